      *   TRACKS THE CREDIT THE SUPPLIER OWES US UNTIL IT IS          *
      *   RECEIVED.  THE SRCRED REPORT LISTS CREDITS STILL            *
      *   OUTSTANDING.  LOG RECORDS ARE NEVER DELETED.                *
      *                                                                *
      *   THE WEEKLY APPAY PAYMENT RUN NETS A CREDIT STILL            *
      *   OUTSTANDING AGAINST THE NEXT PAYMENT TO THE SAME SUPPLIER,  *
      *   MARKS IT NETTED ('N'), STAMPS THE DEDUCTION DATE IN         *
      *   SR-CREDIT-RECEIVED-DATE, AND RECORDS THE SUPPLIER PAYMENT   *
      *   IT WAS TAKEN ON IN SR-PAYMENT-NUMBER.  RECORDS WRITTEN      *
      *   BEFORE SR-PAYMENT-NUMBER EXISTED ARE 56 BYTES; THE ONE-     *
      *   TIME CONVERSION PADS EACH WITH SIX ZEROS INTO A 62-BYTE     *
      *   CLUSTER.                                                    *
      ******************************************************************
       01  SUPPLIER-RETURN-RECORD.
           02  SR-RETURN-NUMBER         PIC 9(06).
           02  SR-STATUS-CODE           PIC X(01).
               88  SR-CREDIT-OUTSTANDING            VALUE 'O'.
               88  SR-CREDIT-RECEIVED               VALUE 'R'.
               88  SR-CREDIT-NETTED                 VALUE 'N'.
           02  SR-CREDIT-RECEIVED-DATE  PIC 9(08).
           02  SR-TERMINAL-ID           PIC X(04).
           02  SR-OPERATOR-ID           PIC X(03).
           02  SR-PAYMENT-NUMBER        PIC 9(06).
