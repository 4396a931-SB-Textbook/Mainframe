      *   (VSAM KSDS, KEYED BY CK-REQUEST-NUMBER, ASSIGNED FROM THE   *
      *   'K' SERIES ON INVCTL).  ONE RECORD IS WRITTEN BY THE        *
      *   REFENT1 REFUND TRANSACTION FOR EACH REFUND OF UNAPPLIED     *
      *   CASH THE CASH OFFICE CUTS; THE CHKPRT BATCH RUN PRINTS      *
      *   THE CHECKS FROM THIS FILE AND MARKS EACH REQUEST PRINTED    *
      *   ('C') WITH THE CHECK NUMBER, TAKEN FROM THE 'N' SERIES ON   *
      *   INVCTL, AND THE PRINTED DATE (MMDDYYYY, LIKE THE REQUEST    *
      *   DATE), SO EVERY REFUND CAN BE TRACED FROM THE               *
      *   CUSTOMER'S PAYMENT TRAIL TO THE CHECK THAT LEFT THE         *
      *   BUILDING.  THE PAYEE NAME AND ADDRESS ARE FROZEN FROM       *
      *   CUSTMAS AT REQUEST TIME SO A LATER ADDRESS CHANGE CANNOT    *
      *   REDIRECT AN ALREADY-CUT REFUND.  REQUEST RECORDS ARE        *
      *   NEVER DELETED.                                              *
      *                                                                *
      *   CHKREC RECONCILES THE BANK'S PAID-ITEMS FILE AGAINST THE    *
      *   PRINTED CHECKS THROUGH THE CHKPATH ALTERNATE INDEX ON       *
      *   CK-CHECK-NUMBER: A CHECK THE BANK HAS PAID IS MARKED        *
      *   CLEARED ('R') WITH THE BANK'S PAID DATE.  A CHECK STILL     *
      *   OUTSTANDING 180 DAYS AFTER PRINTING IS STALE-DATED; ONCE A  *
      *   SUPERVISOR APPROVES THE STALE LISTING IT IS VOIDED ('V')    *
      *   AND THE MONEY GOES BACK TO AR-UNAPPLIED-CASH THROUGH A      *
      *   POSITIVE UNAPPLIED PAYMENT (CK-VOID-PAYMENT), WHICH IS      *
      *   WHAT THE STATE'S UNCLAIMED-PROPERTY LISTING IS DRAWN FROM.  *
      *   PRE-CHANGE RECORDS (175 BYTES) ARE PADDED WITH ZEROS AND    *
      *   SPACES INTO A 200-BYTE CLUSTER, AND CHKPATH IS BUILT, AT    *
      *   CONVERSION -- NOTHING ON FILE HAD CLEARED OR BEEN VOIDED.   *
      ******************************************************************
       01  CHECK-REQUEST-RECORD.
           02  CK-REQUEST-NUMBER        PIC 9(06).
           02  CK-STATUS-CODE           PIC X(01).
               88  CK-PENDING                       VALUE 'P'.
               88  CK-CHECK-PRINTED                 VALUE 'C'.
               88  CK-CHECK-CLEARED                 VALUE 'R'.
               88  CK-CHECK-VOIDED                  VALUE 'V'.
           02  CK-CHECK-NUMBER          PIC X(10).
           02  CK-PRINTED-DATE          PIC 9(08).
           02  CK-TERMINAL-ID           PIC X(04).
           02  CK-OPERATOR-ID           PIC X(03).
           02  CK-PAID-DATE             PIC 9(08).
           02  CK-VOID-DATE             PIC 9(08).
           02  CK-VOID-PAYMENT          PIC 9(06).
           02  CK-VOID-APPROVED-BY      PIC X(03).
