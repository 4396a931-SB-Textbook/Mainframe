      ******************************************************************
      *   LIMLOG -- RECORD LAYOUT FOR THE CREDIT-LIMIT REFUSAL LOG    *
      *   FILE (VSAM KSDS, KEYED BY CUSTOMER NUMBER, DATE, AND TIME). *
      *   ORDRENT'S 1215 CREDIT CHECK WRITES ONE RECORD EACH TIME IT  *
      *   TURNS AN ORDER AWAY BECAUSE THE CUSTOMER'S OPEN BALANCE     *
      *   PLUS THE ORDER WOULD EXCEED CM-CREDIT-LIMIT, CARRYING THE   *
      *   LIMIT AND THE EXPOSURE THE ORDER WOULD HAVE RUN TO.  THE    *
      *   MONTHLY CRLREV PAYMENT-BEHAVIOR RUN COUNTS THE DAYS EACH    *
      *   CUSTOMER WAS REFUSED SO A PROMPT PAYER WHO KEEPS RUNNING    *
      *   INTO THE LIMIT CAN BE PROPOSED A HIGHER ONE.  LOG RECORDS   *
      *   ARE NEVER CHANGED OR DELETED.                               *
      ******************************************************************
       01  LIMIT-REFUSAL-LOG-RECORD.
           02  LL-LOG-KEY.
               03  LL-CUSTOMER-NUMBER   PIC X(06).
               03  LL-REFUSAL-DATE      PIC 9(08).
               03  LL-REFUSAL-TIME      PIC 9(06).
           02  LL-CREDIT-LIMIT          PIC 9(07)V99.
           02  LL-EXPOSURE-AMOUNT       PIC S9(09)V99.
           02  LL-TERMINAL-ID           PIC X(04).
           02  LL-OPERATOR-ID           PIC X(03).
