      ******************************************************************
      *   APRQ -- RECORD LAYOUT FOR THE SECOND-OPERATOR APPROVAL      *
      *   QUEUE (VSAM KSDS, KEYED BY AQ-QUEUE-NUMBER, ASSIGNED FROM   *
      *   THE 'H' SERIES ON INVCTL).  A REFUND (REFENT1), A VOID OF A *
      *   BILLED INVOICE (INVVOID), OR A RETURN CREDIT MEMO (RETENT1) *
      *   FOR MORE THAN FC-APPROVAL-LIMIT ON THE FISCTL CONTROL       *
      *   RECORD DOES NOT POST WHEN IT IS KEYED: THE TRANSACTION      *
      *   WRITES A PENDING ('P') ITEM HERE INSTEAD, AND NOTHING       *
      *   REACHES ARBAL, CHKREQ, OR THE INVOICE FILE.  A SUPERVISOR   *
      *   (OS-AUTHORITY-LEVEL 8 OR ABOVE ON OPSEC) WORKS THE QUEUE ON *
      *   THE APRWRK1 SCREEN AND MAY NOT DECIDE AN ITEM ENTERED UNDER *
      *   THE SAME OPERATOR ID.  AN APPROVED ITEM IS POSTED BY THE    *
      *   ORIGINATING PROGRAM ITSELF -- APRWRK1 TRANSFERS CONTROL     *
      *   WITH THE APRPARM AREA -- UNDER THE SAME EDITS AS A KEYED    *
      *   TRANSACTION, AND IS MARKED APPROVED ('A') WITH THE DOCUMENT *
      *   IT POSTED (THE CHECK REQUEST FOR A REFUND, THE CREDIT MEMO  *
      *   FOR A VOID OR RETURN).  A REJECTED ITEM ('X') CARRIES THE   *
      *   SUPERVISOR'S REASON.  A RETURN KEEPS THE QUANTITY AND       *
      *   REASON CODE KEYED AGAINST EACH INVOICE LINE, AND HOW THE    *
      *   CUSTOMER CHOSE TO BE SETTLED (SPACE OR 'A' A CREDIT TO THE  *
      *   ACCOUNT, 'S' STORE CREDIT ON A GIFTCRT CERTIFICATE).        *
      *   ENTERED AND DECIDED DATES ARE YYYYMMDD, TIMES HHMMSS.       *
      *   ITEMS ARE NEVER DELETED; THE NIGHTLY APRRPT REPORT LISTS    *
      *   THE DAY'S DECISIONS AND EVERY ITEM WAITING MORE THAN A      *
      *   DAY.                                                        *
      ******************************************************************
       01  APPROVAL-QUEUE-RECORD.
           02  AQ-QUEUE-NUMBER          PIC 9(06).
           02  AQ-ITEM-TYPE             PIC X(01).
               88  AQ-REFUND                        VALUE 'R'.
               88  AQ-INVOICE-VOID                  VALUE 'V'.
               88  AQ-RETURN-CREDIT                 VALUE 'M'.
           02  AQ-CUSTOMER-NUMBER       PIC X(06).
           02  AQ-INVOICE-NUMBER        PIC 9(06).
           02  AQ-AMOUNT                PIC S9(07)V99.
           02  AQ-ENTERED-DATE          PIC 9(08).
           02  AQ-ENTERED-TIME          PIC 9(06).
           02  AQ-ENTERED-OPERATOR      PIC X(03).
           02  AQ-ENTERED-TERMINAL      PIC X(04).
           02  AQ-RETURN-LINE OCCURS 20 TIMES.
               03  AQ-RETURN-QUANTITY   PIC 9(05).
               03  AQ-RETURN-REASON     PIC X(01).
           02  AQ-STATUS-CODE           PIC X(01).
               88  AQ-PENDING                       VALUE 'P'.
               88  AQ-APPROVED                      VALUE 'A'.
               88  AQ-REJECTED                      VALUE 'X'.
           02  AQ-DECIDED-OPERATOR      PIC X(03).
           02  AQ-DECIDED-DATE          PIC 9(08).
           02  AQ-DECIDED-TIME          PIC 9(06).
           02  AQ-REJECT-REASON         PIC X(30).
           02  AQ-POSTED-DOCUMENT       PIC 9(06).
           02  AQ-SETTLEMENT-CODE       PIC X(01).
               88  AQ-SETTLE-STORE-CREDIT           VALUE 'S'.
