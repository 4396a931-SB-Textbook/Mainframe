      ******************************************************************
      *   GIFTACT -- RECORD LAYOUT FOR THE GIFT CERTIFICATE ACTIVITY  *
      *   FILE (VSAM KSDS, KEYED BY CERTIFICATE NUMBER PLUS ACTIVITY  *
      *   DATE AND TIME).  ONE RECORD FOR EVERY CHANGE IN WHAT THE    *
      *   STORE OWES ON ITS CERTIFICATES: AN ISSUE ('I') WRITTEN BY   *
      *   GFTENT1 FOR A SOLD CERTIFICATE OR BY RETENT1 FOR STORE      *
      *   CREDIT, AND A REDEMPTION ('R') WRITTEN BY ORDRENT WHEN A    *
      *   CERTIFICATE PAYS FOR AN ORDER, WITH THE INVOICE IT PAID IN  *
      *   GX-DOCUMENT-NUMBER.  THE CERTIFICATE TYPE AND TENDER ARE    *
      *   CARRIED SO GLJRNL CAN JOURNAL EACH ENTRY ON THE DAY IT      *
      *   HAPPENED WITHOUT READING GIFTCRT: A SOLD ISSUE DEBITS       *
      *   CASH, A STORE-CREDIT ISSUE DEBITS RECEIVABLES (THE          *
      *   RETURN'S CREDIT MEMO CREDITED THEM), AND A REDEMPTION       *
      *   CREDITS RECEIVABLES; ALL THREE POST THE OTHER SIDE TO GIFT  *
      *   CERTIFICATE LIABILITY.  DATES ARE YYYYMMDD, TIMES HHMMSS.   *
      *   ACTIVITY RECORDS ARE NEVER CHANGED OR DELETED.              *
      ******************************************************************
       01  GIFT-ACTIVITY-RECORD.
           02  GX-ACTIVITY-KEY.
               03  GX-CERTIFICATE-NUMBER PIC 9(06).
               03  GX-ACTIVITY-DATE     PIC 9(08).
               03  GX-ACTIVITY-TIME     PIC 9(06).
           02  GX-ACTIVITY-TYPE         PIC X(01).
               88  GX-ISSUE                         VALUE 'I'.
               88  GX-REDEMPTION                    VALUE 'R'.
           02  GX-CERTIFICATE-TYPE      PIC X(01).
               88  GX-SOLD                          VALUE 'S'.
               88  GX-STORE-CREDIT                  VALUE 'R'.
           02  GX-TENDER-CODE           PIC X(01).
           02  GX-AMOUNT                PIC S9(07)V99.
           02  GX-BALANCE-AFTER         PIC S9(07)V99.
           02  GX-DOCUMENT-NUMBER       PIC 9(06).
           02  GX-CUSTOMER-NUMBER       PIC X(06).
           02  GX-TERMINAL-ID           PIC X(04).
           02  GX-OPERATOR-ID           PIC X(03).
