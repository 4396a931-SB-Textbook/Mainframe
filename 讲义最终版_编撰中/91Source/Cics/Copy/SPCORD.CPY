      ******************************************************************
      *   SPCORD -- RECORD LAYOUT FOR THE SPECIAL-ORDER FILE (VSAM    *
      *   KSDS, KEYED BY SPO-ORDER-NUMBER, ASSIGNED FROM THE 'T'      *
      *   SERIES ON INVCTL).  ONE RECORD PER TITLE A CUSTOMER ASKS    *
      *   US TO GET IN THAT WE DO NOT STOCK, KEYED AT THE COUNTER ON  *
      *   SPOENT1 WITH THE ISBN ALIAS (IF THE TITLE HAS ONE ON THE    *
      *   ALIAS FILE) OR A DESCRIPTION, THE QUANTITY, THE PRICE WE    *
      *   QUOTED, AND ANY DEPOSIT TAKEN.  SPOENT1 WRITES A LINE FOR   *
      *   THE ORDER ON A NEW OR EXISTING PURCHASE ORDER TO THE        *
      *   CHOSEN SUPPLIER (SPO-PO-NUMBER/SPO-PO-LINE-NUMBER); THE PO  *
      *   LINE POINTS BACK HERE.  A DEPOSIT IS TAKEN BY CHECK AND     *
      *   WRITTEN TO THE PAYMENT FILE AS UNAPPLIED CASH ON THE        *
      *   CUSTOMER'S ACCOUNT (SPO-DEPOSIT-PAYMENT), SO IT GOES TO     *
      *   THE BANK WITH THE OTHER COUNTER CHECKS AND IS THERE TO      *
      *   APPLY WHEN THE TITLE IS BILLED.  WHEN RCVENT1 RECEIVES       *
      *   AGAINST THE PO LINE THE GOODS ARE HELD FOR THE CUSTOMER,    *
      *   NOT PUT INTO STOCK; ONCE THE FULL QUANTITY IS IN, THE       *
      *   ORDER IS MARKED ARRIVED ('A') AND THE DAILY SPORPT RUN      *
      *   LISTS IT FOR THE COUNTER TO CALL THE CUSTOMER, STAMPING     *
      *   SPO-NOTIFIED-DATE SO IT IS LISTED ONCE.  AN ARRIVED ORDER   *
      *   NOT COLLECTED WITHIN 30 DAYS GOES ON SPORPT'S EXCEPTIONS    *
      *   LIST.  THE COUNTER MARKS THE ORDER COLLECTED ('C') OR       *
      *   CANCELLED ('X') ON SPOENT1.  SPO-PRODUCT-CODE IS THE        *
      *   PRODUCT THE ISBN ALIAS RESOLVED TO (A DISCONTINUED OR OUT-  *
      *   OF-PRINT TITLE), OR SPACES.  DATES ARE YYYYMMDD, ZERO       *
      *   WHEN NOT YET REACHED.  RECORDS ARE NEVER DELETED.           *
      ******************************************************************
       01  SPECIAL-ORDER-RECORD.
           02  SPO-ORDER-NUMBER         PIC 9(06).
           02  SPO-CUSTOMER-NUMBER      PIC X(06).
           02  SPO-CONTACT-PHONE        PIC X(12).
           02  SPO-ISBN-ALIAS           PIC X(06).
           02  SPO-PRODUCT-CODE         PIC X(06).
           02  SPO-TITLE                PIC X(30).
           02  SPO-QUANTITY             PIC 9(05).
           02  SPO-QUOTED-PRICE         PIC 9(07)V99.
           02  SPO-DEPOSIT-AMOUNT       PIC 9(07)V99.
           02  SPO-DEPOSIT-PAYMENT      PIC 9(06).
           02  SPO-SUPPLIER-NUMBER      PIC X(06).
           02  SPO-PO-NUMBER            PIC 9(06).
           02  SPO-PO-LINE-NUMBER       PIC 9(02).
           02  SPO-STATUS-CODE          PIC X(01).
               88  SPO-ON-ORDER                     VALUE 'O'.
               88  SPO-ARRIVED                      VALUE 'A'.
               88  SPO-COLLECTED                    VALUE 'C'.
               88  SPO-CANCELLED                    VALUE 'X'.
           02  SPO-QTY-RECEIVED         PIC 9(05).
           02  SPO-ORDER-DATE           PIC 9(08).
           02  SPO-ARRIVAL-DATE         PIC 9(08).
           02  SPO-NOTIFIED-DATE        PIC 9(08).
           02  SPO-CLOSED-DATE          PIC 9(08).
           02  SPO-TERMINAL-ID          PIC X(04).
           02  SPO-OPERATOR-ID          PIC X(03).
           02  SPO-CLOSED-OPERATOR      PIC X(03).
