      *   THE BUYER KEYS THE PRODUCT AND DEFAULTS THE ORDER           *
      *   QUANTITY FROM IT; POSTING THE PO MARKS THE SUGGESTION       *
      *   TAKEN.  EACH NIGHT'S RUN REPLACES THE PRODUCT'S RECORD.     *
      *   THE OOPCAN RUN CANCELS A WAITING SUGGESTION ONCE ITS        *
      *   PRODUCT GOES OUT OF PRINT.                                  *
      ******************************************************************
       01  SUGGESTED-PURCHASE-RECORD.
           02  SUG-PRODUCT-CODE         PIC X(06).
           02  SUG-STATUS-CODE          PIC X(01).
               88  SUG-WAITING                      VALUE 'W'.
               88  SUG-TAKEN                        VALUE 'T'.
               88  SUG-CANCELLED                    VALUE 'X'.
           02  SUG-TAKEN-PO             PIC 9(06).
