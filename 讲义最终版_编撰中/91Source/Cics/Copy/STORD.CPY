      *   CANCELLED.  THE NEXT-RUN DAY-OF-MONTH IS RESTRICTED TO      *
      *   01-28 AT ENTRY SO ADVANCING A MONTH CAN NEVER PRODUCE AN    *
      *   INVALID DATE.                                               *
      *                                                               *
      *   SO-SALESPERSON-CODE DEFAULTS TO THE CUSTOMER'S HOUSE        *
      *   SALESPERSON.  WHEN STOMNT1 ACCEPTS A DIFFERENT ONE,         *
      *   SO-SALESPERSON-REASON HOLDS THE OVERRIDE REASON (THE        *
      *   SV-REASON-CODE VALUES ON SLSOVR) AND STORUN LOGS THE        *
      *   OVERRIDE ON EACH INVOICE IT POSTS; SPACE MEANS THE ORDER    *
      *   FOLLOWS THE HOUSE SALESPERSON.  RECORDS WRITTEN BEFORE THE  *
      *   FIELD EXISTED ARE 114 BYTES; THE ONE-TIME CONVERSION PADS   *
      *   EACH WITH A SPACE INTO A 115-BYTE CLUSTER.                  *
      ******************************************************************
       01  STANDING-ORDER-RECORD.
           02  SO-ORDER-NUMBER          PIC 9(06).
               88  SO-ACTIVE                        VALUE 'A'.
               88  SO-CANCELLED                     VALUE 'X'.
               88  SO-EXPIRED                       VALUE 'E'.
           02  SO-SALESPERSON-REASON    PIC X(01).
