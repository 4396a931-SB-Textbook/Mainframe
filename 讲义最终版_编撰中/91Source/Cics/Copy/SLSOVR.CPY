      ******************************************************************
      *   SLSOVR -- RECORD LAYOUT FOR THE SALESPERSON OVERRIDE LOG    *
      *   (VSAM KSDS, KEYED BY DOCUMENT TYPE AND NUMBER).  ORDRENT,   *
      *   QUOTENT, AND STORUN DEFAULT THE SALESPERSON ON AN ORDER OR  *
      *   QUOTE TO THE CUSTOMER'S HOUSE SALESPERSON                   *
      *   (CM-SALESPERSON-CODE).  A DIFFERENT SALESPERSON MAY BE      *
      *   KEYED ONLY WITH ONE OF THE REASON CODES BELOW, AND THE      *
      *   DOCUMENT THAT CARRIES THE OVERRIDE WRITES ONE RECORD HERE   *
      *   WHEN IT IS POSTED OR SAVED: TYPE 'O' FOR AN INVOICE         *
      *   (ORDRENT, STORUN, OR A QUOTE CONVERTED BY QUOTENT), TYPE    *
      *   'Q' FOR A SAVED QUOTE.  FOR A STANDING ORDER THE REASON IS  *
      *   KEYED ONCE ON STOMNT1 AND CARRIED ON                        *
      *   SO-SALESPERSON-REASON.  DATES ARE YYYYMMDD, TIMES HHMMSS.   *
      *   LOG RECORDS ARE NEVER CHANGED OR DELETED.                   *
      ******************************************************************
       01  SALESPERSON-OVERRIDE-RECORD.
           02  SV-LOG-KEY.
               03  SV-DOCUMENT-TYPE     PIC X(01).
                   88  SV-ORDER                     VALUE 'O'.
                   88  SV-QUOTE                     VALUE 'Q'.
               03  SV-DOCUMENT-NUMBER   PIC 9(06).
           02  SV-CUSTOMER-NUMBER       PIC X(06).
           02  SV-HOUSE-SALESPERSON     PIC X(03).
           02  SV-SALESPERSON-CODE      PIC X(03).
           02  SV-REASON-CODE           PIC X(01).
               88  SV-CUSTOMER-REQUEST              VALUE 'C'.
               88  SV-REFERRAL                      VALUE 'R'.
               88  SV-SPECIALIST-SALE               VALUE 'S'.
               88  SV-MANAGER-DIRECTED              VALUE 'M'.
               88  SV-REASON-VALID                  VALUE 'C' 'R' 'S'
                                                          'M'.
           02  SV-LOG-DATE              PIC 9(08).
           02  SV-LOG-TIME              PIC 9(06).
           02  SV-TERMINAL-ID           PIC X(04).
           02  SV-OPERATOR-ID           PIC X(03).
