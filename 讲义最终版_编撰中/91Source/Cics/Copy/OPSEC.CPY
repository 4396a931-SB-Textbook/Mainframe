      *   IN THE TERMINAL'S SIGN-ON TS QUEUE; INVMENU THEN REFUSES    *
      *   ANY MENU OPTION WHOSE MO-AUTHORITY-LEVEL EXCEEDS THE        *
      *   OPERATOR'S OS-AUTHORITY-LEVEL.  LEVELS RUN 1 (INQUIRY       *
      *   ONLY) THROUGH 9 (SUPERVISOR).  A REVOKED OPERATOR STAYS ON  *
      *   FILE SO OLD INVOICES STILL RESOLVE.                         *
      *                                                               *
      *   THE FILE IS MAINTAINED ON THE OPRMNT1 SCREEN BY A SECURITY  *
      *   ADMINISTRATOR (LEVEL 9), WHO ADDS AND CHANGES OPERATORS,    *
      *   RESETS PASSWORDS, AND REVOKES IDS; EACH ACTION IS STAMPED   *
      *   HERE AND LOGGED TO SECLOG.  THE PASSWORD RULES ARE IN       *
      *   PWDRULE.  A PASSWORD EXPIRES ON OS-PASSWORD-EXPIRES-DATE,   *
      *   AND A NEW OR RESET PASSWORD CARRIES                         *
      *   OS-MUST-CHANGE-PASSWORD; EITHER WAY SIGNON1 MAKES THE       *
      *   OPERATOR CHOOSE A NEW ONE BEFORE GOING ON TO THE MENU.      *
      *   THE NEW PASSWORD MAY NOT BE THE CURRENT ONE OR ANY IN       *
      *   OS-PREVIOUS-PASSWORD (MOST RECENT FIRST).                   *
      *   OS-FAILED-ATTEMPTS COUNTS WRONG PASSWORDS SINCE THE LAST    *
      *   GOOD SIGN-ON; REACHING THE PWDRULE LIMIT REVOKES THE ID     *
      *   WITH OS-REVOKED-BY-LOCKOUT, WHICH A PASSWORD RESET CLEARS.  *
      *   AN ID THE ADMINISTRATOR REVOKED COMES BACK ONLY BY          *
      *   CHANGING ITS STATUS.                                        *
      *                                                               *
      *   OS-EMPLOYEE-NUMBER LINKS THE OPERATOR TO THE EMPLOYEE (THE  *
      *   EMP-NUM OF THE NIGHTLY EMPLOYEE EXTRACT); THE               *
      *   ADMINISTRATOR KEYS IT ON OPRMNT1, AND AN ALTERNATE INDEX    *
      *   OVER IT (OPSEMP, NON-UNIQUE, SINCE ONE PERSON MAY HOLD      *
      *   MORE THAN ONE ID) LETS THE NIGHTLY OPRREVK STEP FIND EVERY  *
      *   ID AN EMPLOYEE WHO HAS LEFT STILL HOLDS.  OPRREVK REVOKES   *
      *   THEM WITH OS-REVOKED-BY-LEAVER, WHICH, LIKE AN              *
      *   ADMINISTRATOR'S REVOKE, ONLY A CHANGE OF STATUS UNDOES,     *
      *   AND LISTS EVERY ACTIVE ID WITH NO EMPLOYEE LINK FOR         *
      *   SECURITY TO FOLLOW UP.                                      *
      *                                                               *
      *   RECORDS LOADED BEFORE THE PASSWORD FIELDS EXISTED ARE 43    *
      *   BYTES; THE ONE-TIME CONVERSION PADS EACH WITH SPACES AND    *
      *   ZEROS, SO EVERY OPERATOR'S PASSWORD HAS EXPIRED AND IS      *
      *   CHANGED AT THE NEXT SIGN-ON.                                *
      *                                                               *
      *   RECORDS WRITTEN BEFORE OS-EMPLOYEE-NUMBER EXISTED ARE 106   *
      *   BYTES; THEIR CONVERSION PADS EACH WITH SPACES (NO EMPLOYEE  *
      *   LINK), SO EVERY OPERATOR SHOWS ON OPRREVK'S UNLINKED LIST   *
      *   UNTIL THE LINK IS KEYED.                                    *
      ******************************************************************
       01  OPERATOR-SECURITY-RECORD.
           02  OS-OPERATOR-ID           PIC X(03).
           02  OS-STATUS-CODE           PIC X(01).
               88  OS-ACTIVE                        VALUE 'A'.
               88  OS-REVOKED                       VALUE 'X'.
           02  OS-PASSWORD-CHANGED-DATE PIC 9(08).
           02  OS-PASSWORD-EXPIRES-DATE PIC 9(08).
           02  OS-MUST-CHANGE-SW        PIC X(01).
               88  OS-MUST-CHANGE-PASSWORD          VALUE 'Y'.
           02  OS-FAILED-ATTEMPTS       PIC 9(02).
           02  OS-PREVIOUS-PASSWORD     PIC X(08)
                                        OCCURS 4 TIMES.
           02  OS-REVOKED-REASON        PIC X(01).
               88  OS-REVOKED-BY-ADMIN              VALUE 'A'.
               88  OS-REVOKED-BY-LOCKOUT            VALUE 'L'.
               88  OS-REVOKED-BY-LEAVER             VALUE 'E'.
           02  OS-LAST-MAINT-DATE       PIC 9(08).
           02  OS-LAST-MAINT-OPERATOR   PIC X(03).
           02  OS-EMPLOYEE-NUMBER       PIC X(06).
