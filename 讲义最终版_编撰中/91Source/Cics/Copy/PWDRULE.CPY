      ******************************************************************
      *   PWDRULE -- OPERATOR PASSWORD RULES, SHARED BY SIGNON1       *
      *   (WHICH ENFORCES THEM AT SIGN-ON) AND OPRMNT1 (WHICH         *
      *   APPLIES THEM WHEN AN ADMINISTRATOR ADDS AN OPERATOR OR      *
      *   RESETS A PASSWORD).  A PASSWORD LASTS                       *
      *   PR-PASSWORD-LIFE-DAYS FROM THE DAY IT IS SET;               *
      *   PR-LOCKOUT-ATTEMPTS CONSECUTIVE WRONG PASSWORDS REVOKE THE  *
      *   ID; A NEW PASSWORD MUST BE AT LEAST PR-MINIMUM-LENGTH       *
      *   CHARACTERS WITH NO SPACES AND MAY NOT REPEAT THE CURRENT    *
      *   PASSWORD OR THE PR-HISTORY-KEPT BEFORE IT (THE SIZE OF      *
      *   OS-PREVIOUS-PASSWORD ON OPSEC -- CHANGE THE TWO TOGETHER).  *
      ******************************************************************
       01  PASSWORD-RULES.
           05  PR-PASSWORD-LIFE-DAYS    PIC S9(03)  COMP-3  VALUE 90.
           05  PR-LOCKOUT-ATTEMPTS      PIC S9(03)  COMP-3  VALUE 5.
           05  PR-MINIMUM-LENGTH        PIC S9(03)  COMP-3  VALUE 6.
           05  PR-HISTORY-KEPT          PIC S9(03)  COMP-3  VALUE 4.
           05  PR-MILLISECONDS-PER-DAY  PIC S9(09)  COMP-3
                                                    VALUE 86400000.
