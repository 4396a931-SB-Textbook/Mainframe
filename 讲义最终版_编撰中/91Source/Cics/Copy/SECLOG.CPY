      ******************************************************************
      *   SECLOG -- RECORD LAYOUT FOR THE SECURITY LOG FILE (VSAM     *
      *   KSDS, KEYED BY DATE, TIME, AND TERMINAL).  SIGNON1 LOGS     *
      *   FAILED SIGN-ON ATTEMPTS WITH THE REASON (UNKNOWN ID,        *
      *   REVOKED ID, WRONG PASSWORD, OR A WRONG PASSWORD THAT        *
      *   LOCKED THE ID OUT) AND ALSO EVERY GOOD SIGN-ON ('S'), SO    *
      *   SIGN-ONS OUTSIDE BUSINESS HOURS CAN BE SEEN;                *
      *   SEC-PASSWORD-CHANGED MARKS A GOOD SIGN-ON AT WHICH THE      *
      *   OPERATOR SET A NEW PASSWORD.  INVMENU LOGS MENU OPTIONS     *
      *   REFUSED FOR INSUFFICIENT AUTHORITY WITH THE OPERATOR'S      *
      *   LEVEL AND THE LEVEL THE OPTION NEEDS, SO SECURITY CAN SEE   *
      *   WHO IS KNOCKING ON DOORS THEY DO NOT HOLD KEYS TO.  THE     *
      *   DSHBRD1 DASHBOARD ALSO LOGS EVERY BATCH-WINDOW QUIESCE      *
      *   ('Q') AND REOPEN ('O') HERE -- ONE RECORD PER SWEEP,        *
      *   NAMING EACH FILE AND WHETHER CICS TOOK THE SET -- SO THE    *
      *   WINDOW'S FILE HANDLING IS ON THE RECORD INSTEAD OF IN       *
      *   SOMEBODY'S HEAD.  OPRMNT1 LOGS EACH OPERATOR ADDED,         *
      *   CHANGED, PASSWORD RESET, OR REVOKED, UNDER THE              *
      *   ADMINISTRATOR'S ID WITH THE OPERATOR MAINTAINED IN          *
      *   SEC-TARGET-OPERATOR.  THE SECRPT MORNING REPORT READS THE   *
      *   DAY'S RECORDS.                                              *
      *                                                               *
      *   RECORDS WRITTEN BEFORE SEC-FAIL-REASON EXISTED ARE 23       *
      *   BYTES, AND BEFORE SEC-TARGET-OPERATOR 136; THE CONVERSION   *
      *   PADS EACH WITH SPACES AND ZEROS (NO REASON, LEVELS AND      *
      *   FILE COUNT ZERO) AND REPROS IT INTO A FRESHLY DEFINED       *
      *   CLUSTER.                                                    *
      ******************************************************************
       01  SECURITY-LOG-RECORD.
           02  SEC-LOG-KEY.
               88  SEC-OPTION-REFUSED               VALUE 'R'.
               88  SEC-FILE-QUIESCED                VALUE 'Q'.
               88  SEC-FILE-REOPENED                VALUE 'O'.
               88  SEC-SIGNON-GOOD                  VALUE 'S'.
               88  SEC-OPERATOR-ADDED               VALUE 'A'.
               88  SEC-OPERATOR-CHANGED             VALUE 'C'.
               88  SEC-PASSWORD-RESET               VALUE 'W'.
               88  SEC-OPERATOR-REVOKED             VALUE 'X'.
           02  SEC-OPTION-DIGIT         PIC X(01).
           02  SEC-FAIL-REASON          PIC X(01).
               88  SEC-FAIL-UNKNOWN-ID              VALUE 'U'.
               88  SEC-FAIL-REVOKED                 VALUE 'X'.
               88  SEC-FAIL-PASSWORD                VALUE 'P'.
               88  SEC-FAIL-LOCKED-OUT              VALUE 'L'.
           02  SEC-OPERATOR-LEVEL       PIC 9(01).
           02  SEC-REQUIRED-LEVEL       PIC 9(01).
           02  SEC-FILE-COUNT           PIC 9(02).
           02  SEC-FILE-ENTRY OCCURS 12 TIMES.
               03  SEC-FILE-NAME        PIC X(08).
               03  SEC-FILE-RESULT      PIC X(01).
                   88  SEC-FILE-DONE                VALUE 'Y'.
                   88  SEC-FILE-FAILED              VALUE 'N'.
           02  SEC-TARGET-OPERATOR      PIC X(03).
           02  SEC-PASSWORD-SW          PIC X(01).
               88  SEC-PASSWORD-CHANGED             VALUE 'Y'.
