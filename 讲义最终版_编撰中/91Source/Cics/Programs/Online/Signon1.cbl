      *   TERMINAL ID) -- WHICH IS HOW THE SIGN-ON SURVIVES THE        *
      *   XCTL/RETURN TRAFFIC BETWEEN INVMENU AND THE OPTION           *
      *   PROGRAMS -- AND XCTLS TO INVMENU.  A FAILED ATTEMPT IS       *
      *   LOGGED TO SECLOG WITH ITS REASON AND THE OPERATOR GETS       *
      *   ANOTHER TRY; A GOOD SIGN-ON IS LOGGED THERE TOO, SO THE      *
      *   SECRPT MORNING REPORT CAN FLAG ONE OUTSIDE BUSINESS HOURS.   *
      *   THE PWDRULE PASSWORD RULES ARE ENFORCED HERE: EACH WRONG     *
      *   PASSWORD IS COUNTED ON OPSEC AND THE LIMIT REVOKES THE ID;   *
      *   A PASSWORD THAT HAS EXPIRED OR THAT AN ADMINISTRATOR HAS     *
      *   RESET MUST BE REPLACED (NEW PASSWORD KEYED TWICE) BEFORE     *
      *   THE OPERATOR REACHES THE MENU, AND ANY OPERATOR MAY KEY A    *
      *   NEW ONE AT SIGN-ON.  A NEW PASSWORD MAY NOT REPEAT THE       *
      *   CURRENT ONE OR THE ONES KEPT IN OS-PREVIOUS-PASSWORD.        *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
      *
           05  VALID-DATA-SW                   PIC X(01) VALUE 'Y'.
               88  VALID-DATA                            VALUE 'Y'.
           05  CHANGE-DUE-SW                   PIC X(01) VALUE 'N'.
               88  PASSWORD-CHANGE-DUE                   VALUE 'Y'.
           05  NEW-PASSWORD-SW                 PIC X(01) VALUE 'N'.
               88  NEW-PASSWORD-ACCEPTED                 VALUE 'Y'.
      *
       01  FLAGS.
      *
       01  WORK-FIELDS.
      *
           05  ABSOLUTE-TIME       PIC S9(15)  COMP-3.
           05  EXPIRY-TIME         PIC S9(15)  COMP-3.
           05  TODAYS-DATE         PIC 9(08)   VALUE ZERO.
           05  FAIL-REASON         PIC X(01)   VALUE SPACE.
           05  NEW-PASSWORD        PIC X(08)   VALUE SPACE.
           05  KEYED-LENGTH        PIC S9(04)  COMP.
           05  HISTORY-SUB         PIC S9(04)  COMP.
      *
       01  LENGTH-MESSAGE-LINE.
      *
           05  FILLER            PIC X(34) VALUE
                   'The new password must be at least '.
           05  LML-MINIMUM-LENGTH PIC 9(01).
           05  FILLER            PIC X(27) VALUE
                   ' characters with no spaces.'.
      *
       01  SIGNON-QUEUE-NAME.
      *
       COPY OPSEC.
      *
       COPY SECLOG.
      *
       COPY PWDRULE.
      *
       COPY SGNSET1.
      *
                REPLACING ALL '_' BY SPACE.
      *
           MOVE ATTR-NO-HIGHLIGHT TO SGN-H-OPID
                                     SGN-H-PASSWD
                                     SGN-H-NEWPW
                                     SGN-H-CONFPW.
           MOVE 'Y' TO VALID-DATA-SW.
      *
           IF       SGN-L-OPID = ZERO
           IF VALID-DATA
               PERFORM 1100-VALIDATE-OPERATOR
           END-IF.
      *
           IF VALID-DATA
               PERFORM 1400-CHECK-PASSWORD-CHANGE
           END-IF.
      *
           IF VALID-DATA
               PERFORM 2000-RECORD-SIGNON
                   MOVE 'Operator ID or password is not valid.'
                       TO SGN-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'U' TO FAIL-REASON
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN OS-REVOKED
                   MOVE 'Operator ID or password is not valid.'
                       TO SGN-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'X' TO FAIL-REASON
               WHEN OS-PASSWORD NOT = SGN-D-PASSWD
                   MOVE 'Operator ID or password is not valid.'
                       TO SGN-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'P' TO FAIL-REASON
                   PERFORM 1300-COUNT-FAILED-ATTEMPT
           END-EVALUATE.
      *
           IF NOT VALID-DATA
           END-IF.
      *
       1200-LOG-FAILED-SIGNON.
      *
           MOVE SPACE TO SECURITY-LOG-RECORD.
           SET SEC-SIGNON-FAILED TO TRUE.
           MOVE FAIL-REASON TO SEC-FAIL-REASON.
           MOVE ZERO TO SEC-OPERATOR-LEVEL.
           PERFORM 1250-WRITE-SECURITY-LOG.
      *
       1250-WRITE-SECURITY-LOG.
      *
           EXEC CICS
               ASKTIME ABSTIME(ABSOLUTE-TIME)
      *
           MOVE EIBTRMID   TO SEC-TERMINAL-ID.
           MOVE SGN-D-OPID TO SEC-OPERATOR-ID.
           MOVE SPACE      TO SEC-OPTION-DIGIT.
           MOVE ZERO       TO SEC-REQUIRED-LEVEL
                              SEC-FILE-COUNT.
      *
           EXEC CICS
               WRITE FILE('SECLOG')
               AND RESPONSE-CODE NOT = DFHRESP(DUPREC)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
      ******************************************************************
      *   1300-COUNT-FAILED-ATTEMPT -- A WRONG PASSWORD FOR A KNOWN,   *
      *   ACTIVE ID ADDS TO OS-FAILED-ATTEMPTS.  REACHING THE PWDRULE  *
      *   LIMIT REVOKES THE ID (UNTIL AN ADMINISTRATOR RESETS ITS      *
      *   PASSWORD ON OPRMNT1), AND THE FAILURE IS LOGGED AS THE ONE   *
      *   THAT LOCKED IT OUT.                                          *
      ******************************************************************
       1300-COUNT-FAILED-ATTEMPT.
      *
           EXEC CICS
               READ FILE('OPSEC')
                    INTO(OPERATOR-SECURITY-RECORD)
                    RIDFLD(SGN-D-OPID)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           IF OS-FAILED-ATTEMPTS NOT NUMERIC
               MOVE ZERO TO OS-FAILED-ATTEMPTS
           END-IF.
           IF OS-FAILED-ATTEMPTS < 99
               ADD 1 TO OS-FAILED-ATTEMPTS
           END-IF.
           IF OS-FAILED-ATTEMPTS NOT < PR-LOCKOUT-ATTEMPTS
               SET OS-REVOKED            TO TRUE
               SET OS-REVOKED-BY-LOCKOUT TO TRUE
               MOVE 'L' TO FAIL-REASON
           END-IF.
      *
           EXEC CICS
               REWRITE FILE('OPSEC')
                       FROM(OPERATOR-SECURITY-RECORD)
                       RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
      ******************************************************************
      *   1400-CHECK-PASSWORD-CHANGE -- THE PASSWORD IS GOOD.  IF IT   *
      *   HAS EXPIRED OR WAS RESET, A NEW ONE MUST BE KEYED BEFORE     *
      *   THE SIGN-ON COMPLETES; A NEW ONE KEYED ANY OTHER TIME IS     *
      *   TAKEN AS A VOLUNTARY CHANGE.  A REJECTED NEW PASSWORD IS     *
      *   NOT A FAILED SIGN-ON AND IS NOT COUNTED.                     *
      ******************************************************************
       1400-CHECK-PASSWORD-CHANGE.
      *
           PERFORM 1410-GET-TODAYS-DATE.
      *
           MOVE 'N' TO CHANGE-DUE-SW.
           MOVE 'N' TO NEW-PASSWORD-SW.
           IF       OS-MUST-CHANGE-PASSWORD
                 OR OS-PASSWORD-EXPIRES-DATE NOT NUMERIC
                 OR OS-PASSWORD-EXPIRES-DATE NOT > TODAYS-DATE
               MOVE 'Y' TO CHANGE-DUE-SW
           END-IF.
      *
           IF       SGN-L-NEWPW > ZERO
                AND SGN-D-NEWPW NOT = SPACE
               PERFORM 1450-EDIT-NEW-PASSWORD
           ELSE
               IF PASSWORD-CHANGE-DUE
                   IF OS-MUST-CHANGE-PASSWORD
                       MOVE 'Your password was reset.  Key a new passwo
      -                    'rd and confirm it.' TO SGN-D-MESSAGE
                   ELSE
                       MOVE 'Your password has expired.  Key a new pass
      -                    'word and confirm it.' TO SGN-D-MESSAGE
                   END-IF
                   MOVE ATTR-REVERSE TO SGN-H-NEWPW
                   MOVE -1 TO SGN-L-NEWPW
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           END-IF.
      *
       1410-GET-TODAYS-DATE.
      *
           EXEC CICS
               ASKTIME ABSTIME(ABSOLUTE-TIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(ABSOLUTE-TIME)
               YYYYMMDD(TODAYS-DATE)
           END-EXEC.
      *
       1450-EDIT-NEW-PASSWORD.
      *
           MOVE SGN-D-NEWPW TO NEW-PASSWORD.
           MOVE ZERO TO KEYED-LENGTH.
           INSPECT NEW-PASSWORD
               TALLYING KEYED-LENGTH FOR CHARACTERS
                   BEFORE INITIAL SPACE.
      *
           EVALUATE TRUE
               WHEN SGN-D-CONFPW NOT = NEW-PASSWORD
                   MOVE 'The new password and its confirmation do not
      -                ' match.' TO SGN-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               WHEN KEYED-LENGTH < PR-MINIMUM-LENGTH
                   MOVE PR-MINIMUM-LENGTH TO LML-MINIMUM-LENGTH
                   MOVE LENGTH-MESSAGE-LINE TO SGN-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               WHEN KEYED-LENGTH < 8
                AND NEW-PASSWORD(KEYED-LENGTH + 1:) NOT = SPACE
                   MOVE PR-MINIMUM-LENGTH TO LML-MINIMUM-LENGTH
                   MOVE LENGTH-MESSAGE-LINE TO SGN-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               WHEN NEW-PASSWORD = OS-PASSWORD
                   MOVE 'The new password must differ from the current
      -                ' one.' TO SGN-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
           END-EVALUATE.
      *
           IF VALID-DATA
               PERFORM VARYING HISTORY-SUB FROM 1 BY 1
                         UNTIL HISTORY-SUB > PR-HISTORY-KEPT
                   IF NEW-PASSWORD = OS-PREVIOUS-PASSWORD(HISTORY-SUB)
                       MOVE 'That password was used too recently.  Cho
      -                    'ose another.' TO SGN-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                   END-IF
               END-PERFORM
           END-IF.
      *
           IF VALID-DATA
               MOVE 'Y' TO NEW-PASSWORD-SW
           ELSE
               MOVE ATTR-REVERSE TO SGN-H-NEWPW
               MOVE -1 TO SGN-L-NEWPW
           END-IF.
      *
       1500-SEND-SIGNON-MAP.
      *
           MOVE 'SGN1' TO SGN-D-TRANID.
           MOVE SPACE  TO SGN-D-PASSWD
                          SGN-D-NEWPW
                          SGN-D-CONFPW.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
           PERFORM 1500-SEND-SIGNON-MAP.
      *
      ******************************************************************
      *   2000-RECORD-SIGNON -- THE TERMINAL'S SIGN-ON STATE LIVES     *
      *   IN A TS QUEUE NAMED SGN PLUS THE TERMINAL ID.  REWRITE IT    *
      *   IF IT EXISTS (A RE-SIGN-ON), OTHERWISE CREATE IT.  THE       *
      *   GOOD SIGN-ON GOES ON SECLOG WITH THE OPERATOR'S LEVEL, AND   *
      *   CLEARS ANY FAILED ATTEMPTS COUNTED AGAINST THE ID.           *
      ******************************************************************
       2000-RECORD-SIGNON.
      *
           IF       NEW-PASSWORD-ACCEPTED
                 OR OS-FAILED-ATTEMPTS NOT NUMERIC
                 OR OS-FAILED-ATTEMPTS > ZERO
               PERFORM 2100-UPDATE-OPERATOR
           END-IF.
      *
           MOVE SPACE TO SECURITY-LOG-RECORD.
           SET SEC-SIGNON-GOOD TO TRUE.
           MOVE OS-AUTHORITY-LEVEL TO SEC-OPERATOR-LEVEL.
           IF NEW-PASSWORD-ACCEPTED
               SET SEC-PASSWORD-CHANGED TO TRUE
           END-IF.
           PERFORM 1250-WRITE-SECURITY-LOG.
      *
           MOVE EIBTRMID           TO SQN-TERMINAL-ID.
           MOVE SGN-D-OPID         TO SGN-OPERATOR-ID.
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
      ******************************************************************
      *   2100-UPDATE-OPERATOR -- ZEROES THE FAILED-ATTEMPT COUNT      *
      *   AND, IF A NEW PASSWORD WAS ACCEPTED, PUSHES THE OLD ONE      *
      *   ONTO OS-PREVIOUS-PASSWORD AND STARTS THE NEW ONE'S LIFE      *
      *   FROM TODAY.                                                  *
      ******************************************************************
       2100-UPDATE-OPERATOR.
      *
           EXEC CICS
               READ FILE('OPSEC')
                    INTO(OPERATOR-SECURITY-RECORD)
                    RIDFLD(SGN-D-OPID)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           MOVE ZERO TO OS-FAILED-ATTEMPTS.
      *
           IF NEW-PASSWORD-ACCEPTED
               PERFORM VARYING HISTORY-SUB FROM PR-HISTORY-KEPT BY -1
                         UNTIL HISTORY-SUB < 2
                   MOVE OS-PREVIOUS-PASSWORD(HISTORY-SUB - 1)
                       TO OS-PREVIOUS-PASSWORD(HISTORY-SUB)
               END-PERFORM
               MOVE OS-PASSWORD  TO OS-PREVIOUS-PASSWORD(1)
               MOVE NEW-PASSWORD TO OS-PASSWORD
               MOVE TODAYS-DATE  TO OS-PASSWORD-CHANGED-DATE
               COMPUTE EXPIRY-TIME = ABSOLUTE-TIME
                   + (PR-PASSWORD-LIFE-DAYS * PR-MILLISECONDS-PER-DAY)
               EXEC CICS
                   FORMATTIME ABSTIME(EXPIRY-TIME)
                   YYYYMMDD(OS-PASSWORD-EXPIRES-DATE)
               END-EXEC
               MOVE 'N' TO OS-MUST-CHANGE-SW
           END-IF.
      *
           EXEC CICS
               REWRITE FILE('OPSEC')
                       FROM(OPERATOR-SECURITY-RECORD)
                       RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
       9999-TERMINATE-PROGRAM.
      *
