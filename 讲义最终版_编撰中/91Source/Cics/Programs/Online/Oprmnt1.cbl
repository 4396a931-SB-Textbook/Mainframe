       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  OPRMNT1.
      *
      ******************************************************************
      *   OPRMNT1 -- OPERATOR PROFILE MAINTENANCE.                     *
      *   THE SECURITY ADMINISTRATOR'S SCREEN FOR THE OPSEC FILE,      *
      *   WHICH USED TO BE LOADED OUTSIDE THE SYSTEM.  KEY AN          *
      *   OPERATOR ID AND PRESS ENTER TO DISPLAY IT.  F5 ADDS A NEW    *
      *   OPERATOR (NAME, LEVEL, AND A FIRST PASSWORD) OR CHANGES AN   *
      *   EXISTING ONE'S NAME, LEVEL, OR STATUS -- KEYING STATUS A     *
      *   REINSTATES A REVOKED ID, X REVOKES IT.  F6 RESETS THE        *
      *   PASSWORD TO THE ONE KEYED AND RE-OPENS AN ID THAT WAS        *
      *   LOCKED OUT BY FAILED SIGN-ONS; F7 REVOKES THE ID.  A NEW OR  *
      *   RESET PASSWORD MUST BE CHANGED BY THE OPERATOR AT THE NEXT   *
      *   SIGN-ON.  EVERYTHING HERE, EVEN THE DISPLAY, NEEDS AN        *
      *   ACTIVE AUTHORITY-LEVEL 9 OPERATOR ON OPSEC, AND NO           *
      *   ADMINISTRATOR MAY MAINTAIN THEIR OWN ID.  EACH ADD, CHANGE,  *
      *   RESET, AND REVOKE IS STAMPED ON THE OPSEC RECORD AND LOGGED  *
      *   TO SECLOG UNDER THE ADMINISTRATOR'S ID.  PASSWORDS ARE       *
      *   NEVER SHOWN.  THE EMPLOYEE NUMBER KEYED ON AN ADD OR CHANGE  *
      *   LINKS THE ID TO THE EMPLOYEE, SO THE NIGHTLY OPRREVK STEP    *
      *   REVOKES IT WHEN THAT EMPLOYEE LEAVES; IT MAY BE LEFT BLANK   *
      *   ONLY FOR AN ID NO EMPLOYEE OWNS, WHICH OPRREVK LISTS.        *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
      *
           05  VALID-DATA-SW                   PIC X(01) VALUE 'Y'.
               88  VALID-DATA                            VALUE 'Y'.
           05  OPERATOR-FOUND-SW               PIC X(01) VALUE 'N'.
               88  OPERATOR-FOUND                        VALUE 'Y'.
           05  ADMINISTRATOR-SW                PIC X(01) VALUE 'N'.
               88  OPERATOR-IS-ADMINISTRATOR             VALUE 'Y'.
      *
       01  FLAGS.
      *
           05  SEND-FLAG                       PIC X(01).
               88  SEND-ERASE                          VALUE '1'.
               88  SEND-DATAONLY                       VALUE '2'.
               88  SEND-DATAONLY-ALARM                 VALUE '3'.
      *
       01  WORK-FIELDS.
      *
           05  ABSOLUTE-TIME       PIC S9(15)  COMP-3  VALUE ZERO.
           05  TODAYS-DATE         PIC 9(08)           VALUE ZERO.
           05  KEYED-LENGTH        PIC S9(04)  COMP    VALUE ZERO.
           05  HISTORY-SUB         PIC S9(04)  COMP    VALUE ZERO.
           05  LOG-ACTION          PIC X(01)           VALUE SPACE.
           05  NEW-PASSWORD        PIC X(08)           VALUE SPACE.
      *
       01  MAINT-STAMP-LINE.
           05  MSL-DATE            PIC 9(08).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  MSL-OPERATOR        PIC X(03).
           05  FILLER              PIC X(03)   VALUE SPACE.
      *
       01  LENGTH-MESSAGE-LINE.
           05  FILLER              PIC X(30)   VALUE
                   'The password must be at least '.
           05  LML-MINIMUM-LENGTH  PIC 9(01).
           05  FILLER              PIC X(27)   VALUE
                   ' characters with no spaces.'.
      *
       01  COMMUNICATION-AREA.
      *
           05  CA-CONTEXT-FLAG               PIC X(01).
               88  PROCESS-ENTRY                       VALUE '1'.
           05  CA-OPERATOR-ID                PIC X(03).
      *
       01  RESPONSE-CODE                     PIC S9(08)  COMP.
      *
       COPY OPSEC.
      *
       COPY SECLOG.
      *
       COPY PWDRULE.
      *
       COPY OPRSET1.
      *
       COPY DFHAID.
      *
       COPY ATTR.
      *
       COPY ERRPARM.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA             PIC X(04).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-OPERATOR-MAINT.
      *
           IF EIBCALEN > ZERO
               MOVE DFHCOMMAREA TO COMMUNICATION-AREA
           END-IF.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO
                   PERFORM 0100-START-FRESH-SCREEN
      *
               WHEN EIBAID = DFHCLEAR
                   PERFORM 0100-START-FRESH-SCREEN
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF3 OR DFHPF12
                   EXEC CICS
                       XCTL PROGRAM('INVMENU')
                   END-EXEC
      *
               WHEN EIBAID = DFHENTER
                   PERFORM 1000-DISPLAY-OPERATOR THRU 1000-EXIT
      *
               WHEN EIBAID = DFHPF5
                   PERFORM 2000-SAVE-OPERATOR THRU 2000-EXIT
      *
               WHEN EIBAID = DFHPF6
                   PERFORM 3000-RESET-PASSWORD THRU 3000-EXIT
      *
               WHEN EIBAID = DFHPF7
                   PERFORM 4000-REVOKE-OPERATOR THRU 4000-EXIT
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO OPR-L-MESSAGE
                   MOVE 'Invalid key pressed.' TO OPR-D-MESSAGE
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1500-SEND-MAP
      *
           END-EVALUATE.
      *
           EXEC CICS
               RETURN TRANSID('OPR1')
                      COMMAREA(COMMUNICATION-AREA)
           END-EXEC.
      *
       0100-START-FRESH-SCREEN.
      *
           MOVE LOW-VALUE TO OPRMAP1.
           MOVE 'Key an operator ID.  Enter=Display  F5=Add/Change  F6=
      -        'Reset password  F7=Revoke.' TO OPR-D-INSTR.
           MOVE 'F3=Exit   F5=Save   F6=Reset   F7=Revoke   F12=Exit'
               TO OPR-D-FKEY.
           MOVE -1 TO OPR-L-OPID.
           SET SEND-ERASE TO TRUE.
           PERFORM 1500-SEND-MAP.
           SET PROCESS-ENTRY TO TRUE.
           MOVE SPACE TO CA-OPERATOR-ID.
      *
       1000-DISPLAY-OPERATOR.
      *
           PERFORM 1100-RECEIVE-MAP.
           PERFORM 1200-EDIT-MAP-KEY.
           IF VALID-DATA
               PERFORM 1250-CHECK-ADMINISTRATOR
           END-IF.
           IF NOT VALID-DATA
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-MAP
               GO TO 1000-EXIT
           END-IF.
      *
           MOVE OPR-D-OPID TO CA-OPERATOR-ID.
           PERFORM 1300-READ-OPERATOR.
      *
           IF OPERATOR-FOUND
               PERFORM 1400-FORMAT-OPERATOR
               MOVE SPACE TO OPR-D-MESSAGE
               MOVE -1 TO OPR-L-NAME
           ELSE
               PERFORM 1450-CLEAR-OPERATOR
               MOVE 'Not on file - key the name, level, and a first pass
      -            'word and press F5 to add.' TO OPR-D-MESSAGE
               MOVE -1 TO OPR-L-NAME
           END-IF.
      *
           SET SEND-DATAONLY TO TRUE.
           PERFORM 1500-SEND-MAP.
      *
       1000-EXIT.
           EXIT.
      *
       1100-RECEIVE-MAP.
      *
           EXEC CICS
               RECEIVE MAP('OPRMAP1')
                       MAPSET('OPRSET1')
                       INTO(OPRMAP1)
           END-EXEC.
      *
           INSPECT OPRMAP1
               REPLACING ALL '_' BY SPACE.
      *
           MOVE ATTR-NO-HIGHLIGHT TO OPR-H-OPID
                                     OPR-H-NAME
                                     OPR-H-LEVEL
                                     OPR-H-STATUS
                                     OPR-H-EMPNO
                                     OPR-H-NEWPW.
      *
       1200-EDIT-MAP-KEY.
      *
           MOVE 'Y' TO VALID-DATA-SW.
      *
           IF       OPR-L-OPID = ZERO AND CA-OPERATOR-ID NOT = SPACE
               MOVE CA-OPERATOR-ID TO OPR-D-OPID
           END-IF.
      *
           IF OPR-D-OPID = SPACE OR LOW-VALUE
               MOVE ATTR-REVERSE TO OPR-H-OPID
               MOVE -1 TO OPR-L-OPID
               MOVE 'Enter the operator ID.' TO OPR-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
      ******************************************************************
      *   1250-CHECK-ADMINISTRATOR -- THE SAME OPSEC TEST GLAMNT1      *
      *   MAKES, BUT AT LEVEL 9: ACTIVE SECURITY ADMINISTRATOR.  IT    *
      *   READS INTO THE OPSEC RECORD AREA, SO IT RUNS BEFORE THE      *
      *   OPERATOR BEING MAINTAINED IS READ.                           *
      ******************************************************************
       1250-CHECK-ADMINISTRATOR.
      *
           MOVE 'N' TO ADMINISTRATOR-SW.
      *
           EXEC CICS
               READ FILE('OPSEC')
                    INTO(OPERATOR-SECURITY-RECORD)
                    RIDFLD(EIBOPID)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   CONTINUE
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN OS-ACTIVE AND OS-AUTHORITY-LEVEL = 9
                   MOVE 'Y' TO ADMINISTRATOR-SW
           END-EVALUATE.
      *
           IF NOT OPERATOR-IS-ADMINISTRATOR
               MOVE 'Operator profiles may only be maintained by author
      -            'ity level 9.' TO OPR-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
       1260-CHECK-NOT-OWN-ID.
      *
           IF OPR-D-OPID = EIBOPID
               MOVE ATTR-REVERSE TO OPR-H-OPID
               MOVE -1 TO OPR-L-OPID
               MOVE 'Your own ID must be maintained by another administ
      -            'rator.' TO OPR-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
       1300-READ-OPERATOR.
      *
           MOVE 'N' TO OPERATOR-FOUND-SW.
      *
           EXEC CICS
               READ FILE('OPSEC')
                    INTO(OPERATOR-SECURITY-RECORD)
                    RIDFLD(CA-OPERATOR-ID)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   CONTINUE
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN OTHER
                   MOVE 'Y' TO OPERATOR-FOUND-SW
           END-EVALUATE.
      *
       1350-READ-OPERATOR-FOR-UPDATE.
      *
           EXEC CICS
               READ FILE('OPSEC')
                    INTO(OPERATOR-SECURITY-RECORD)
                    RIDFLD(CA-OPERATOR-ID)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
       1400-FORMAT-OPERATOR.
      *
           MOVE OS-OPERATOR-NAME         TO OPR-D-NAME.
           MOVE OS-AUTHORITY-LEVEL       TO OPR-D-LEVEL.
           MOVE OS-STATUS-CODE           TO OPR-D-STATUS.
           MOVE OS-EMPLOYEE-NUMBER       TO OPR-D-EMPNO.
           MOVE SPACE                    TO OPR-D-NEWPW.
           EVALUATE TRUE
               WHEN OS-ACTIVE AND OS-MUST-CHANGE-PASSWORD
                   MOVE 'CHANGE AT SIGN-ON'  TO OPR-D-REVRSN
               WHEN OS-ACTIVE
                   MOVE SPACE                TO OPR-D-REVRSN
               WHEN OS-REVOKED-BY-LOCKOUT
                   MOVE 'LOCKED OUT'         TO OPR-D-REVRSN
               WHEN OS-REVOKED-BY-LEAVER
                   MOVE 'EMPLOYEE LEFT'      TO OPR-D-REVRSN
               WHEN OTHER
                   MOVE 'BY ADMINISTRATOR'   TO OPR-D-REVRSN
           END-EVALUATE.
           MOVE OS-PASSWORD-CHANGED-DATE TO OPR-D-PWCHG.
           MOVE OS-PASSWORD-EXPIRES-DATE TO OPR-D-PWEXP.
           MOVE OS-FAILED-ATTEMPTS       TO OPR-D-FAILS.
           MOVE OS-LAST-MAINT-DATE       TO MSL-DATE.
           MOVE OS-LAST-MAINT-OPERATOR   TO MSL-OPERATOR.
           MOVE MAINT-STAMP-LINE         TO OPR-D-MAINT.
      *
       1450-CLEAR-OPERATOR.
      *
           MOVE SPACE TO OPR-D-NAME
                         OPR-D-LEVEL
                         OPR-D-STATUS
                         OPR-D-EMPNO
                         OPR-D-NEWPW
                         OPR-D-REVRSN
                         OPR-D-MAINT.
           MOVE ZERO  TO OPR-D-PWCHG
                         OPR-D-PWEXP
                         OPR-D-FAILS.
      *
       1500-SEND-MAP.
      *
           MOVE 'OPR1' TO OPR-D-TRANID.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('OPRMAP1')
                            MAPSET('OPRSET1')
                            FROM(OPRMAP1)
                            CURSOR
                            ERASE
                   END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('OPRMAP1')
                            MAPSET('OPRSET1')
                            FROM(OPRMAP1)
                            CURSOR
                            DATAONLY
                   END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('OPRMAP1')
                            MAPSET('OPRSET1')
                            FROM(OPRMAP1)
                            CURSOR
                            DATAONLY
                            ALARM
                   END-EXEC
           END-EVALUATE.
      *
      ******************************************************************
      *   2000-SAVE-OPERATOR -- F5.  AN ID NOT ON FILE IS ADDED,       *
      *   ACTIVE, WITH THE FIRST PASSWORD KEYED, WHICH THE OPERATOR    *
      *   MUST CHANGE AT THE FIRST SIGN-ON.  FOR AN ID ON FILE THE     *
      *   NAME AND LEVEL ARE REPLACED; A STATUS OF X REVOKES IT AND A  *
      *   STATUS OF A REINSTATES IT WITH A CLEAN FAILED-ATTEMPT        *
      *   COUNT.  A PASSWORD KEYED ON A CHANGE IS IGNORED -- F6        *
      *   RESETS PASSWORDS.  THE EMPLOYEE NUMBER IS REPLACED WITH      *
      *   WHATEVER IS KEYED, BLANK INCLUDED.                           *
      ******************************************************************
       2000-SAVE-OPERATOR.
      *
           PERFORM 1100-RECEIVE-MAP.
           PERFORM 1200-EDIT-MAP-KEY.
           IF VALID-DATA
               PERFORM 1250-CHECK-ADMINISTRATOR
           END-IF.
           IF VALID-DATA
               PERFORM 1260-CHECK-NOT-OWN-ID
           END-IF.
           IF VALID-DATA
               PERFORM 2100-EDIT-PROFILE
           END-IF.
           IF NOT VALID-DATA
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-MAP
               GO TO 2000-EXIT
           END-IF.
      *
           MOVE OPR-D-OPID TO CA-OPERATOR-ID.
           PERFORM 1300-READ-OPERATOR.
      *
           IF NOT OPERATOR-FOUND
               IF       OPR-D-STATUS NOT = SPACE
                    AND OPR-D-STATUS NOT = 'A'
                   MOVE ATTR-REVERSE TO OPR-H-STATUS
                   MOVE -1 TO OPR-L-STATUS
                   MOVE 'A new operator is added active (status A).'
                       TO OPR-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               ELSE
                   PERFORM 2500-EDIT-PASSWORD-KEYED
               END-IF
               IF NOT VALID-DATA
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1500-SEND-MAP
                   GO TO 2000-EXIT
               END-IF
           END-IF.
      *
           PERFORM 2900-GET-TODAYS-DATE.
      *
           IF OPERATOR-FOUND
               PERFORM 2300-CHANGE-OPERATOR
           ELSE
               PERFORM 2400-ADD-OPERATOR
           END-IF.
      *
           PERFORM 8000-LOG-MAINTENANCE.
           PERFORM 1400-FORMAT-OPERATOR.
           MOVE -1 TO OPR-L-OPID.
           SET SEND-DATAONLY TO TRUE.
           PERFORM 1500-SEND-MAP.
      *
       2000-EXIT.
           EXIT.
      *
       2100-EDIT-PROFILE.
      *
           IF OPR-D-EMPNO = LOW-VALUE
               MOVE SPACE TO OPR-D-EMPNO
           END-IF.
           IF       OPR-D-EMPNO NOT = SPACE
                AND OPR-D-EMPNO NOT NUMERIC
               MOVE ATTR-REVERSE TO OPR-H-EMPNO
               MOVE -1 TO OPR-L-EMPNO
               MOVE 'The employee number must be 6 digits, or blank if n
      -            'o employee owns the ID.' TO OPR-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
           IF       OPR-D-STATUS NOT = SPACE
                AND OPR-D-STATUS NOT = 'A'
                AND OPR-D-STATUS NOT = 'X'
               MOVE ATTR-REVERSE TO OPR-H-STATUS
               MOVE -1 TO OPR-L-STATUS
               MOVE 'Status must be A (active) or X (revoked).'
                   TO OPR-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
           IF       OPR-D-LEVEL NOT NUMERIC
                 OR OPR-D-LEVEL = '0'
               MOVE ATTR-REVERSE TO OPR-H-LEVEL
               MOVE -1 TO OPR-L-LEVEL
               MOVE 'Authority level must be 1 through 9.'
                   TO OPR-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
           IF OPR-D-NAME = SPACE OR LOW-VALUE
               MOVE ATTR-REVERSE TO OPR-H-NAME
               MOVE -1 TO OPR-L-NAME
               MOVE 'Enter the operator name.' TO OPR-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
       2300-CHANGE-OPERATOR.
      *
           PERFORM 1350-READ-OPERATOR-FOR-UPDATE.
      *
           MOVE 'C' TO LOG-ACTION.
           MOVE OPR-D-NAME  TO OS-OPERATOR-NAME.
           MOVE OPR-D-LEVEL TO OS-AUTHORITY-LEVEL.
           MOVE OPR-D-EMPNO TO OS-EMPLOYEE-NUMBER.
           MOVE 'Operator changed.' TO OPR-D-MESSAGE.
      *
           EVALUATE TRUE
               WHEN OPR-D-STATUS = 'X' AND OS-ACTIVE
                   SET OS-REVOKED          TO TRUE
                   SET OS-REVOKED-BY-ADMIN TO TRUE
                   MOVE 'X' TO LOG-ACTION
                   MOVE 'Operator revoked.' TO OPR-D-MESSAGE
               WHEN OPR-D-STATUS = 'A' AND OS-REVOKED
                   SET OS-ACTIVE TO TRUE
                   MOVE SPACE TO OS-REVOKED-REASON
                   MOVE ZERO  TO OS-FAILED-ATTEMPTS
                   MOVE 'Operator reinstated.' TO OPR-D-MESSAGE
           END-EVALUATE.
      *
           MOVE TODAYS-DATE TO OS-LAST-MAINT-DATE.
           MOVE EIBOPID     TO OS-LAST-MAINT-OPERATOR.
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
       2400-ADD-OPERATOR.
      *
           MOVE SPACE          TO OPERATOR-SECURITY-RECORD.
           MOVE CA-OPERATOR-ID TO OS-OPERATOR-ID.
           MOVE OPR-D-NAME     TO OS-OPERATOR-NAME.
           MOVE NEW-PASSWORD   TO OS-PASSWORD.
           MOVE OPR-D-LEVEL    TO OS-AUTHORITY-LEVEL.
           MOVE OPR-D-EMPNO    TO OS-EMPLOYEE-NUMBER.
           SET OS-ACTIVE       TO TRUE.
           MOVE TODAYS-DATE    TO OS-PASSWORD-CHANGED-DATE
                                  OS-PASSWORD-EXPIRES-DATE.
           SET OS-MUST-CHANGE-PASSWORD TO TRUE.
           MOVE ZERO           TO OS-FAILED-ATTEMPTS.
           MOVE TODAYS-DATE    TO OS-LAST-MAINT-DATE.
           MOVE EIBOPID        TO OS-LAST-MAINT-OPERATOR.
      *
           EXEC CICS
               WRITE FILE('OPSEC')
                     FROM(OPERATOR-SECURITY-RECORD)
                     RIDFLD(OS-OPERATOR-ID)
                     RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           MOVE 'A' TO LOG-ACTION.
           MOVE 'Operator added.  The password must be changed at the f
      -        'irst sign-on.' TO OPR-D-MESSAGE.
      *
      ******************************************************************
      *   2500-EDIT-PASSWORD-KEYED -- A FIRST OR RESET PASSWORD        *
      *   FOLLOWS THE PWDRULE LENGTH RULE LIKE ANY OTHER.              *
      ******************************************************************
       2500-EDIT-PASSWORD-KEYED.
      *
           MOVE OPR-D-NEWPW TO NEW-PASSWORD.
           MOVE ZERO TO KEYED-LENGTH.
           INSPECT NEW-PASSWORD
               TALLYING KEYED-LENGTH FOR CHARACTERS
                   BEFORE INITIAL SPACE.
      *
           EVALUATE TRUE
               WHEN NEW-PASSWORD = SPACE OR LOW-VALUE
                   MOVE 'Enter the password the operator will sign on w
      -                'ith.' TO OPR-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               WHEN KEYED-LENGTH < PR-MINIMUM-LENGTH
                   MOVE PR-MINIMUM-LENGTH TO LML-MINIMUM-LENGTH
                   MOVE LENGTH-MESSAGE-LINE TO OPR-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               WHEN KEYED-LENGTH < 8
                AND NEW-PASSWORD(KEYED-LENGTH + 1:) NOT = SPACE
                   MOVE PR-MINIMUM-LENGTH TO LML-MINIMUM-LENGTH
                   MOVE LENGTH-MESSAGE-LINE TO OPR-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
           END-EVALUATE.
      *
           IF NOT VALID-DATA
               MOVE ATTR-REVERSE TO OPR-H-NEWPW
               MOVE -1 TO OPR-L-NEWPW
           END-IF.
      *
       2900-GET-TODAYS-DATE.
      *
           EXEC CICS
               ASKTIME ABSTIME(ABSOLUTE-TIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(ABSOLUTE-TIME)
                          YYYYMMDD(TODAYS-DATE)
           END-EXEC.
      *
      ******************************************************************
      *   3000-RESET-PASSWORD -- F6.  THE OLD PASSWORD GOES ONTO THE   *
      *   HISTORY SO THE OPERATOR CANNOT SIMPLY PUT IT BACK, THE       *
      *   FAILED-ATTEMPT COUNT IS CLEARED, AND AN ID LOCKED OUT BY     *
      *   FAILED SIGN-ONS IS ACTIVE AGAIN.  AN ID THE ADMINISTRATOR    *
      *   REVOKED STAYS REVOKED UNTIL F5 REINSTATES IT.                *
      ******************************************************************
       3000-RESET-PASSWORD.
      *
           PERFORM 1100-RECEIVE-MAP.
           PERFORM 1200-EDIT-MAP-KEY.
           IF VALID-DATA
               PERFORM 1250-CHECK-ADMINISTRATOR
           END-IF.
           IF VALID-DATA
               PERFORM 1260-CHECK-NOT-OWN-ID
           END-IF.
           IF VALID-DATA
               MOVE OPR-D-OPID TO CA-OPERATOR-ID
               PERFORM 1300-READ-OPERATOR
               IF NOT OPERATOR-FOUND
                   MOVE 'That operator is not on file.' TO OPR-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           END-IF.
           IF VALID-DATA
               PERFORM 2500-EDIT-PASSWORD-KEYED
           END-IF.
           IF NOT VALID-DATA
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-MAP
               GO TO 3000-EXIT
           END-IF.
      *
           PERFORM 2900-GET-TODAYS-DATE.
           PERFORM 1350-READ-OPERATOR-FOR-UPDATE.
      *
           PERFORM VARYING HISTORY-SUB FROM PR-HISTORY-KEPT BY -1
                     UNTIL HISTORY-SUB < 2
               MOVE OS-PREVIOUS-PASSWORD(HISTORY-SUB - 1)
                   TO OS-PREVIOUS-PASSWORD(HISTORY-SUB)
           END-PERFORM.
           MOVE OS-PASSWORD  TO OS-PREVIOUS-PASSWORD(1).
           MOVE NEW-PASSWORD TO OS-PASSWORD.
           MOVE TODAYS-DATE  TO OS-PASSWORD-CHANGED-DATE
                                OS-PASSWORD-EXPIRES-DATE.
           SET OS-MUST-CHANGE-PASSWORD TO TRUE.
           MOVE ZERO         TO OS-FAILED-ATTEMPTS.
      *
           IF OS-REVOKED AND OS-REVOKED-BY-LOCKOUT
               SET OS-ACTIVE TO TRUE
               MOVE SPACE TO OS-REVOKED-REASON
           END-IF.
      *
           MOVE TODAYS-DATE TO OS-LAST-MAINT-DATE.
           MOVE EIBOPID     TO OS-LAST-MAINT-OPERATOR.
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
           MOVE 'W' TO LOG-ACTION.
           PERFORM 8000-LOG-MAINTENANCE.
           PERFORM 1400-FORMAT-OPERATOR.
           IF OS-REVOKED
               MOVE 'Password reset, but the ID is still revoked - F5 w
      -            'ith status A reinstates it.' TO OPR-D-MESSAGE
           ELSE
               MOVE 'Password reset.  The operator must change it at th
      -            'e next sign-on.' TO OPR-D-MESSAGE
           END-IF.
           MOVE -1 TO OPR-L-OPID.
           SET SEND-DATAONLY TO TRUE.
           PERFORM 1500-SEND-MAP.
      *
       3000-EXIT.
           EXIT.
      *
       4000-REVOKE-OPERATOR.
      *
           PERFORM 1100-RECEIVE-MAP.
           PERFORM 1200-EDIT-MAP-KEY.
           IF VALID-DATA
               PERFORM 1250-CHECK-ADMINISTRATOR
           END-IF.
           IF VALID-DATA
               PERFORM 1260-CHECK-NOT-OWN-ID
           END-IF.
           IF VALID-DATA
               MOVE OPR-D-OPID TO CA-OPERATOR-ID
               PERFORM 1300-READ-OPERATOR
               EVALUATE TRUE
                   WHEN NOT OPERATOR-FOUND
                       MOVE 'That operator is not on file.'
                           TO OPR-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                   WHEN OS-REVOKED
                       PERFORM 1400-FORMAT-OPERATOR
                       MOVE 'That operator is already revoked.'
                           TO OPR-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
               END-EVALUATE
           END-IF.
           IF NOT VALID-DATA
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-MAP
               GO TO 4000-EXIT
           END-IF.
      *
           PERFORM 2900-GET-TODAYS-DATE.
           PERFORM 1350-READ-OPERATOR-FOR-UPDATE.
      *
           SET OS-REVOKED          TO TRUE.
           SET OS-REVOKED-BY-ADMIN TO TRUE.
           MOVE TODAYS-DATE TO OS-LAST-MAINT-DATE.
           MOVE EIBOPID     TO OS-LAST-MAINT-OPERATOR.
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
           MOVE 'X' TO LOG-ACTION.
           PERFORM 8000-LOG-MAINTENANCE.
           PERFORM 1400-FORMAT-OPERATOR.
           MOVE 'Operator revoked.' TO OPR-D-MESSAGE.
           MOVE -1 TO OPR-L-OPID.
           SET SEND-DATAONLY TO TRUE.
           PERFORM 1500-SEND-MAP.
      *
       4000-EXIT.
           EXIT.
      *
      ******************************************************************
      *   8000-LOG-MAINTENANCE -- ONE SECLOG RECORD PER ACTION, UNDER  *
      *   THE ADMINISTRATOR'S ID, NAMING THE OPERATOR MAINTAINED.  A   *
      *   SECOND ACTION IN THE SAME SECOND FROM THE SAME TERMINAL IS   *
      *   A DUPLICATE KEY AND IS DROPPED, AS SIGNON1 DOES.             *
      ******************************************************************
       8000-LOG-MAINTENANCE.
      *
           MOVE SPACE TO SECURITY-LOG-RECORD.
           EXEC CICS
               ASKTIME ABSTIME(ABSOLUTE-TIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(ABSOLUTE-TIME)
               YYYYMMDD(SEC-LOG-DATE)
               TIME(SEC-LOG-TIME)
           END-EXEC.
      *
           MOVE EIBTRMID           TO SEC-TERMINAL-ID.
           MOVE EIBOPID            TO SEC-OPERATOR-ID.
           MOVE LOG-ACTION         TO SEC-ACTION-CODE.
           MOVE ZERO               TO SEC-OPERATOR-LEVEL
                                      SEC-REQUIRED-LEVEL
                                      SEC-FILE-COUNT.
           MOVE CA-OPERATOR-ID     TO SEC-TARGET-OPERATOR.
      *
           EXEC CICS
               WRITE FILE('SECLOG')
                     FROM(SECURITY-LOG-RECORD)
                     RIDFLD(SEC-LOG-KEY)
                     RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF      RESPONSE-CODE NOT = DFHRESP(NORMAL)
               AND RESPONSE-CODE NOT = DFHRESP(DUPREC)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
       9999-TERMINATE-PROGRAM.
      *
           MOVE EIBRESP  TO ERR-RESP.
           MOVE EIBRESP2 TO ERR-RESP2.
           MOVE EIBTRNID TO ERR-TRNID.
           MOVE EIBRSRCE TO ERR-RSRCE.
      *
           EXEC CICS
               XCTL PROGRAM('SYSERR')
                    COMMAREA(ERROR-PARAMETERS)
           END-EXEC.
