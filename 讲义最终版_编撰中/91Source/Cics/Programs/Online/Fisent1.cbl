       PROGRAM-ID.  FISENT1.
      *
      ******************************************************************
      *   FISENT1 -- FISCAL-PERIOD CONTROL MAINTENANCE.                *
      *   SHOWS THE FISCTL CONTROL RECORD -- THE OPEN PERIOD AND THE   *
      *   DATE ACCOUNTING HAS CLOSED THROUGH -- AND LETS A SUPERVISOR  *
      *   (OS-AUTHORITY-LEVEL 8 OR ABOVE ON OPSEC) ADVANCE THEM.  THE  *
      *   CLOSED-THROUGH DATE CAN ONLY MOVE FORWARD: RE-OPENING A      *
      *   CLOSED PERIOD IS AN ACCOUNTING DECISION THAT GOES THROUGH    *
      *   OPERATIONS, NOT A KEYSTROKE.  EVERY CHANGE IS STAMPED WITH   *
      *   THE OPERATOR AND DATE ON THE RECORD ITSELF.  ORDRENT,        *
      *   PAYMNT1, INVVOID, RETENT1, AND STORUN ALL REFUSE TO POST     *
      *   ANYTHING DATED ON OR BEFORE THE CLOSED-THROUGH DATE.         *
      *   THE SAME SCREEN SETS THE SECOND-OPERATOR APPROVAL LIMIT:     *
      *   REFUNDS, INVOICE VOIDS, AND RETURN CREDITS ABOVE IT WAIT ON  *
      *   THE APRQ QUEUE FOR A SUPERVISOR.  A BLANK OR ZERO LIMIT      *
      *   TURNS THE QUEUE OFF.                                         *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
      *
           05  VALID-DATA-SW                   PIC X(01) VALUE 'Y'.
               88  VALID-DATA                            VALUE 'Y'.
           05  VALID-AMOUNT-SW                 PIC X(01) VALUE 'Y'.
               88  VALID-AMOUNT                          VALUE 'Y'.
           05  SUPERVISOR-SW                   PIC X(01) VALUE 'N'.
               88  OPERATOR-IS-SUPERVISOR                VALUE 'Y'.
      *
           05  NEW-CLOSED-THRU     PIC 9(08)   VALUE ZERO.
           05  NEW-CLOSED-MM       PIC 9(02)   VALUE ZERO.
           05  NEW-CLOSED-DD       PIC 9(02)   VALUE ZERO.
           05  NEW-APPROVAL-LIMIT  PIC 9(07)V99 VALUE ZERO.
      *
       01  COMMUNICATION-AREA.
      *
           MOVE FC-CLOSED-THRU-DATE    TO FIS-D-CLOSEDT.
           MOVE FC-LAST-MAINT-DATE     TO FIS-D-LASTDATE.
           MOVE FC-LAST-MAINT-OPERATOR TO FIS-D-LASTOPER.
           MOVE FC-APPROVAL-LIMIT      TO FIS-D-APRLIM.
           MOVE 'Key the period, closed-through date, and approval lim
      -        'it.  Then press Enter.' TO FIS-D-INSTR.
           MOVE 'F3=Exit   F12=Exit' TO FIS-D-FKEY.
           MOVE -1 TO FIS-L-OPENPER.
           SET SEND-ERASE TO TRUE.
      *
           MOVE NEW-PERIOD      TO FC-OPEN-PERIOD.
           MOVE NEW-CLOSED-THRU TO FC-CLOSED-THRU-DATE.
           MOVE NEW-APPROVAL-LIMIT TO FC-APPROVAL-LIMIT.
           MOVE MAINT-DATE      TO FC-LAST-MAINT-DATE.
           MOVE EIBOPID         TO FC-LAST-MAINT-OPERATOR.
      *
           MOVE FC-CLOSED-THRU-DATE    TO FIS-D-CLOSEDT.
           MOVE FC-LAST-MAINT-DATE     TO FIS-D-LASTDATE.
           MOVE FC-LAST-MAINT-OPERATOR TO FIS-D-LASTOPER.
           MOVE FC-APPROVAL-LIMIT      TO FIS-D-APRLIM.
           MOVE 'Fiscal period updated.' TO FIS-D-MESSAGE.
           MOVE 'Key the period, closed-through date, and approval lim
      -        'it.  Then press Enter.' TO FIS-D-INSTR.
           MOVE 'F3=Exit   F12=Exit' TO FIS-D-FKEY.
           MOVE -1 TO FIS-L-OPENPER.
           SET SEND-ERASE TO TRUE.
       2300-EDIT-PERIOD-FIELDS.
      *
           MOVE ATTR-NO-HIGHLIGHT TO FIS-H-OPENPER
                                     FIS-H-CLOSEDT
                                     FIS-H-APRLIM.
      *
           IF FIS-D-OPENPER-ALPHA NOT NUMERIC
               MOVE ATTR-REVERSE TO FIS-H-OPENPER
               MOVE 'N' TO VALID-DATA-SW
               GO TO 2300-EXIT
           END-IF.
      *
      *    A BLANK APPROVAL LIMIT IS ZERO -- NO SECOND-OPERATOR QUEUE.
           MOVE ZERO TO NEW-APPROVAL-LIMIT.
           IF       FIS-L-APRLIM > ZERO
                AND FIS-D-APRLIM-ALPHA NOT = SPACE
               CALL 'NUMEDIT' USING FIS-D-APRLIM-ALPHA
                                    NEW-APPROVAL-LIMIT
                                    VALID-AMOUNT-SW
               IF NOT VALID-AMOUNT
                   MOVE ATTR-REVERSE TO FIS-H-APRLIM
                   MOVE -1 TO FIS-L-APRLIM
                   MOVE 'The approval limit must be numeric.'
                       TO FIS-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
                   GO TO 2300-EXIT
               END-IF
               MOVE NEW-APPROVAL-LIMIT TO FIS-D-APRLIM
           END-IF.
      *
       2300-EXIT.
           EXIT.
