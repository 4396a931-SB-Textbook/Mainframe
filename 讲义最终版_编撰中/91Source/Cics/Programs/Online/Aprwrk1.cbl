       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  APRWRK1.
      *
      ******************************************************************
      *   APRWRK1 -- SECOND-OPERATOR APPROVAL QUEUE.                   *
      *   A REFUND (REFENT1), A VOID OF A BILLED INVOICE (INVVOID), OR *
      *   A RETURN CREDIT MEMO (RETENT1) OVER THE FISCTL APPROVAL      *
      *   LIMIT POSTS NOTHING WHEN IT IS KEYED; IT WAITS ON THE APRQ   *
      *   QUEUE UNTIL A SUPERVISOR (OS-AUTHORITY-LEVEL 8 OR ABOVE ON   *
      *   OPSEC) DECIDES IT HERE.  EACH ITEM IS SHOWN WITH ITS TYPE,   *
      *   CUSTOMER, INVOICE, AMOUNT, AND WHO ENTERED IT.  THE          *
      *   SUPERVISOR KEYS A TO APPROVE OR R TO REJECT WITH A REASON;   *
      *   THE OPERATOR WHO ENTERED AN ITEM MAY NOT DECIDE IT.  AN      *
      *   APPROVED ITEM IS NOT POSTED HERE: CONTROL PASSES TO THE      *
      *   PROGRAM THAT QUEUED IT WITH THE APRPARM AREA, WHICH POSTS IT *
      *   UNDER ITS OWN EDITS AND COMES BACK WITH THE RESULT, SO A     *
      *   REFUND, VOID, OR RETURN POSTS IN ONE PLACE ONLY.  F8 STEPS   *
      *   TO THE NEXT PENDING ITEM; A QUEUE NUMBER CAN ALSO BE KEYED   *
      *   DIRECTLY TO LOOK UP ANY ITEM, DECIDED OR NOT.  ITEMS ARE     *
      *   NEVER DELETED.                                               *
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
           05  ITEM-FOUND-SW                   PIC X(01) VALUE 'N'.
               88  ITEM-FOUND                            VALUE 'Y'.
           05  SUPERVISOR-SW                   PIC X(01) VALUE 'N'.
               88  OPERATOR-IS-SUPERVISOR                VALUE 'Y'.
      *
       01  FLAGS.
      *
           05  SEND-FLAG                       PIC X(01).
               88  SEND-ERASE                          VALUE '1'.
               88  SEND-DATAONLY                       VALUE '2'.
               88  SEND-DATAONLY-ALARM                 VALUE '3'.
               88  SEND-ERASE-ALARM                    VALUE '4'.
      *
       01  WORK-FIELDS.
      *
           05  ABSOLUTE-TIME       PIC S9(15)  COMP-3.
           05  BROWSE-QUEUE-KEY    PIC 9(06).
           05  LINE-SUB            PIC S9(03)  COMP-3  VALUE ZERO.
           05  LINE-COUNT          PIC 9(02)           VALUE ZERO.
      *
       01  COMMUNICATION-AREA.
      *
           05  CA-CONTEXT-FLAG               PIC X(01).
               88  PROCESS-BROWSE                      VALUE '1'.
               88  PROCESS-DECIDE-ITEM                 VALUE '2'.
           05  CA-QUEUE-NUMBER               PIC 9(06).
           05  CA-HELP-SW                    PIC X(01).
               88  HELP-WAS-SHOWN                       VALUE 'H'.
      *
       01  RESPONSE-CODE                     PIC S9(08)  COMP.
      *
       COPY APRQ.
      *
       COPY APRPARM.
      *
       COPY CUSTMAS.
      *
       COPY OPSEC.
      *
       COPY APRSET1.
      *
       COPY AFTJRNL.
      *
       COPY DFHAID.
      *
       COPY ATTR.
      *
       COPY ERRPARM.
      *
       COPY PFHELP.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA             PIC X(86).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-APPROVAL-QUEUE.
      *
      *    THE POSTING PROGRAMS COME BACK WITH THE APRPARM AREA; THIS
      *    SCREEN'S OWN PSEUDO-CONVERSATION CARRIES THE SHORTER ONE.
           IF EIBCALEN = LENGTH OF APPROVAL-POSTING-AREA
               MOVE DFHCOMMAREA TO APPROVAL-POSTING-AREA
           ELSE
               IF EIBCALEN > ZERO
                   MOVE DFHCOMMAREA(1:LENGTH OF COMMUNICATION-AREA)
                       TO COMMUNICATION-AREA
               END-IF
           END-IF.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO
                   MOVE LOW-VALUE TO APRMAP1
                   MOVE ZERO TO CA-QUEUE-NUMBER
                   MOVE SPACE TO CA-HELP-SW
                   PERFORM 1050-SHOW-NEXT-PENDING-ITEM
      *
               WHEN EIBCALEN = LENGTH OF APPROVAL-POSTING-AREA
                   MOVE SPACE TO CA-HELP-SW
                   PERFORM 3000-SHOW-POSTING-RESULT
      *
               WHEN EIBAID = DFHCLEAR
                   MOVE LOW-VALUE TO APRMAP1
                   MOVE ZERO TO CA-QUEUE-NUMBER
                   PERFORM 1050-SHOW-NEXT-PENDING-ITEM
      *
               WHEN HELP-WAS-SHOWN
                   MOVE SPACE TO CA-HELP-SW
                   MOVE LOW-VALUE TO APRMAP1
                   MOVE ZERO TO CA-QUEUE-NUMBER
                   PERFORM 1050-SHOW-NEXT-PENDING-ITEM
      *
               WHEN EIBAID = DFHPF1
                   SET HELP-WAS-SHOWN TO TRUE
                   EXEC CICS
                       SEND TEXT FROM(PF-HELP-TEXT)
                                 ERASE
                                 FREEKB
                   END-EXEC
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF3 OR DFHPF12
                   EXEC CICS
                       XCTL PROGRAM('INVMENU')
                   END-EXEC
      *
               WHEN EIBAID = DFHPF8
                   MOVE LOW-VALUE TO APRMAP1
                   PERFORM 1050-SHOW-NEXT-PENDING-ITEM
      *
               WHEN EIBAID = DFHENTER
                   IF PROCESS-DECIDE-ITEM
                       PERFORM 2000-RECORD-DECISION THRU 2000-EXIT
                   ELSE
                       PERFORM 1000-FETCH-KEYED-ITEM THRU 1000-EXIT
                   END-IF
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO APR-L-MESSAGE
                   MOVE 'Invalid key pressed.' TO APR-D-MESSAGE
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1500-SEND-APPROVAL-MAP
      *
           END-EVALUATE.
      *
           EXEC CICS
               RETURN TRANSID('APR1')
                      COMMAREA(COMMUNICATION-AREA)
           END-EXEC.
      *
      ******************************************************************
      *   1000-FETCH-KEYED-ITEM -- THE SUPERVISOR KEYED A QUEUE NUMBER *
      *   TO JUMP STRAIGHT TO AN ITEM.  A DECIDED ITEM IS SHOWN FOR    *
      *   REFERENCE ONLY.                                              *
      ******************************************************************
       1000-FETCH-KEYED-ITEM.
      *
           PERFORM 1100-RECEIVE-APPROVAL-MAP.
      *
           IF       APR-L-QNO = ZERO
                 OR APR-D-QNO-ALPHA = SPACE
                 OR APR-D-QNO-ALPHA NOT NUMERIC
               MOVE ATTR-REVERSE TO APR-H-QNO
               MOVE -1 TO APR-L-QNO
               MOVE 'Key a queue number, or press F8 for the next pendin
      -            'g item.' TO APR-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-APPROVAL-MAP
               GO TO 1000-EXIT
           END-IF.
      *
           EXEC CICS
               READ FILE('APRQ')
                    INTO(APPROVAL-QUEUE-RECORD)
                    RIDFLD(APR-D-QNO)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE ATTR-REVERSE TO APR-H-QNO
                   MOVE -1 TO APR-L-QNO
                   MOVE 'That queue item does not exist.'
                       TO APR-D-MESSAGE
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1500-SEND-APPROVAL-MAP
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN AQ-PENDING
                   PERFORM 1300-FORMAT-QUEUE-ITEM
                   SET SEND-ERASE TO TRUE
                   PERFORM 1500-SEND-APPROVAL-MAP
               WHEN OTHER
                   PERFORM 1300-FORMAT-QUEUE-ITEM
                   MOVE 'That item has already been decided.'
                       TO APR-D-MESSAGE
                   SET SEND-ERASE TO TRUE
                   PERFORM 1500-SEND-APPROVAL-MAP
           END-EVALUATE.
      *
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *   1050-SHOW-NEXT-PENDING-ITEM -- BROWSE FORWARD FROM THE LAST  *
      *   ITEM SHOWN TO THE NEXT ONE STILL PENDING.  AN EMPTY QUEUE    *
      *   IS GOOD NEWS AND SAYS SO.                                    *
      ******************************************************************
       1050-SHOW-NEXT-PENDING-ITEM.
      *
           MOVE 'N' TO ITEM-FOUND-SW.
           COMPUTE BROWSE-QUEUE-KEY = CA-QUEUE-NUMBER + 1.
      *
           EXEC CICS
               STARTBR FILE('APRQ')
                       RIDFLD(BROWSE-QUEUE-KEY)
                       GTEQ
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   CONTINUE
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN OTHER
                   PERFORM 1060-READ-NEXT-PENDING
                       UNTIL ITEM-FOUND
                          OR RESPONSE-CODE = DFHRESP(ENDFILE)
                   EXEC CICS
                       ENDBR FILE('APRQ')
                             RESP(RESPONSE-CODE)
                   END-EXEC
           END-EVALUATE.
      *
           IF ITEM-FOUND
               PERFORM 1300-FORMAT-QUEUE-ITEM
               SET SEND-ERASE TO TRUE
               PERFORM 1500-SEND-APPROVAL-MAP
           ELSE
               MOVE LOW-VALUE TO APRMAP1
               MOVE 'No items are waiting for approval.  The queue is cl
      -            'ear.' TO APR-D-MESSAGE
               PERFORM 1600-SET-ENTRY-INSTRUCTIONS
               MOVE -1 TO APR-L-QNO
               SET SEND-ERASE TO TRUE
               PERFORM 1500-SEND-APPROVAL-MAP
               MOVE ZERO TO CA-QUEUE-NUMBER
               SET PROCESS-BROWSE TO TRUE
           END-IF.
      *
       1060-READ-NEXT-PENDING.
      *
           EXEC CICS
               READNEXT FILE('APRQ')
                        RIDFLD(BROWSE-QUEUE-KEY)
                        INTO(APPROVAL-QUEUE-RECORD)
                        RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(ENDFILE)
                   CONTINUE
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN AQ-PENDING
                   MOVE 'Y' TO ITEM-FOUND-SW
           END-EVALUATE.
      *
       1100-RECEIVE-APPROVAL-MAP.
      *
           EXEC CICS
               RECEIVE MAP('APRMAP1')
                       MAPSET('APRSET1')
                       INTO(APRMAP1)
           END-EXEC.
      *
           INSPECT APRMAP1
                REPLACING ALL '_' BY SPACE.
      *
      ******************************************************************
      *   1300-FORMAT-QUEUE-ITEM -- LAY THE APRQ ITEM OUT ON THE MAP.  *
      *   A PENDING ITEM OPENS THE DECISION FIELDS; A DECIDED ONE      *
      *   SHOWS WHO DECIDED IT AND PROTECTS THEM.                      *
      ******************************************************************
       1300-FORMAT-QUEUE-ITEM.
      *
           MOVE LOW-VALUE TO APRMAP1.
           MOVE AQ-QUEUE-NUMBER      TO APR-D-QNO
                                        CA-QUEUE-NUMBER.
           EVALUATE TRUE
               WHEN AQ-REFUND
                   MOVE 'REFUND'             TO APR-D-TYPE
               WHEN AQ-INVOICE-VOID
                   MOVE 'INVOICE VOID'       TO APR-D-TYPE
               WHEN AQ-RETURN-CREDIT
                   MOVE 'RETURN CREDIT MEMO' TO APR-D-TYPE
           END-EVALUATE.
           MOVE AQ-CUSTOMER-NUMBER   TO APR-D-CUSTNO.
           IF AQ-INVOICE-NUMBER > ZERO
               MOVE AQ-INVOICE-NUMBER TO APR-D-INVNO
           END-IF.
           MOVE AQ-AMOUNT            TO APR-D-AMOUNT.
           MOVE AQ-ENTERED-OPERATOR  TO APR-D-ENTOPER.
           MOVE AQ-ENTERED-TERMINAL  TO APR-D-ENTTERM.
           MOVE AQ-ENTERED-DATE      TO APR-D-ENTDATE.
           MOVE AQ-ENTERED-TIME      TO APR-D-ENTTIME.
      *
           IF AQ-RETURN-CREDIT
               MOVE ZERO TO LINE-COUNT
               PERFORM VARYING LINE-SUB FROM 1 BY 1
                       UNTIL LINE-SUB > 20
                   IF AQ-RETURN-QUANTITY(LINE-SUB) > ZERO
                       ADD 1 TO LINE-COUNT
                   END-IF
               END-PERFORM
               MOVE LINE-COUNT TO APR-D-LINES
           END-IF.
      *
           EXEC CICS
               READ FILE('CUSTMAS')
                    INTO(CUSTOMER-MASTER-RECORD)
                    RIDFLD(AQ-CUSTOMER-NUMBER)
                    RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE CM-LAST-NAME TO APR-D-LNAME
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NOTFND)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
           MOVE 'F3=Exit  F8=Next item  F12=Exit' TO APR-D-FKEY.
           EVALUATE TRUE
               WHEN AQ-PENDING
                   MOVE 'PENDING'  TO APR-D-STATUS
                   MOVE 'Key A to approve, or R and a reason to reject.
      -                '  Then press Enter.' TO APR-D-INSTR
                   MOVE -1 TO APR-L-ACTION
                   SET PROCESS-DECIDE-ITEM TO TRUE
               WHEN OTHER
                   IF AQ-APPROVED
                       MOVE 'APPROVED' TO APR-D-STATUS
                   ELSE
                       MOVE 'REJECTED' TO APR-D-STATUS
                       MOVE AQ-REJECT-REASON TO APR-D-RJREASON
                   END-IF
                   MOVE AQ-DECIDED-OPERATOR TO APR-D-DECOPER
                   MOVE AQ-DECIDED-DATE     TO APR-D-DECDATE
                   MOVE ATTR-PROT TO APR-A-ACTION
                                     APR-A-RJREASON
                   PERFORM 1600-SET-ENTRY-INSTRUCTIONS
                   MOVE -1 TO APR-L-QNO
                   SET PROCESS-BROWSE TO TRUE
           END-EVALUATE.
      *
       1500-SEND-APPROVAL-MAP.
      *
           MOVE 'APR1' TO APR-D-TRANID.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('APRMAP1')
                            MAPSET('APRSET1')
                            FROM(APRMAP1)
                            CURSOR
                            ERASE
                   END-EXEC
               WHEN SEND-ERASE-ALARM
                   EXEC CICS
                       SEND MAP('APRMAP1')
                            MAPSET('APRSET1')
                            FROM(APRMAP1)
                            CURSOR
                            ERASE
                            ALARM
                   END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('APRMAP1')
                            MAPSET('APRSET1')
                            FROM(APRMAP1)
                            CURSOR
                            DATAONLY
                   END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('APRMAP1')
                            MAPSET('APRSET1')
                            FROM(APRMAP1)
                            CURSOR
                            DATAONLY
                            ALARM
                   END-EXEC
           END-EVALUATE.
      *
       1600-SET-ENTRY-INSTRUCTIONS.
      *
           MOVE 'Key a queue number, or press F8 for the next pending i
      -        'tem.' TO APR-D-INSTR.
           MOVE 'F3=Exit  F8=Next item  F12=Exit' TO APR-D-FKEY.
      *
      ******************************************************************
      *   2000-RECORD-DECISION -- THE SUPERVISOR'S A OR R.  AUTHORITY  *
      *   IS CHECKED AGAINST OPSEC, AND THE OPERATOR WHO ENTERED THE   *
      *   ITEM MAY NOT DECIDE IT.  A REJECTION IS RECORDED HERE; AN    *
      *   APPROVAL PASSES CONTROL TO THE PROGRAM THAT QUEUED THE ITEM  *
      *   TO POST IT, AND COMES BACK THROUGH 3000 WITH THE RESULT.     *
      ******************************************************************
       2000-RECORD-DECISION.
      *
           PERFORM 1100-RECEIVE-APPROVAL-MAP.
           MOVE ATTR-NO-HIGHLIGHT TO APR-H-ACTION
                                     APR-H-RJREASON.
      *
           PERFORM 2100-CHECK-AUTHORITY.
           IF NOT OPERATOR-IS-SUPERVISOR
               MOVE 'Approving or rejecting takes supervisor authority.'
                   TO APR-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-APPROVAL-MAP
               GO TO 2000-EXIT
           END-IF.
      *
           IF APR-D-ACTION NOT = 'A' AND APR-D-ACTION NOT = 'R'
               MOVE ATTR-REVERSE TO APR-H-ACTION
               MOVE -1 TO APR-L-ACTION
               MOVE 'Key A to approve or R to reject.' TO APR-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-APPROVAL-MAP
               GO TO 2000-EXIT
           END-IF.
      *
           IF       APR-D-ACTION = 'R'
                AND (   APR-L-RJREASON = ZERO
                     OR APR-D-RJREASON = SPACE)
               MOVE ATTR-REVERSE TO APR-H-RJREASON
               MOVE -1 TO APR-L-RJREASON
               MOVE 'Key the reason the item is rejected.'
                   TO APR-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-APPROVAL-MAP
               GO TO 2000-EXIT
           END-IF.
      *
           EXEC CICS
               READ FILE('APRQ')
                    INTO(APPROVAL-QUEUE-RECORD)
                    RIDFLD(CA-QUEUE-NUMBER)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           IF NOT AQ-PENDING
               PERFORM 1300-FORMAT-QUEUE-ITEM
               MOVE 'Another supervisor has already decided that item.'
                   TO APR-D-MESSAGE
               SET SEND-ERASE-ALARM TO TRUE
               PERFORM 1500-SEND-APPROVAL-MAP
               GO TO 2000-EXIT
           END-IF.
      *
           IF AQ-ENTERED-OPERATOR = EIBOPID
               MOVE -1 TO APR-L-ACTION
               MOVE 'You entered that item.  Another supervisor must app
      -            'rove or reject it.' TO APR-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-APPROVAL-MAP
               GO TO 2000-EXIT
           END-IF.
      *
           IF APR-D-ACTION = 'R'
               PERFORM 2200-REJECT-ITEM THRU 2200-EXIT
               GO TO 2000-EXIT
           END-IF.
      *
           MOVE CA-QUEUE-NUMBER TO APA-QUEUE-NUMBER.
           SET APA-NOT-POSTED TO TRUE.
           MOVE SPACE TO APA-RESULT-MESSAGE.
      *
           EVALUATE TRUE
               WHEN AQ-REFUND
                   EXEC CICS
                       XCTL PROGRAM('REFENT1')
                            COMMAREA(APPROVAL-POSTING-AREA)
                   END-EXEC
               WHEN AQ-INVOICE-VOID
                   EXEC CICS
                       XCTL PROGRAM('INVVOID')
                            COMMAREA(APPROVAL-POSTING-AREA)
                   END-EXEC
               WHEN AQ-RETURN-CREDIT
                   EXEC CICS
                       XCTL PROGRAM('RETENT1')
                            COMMAREA(APPROVAL-POSTING-AREA)
                   END-EXEC
           END-EVALUATE.
      *
       2000-EXIT.
           EXIT.
      *
       2100-CHECK-AUTHORITY.
      *
           MOVE 'N' TO SUPERVISOR-SW.
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
               WHEN OS-ACTIVE AND OS-AUTHORITY-LEVEL NOT < 8
                   MOVE 'Y' TO SUPERVISOR-SW
           END-EVALUATE.
      *
      ******************************************************************
      *   2200-REJECT-ITEM -- MARK THE ITEM REJECTED WITH THE REASON.  *
      *   NOTHING WAS EVER POSTED FOR IT, SO NOTHING IS REVERSED.  THE *
      *   RECORD IS RE-READ FOR UPDATE SO TWO SUPERVISORS CANNOT       *
      *   DECIDE THE SAME ITEM.                                        *
      ******************************************************************
       2200-REJECT-ITEM.
      *
           EXEC CICS
               READ FILE('APRQ')
                    INTO(APPROVAL-QUEUE-RECORD)
                    RIDFLD(CA-QUEUE-NUMBER)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           IF NOT AQ-PENDING
               EXEC CICS
                   UNLOCK FILE('APRQ')
               END-EXEC
               PERFORM 1300-FORMAT-QUEUE-ITEM
               MOVE 'Another supervisor has already decided that item.'
                   TO APR-D-MESSAGE
               SET SEND-ERASE-ALARM TO TRUE
               PERFORM 1500-SEND-APPROVAL-MAP
               GO TO 2200-EXIT
           END-IF.
      *
           EXEC CICS
               ASKTIME ABSTIME(ABSOLUTE-TIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(ABSOLUTE-TIME)
               YYYYMMDD(AQ-DECIDED-DATE)
               TIME(AQ-DECIDED-TIME)
           END-EXEC.
      *
           SET AQ-REJECTED       TO TRUE.
           MOVE EIBOPID          TO AQ-DECIDED-OPERATOR.
           MOVE APR-D-RJREASON   TO AQ-REJECT-REASON.
      *
           EXEC CICS
               REWRITE FILE('APRQ')
                       FROM(APPROVAL-QUEUE-RECORD)
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           MOVE 'APRQ    ' TO AJ-FILE-NAME.
           MOVE 'R'        TO AJ-ACTION-CODE.
           MOVE SPACE      TO AJ-RECORD-KEY.
           MOVE AQ-QUEUE-NUMBER TO AJ-RECORD-KEY.
           MOVE APPROVAL-QUEUE-RECORD TO AJ-RECORD-IMAGE.
           PERFORM 9800-WRITE-AFTER-IMAGE.
      *
           PERFORM 1300-FORMAT-QUEUE-ITEM.
           MOVE 'Item rejected.  Nothing was posted.' TO APR-D-MESSAGE.
           SET SEND-ERASE TO TRUE.
           PERFORM 1500-SEND-APPROVAL-MAP.
      *
       2200-EXIT.
           EXIT.
      *
      ******************************************************************
      *   3000-SHOW-POSTING-RESULT -- CONTROL IS BACK FROM REFENT1,    *
      *   INVVOID, OR RETENT1.  RE-READ THE ITEM AND SHOW IT WITH THE  *
      *   POSTING PROGRAM'S MESSAGE; ONE THAT COULD NOT POST IS STILL  *
      *   PENDING AND SOUNDS THE ALARM.                                *
      ******************************************************************
       3000-SHOW-POSTING-RESULT.
      *
           EXEC CICS
               READ FILE('APRQ')
                    INTO(APPROVAL-QUEUE-RECORD)
                    RIDFLD(APA-QUEUE-NUMBER)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           PERFORM 1300-FORMAT-QUEUE-ITEM.
           MOVE APA-RESULT-MESSAGE TO APR-D-MESSAGE.
           IF APA-POSTED
               SET SEND-ERASE TO TRUE
           ELSE
               SET SEND-ERASE-ALARM TO TRUE
           END-IF.
           PERFORM 1500-SEND-APPROVAL-MAP.
      *
      ******************************************************************
      *   9800-WRITE-AFTER-IMAGE -- FORWARD-RECOVERY JOURNAL HOOK.     *
      *   THE CALLER SET THE FILE NAME, ACTION, KEY, AND IMAGE IN THE  *
      *   AFTJRNL AREA; AJRNW STAMPS IT AND QUEUES IT TO AJRN FOR      *
      *   THE AJRNRPL ROLL-FORWARD.                                    *
      ******************************************************************
       9800-WRITE-AFTER-IMAGE.
      *
           EXEC CICS
               LINK PROGRAM('AJRNW')
                    COMMAREA(AFTER-IMAGE-JOURNAL)
           END-EXEC.
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
