       PROGRAM-ID.  REFENT1.
      *
      ******************************************************************
      *   REFENT1 -- UNAPPLIED-CASH REFUND ENTRY.                      *
      *   AR-UNAPPLIED-CASH JUST SAT ON THE ARBAL FILE WHEN A          *
      *   CUSTOMER OVERPAID AND HAD NO OPEN INVOICES -- SOME BALANCES  *
      *   WERE YEARS OLD.  THE CASH OFFICE KEYS A CUSTOMER, SEES THE   *
      *   UNAPPLIED BALANCE AND THE MOST RECENT UNAPPLIED PAYMENT      *
      *   RECORDS BEHIND IT (THE PAYPATH CUSTOMER-NUMBER BROWSE), AND  *
      *   A SECOND ENTER CUTS THE REFUND: THE UNAPPLIED CASH IS        *
      *   CLEARED FROM ARBAL, AN OFFSETTING UNAPPLIED ('U') PAYMENT    *
      *   RECORD IS WRITTEN FOR THE NEGATIVE AMOUNT SO THE PAYMENT     *
      *   TRAIL STILL SUMS TO THE BALANCE -- THE REVERSING-ENTRY       *
      *   METHOD THE PAYMENT COPYBOOK PRESCRIBES -- AND A CHECK        *
      *   REQUEST GOES TO THE CHKREQ FILE (THE 'K' SERIES ON INVCTL)   *
      *   FOR THE TREASURER'S OFFICE TO PRINT, WITH THE PAYEE NAME     *
      *   AND ADDRESS FROZEN FROM CUSTMAS AT REQUEST TIME.             *
      *   A REFUND OVER THE FISCTL APPROVAL LIMIT POSTS NOTHING: IT    *
      *   GOES TO THE APRQ QUEUE, AND WHEN A SECOND OPERATOR APPROVES  *
      *   IT ON APRWRK1, CONTROL COMES BACK HERE WITH THE APRPARM      *
      *   AREA TO POST IT (3000-POST-APPROVED-REFUND).                 *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
           05  LINE-SUB            PIC S9(03)  COMP-3  VALUE ZERO.
           05  BROWSE-CUSTOMER-KEY PIC X(06).
           05  REFUND-AMOUNT       PIC S9(07)V99 COMP-3 VALUE ZERO.
      *
       01  APPROVAL-MESSAGE-LINE.
      *
           05  FILLER            PIC X(63) VALUE
                   'Over the approval limit.  Sent to the supervisor que
      -            'ue as item '.
           05  AML-QUEUE-NUMBER  PIC 9(06).
           05  FILLER            PIC X(01) VALUE '.'.
      *
       01  POSTED-MESSAGE-LINE.
      *
           05  FILLER            PIC X(43) VALUE
                   'Refund approved and posted.  Check request '.
           05  PML-REQUEST-NUMBER PIC 9(06).
           05  FILLER            PIC X(01) VALUE '.'.
      *
       01  COMMUNICATION-AREA.
      *
       COPY INVCTL.
      *
       COPY FISCTL.
      *
       COPY APRQ.
      *
       COPY APRPARM.
      *
       COPY REFSET1.
      *
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA             PIC X(86).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-REFUND.
      *
      *    APRWRK1 SENDS AN APPROVED REFUND BACK HERE TO POST, AND
      *    GETS CONTROL BACK WITH THE RESULT.
           IF EIBCALEN = LENGTH OF APPROVAL-POSTING-AREA
               MOVE DFHCOMMAREA TO APPROVAL-POSTING-AREA
               PERFORM 3000-POST-APPROVED-REFUND THRU 3000-EXIT
               EXEC CICS
                   XCTL PROGRAM('APRWRK1')
                        COMMAREA(APPROVAL-POSTING-AREA)
               END-EXEC
           END-IF.
      *
           IF EIBCALEN > ZERO
               MOVE DFHCOMMAREA(1:LENGTH OF COMMUNICATION-AREA)
                   TO COMMUNICATION-AREA
           END-IF.
      *
           EVALUATE TRUE
           END-IF.
      *
           MOVE AR-UNAPPLIED-CASH TO REFUND-AMOUNT.
      *
      *    OVER THE APPROVAL LIMIT, NOTHING POSTS -- THE REFUND WAITS
      *    ON THE APRQ QUEUE FOR A SECOND OPERATOR.
           IF       FC-APPROVAL-LIMIT > ZERO
                AND REFUND-AMOUNT > FC-APPROVAL-LIMIT
               EXEC CICS
                   UNLOCK FILE('ARBAL')
               END-EXEC
               PERFORM 2050-QUEUE-FOR-APPROVAL
               MOVE LOW-VALUE TO REFMAP1
               MOVE AQ-QUEUE-NUMBER TO AML-QUEUE-NUMBER
               MOVE APPROVAL-MESSAGE-LINE TO REF-D-MESSAGE
               PERFORM 1600-SET-ENTRY-INSTRUCTIONS
               MOVE -1 TO REF-L-CUSTNO
               SET SEND-ERASE TO TRUE
               PERFORM 1500-SEND-REFUND-MAP
               SET PROCESS-KEY-ENTRY TO TRUE
               GO TO 2000-EXIT
           END-IF.
      *
           EXEC CICS
               ASKTIME ABSTIME(ABSOLUTE-TIME)
           EXIT.
      *
      ******************************************************************
      *   2050-QUEUE-FOR-APPROVAL -- WRITE THE PENDING APRQ ITEM UNDER *
      *   THE NEXT 'H' SERIES NUMBER.  THE ENTERING OPERATOR IS KEPT   *
      *   SO APRWRK1 CAN REFUSE TO LET THE SAME OPERATOR APPROVE IT.   *
      ******************************************************************
       2050-QUEUE-FOR-APPROVAL.
      *
           MOVE 'H' TO GIP-SERIES.
      *
           EXEC CICS
               LINK PROGRAM('GETINV')
                    COMMAREA(GETINV-PARMS)
           END-EXEC.
      *
           MOVE GIP-NUMBER         TO AQ-QUEUE-NUMBER.
           SET AQ-REFUND           TO TRUE.
           MOVE CA-CUSTOMER-NUMBER TO AQ-CUSTOMER-NUMBER.
           MOVE ZERO               TO AQ-INVOICE-NUMBER.
           MOVE REFUND-AMOUNT      TO AQ-AMOUNT.
      *
           EXEC CICS
               ASKTIME ABSTIME(ABSOLUTE-TIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(ABSOLUTE-TIME)
               YYYYMMDD(AQ-ENTERED-DATE)
               TIME(AQ-ENTERED-TIME)
           END-EXEC.
      *
           MOVE EIBOPID            TO AQ-ENTERED-OPERATOR.
           MOVE EIBTRMID           TO AQ-ENTERED-TERMINAL.
           PERFORM VARYING LINE-SUB FROM 1 BY 1
                   UNTIL LINE-SUB > 20
               MOVE ZERO  TO AQ-RETURN-QUANTITY(LINE-SUB)
               MOVE SPACE TO AQ-RETURN-REASON(LINE-SUB)
           END-PERFORM.
           SET AQ-PENDING          TO TRUE.
           MOVE SPACE              TO AQ-DECIDED-OPERATOR.
           MOVE ZERO               TO AQ-DECIDED-DATE
                                      AQ-DECIDED-TIME.
           MOVE SPACE              TO AQ-REJECT-REASON.
           MOVE ZERO               TO AQ-POSTED-DOCUMENT.
           MOVE SPACE              TO AQ-SETTLEMENT-CODE.
      *
           EXEC CICS
               WRITE FILE('APRQ')
                     FROM(APPROVAL-QUEUE-RECORD)
                     RIDFLD(AQ-QUEUE-NUMBER)
                     RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           MOVE 'APRQ    ' TO AJ-FILE-NAME.
           MOVE 'W'        TO AJ-ACTION-CODE.
           MOVE SPACE      TO AJ-RECORD-KEY.
           MOVE AQ-QUEUE-NUMBER TO AJ-RECORD-KEY.
           MOVE APPROVAL-QUEUE-RECORD TO AJ-RECORD-IMAGE.
           PERFORM 9800-WRITE-AFTER-IMAGE.
      *
      ******************************************************************
      *   1995-CHECK-FISCAL-PERIOD -- NOTHING POSTS DATED ON OR        *
      *   BEFORE THE DATE ACCOUNTING HAS CLOSED THROUGH (THE FISCTL    *
      *   CONTROL RECORD FISENT1 MAINTAINS).  A SHOP NOT YET CARRYING  *
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE ZERO TO FC-APPROVAL-LIMIT
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN POSTING-DATE-YMD NOT > FC-CLOSED-THRU-DATE
           SET PAY-UNAPPLIED       TO TRUE.
           MOVE EIBTRMID           TO PAY-TERMINAL-ID.
           MOVE EIBOPID            TO PAY-OPERATOR-ID.
           MOVE SPACE              TO PAY-SOURCE-CODE.
           MOVE ZERO               TO PAY-DEPOSIT-ID.
      *
           EXEC CICS
               WRITE FILE('PAYMENT')
           MOVE ZERO               TO CK-PRINTED-DATE.
           MOVE EIBTRMID           TO CK-TERMINAL-ID.
           MOVE EIBOPID            TO CK-OPERATOR-ID.
           MOVE ZERO               TO CK-PAID-DATE.
           MOVE ZERO               TO CK-VOID-DATE.
           MOVE ZERO               TO CK-VOID-PAYMENT.
           MOVE SPACE              TO CK-VOID-APPROVED-BY.
      *
           EXEC CICS
               WRITE FILE('CHKREQ')
           END-IF.
      *
      ******************************************************************
      *   3000-POST-APPROVED-REFUND -- APRWRK1 HAS CHECKED THE         *
      *   APPROVER'S AUTHORITY; POST THE QUEUED REFUND EXACTLY AS A    *
      *   KEYED ONE POSTS AND MARK THE ITEM APPROVED.  THE QUEUED      *
      *   AMOUNT IS REFUNDED ONLY IF THE CUSTOMER STILL HAS THAT MUCH  *
      *   UNAPPLIED CASH; OTHERWISE THE ITEM STAYS PENDING WITH THE    *
      *   REASON FOR THE SUPERVISOR TO REJECT.                         *
      ******************************************************************
       3000-POST-APPROVED-REFUND.
      *
           SET APA-NOT-POSTED TO TRUE.
      *
           EXEC CICS
               READ FILE('APRQ')
                    INTO(APPROVAL-QUEUE-RECORD)
                    RIDFLD(APA-QUEUE-NUMBER)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           IF       NOT AQ-PENDING
                 OR NOT AQ-REFUND
                 OR AQ-ENTERED-OPERATOR = EIBOPID
               EXEC CICS
                   UNLOCK FILE('APRQ')
               END-EXEC
               MOVE 'That item cannot be approved here.  Nothing was po
      -            'sted.' TO APA-RESULT-MESSAGE
               GO TO 3000-EXIT
           END-IF.
      *
           PERFORM 1995-CHECK-FISCAL-PERIOD.
           IF NOT PERIOD-OPEN
               EXEC CICS
                   UNLOCK FILE('APRQ')
               END-EXEC
               MOVE 'Accounting has closed the period.  Nothing was pos
      -            'ted.' TO APA-RESULT-MESSAGE
               GO TO 3000-EXIT
           END-IF.
      *
           MOVE AQ-CUSTOMER-NUMBER TO CA-CUSTOMER-NUMBER.
      *
           EXEC CICS
               READ FILE('ARBAL')
                    INTO(AR-BALANCE-RECORD)
                    RIDFLD(CA-CUSTOMER-NUMBER)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           IF AR-UNAPPLIED-CASH < AQ-AMOUNT
               EXEC CICS
                   UNLOCK FILE('ARBAL')
               END-EXEC
               EXEC CICS
                   UNLOCK FILE('APRQ')
               END-EXEC
               MOVE 'The unapplied cash is now less than the refund.  N
      -            'othing was posted.' TO APA-RESULT-MESSAGE
               GO TO 3000-EXIT
           END-IF.
      *
           MOVE AQ-AMOUNT TO REFUND-AMOUNT.
      *
           EXEC CICS
               ASKTIME ABSTIME(ABSOLUTE-TIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(ABSOLUTE-TIME)
               MMDDYYYY(REFUND-DATE)
               YYYYMMDD(AQ-DECIDED-DATE)
               TIME(AQ-DECIDED-TIME)
           END-EXEC.
      *
           PERFORM 2100-WRITE-REVERSING-PAYMENT.
           PERFORM 2200-WRITE-CHECK-REQUEST.
      *
           SUBTRACT REFUND-AMOUNT FROM AR-UNAPPLIED-CASH.
           MOVE REFUND-DATE TO AR-LAST-ACTIVITY-DATE.
      *
           EXEC CICS
               REWRITE FILE('ARBAL')
                       FROM(AR-BALANCE-RECORD)
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           SET AQ-APPROVED         TO TRUE.
           MOVE EIBOPID            TO AQ-DECIDED-OPERATOR.
           MOVE CK-REQUEST-NUMBER  TO AQ-POSTED-DOCUMENT.
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
           SET APA-POSTED TO TRUE.
           MOVE CK-REQUEST-NUMBER TO PML-REQUEST-NUMBER.
           MOVE POSTED-MESSAGE-LINE TO APA-RESULT-MESSAGE.
      *
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *   9800-WRITE-AFTER-IMAGE -- FORWARD-RECOVERY JOURNAL HOOK.     *
      *   THE CALLER SET THE FILE NAME, ACTION, KEY, AND IMAGE IN THE  *
      *   AFTJRNL AREA; AJRNW STAMPS IT AND QUEUES IT TO AJRN FOR      *
