               88  PERIOD-OPEN                         VALUE 'Y'.
           05  INVOICE-FOUND-SW            PIC X(01)   VALUE 'Y'.
               88  INVOICE-FOUND                       VALUE 'Y'.
           05  APPROVAL-NEEDED-SW          PIC X(01)   VALUE 'N'.
               88  APPROVAL-NEEDED                     VALUE 'Y'.
           05  CUSTOMER-FOUND-SW           PIC X(01)   VALUE 'Y'.
               88  CUSTOMER-FOUND                      VALUE 'Y'.
      *
           05  ORIGINAL-INVOICE-NUMBER     PIC 9(06).
           05  ABSOLUTE-TIME               PIC S9(15)  COMP-3.
           05  POSTING-DATE-YMD            PIC 9(08)   VALUE ZERO.
           05  VOID-AMOUNT                 PIC S9(07)V99 COMP-3.
           05  LINE-SUB                    PIC S9(03)  COMP-3.
      *
       01  GETINV-PARMS.
           05  GIP-SERIES              PIC X(01).
           05  GIP-NUMBER              PIC 9(06).
      *
       01  SAVED-INVOICE-RECORD            PIC X(1053).
      *
       01  VOID-MESSAGE-LINE.
           05  FILLER                 PIC X(15) VALUE 'Invoice voided.'.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  VML-CREDIT-MEMO-NUMBER PIC 9(06).
           05  FILLER                 PIC X(08) VALUE ' posted.'.
      *
       01  APPROVAL-MESSAGE-LINE.
           05  FILLER                 PIC X(63) VALUE
               'Over the approval limit.  Sent to the supervisor queue a
      -        's item '.
           05  AML-QUEUE-NUMBER       PIC 9(06).
           05  FILLER                 PIC X(01) VALUE '.'.
      *
       01  POSTED-MESSAGE-LINE.
           05  FILLER                 PIC X(39) VALUE
               'Void approved and posted.  Credit memo '.
           05  PML-CREDIT-MEMO-NUMBER PIC 9(06).
           05  FILLER                 PIC X(01) VALUE '.'.
      *
       01  COMMUNICATION-AREA.
      *
       COPY ARBAL.
      *
       COPY FISCTL.
      *
       COPY APRQ.
      *
       COPY APRPARM.
      *
       COPY AFTJRNL.
      *
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                      PIC X(86).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-INVOICE-VOID.
      *
      *    A VOID OVER THE FISCTL APPROVAL LIMIT WAITS ON THE APRQ
      *    QUEUE; WHEN A SECOND OPERATOR APPROVES IT, APRWRK1 SENDS
      *    IT BACK HERE TO POST AND GETS CONTROL BACK WITH THE RESULT.
           IF EIBCALEN = LENGTH OF APPROVAL-POSTING-AREA
               MOVE DFHCOMMAREA TO APPROVAL-POSTING-AREA
               PERFORM 3000-POST-APPROVED-VOID THRU 3000-EXIT
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
               PERFORM 1500-SEND-VOID-MAP
               SET PROCESS-KEY-ENTRY TO TRUE
           ELSE
               PERFORM 2020-CHECK-APPROVAL-LIMIT THRU 2020-EXIT
               IF APPROVAL-NEEDED
                   PERFORM 2050-QUEUE-FOR-APPROVAL
               ELSE
                   PERFORM 2010-POST-VERIFIED-VOID
               END-IF
           END-IF.
      *
      ******************************************************************
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE ZERO TO FC-APPROVAL-LIMIT
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN POSTING-DATE-YMD NOT > FC-CLOSED-THRU-DATE
                   MOVE 'N' TO PERIOD-OPEN-SW
           END-EVALUATE.
      *
      ******************************************************************
      *   2020-CHECK-APPROVAL-LIMIT -- A BILLED INVOICE WHOSE REVERSAL *
      *   (MERCHANDISE, TAX, AND FREIGHT) IS OVER THE FISCTL APPROVAL  *
      *   LIMIT NEEDS A SECOND OPERATOR.  AN UNBILLED ORDER TAKES      *
      *   NOTHING OFF ARBAL AND VOIDS AS ALWAYS; AN INVOICE ALREADY    *
      *   VOIDED IS LEFT FOR 2010 TO REPORT.                           *
      ******************************************************************
       2020-CHECK-APPROVAL-LIMIT.
      *
           MOVE 'N' TO APPROVAL-NEEDED-SW.
      *
           IF FC-APPROVAL-LIMIT = ZERO
               GO TO 2020-EXIT
           END-IF.
      *
           EXEC CICS
               READ FILE('INVOICE')
                    INTO(INVOICE-RECORD)
                    RIDFLD(CA-INVOICE-NUMBER)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO 2020-EXIT
           END-IF.
      *
           IF INV-UNBILLED OR INV-VOIDED OR INV-CREDIT-MEMO
               GO TO 2020-EXIT
           END-IF.
      *
           COMPUTE VOID-AMOUNT = INV-INVOICE-TOTAL
                               + INV-TAX-AMOUNT
                               + INV-FREIGHT-AMOUNT.
           IF VOID-AMOUNT > FC-APPROVAL-LIMIT
               MOVE 'Y' TO APPROVAL-NEEDED-SW
           END-IF.
      *
       2020-EXIT.
           EXIT.
      *
      ******************************************************************
      *   2050-QUEUE-FOR-APPROVAL -- WRITE THE PENDING APRQ ITEM UNDER *
      *   THE NEXT 'H' SERIES NUMBER.  NOTHING IS POSTED: THE INVOICE  *
      *   STAYS OPEN AND ARBAL IS NOT TOUCHED UNTIL A SECOND OPERATOR  *
      *   APPROVES THE VOID ON APRWRK1.                                *
      ******************************************************************
       2050-QUEUE-FOR-APPROVAL.
      *
           MOVE 'H' TO GIP-SERIES.
           EXEC CICS
               LINK PROGRAM('GETINV')
                    COMMAREA(GETINV-PARMS)
           END-EXEC.
      *
           MOVE GIP-NUMBER          TO AQ-QUEUE-NUMBER.
           SET AQ-INVOICE-VOID      TO TRUE.
           MOVE INV-CUSTOMER-NUMBER TO AQ-CUSTOMER-NUMBER.
           MOVE CA-INVOICE-NUMBER   TO AQ-INVOICE-NUMBER.
           MOVE VOID-AMOUNT         TO AQ-AMOUNT.
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
           MOVE EIBOPID             TO AQ-ENTERED-OPERATOR.
           MOVE EIBTRMID            TO AQ-ENTERED-TERMINAL.
           PERFORM VARYING LINE-SUB FROM 1 BY 1
                   UNTIL LINE-SUB > 20
               MOVE ZERO  TO AQ-RETURN-QUANTITY(LINE-SUB)
               MOVE SPACE TO AQ-RETURN-REASON(LINE-SUB)
           END-PERFORM.
           SET AQ-PENDING           TO TRUE.
           MOVE SPACE               TO AQ-DECIDED-OPERATOR.
           MOVE ZERO                TO AQ-DECIDED-DATE
                                       AQ-DECIDED-TIME.
           MOVE SPACE               TO AQ-REJECT-REASON.
           MOVE ZERO                TO AQ-POSTED-DOCUMENT.
           MOVE SPACE               TO AQ-SETTLEMENT-CODE.
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
           MOVE LOW-VALUE TO INVOICE-VOID-MAP.
           MOVE AQ-QUEUE-NUMBER TO AML-QUEUE-NUMBER.
           MOVE APPROVAL-MESSAGE-LINE TO IVM-D-MESSAGE.
           MOVE 'Enter the invoice number to void.  Then press Enter.'
               TO IVM-D-INSTR.
           MOVE -1 TO IVM-L-INVNO.
           SET SEND-ERASE TO TRUE.
           PERFORM 1500-SEND-VOID-MAP.
           SET PROCESS-KEY-ENTRY TO TRUE.
      *
       2010-POST-VERIFIED-VOID.
      *
           END-IF.
      *
      ******************************************************************
      *   3000-POST-APPROVED-VOID -- APRWRK1 HAS CHECKED THE           *
      *   APPROVER'S AUTHORITY; VOID THE QUEUED INVOICE EXACTLY AS A   *
      *   KEYED VOID POSTS AND MARK THE ITEM APPROVED WITH THE CREDIT  *
      *   MEMO NUMBER.  AN INVOICE SOMEONE HAS VOIDED SINCE IS LEFT    *
      *   PENDING WITH THE REASON FOR THE SUPERVISOR TO REJECT.        *
      ******************************************************************
       3000-POST-APPROVED-VOID.
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
                 OR NOT AQ-INVOICE-VOID
                 OR AQ-ENTERED-OPERATOR = EIBOPID
               EXEC CICS
                   UNLOCK FILE('APRQ')
               END-EXEC
               MOVE 'That item cannot be approved here.  Nothing was pos
      -            'ted.' TO APA-RESULT-MESSAGE
               GO TO 3000-EXIT
           END-IF.
      *
           PERFORM 1995-CHECK-FISCAL-PERIOD.
           IF NOT PERIOD-OPEN
               EXEC CICS
                   UNLOCK FILE('APRQ')
               END-EXEC
               MOVE 'Accounting has closed the period.  Nothing was post
      -            'ed.' TO APA-RESULT-MESSAGE
               GO TO 3000-EXIT
           END-IF.
      *
           MOVE AQ-INVOICE-NUMBER TO CA-INVOICE-NUMBER
                                     ORIGINAL-INVOICE-NUMBER.
           MOVE 'Y' TO VALID-DATA-SW.
           PERFORM 2100-READ-INVOICE-FOR-UPDATE.
           IF NOT VALID-DATA
               EXEC CICS
                   UNLOCK FILE('APRQ')
               END-EXEC
               MOVE IVM-D-MESSAGE TO APA-RESULT-MESSAGE
               GO TO 3000-EXIT
           END-IF.
      *
           MOVE INVOICE-RECORD TO SAVED-INVOICE-RECORD.
           MOVE ZERO TO NEW-INVOICE-NUMBER.
           IF INV-UNBILLED
               PERFORM 2300-REWRITE-ORIGINAL-INVOICE
           ELSE
               PERFORM 2200-WRITE-CREDIT-MEMO
               PERFORM 2300-REWRITE-ORIGINAL-INVOICE
               PERFORM 2400-UPDATE-OPEN-BALANCE
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
           SET AQ-APPROVED          TO TRUE.
           MOVE EIBOPID             TO AQ-DECIDED-OPERATOR.
           MOVE NEW-INVOICE-NUMBER  TO AQ-POSTED-DOCUMENT.
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
           MOVE NEW-INVOICE-NUMBER TO PML-CREDIT-MEMO-NUMBER.
           MOVE POSTED-MESSAGE-LINE TO APA-RESULT-MESSAGE.
      *
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *   9800-WRITE-AFTER-IMAGE -- FORWARD-RECOVERY JOURNAL HOOK.     *
      *   THE CALLER SET THE FILE NAME, ACTION, KEY, AND IMAGE IN THE  *
      *   AFTJRNL AREA; AJRNW STAMPS IT AND QUEUES IT TO AJRN FOR      *
