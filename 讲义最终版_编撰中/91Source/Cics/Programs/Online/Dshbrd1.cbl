       PROGRAM-ID.  DSHBRD1.
      *
      ******************************************************************
      *   DSHBRD1 -- PRODUCTION-FILE DASHBOARD AND BATCH-WINDOW        *
      *   QUIESCE.  OPENING THE BATCH WINDOW USED TO MEAN AN OPERATOR  *
      *   EYEBALLING CEMT AGAINST A LAMINATED LIST; MANUAL QUIESCE     *
      *   MISTAKES CORRUPTED THE WINDOW TWICE THIS YEAR.  THE SCREEN   *
      *   SHOWS EVERY FILE ON THE DSHFIL LIST WITH ITS LIVE OPEN AND   *
      *   ENABLE STATE (EXEC CICS INQUIRE FILE) AND LAST NIGHT'S       *
      *   RUNLOG OUTCOME FOR THE JOB THAT TOUCHES IT (THE BACKWARD     *
      *   BROWSE RUNINQ1 PIONEERED).  F6 QUIESCES -- A SUPERVISOR      *
      *   (OS-AUTHORITY-LEVEL 8+) CLOSES AND DISABLES EVERY LISTED     *
      *   FILE IN LIST ORDER -- AND F7 REOPENS THEM IN REVERSE ORDER,  *
      *   EACH ACTION LOGGED TO SECLOG ('Q' / 'O') WITH THE OPERATOR,  *
      *   ONE RECORD PER SWEEP NAMING EVERY FILE AND WHETHER CICS      *
      *   TOOK THE SET.                                                *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
      *
      ******************************************************************
      *   2000-QUIESCE-FILES -- CLOSE AND DISABLE EVERY LISTED FILE    *
      *   IN LIST ORDER.  SUPERVISOR ONLY; THE SWEEP IS LOGGED TO      *
      *   SECLOG WITH EVERY FILE.  THE DASHBOARD REFRESHES SO THE      *
      *   OPERATOR SEES THE RESULT, NOT THE INTENTION.                 *
      ******************************************************************
       2000-QUIESCE-FILES.
      *
           END-IF.
      *
           PERFORM 2200-LOAD-FILE-LIST.
           MOVE SPACE TO SECURITY-LOG-RECORD.
           MOVE ZERO  TO SEC-FILE-COUNT.
      *
           PERFORM VARYING LIST-SUB FROM 1 BY 1
                   UNTIL LIST-SUB > FL-COUNT
                       DISABLED
                       RESP(RESPONSE-CODE)
               END-EXEC
               PERFORM 2250-NOTE-FILE-RESULT
           END-PERFORM.
      *
           MOVE 'Q' TO SEC-ACTION-CODE.
           PERFORM 2300-LOG-FILE-ACTION.
      *
           PERFORM 1000-SHOW-DASHBOARD.
           MOVE 'Files quiesced for the batch window.'
               WHEN OTHER
                   MOVE 'N' TO MORE-FILES-SW
           END-EVALUATE.
      *
       2250-NOTE-FILE-RESULT.
      *
           ADD 1 TO SEC-FILE-COUNT.
           MOVE FL-FILE-NAME(LIST-SUB)
               TO SEC-FILE-NAME(SEC-FILE-COUNT).
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               SET SEC-FILE-DONE(SEC-FILE-COUNT) TO TRUE
           ELSE
               SET SEC-FILE-FAILED(SEC-FILE-COUNT) TO TRUE
           END-IF.
      *
       2300-LOG-FILE-ACTION.
      *
           MOVE ACTION-TIME TO SEC-LOG-TIME.
           MOVE EIBTRMID    TO SEC-TERMINAL-ID.
           MOVE EIBOPID     TO SEC-OPERATOR-ID.
           MOVE SPACE       TO SEC-OPTION-DIGIT
                               SEC-FAIL-REASON.
           MOVE ZERO        TO SEC-OPERATOR-LEVEL
                               SEC-REQUIRED-LEVEL.
      *
           EXEC CICS
               WRITE FILE('SECLOG')
           END-IF.
      *
           PERFORM 2200-LOAD-FILE-LIST.
           MOVE SPACE TO SECURITY-LOG-RECORD.
           MOVE ZERO  TO SEC-FILE-COUNT.
      *
           PERFORM VARYING LIST-SUB FROM FL-COUNT BY -1
                   UNTIL LIST-SUB < 1
                       ENABLED
                       RESP(RESPONSE-CODE)
               END-EXEC
               PERFORM 2250-NOTE-FILE-RESULT
           END-PERFORM.
      *
           MOVE 'O' TO SEC-ACTION-CODE.
           PERFORM 2300-LOG-FILE-ACTION.
      *
           PERFORM 1000-SHOW-DASHBOARD.
           MOVE 'Files reopened after the batch window.'
