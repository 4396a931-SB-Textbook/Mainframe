       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  STKLW.
      *
      ******************************************************************
      *   STKLW -- STOCK LEDGER WRITER.                                *
      *   LINKED BY EVERY ONLINE PROGRAM THAT MOVES STOCK, ONCE PER    *
      *   MOVEMENT, AFTER THE PRODUCT AND LOCATION RECORDS ARE         *
      *   REWRITTEN.  THE CALLER FILLS THE PRODUCT, LOCATION,          *
      *   MOVEMENT TYPE, QUANTITY, BALANCES, DOCUMENT, AND PROGRAM     *
      *   IN THE STKLED AREA IT PASSES; THIS MODULE STAMPS THE DATE,   *
      *   TIME, TERMINAL, AND OPERATOR AND WRITES THE RECORD TO THE    *
      *   STKLED FILE.  A SECOND MOVEMENT OF THE SAME PRODUCT IN THE   *
      *   SAME SECOND TAKES THE NEXT SEQUENCE NUMBER.  LIKE AJRNW, A   *
      *   FAILURE TO LOG NEVER FAILS THE CALLING TRANSACTION, BUT IT   *
      *   IS LOGGED TO THE INCIDENT QUEUE SO OPERATIONS HEARS ABOUT    *
      *   IT THE SAME DAY.                                             *
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
           05  LEDGER-WRITTEN-SW               PIC X(01) VALUE 'N'.
               88  LEDGER-WRITTEN                        VALUE 'Y'.
      *
       01  WORK-FIELDS.
      *
           05  ABSOLUTE-TIME       PIC S9(15)  COMP-3.
           05  RESPONSE-CODE       PIC S9(08)  COMP.
      *
       COPY STKLED.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA             PIC X(66).
      *
       PROCEDURE DIVISION.
      *
       0000-WRITE-STOCK-LEDGER.
      *
           MOVE DFHCOMMAREA TO STOCK-LEDGER-RECORD.
      *
           EXEC CICS
               ASKTIME ABSTIME(ABSOLUTE-TIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(ABSOLUTE-TIME)
               YYYYMMDD(SL-STAMP-DATE)
               TIME(SL-STAMP-TIME)
           END-EXEC.
      *
           MOVE ZERO     TO SL-STAMP-SEQUENCE.
           MOVE EIBTRMID TO SL-TERMINAL-ID.
           MOVE EIBOPID  TO SL-OPERATOR-ID.
      *
           MOVE 'N' TO LEDGER-WRITTEN-SW.
           PERFORM 1000-WRITE-LEDGER-RECORD
               UNTIL LEDGER-WRITTEN.
      *
           EXEC CICS
               RETURN
           END-EXEC.
      *
       1000-WRITE-LEDGER-RECORD.
      *
           EXEC CICS
               WRITE FILE('STKLED')
                     FROM(STOCK-LEDGER-RECORD)
                     RIDFLD(SL-LEDGER-KEY)
                     RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'Y' TO LEDGER-WRITTEN-SW
               WHEN     RESPONSE-CODE = DFHRESP(DUPREC)
                    AND SL-STAMP-SEQUENCE < 999
                   ADD 1 TO SL-STAMP-SEQUENCE
               WHEN OTHER
      *            THE LEDGER IS A TRAIL, NOT A GATE: TELL THE
      *            INCIDENT QUEUE AND LET THE CALLER FINISH ITS WORK.
                   EXEC CICS
                       WRITEQ TD QUEUE('INCD')
                              FROM(STOCK-LEDGER-RECORD)
                              LENGTH(40)
                              RESP(RESPONSE-CODE)
                   END-EXEC
                   MOVE 'Y' TO LEDGER-WRITTEN-SW
           END-EVALUATE.
