       77 WK-REL01-LAST-CNT PIC 9(7) VALUE ZERO.
       77 WK-INDEX01-UNLD-CNT PIC 9(7) VALUE ZERO.
       77 WK-REL01-UNLD-CNT PIC 9(7) VALUE ZERO.
      *******   FILE COMPARE WORK FIELDS.  WK-CMP-FILE-1/2 NAME THE  ***
      *******   TWO FILES (1=SEQ01 2=SEQ02 3=INDEX01 4=REL01); THE   ***
      *******   KEY IS THE FIRST WK-CMP-KEY-LEN BYTES OF THE RECORD, ***
      *******   WHICH IS WHAT THE CONVERSIONS LOAD AS IDX01-KEY.     ***
       77 WK-CMP-FILE-1 PIC 9 VALUE ZERO.
       77 WK-CMP-FILE-2 PIC 9 VALUE ZERO.
       77 WK-CMP-FILE-NO PIC 9 VALUE ZERO.
           88 CMP-FILE-VALID VALUE 1 THRU 4.
       77 WK-CMP-MODE PIC X(1) VALUE "P".
           88 CMP-BY-KEY VALUE "K".
           88 CMP-BY-POSITION VALUE "P".
       77 WK-CMP-EOF-1 PIC X(1) VALUE "0".
       77 WK-CMP-EOF-2 PIC X(1) VALUE "0".
       77 WK-CMP-SEQ-ERR PIC X(1) VALUE "0".
       77 WK-CMP-REC-LEN PIC 9(4) COMP VALUE ZERO.
       77 WK-CMP-KEY-LEN PIC 9(4) COMP VALUE 3.
       77 WK-CMP-POS PIC 9(4) COMP VALUE ZERO.
       77 WK-CMP-DIFF-CNT PIC 9(4) COMP VALUE ZERO.
       77 WK-CMP-READ-1 PIC 9(7) VALUE ZERO.
       77 WK-CMP-READ-2 PIC 9(7) VALUE ZERO.
       77 WK-CMP-MATCH-CNT PIC 9(7) VALUE ZERO.
       77 WK-CMP-ADD-CNT PIC 9(7) VALUE ZERO.
       77 WK-CMP-DEL-CNT PIC 9(7) VALUE ZERO.
       77 WK-CMP-CHG-CNT PIC 9(7) VALUE ZERO.
       77 WK-CMP-PREV-KEY-1 PIC X(80).
       77 WK-CMP-PREV-KEY-2 PIC X(80).
       77 WK-CMP-READ-AREA PIC X(80).
       77 WK-CMP-READ-EOF PIC X(1).
       77 WK-CMP-REC-1 PIC X(80).
       77 WK-CMP-REC-2 PIC X(80).
       77 WK-CMP-MARK PIC X(80).
       01 WK-CMP-FILE-LIST.
           03 FILLER PIC X(7) VALUE "SEQ01".
           03 FILLER PIC X(7) VALUE "SEQ02".
           03 FILLER PIC X(7) VALUE "INDEX01".
           03 FILLER PIC X(7) VALUE "REL01".
       01 WK-CMP-FILE-TABLE REDEFINES WK-CMP-FILE-LIST.
           03 WK-CMP-FILE-ID PIC X(7) OCCURS 4 TIMES.
       01 WS-START-TIME PIC 9(8).
       01 WS-START-TIME-R REDEFINES WS-START-TIME.
           03 WS-START-HH PIC 99.
           88 STATUS-OK VALUE "Y".
           88 STATUS-BAD VALUE "N".
       77 I PIC 99.
       77 MENU-CNT PIC 99 VALUE 25.
      *
       77 PG-NO PIC 99.
           88 PG-IN1 VALUE 00 THRU 05.
           88 PG-IN2 VALUE 11 THRU 19.
           88 PG-IN3 VALUE 21 THRU 29.
           88 PG-IN4 VALUE 99.
           88 PG-IN5 VALUE 31.
       01 MENU-FILLER.
           03 FILLER PIC X(25) VALUE "00 FILE explain.".
           03 FILLER PIC X(25) VALUE "01 SEQ DATA INPUT.".
           03 FILLER PIC X(25) VALUE "27 REL-SEQ TO REL.".
           03 FILLER PIC X(25) VALUE "28 REL-RAN TO REL.".
           03 FILLER PIC X(25) VALUE "29 REL-DYN TO REL.".
           03 FILLER PIC X(25) VALUE "31 COMPARE TWO FILES.".
           03 FILLER PIC X(25) VALUE "99 EXIT.".
       01 MENU-SHOW REDEFINES MENU-FILLER.
           03 MENU-TABLE OCCURS 25 TIMES.
             05 MENU-NO PIC 99.
             05 MENU-LSIT PIC X(23).
000350 PROCEDURE DIVISION.
000361     MOVE 0 TO I.
           PERFORM MENU-PRINT THRU MENU-END UNTIL I = MENU-CNT.
           ACCEPT PG-NO.
           IF PG-IN1 OR PG-IN2 OR PG-IN3 OR PG-IN4 OR PG-IN5
000362         PERFORM PG-CALL THRU PG-END 
           ELSE 
               DISPLAY  "INPUT ERROR." 
                   PERFORM INDEX-TO-SEQ-RTN THRU INDEX-TO-SEQ-END
               WHEN 21
                   PERFORM REL-TO-SEQ-RTN THRU REL-TO-SEQ-END
               WHEN 31
                   PERFORM FILE-COMPARE-RTN THRU FILE-COMPARE-END
               WHEN 99
                   GO TO END-EXIT
               WHEN OTHER
           END-READ.
       REL-TO-SEQ-COPY-END.
           EXIT.
      *
      *******   31 -- COMPARE TWO FILES RECORD BY RECORD.  ANY TWO  ****
      *******   OF SEQ01, SEQ02, INDEX01 AND REL01.  WHEN INDEX01   ****
      *******   IS ONE OF THEM THE FILES ARE MATCHED BY KEY (THE    ****
      *******   OTHER FILE MUST BE IN ASCENDING KEY ORDER, AS ANY   ****
      *******   FILE LOADED INTO OR UNLOADED FROM INDEX01 IS);      ****
      *******   OTHERWISE RECORD N IS MATCHED TO RECORD N.  EVERY   ****
      *******   RECORD ONLY IN THE FIRST FILE (DELETED), ONLY IN    ****
      *******   THE SECOND (ADDED), OR CHANGED IS LISTED, A CHANGE  ****
      *******   WITH A "*" UNDER EACH BYTE THAT DIFFERS.  RUN IT    ****
      *******   AFTER EVERY UNLOAD/RELOAD OR ROUND-TRIP CONVERSION. ****
       FILE-COMPARE-RTN.
           DISPLAY "FILES: 1=SEQ01 2=SEQ02 3=INDEX01 4=REL01".
           DISPLAY "FIRST FILE (BEFORE): " WITH NO ADVANCING.
           ACCEPT WK-CMP-FILE-NO.
           IF NOT CMP-FILE-VALID
               DISPLAY "INPUT ERROR."
               GO TO FILE-COMPARE-END
           END-IF.
           MOVE WK-CMP-FILE-NO TO WK-CMP-FILE-1.
           DISPLAY "SECOND FILE (AFTER): " WITH NO ADVANCING.
           ACCEPT WK-CMP-FILE-NO.
           IF NOT CMP-FILE-VALID OR WK-CMP-FILE-NO = WK-CMP-FILE-1
               DISPLAY "INPUT ERROR."
               GO TO FILE-COMPARE-END
           END-IF.
           MOVE WK-CMP-FILE-NO TO WK-CMP-FILE-2.
      *
           IF WK-CMP-FILE-1 = 3 OR WK-CMP-FILE-2 = 3
               SET CMP-BY-KEY TO TRUE
               DISPLAY "INDEX01 FILE NAME (BLANK = " WS-INDEX01-NAME
                   "): " WITH NO ADVANCING
               ACCEPT WS-NAME-INPUT
               IF WS-NAME-INPUT NOT = SPACES
                   MOVE WS-NAME-INPUT TO WS-INDEX01-NAME
               END-IF
           ELSE
               SET CMP-BY-POSITION TO TRUE
           END-IF.
           IF WK-CMP-FILE-1 = 4 OR WK-CMP-FILE-2 = 4
               DISPLAY "REL01 FILE NAME (BLANK = " WS-REL01-NAME
                   "): " WITH NO ADVANCING
               ACCEPT WS-NAME-INPUT
               IF WS-NAME-INPUT NOT = SPACES
                   MOVE WS-NAME-INPUT TO WS-REL01-NAME
               END-IF
           END-IF.
      *
           MOVE WK-CMP-FILE-1 TO WK-CMP-FILE-NO.
           PERFORM FILE-COMPARE-OPEN THRU FILE-COMPARE-OPEN-END.
           IF STATUS-BAD
               GO TO FILE-COMPARE-END
           END-IF.
           MOVE WK-CMP-FILE-2 TO WK-CMP-FILE-NO.
           PERFORM FILE-COMPARE-OPEN THRU FILE-COMPARE-OPEN-END.
           IF STATUS-BAD
               MOVE WK-CMP-FILE-1 TO WK-CMP-FILE-NO
               PERFORM FILE-COMPARE-CLOSE THRU FILE-COMPARE-CLOSE-END
               GO TO FILE-COMPARE-END
           END-IF.
      *
           MOVE LENGTH OF SEQ02-REC TO WK-CMP-REC-LEN.
           MOVE "0" TO WK-CMP-EOF-1 WK-CMP-EOF-2 WK-CMP-SEQ-ERR.
           MOVE LOW-VALUES TO WK-CMP-PREV-KEY-1 WK-CMP-PREV-KEY-2.
           MOVE ZERO TO WK-CMP-READ-1 WK-CMP-READ-2 WK-CMP-MATCH-CNT
                        WK-CMP-ADD-CNT WK-CMP-DEL-CNT WK-CMP-CHG-CNT.
           ACCEPT WS-START-TIME FROM TIME.
           DISPLAY "COMPARE " WK-CMP-FILE-ID (WK-CMP-FILE-1)
                   " (FIRST) WITH " WK-CMP-FILE-ID (WK-CMP-FILE-2)
                   " (SECOND)".
           IF CMP-BY-KEY
               DISPLAY "MATCHED BY KEY."
           ELSE
               DISPLAY "MATCHED BY RECORD POSITION."
           END-IF.
      *
           PERFORM FILE-COMPARE-READ-1 THRU FILE-COMPARE-READ-1-END.
           PERFORM FILE-COMPARE-READ-2 THRU FILE-COMPARE-READ-2-END.
           PERFORM FILE-COMPARE-MATCH THRU FILE-COMPARE-MATCH-END
               UNTIL (WK-CMP-EOF-1 = "1" AND WK-CMP-EOF-2 = "1")
                  OR WK-CMP-SEQ-ERR = "1".
      *
           MOVE WK-CMP-FILE-1 TO WK-CMP-FILE-NO.
           PERFORM FILE-COMPARE-CLOSE THRU FILE-COMPARE-CLOSE-END.
           MOVE WK-CMP-FILE-2 TO WK-CMP-FILE-NO.
           PERFORM FILE-COMPARE-CLOSE THRU FILE-COMPARE-CLOSE-END.
           ACCEPT WS-END-TIME FROM TIME.
           PERFORM COMPUTE-ELAPSED-TIME-RTN THRU
               COMPUTE-ELAPSED-TIME-RTN-EXIT.
      *
           IF WK-CMP-SEQ-ERR = "1"
               DISPLAY "COMPARE STOPPED -- FILE NOT IN KEY ORDER."
           ELSE
               DISPLAY "FILE COMPARE COMPLETE."
           END-IF.
           DISPLAY "RECORDS READ FIRST : " WK-CMP-READ-1.
           DISPLAY "RECORDS READ SECOND: " WK-CMP-READ-2.
           DISPLAY "MATCHED            : " WK-CMP-MATCH-CNT.
           DISPLAY "ADDED (SECOND ONLY): " WK-CMP-ADD-CNT.
           DISPLAY "DELETED (FIRST ONLY): " WK-CMP-DEL-CNT.
           DISPLAY "CHANGED            : " WK-CMP-CHG-CNT.
           DISPLAY "ELAPSED TIME (HHMMSSHH): " WS-ELAPSED-TIME.
           IF WK-CMP-ADD-CNT = ZERO AND WK-CMP-DEL-CNT = ZERO
              AND WK-CMP-CHG-CNT = ZERO AND WK-CMP-SEQ-ERR = "0"
               DISPLAY "FILES ARE IDENTICAL."
           ELSE
               DISPLAY "FILES DIFFER."
           END-IF.
       FILE-COMPARE-END.
           EXIT.
      *
      *******   ONE STEP OF THE MATCH.  END OF FILE COUNTS AS A     ****
      *******   HIGH KEY / POSITION SO THE OTHER FILE DRAINS.       ****
       FILE-COMPARE-MATCH.
           EVALUATE TRUE
               WHEN WK-CMP-EOF-2 = "1"
                   PERFORM FILE-COMPARE-DELETED THRU
                       FILE-COMPARE-DELETED-END
                   PERFORM FILE-COMPARE-READ-1 THRU
                       FILE-COMPARE-READ-1-END
               WHEN WK-CMP-EOF-1 = "1"
                   PERFORM FILE-COMPARE-ADDED THRU
                       FILE-COMPARE-ADDED-END
                   PERFORM FILE-COMPARE-READ-2 THRU
                       FILE-COMPARE-READ-2-END
               WHEN CMP-BY-KEY
                AND WK-CMP-REC-1 (1:WK-CMP-KEY-LEN) <
                    WK-CMP-REC-2 (1:WK-CMP-KEY-LEN)
                   PERFORM FILE-COMPARE-DELETED THRU
                       FILE-COMPARE-DELETED-END
                   PERFORM FILE-COMPARE-READ-1 THRU
                       FILE-COMPARE-READ-1-END
               WHEN CMP-BY-KEY
                AND WK-CMP-REC-1 (1:WK-CMP-KEY-LEN) >
                    WK-CMP-REC-2 (1:WK-CMP-KEY-LEN)
                   PERFORM FILE-COMPARE-ADDED THRU
                       FILE-COMPARE-ADDED-END
                   PERFORM FILE-COMPARE-READ-2 THRU
                       FILE-COMPARE-READ-2-END
               WHEN OTHER
                   IF WK-CMP-REC-1 (1:WK-CMP-REC-LEN) =
                      WK-CMP-REC-2 (1:WK-CMP-REC-LEN)
                       ADD 1 TO WK-CMP-MATCH-CNT
                   ELSE
                       PERFORM FILE-COMPARE-CHANGED THRU
                           FILE-COMPARE-CHANGED-END
                   END-IF
                   PERFORM FILE-COMPARE-READ-1 THRU
                       FILE-COMPARE-READ-1-END
                   PERFORM FILE-COMPARE-READ-2 THRU
                       FILE-COMPARE-READ-2-END
           END-EVALUATE.
       FILE-COMPARE-MATCH-END.
           EXIT.
      *
       FILE-COMPARE-DELETED.
           ADD 1 TO WK-CMP-DEL-CNT.
           DISPLAY "ONLY IN FIRST  REC " WK-CMP-READ-1 " : "
                   WK-CMP-REC-1 (1:WK-CMP-REC-LEN).
       FILE-COMPARE-DELETED-END.
           EXIT.
      *
       FILE-COMPARE-ADDED.
           ADD 1 TO WK-CMP-ADD-CNT.
           DISPLAY "ONLY IN SECOND REC " WK-CMP-READ-2 " : "
                   WK-CMP-REC-2 (1:WK-CMP-REC-LEN).
       FILE-COMPARE-ADDED-END.
           EXIT.
      *
      *******   SAME KEY (OR POSITION), DIFFERENT CONTENT.  THE     ****
      *******   MARK LINE HAS A "*" UNDER EVERY DIFFERING BYTE AND  ****
      *******   THE COUNT OF THEM FOLLOWS.                          ****
       FILE-COMPARE-CHANGED.
           ADD 1 TO WK-CMP-CHG-CNT.
           MOVE SPACES TO WK-CMP-MARK.
           MOVE ZERO TO WK-CMP-DIFF-CNT.
           MOVE 1 TO WK-CMP-POS.
           PERFORM FILE-COMPARE-MARK-BYTE THRU FILE-COMPARE-MARK-END
               UNTIL WK-CMP-POS > WK-CMP-REC-LEN.
           DISPLAY "CHANGED FIRST  REC " WK-CMP-READ-1 " : "
                   WK-CMP-REC-1 (1:WK-CMP-REC-LEN).
           DISPLAY "        SECOND REC " WK-CMP-READ-2 " : "
                   WK-CMP-REC-2 (1:WK-CMP-REC-LEN).
           DISPLAY "        BYTES DIFFER " WK-CMP-DIFF-CNT "      : "
                   WK-CMP-MARK (1:WK-CMP-REC-LEN).
       FILE-COMPARE-CHANGED-END.
           EXIT.
      *
       FILE-COMPARE-MARK-BYTE.
           IF WK-CMP-REC-1 (WK-CMP-POS:1) NOT =
              WK-CMP-REC-2 (WK-CMP-POS:1)
               MOVE "*" TO WK-CMP-MARK (WK-CMP-POS:1)
               ADD 1 TO WK-CMP-DIFF-CNT
           END-IF.
           ADD 1 TO WK-CMP-POS.
       FILE-COMPARE-MARK-END.
           EXIT.
      *
      *******   READ THE NEXT RECORD OF EITHER SIDE.  A KEY LOWER   ****
      *******   THAN THE ONE BEFORE IT STOPS A KEY COMPARE, SINCE   ****
      *******   THE MATCH WOULD REPORT NONSENSE FROM THAT POINT.    ****
       FILE-COMPARE-READ-1.
           MOVE WK-CMP-FILE-1 TO WK-CMP-FILE-NO.
           PERFORM FILE-COMPARE-READ THRU FILE-COMPARE-READ-END.
           MOVE WK-CMP-READ-EOF TO WK-CMP-EOF-1.
           IF WK-CMP-EOF-1 = "1"
               GO TO FILE-COMPARE-READ-1-END
           END-IF.
           MOVE WK-CMP-READ-AREA TO WK-CMP-REC-1.
           ADD 1 TO WK-CMP-READ-1.
           IF CMP-BY-KEY
               IF WK-CMP-REC-1 (1:WK-CMP-KEY-LEN) <
                  WK-CMP-PREV-KEY-1 (1:WK-CMP-KEY-LEN)
                   DISPLAY "FIRST FILE OUT OF KEY ORDER AT REC "
                           WK-CMP-READ-1 " : "
                           WK-CMP-REC-1 (1:WK-CMP-REC-LEN)
                   MOVE "1" TO WK-CMP-SEQ-ERR
               END-IF
               MOVE WK-CMP-REC-1 TO WK-CMP-PREV-KEY-1
           END-IF.
       FILE-COMPARE-READ-1-END.
           EXIT.
      *
       FILE-COMPARE-READ-2.
           MOVE WK-CMP-FILE-2 TO WK-CMP-FILE-NO.
           PERFORM FILE-COMPARE-READ THRU FILE-COMPARE-READ-END.
           MOVE WK-CMP-READ-EOF TO WK-CMP-EOF-2.
           IF WK-CMP-EOF-2 = "1"
               GO TO FILE-COMPARE-READ-2-END
           END-IF.
           MOVE WK-CMP-READ-AREA TO WK-CMP-REC-2.
           ADD 1 TO WK-CMP-READ-2.
           IF CMP-BY-KEY
               IF WK-CMP-REC-2 (1:WK-CMP-KEY-LEN) <
                  WK-CMP-PREV-KEY-2 (1:WK-CMP-KEY-LEN)
                   DISPLAY "SECOND FILE OUT OF KEY ORDER AT REC "
                           WK-CMP-READ-2 " : "
                           WK-CMP-REC-2 (1:WK-CMP-REC-LEN)
                   MOVE "1" TO WK-CMP-SEQ-ERR
               END-IF
               MOVE WK-CMP-REC-2 TO WK-CMP-PREV-KEY-2
           END-IF.
       FILE-COMPARE-READ-2-END.
           EXIT.
      *
       FILE-COMPARE-READ.
           MOVE "0" TO WK-CMP-READ-EOF.
           MOVE SPACES TO WK-CMP-READ-AREA.
           EVALUATE WK-CMP-FILE-NO
               WHEN 1
                   READ SEQ01-FILE
                       AT END MOVE "1" TO WK-CMP-READ-EOF
                       NOT AT END MOVE SEQ01-REC TO WK-CMP-READ-AREA
                   END-READ
               WHEN 2
                   READ SEQ02-FILE
                       AT END MOVE "1" TO WK-CMP-READ-EOF
                       NOT AT END MOVE SEQ02-REC TO WK-CMP-READ-AREA
                   END-READ
               WHEN 3
                   READ INDEX01-FILE
                       AT END MOVE "1" TO WK-CMP-READ-EOF
                       NOT AT END MOVE INDEX01-REC TO WK-CMP-READ-AREA
                   END-READ
               WHEN 4
                   READ REL01-FILE
                       AT END MOVE "1" TO WK-CMP-READ-EOF
                       NOT AT END MOVE REL01-REC TO WK-CMP-READ-AREA
                   END-READ
           END-EVALUATE.
       FILE-COMPARE-READ-END.
           EXIT.
      *
      *******   SEQ01/SEQ02 STAY OPEN I-O FOR THE WHOLE RUN, SO     ****
      *******   THEY ARE ONLY REWOUND; INDEX01 AND REL01 ARE OPENED ****
      *******   INPUT FOR THE COMPARE AND CLOSED AFTER IT.          ****
       FILE-COMPARE-OPEN.
           EVALUATE WK-CMP-FILE-NO
               WHEN 1
                   PERFORM REOPEN-SEQ01-RTN THRU REOPEN-SEQ01-RTN-EXIT
               WHEN 2
                   PERFORM REOPEN-SEQ02-IO-RTN THRU
                       REOPEN-SEQ02-IO-RTN-EXIT
               WHEN 3
                   OPEN INPUT INDEX01-FILE
                   MOVE "OPEN INDEX01-FILE INPUT" TO WS-FILE-STATUS-CTX
                   PERFORM CHECK-FILE-STATUS THRU
                       CHECK-FILE-STATUS-EXIT
               WHEN 4
                   OPEN INPUT REL01-FILE
                   MOVE "OPEN REL01-FILE INPUT" TO WS-FILE-STATUS-CTX
                   PERFORM CHECK-FILE-STATUS THRU
                       CHECK-FILE-STATUS-EXIT
           END-EVALUATE.
       FILE-COMPARE-OPEN-END.
           EXIT.
      *
       FILE-COMPARE-CLOSE.
           EVALUATE WK-CMP-FILE-NO
               WHEN 3
                   CLOSE INDEX01-FILE
                   MOVE "CLOSE INDEX01-FILE" TO WS-FILE-STATUS-CTX
                   PERFORM CHECK-FILE-STATUS THRU
                       CHECK-FILE-STATUS-EXIT
               WHEN 4
                   CLOSE REL01-FILE
                   MOVE "CLOSE REL01-FILE" TO WS-FILE-STATUS-CTX
                   PERFORM CHECK-FILE-STATUS THRU
                       CHECK-FILE-STATUS-EXIT
           END-EVALUATE.
       FILE-COMPARE-CLOSE-END.
           EXIT.
