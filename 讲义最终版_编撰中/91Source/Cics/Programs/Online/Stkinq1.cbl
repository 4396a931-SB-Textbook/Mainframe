       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  STKINQ1.
      *
      ******************************************************************
      *   STKINQ1 -- ITEM MOVEMENT INQUIRY.                            *
      *   WHEN THE SHELF COUNT AND THE BOOK DISAGREE, THIS IS WHERE    *
      *   THE DESK LOOKS FIRST: FOR ONE PRODUCT IT SHOWS THE CURRENT   *
      *   QUANTITY ON HAND AND EVERY MOVEMENT ON THE STKLED STOCK      *
      *   LEDGER, NEWEST FIRST, TWELVE TO A PAGE (F8 OLDER, F7 BACK    *
      *   TO THE NEWEST).  EACH ROW CARRIES THE DATE AND TIME, THE     *
      *   MOVEMENT TYPE, THE LOCATION THAT MOVED, THE SIGNED           *
      *   QUANTITY, THE PRODUCT AND LOCATION BALANCES LEFT AFTER IT    *
      *   (THE RUNNING BALANCE), THE SOURCE DOCUMENT, AND THE          *
      *   PROGRAM, TERMINAL, AND OPERATOR THAT MADE IT.  INQUIRY       *
      *   ONLY -- NOTHING ON THIS SCREEN CHANGES ANY FILE.             *
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
           05  MORE-MOVEMENTS-SW               PIC X(01) VALUE 'N'.
               88  MORE-MOVEMENTS                        VALUE 'Y'.
           05  PRODUCT-FOUND-SW                PIC X(01) VALUE 'Y'.
               88  PRODUCT-FOUND                         VALUE 'Y'.
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
           05  MOVE-SUB            PIC S9(03)  COMP-3  VALUE ZERO.
           05  LEDGER-BROWSE-KEY.
               10  LBK-PRODUCT-CODE    PIC X(06).
               10  LBK-STAMP-DATE      PIC 9(08).
               10  LBK-STAMP-TIME      PIC 9(06).
               10  LBK-STAMP-SEQUENCE  PIC 9(03).
           05  LEDGER-START-KEY        PIC X(23).
      *
       01  MOVEMENT-DISPLAY-LINE.
           05  MDL-DATE            PIC 9(08).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  MDL-TIME            PIC 9(06).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  MDL-TYPE            PIC X(02).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  MDL-LOCATION        PIC X(01).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  MDL-QUANTITY        PIC ZZ,ZZ9-.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  MDL-PRODUCT-BALANCE PIC ZZ,ZZ9.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  MDL-LOCATION-BALANCE
                                   PIC ZZ,ZZ9.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  MDL-DOCUMENT        PIC X(10).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  MDL-PROGRAM         PIC X(08).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  MDL-TERMINAL        PIC X(04).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  MDL-OPERATOR        PIC X(03).
      *
       01  COMMUNICATION-AREA.
      *
           05  CA-CONTEXT-FLAG               PIC X(01).
               88  PROCESS-KEY-ENTRY                   VALUE '1'.
               88  PROCESS-BROWSING                    VALUE '2'.
           05  CA-PRODUCT-CODE               PIC X(06).
           05  CA-TOP-DATE                   PIC 9(08).
           05  CA-TOP-TIME                   PIC 9(06).
           05  CA-TOP-SEQUENCE               PIC 9(03).
      *
       01  RESPONSE-CODE                     PIC S9(08)  COMP.
      *
       COPY STKLED.
      *
       COPY PRODUCT.
      *
       COPY STKSET1.
      *
       COPY DFHAID.
      *
       COPY ATTR.
      *
       COPY ERRPARM.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA             PIC X(24).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-MOVEMENT-INQUIRY.
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
                   PERFORM 1000-PROCESS-ENTRY THRU 1000-EXIT
      *
               WHEN EIBAID = DFHPF8
                   IF PROCESS-BROWSING
                       PERFORM 1200-READ-PRODUCT
                       PERFORM 1300-SHOW-MOVEMENT-PAGE
                   ELSE
                       MOVE 'Display a product first.' TO STK-D-MESSAGE
                       SET SEND-DATAONLY-ALARM TO TRUE
                       PERFORM 1500-SEND-MOVEMENT-MAP
                   END-IF
      *
               WHEN EIBAID = DFHPF7
                   IF PROCESS-BROWSING
                       PERFORM 1200-READ-PRODUCT
                       PERFORM 1250-RESET-TO-NEWEST
                       PERFORM 1300-SHOW-MOVEMENT-PAGE
                   ELSE
                       MOVE 'Display a product first.' TO STK-D-MESSAGE
                       SET SEND-DATAONLY-ALARM TO TRUE
                       PERFORM 1500-SEND-MOVEMENT-MAP
                   END-IF
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO STK-L-MESSAGE
                   MOVE 'Invalid key pressed.' TO STK-D-MESSAGE
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1500-SEND-MOVEMENT-MAP
      *
           END-EVALUATE.
      *
           EXEC CICS
               RETURN TRANSID('STK1')
                      COMMAREA(COMMUNICATION-AREA)
           END-EXEC.
      *
       0100-START-FRESH-SCREEN.
      *
           MOVE LOW-VALUE TO STKMAP1.
           MOVE 'Enter a product code.  Then press Enter.'
               TO STK-D-INSTR.
           MOVE 'F3=Exit  F7=Newest  F8=Older  F12=Cancel'
               TO STK-D-FKEY.
           MOVE -1 TO STK-L-PRDNO.
           SET SEND-ERASE TO TRUE.
           PERFORM 1500-SEND-MOVEMENT-MAP.
           SET PROCESS-KEY-ENTRY TO TRUE.
           MOVE SPACE TO CA-PRODUCT-CODE.
      *
       1000-PROCESS-ENTRY.
      *
           PERFORM 1100-RECEIVE-MOVEMENT-MAP.
      *
           IF       STK-L-PRDNO > ZERO
                AND STK-D-PRDNO NOT = SPACE
               MOVE STK-D-PRDNO TO CA-PRODUCT-CODE
           END-IF.
      *
           IF CA-PRODUCT-CODE = SPACE OR LOW-VALUE
               MOVE ATTR-REVERSE TO STK-H-PRDNO
               MOVE -1 TO STK-L-PRDNO
               MOVE 'Enter a product code.' TO STK-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-MOVEMENT-MAP
               GO TO 1000-EXIT
           END-IF.
      *
           PERFORM 1200-READ-PRODUCT.
           IF NOT PRODUCT-FOUND
               MOVE ATTR-REVERSE TO STK-H-PRDNO
               MOVE -1 TO STK-L-PRDNO
               MOVE 'That product does not exist.' TO STK-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-MOVEMENT-MAP
               SET PROCESS-KEY-ENTRY TO TRUE
               GO TO 1000-EXIT
           END-IF.
      *
           PERFORM 1250-RESET-TO-NEWEST.
           PERFORM 1300-SHOW-MOVEMENT-PAGE.
           SET PROCESS-BROWSING TO TRUE.
      *
       1000-EXIT.
           EXIT.
      *
       1100-RECEIVE-MOVEMENT-MAP.
      *
           EXEC CICS
               RECEIVE MAP('STKMAP1')
                       MAPSET('STKSET1')
                       INTO(STKMAP1)
           END-EXEC.
      *
           INSPECT STKMAP1
               REPLACING ALL '_' BY SPACE.
      *
      *    A PRODUCT DELETED SINCE ITS LAST MOVEMENT STILL HAS ITS
      *    HISTORY ON THE LEDGER, BUT THERE IS NO CURRENT BALANCE
      *    TO SHOW AGAINST IT; THE SCREEN TREATS IT AS NOT FOUND.
       1200-READ-PRODUCT.
      *
           MOVE 'Y' TO PRODUCT-FOUND-SW.
           EXEC CICS
               READ FILE('PRODUCT')
                    INTO(PRODUCT-MASTER-RECORD)
                    RIDFLD(CA-PRODUCT-CODE)
                    RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO PRODUCT-FOUND-SW
               MOVE SPACE TO PRM-PRODUCT-DESCRIPTION
               MOVE ZERO  TO PRM-QUANTITY-ON-HAND
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
       1250-RESET-TO-NEWEST.
      *
           MOVE 99999999 TO CA-TOP-DATE.
           MOVE 999999   TO CA-TOP-TIME.
           MOVE 999      TO CA-TOP-SEQUENCE.
      *
      ******************************************************************
      *   1300-SHOW-MOVEMENT-PAGE -- READ BACKWARD FROM THE TOP KEY    *
      *   IN THE COMMAREA; TWELVE MOVEMENTS FILL THE SCREEN NEWEST     *
      *   FIRST, AND THE KEY OF THE OLDEST ONE SHOWN BECOMES THE NEXT  *
      *   TOP SO F8 KEEPS WALKING BACK THROUGH THE HISTORY.  THE       *
      *   BALANCES ON EACH ROW ARE THE ONES STORED WITH THE MOVEMENT,  *
      *   SO THE RUNNING BALANCE NEEDS NO OPENING FIGURE.              *
      ******************************************************************
       1300-SHOW-MOVEMENT-PAGE.
      *
           MOVE LOW-VALUE TO STKMAP1.
           MOVE CA-PRODUCT-CODE         TO STK-D-PRDNO.
           MOVE PRM-PRODUCT-DESCRIPTION TO STK-D-DESC.
           MOVE PRM-QUANTITY-ON-HAND    TO STK-D-QOH.
      *
           MOVE CA-PRODUCT-CODE   TO LBK-PRODUCT-CODE.
           MOVE CA-TOP-DATE       TO LBK-STAMP-DATE.
           MOVE CA-TOP-TIME       TO LBK-STAMP-TIME.
           MOVE CA-TOP-SEQUENCE   TO LBK-STAMP-SEQUENCE.
           MOVE LEDGER-BROWSE-KEY TO LEDGER-START-KEY.
           MOVE ZERO TO MOVE-SUB.
      *
           EXEC CICS
               STARTBR FILE('STKLED')
                       RIDFLD(LEDGER-BROWSE-KEY)
                       GTEQ
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO MORE-MOVEMENTS-SW
               PERFORM 1310-SHOW-ONE-MOVEMENT
                   UNTIL NOT MORE-MOVEMENTS
               EXEC CICS
                   ENDBR FILE('STKLED')
                         RESP(RESPONSE-CODE)
               END-EXEC
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NOTFND)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
           IF MOVE-SUB = ZERO
               MOVE 'No more movements for this product.'
                   TO STK-D-MESSAGE
           END-IF.
      *
           MOVE 'Enter another product code, or page with F7 and F8.'
               TO STK-D-INSTR.
           MOVE 'F3=Exit  F7=Newest  F8=Older  F12=Cancel'
               TO STK-D-FKEY.
           MOVE -1 TO STK-L-PRDNO.
           SET SEND-ERASE TO TRUE.
           PERFORM 1500-SEND-MOVEMENT-MAP.
      *
       1310-SHOW-ONE-MOVEMENT.
      *
           EXEC CICS
               READPREV FILE('STKLED')
                        RIDFLD(LEDGER-BROWSE-KEY)
                        INTO(STOCK-LEDGER-RECORD)
                        RESP(RESPONSE-CODE)
           END-EXEC.
      *
      *    A RECORD AT OR ABOVE THE STARTING KEY IS THE BROWSE
      *    POSITIONING ITSELF (OR A LATER PRODUCT); SKIP IT AND
      *    KEEP READING BACKWARD.
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(ENDFILE)
                   MOVE 'N' TO MORE-MOVEMENTS-SW
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN SL-LEDGER-KEY NOT < LEDGER-START-KEY
                   CONTINUE
               WHEN SL-PRODUCT-CODE NOT = CA-PRODUCT-CODE
                   MOVE 'N' TO MORE-MOVEMENTS-SW
               WHEN MOVE-SUB < 12
                   ADD 1 TO MOVE-SUB
                   MOVE SL-STAMP-DATE       TO MDL-DATE
                   MOVE SL-STAMP-TIME       TO MDL-TIME
                   MOVE SL-MOVEMENT-TYPE    TO MDL-TYPE
                   MOVE SL-LOCATION-CODE    TO MDL-LOCATION
                   MOVE SL-QUANTITY         TO MDL-QUANTITY
                   MOVE SL-PRODUCT-BALANCE  TO MDL-PRODUCT-BALANCE
                   MOVE SL-LOCATION-BALANCE TO MDL-LOCATION-BALANCE
                   MOVE SL-DOCUMENT-NUMBER  TO MDL-DOCUMENT
                   MOVE SL-PROGRAM-ID       TO MDL-PROGRAM
                   MOVE SL-TERMINAL-ID      TO MDL-TERMINAL
                   MOVE SL-OPERATOR-ID      TO MDL-OPERATOR
                   MOVE MOVEMENT-DISPLAY-LINE
                       TO STK-D-MOVE(MOVE-SUB)
                   MOVE SL-STAMP-DATE       TO CA-TOP-DATE
                   MOVE SL-STAMP-TIME       TO CA-TOP-TIME
                   MOVE SL-STAMP-SEQUENCE   TO CA-TOP-SEQUENCE
               WHEN OTHER
                   MOVE 'N' TO MORE-MOVEMENTS-SW
           END-EVALUATE.
      *
       1500-SEND-MOVEMENT-MAP.
      *
           MOVE 'STK1' TO STK-D-TRANID.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('STKMAP1')
                            MAPSET('STKSET1')
                            FROM(STKMAP1)
                            CURSOR
                            ERASE
                   END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('STKMAP1')
                            MAPSET('STKSET1')
                            FROM(STKMAP1)
                            CURSOR
                            DATAONLY
                   END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('STKMAP1')
                            MAPSET('STKSET1')
                            FROM(STKMAP1)
                            CURSOR
                            DATAONLY
                            ALARM
                   END-EXEC
           END-EVALUATE.
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
