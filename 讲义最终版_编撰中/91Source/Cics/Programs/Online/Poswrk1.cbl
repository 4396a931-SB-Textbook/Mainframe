       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  POSWRK1.
      *
      ******************************************************************
      *   POSWRK1 -- PURCHASE-ORDER IMPORT SUSPENSE WORK SCREEN.       *
      *   THE ORDER DESK'S QUEUE OF DISTRICT PURCHASE ORDERS THE       *
      *   NIGHTLY POIMP BATCH COULD NOT POST: EACH ITEM IS SHOWN       *
      *   WITH ITS HEADER, ITS LINES AS THE DISTRICT SENT THEM, THE    *
      *   REASON IT SUSPENDED, AND THE LINE THAT TRIPPED IT.  THE      *
      *   OPERATOR CORRECTS THE CUSTOMER, SHIP-TO, SALESPERSON, OR     *
      *   LINES AND PRESSES ENTER TO RELEASE IT.  A RELEASED ITEM IS   *
      *   NOT POSTED HERE: THE NEXT POIMP RUN RE-EDITS IT UNDER THE    *
      *   FULL ORDRENT RULES (PRICE, STOCK, CREDIT) AND POSTS IT OR    *
      *   RETURNS IT TO THE QUEUE WITH THE NEW REASON, SO AN IMPORTED  *
      *   ORDER IS PRICED AND RELIEVED IN ONE PLACE ONLY.  THE SCREEN  *
      *   CHECKS WHAT IT CAN SEE -- THE CUSTOMER, THE PRODUCT CODES,   *
      *   AND THE QUANTITIES -- BEFORE IT RELEASES.  F8 STEPS TO THE   *
      *   NEXT OPEN ITEM; A SUSPENSE NUMBER CAN ALSO BE KEYED          *
      *   DIRECTLY.  ITEMS ARE NEVER DELETED.                          *
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
           05  ITEM-FOUND-SW                   PIC X(01) VALUE 'N'.
               88  ITEM-FOUND                            VALUE 'Y'.
           05  VALID-QUANTITY-SW               PIC X(01) VALUE 'Y'.
               88  VALID-QUANTITY                        VALUE 'Y'.
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
           05  ABSOLUTE-TIME       PIC S9(15)  COMP-3.
           05  RELEASED-DATE       PIC 9(08).
           05  BROWSE-SUSPENSE-KEY PIC 9(06).
           05  LINE-SUB            PIC S9(03)  COMP-3  VALUE ZERO.
           05  LINE-COUNT          PIC 9(02)           VALUE ZERO.
           05  QTY-NUMERIC         PIC 9(05).
      *
       01  RELEASED-LINES.
      *
           05  RELEASED-LINE OCCURS 20 TIMES.
               10  RELEASED-PCODE  PIC X(06).
               10  RELEASED-QTY    PIC X(05).
      *
       01  COMMUNICATION-AREA.
      *
           05  CA-CONTEXT-FLAG               PIC X(01).
               88  PROCESS-BROWSE                      VALUE '1'.
               88  PROCESS-WORK-ITEM                   VALUE '2'.
           05  CA-SUSPENSE-NUMBER            PIC 9(06).
           05  CA-HELP-SW                    PIC X(01).
               88  HELP-WAS-SHOWN                       VALUE 'H'.
      *
       01  RESPONSE-CODE                     PIC S9(08)  COMP.
      *
       COPY POSUSP.
      *
       COPY CUSTMAS.
      *
       COPY PRODUCT.
      *
       COPY ALIAS.
      *
       COPY POSSET1.
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
       01  DFHCOMMAREA             PIC X(08).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-SUSPENSE-QUEUE.
      *
           IF EIBCALEN > ZERO
               MOVE DFHCOMMAREA TO COMMUNICATION-AREA
           END-IF.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO
                   MOVE LOW-VALUE TO POSMAP1
                   MOVE ZERO TO CA-SUSPENSE-NUMBER
                   PERFORM 1050-SHOW-NEXT-OPEN-ITEM
      *
               WHEN EIBAID = DFHCLEAR
                   MOVE LOW-VALUE TO POSMAP1
                   MOVE ZERO TO CA-SUSPENSE-NUMBER
                   PERFORM 1050-SHOW-NEXT-OPEN-ITEM
      *
               WHEN HELP-WAS-SHOWN
                   MOVE SPACE TO CA-HELP-SW
                   MOVE LOW-VALUE TO POSMAP1
                   PERFORM 1050-SHOW-NEXT-OPEN-ITEM
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
                   MOVE LOW-VALUE TO POSMAP1
                   PERFORM 1050-SHOW-NEXT-OPEN-ITEM
      *
               WHEN EIBAID = DFHENTER
                   IF PROCESS-WORK-ITEM
                       PERFORM 2000-RELEASE-WORKED-ITEM THRU 2000-EXIT
                   ELSE
                       PERFORM 1000-FETCH-KEYED-ITEM THRU 1000-EXIT
                   END-IF
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO POS-L-MESSAGE
                   MOVE 'Invalid key pressed.' TO POS-D-MESSAGE
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1500-SEND-SUSPENSE-MAP
      *
           END-EVALUATE.
      *
           EXEC CICS
               RETURN TRANSID('POS1')
                      COMMAREA(COMMUNICATION-AREA)
           END-EXEC.
      *
      ******************************************************************
      *   1000-FETCH-KEYED-ITEM -- THE OPERATOR KEYED A SUSPENSE       *
      *   NUMBER TO JUMP STRAIGHT TO AN ITEM.                          *
      ******************************************************************
       1000-FETCH-KEYED-ITEM.
      *
           PERFORM 1100-RECEIVE-SUSPENSE-MAP.
      *
           IF       POS-L-SUSNO = ZERO
                 OR POS-D-SUSNO-ALPHA = SPACE
                 OR POS-D-SUSNO-ALPHA NOT NUMERIC
               MOVE ATTR-REVERSE TO POS-H-SUSNO
               MOVE -1 TO POS-L-SUSNO
               MOVE 'Key a suspense number, or press F8 for the next op
      -            'en item.' TO POS-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-SUSPENSE-MAP
               GO TO 1000-EXIT
           END-IF.
      *
           EXEC CICS
               READ FILE('POSUSP')
                    INTO(PO-SUSPENSE-RECORD)
                    RIDFLD(POS-D-SUSNO)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE ATTR-REVERSE TO POS-H-SUSNO
                   MOVE -1 TO POS-L-SUSNO
                   MOVE 'That suspense item does not exist.'
                       TO POS-D-MESSAGE
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1500-SEND-SUSPENSE-MAP
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN PSU-WORKED
                   MOVE ATTR-REVERSE TO POS-H-SUSNO
                   MOVE -1 TO POS-L-SUSNO
                   MOVE 'That item has already been posted.'
                       TO POS-D-MESSAGE
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1500-SEND-SUSPENSE-MAP
               WHEN PSU-RELEASED
                   MOVE ATTR-REVERSE TO POS-H-SUSNO
                   MOVE -1 TO POS-L-SUSNO
                   MOVE 'That item is released for the next import run.'
                       TO POS-D-MESSAGE
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1500-SEND-SUSPENSE-MAP
               WHEN OTHER
                   PERFORM 1300-FORMAT-SUSPENSE-ITEM
           END-EVALUATE.
      *
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *   1050-SHOW-NEXT-OPEN-ITEM -- BROWSE FORWARD FROM THE LAST     *
      *   ITEM SHOWN TO THE NEXT STILL-OPEN ONE.  AN EMPTY QUEUE IS    *
      *   GOOD NEWS AND SAYS SO.                                       *
      ******************************************************************
       1050-SHOW-NEXT-OPEN-ITEM.
      *
           MOVE 'N' TO ITEM-FOUND-SW.
           COMPUTE BROWSE-SUSPENSE-KEY = CA-SUSPENSE-NUMBER + 1.
      *
           EXEC CICS
               STARTBR FILE('POSUSP')
                       RIDFLD(BROWSE-SUSPENSE-KEY)
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
                   PERFORM 1060-READ-NEXT-OPEN
                       UNTIL ITEM-FOUND
                          OR RESPONSE-CODE = DFHRESP(ENDFILE)
                   EXEC CICS
                       ENDBR FILE('POSUSP')
                             RESP(RESPONSE-CODE)
                   END-EXEC
           END-EVALUATE.
      *
           IF ITEM-FOUND
               PERFORM 1300-FORMAT-SUSPENSE-ITEM
           ELSE
               MOVE LOW-VALUE TO POSMAP1
               MOVE 'No open suspense items.  The queue is clear.'
                   TO POS-D-MESSAGE
               PERFORM 1600-SET-ENTRY-INSTRUCTIONS
               MOVE -1 TO POS-L-SUSNO
               SET SEND-ERASE TO TRUE
               PERFORM 1500-SEND-SUSPENSE-MAP
               MOVE ZERO TO CA-SUSPENSE-NUMBER
               SET PROCESS-BROWSE TO TRUE
           END-IF.
      *
       1060-READ-NEXT-OPEN.
      *
           EXEC CICS
               READNEXT FILE('POSUSP')
                        RIDFLD(BROWSE-SUSPENSE-KEY)
                        INTO(PO-SUSPENSE-RECORD)
                        RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(ENDFILE)
                   CONTINUE
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN PSU-OPEN
                   MOVE 'Y' TO ITEM-FOUND-SW
           END-EVALUATE.
      *
       1100-RECEIVE-SUSPENSE-MAP.
      *
           EXEC CICS
               RECEIVE MAP('POSMAP1')
                       MAPSET('POSSET1')
                       INTO(POSMAP1)
           END-EXEC.
      *
           INSPECT POSMAP1
                REPLACING ALL '_' BY SPACE.
      *
       1300-FORMAT-SUSPENSE-ITEM.
      *
           MOVE LOW-VALUE TO POSMAP1.
           MOVE PSU-SUSPENSE-NUMBER  TO POS-D-SUSNO
                                        CA-SUSPENSE-NUMBER.
           MOVE PSU-IMPORT-DATE      TO POS-D-IMPDATE.
           MOVE PSU-PO-NUMBER        TO POS-D-PO.
           MOVE PSU-CUSTOMER-NUMBER  TO POS-D-CUSTNO.
           MOVE PSU-SHIP-TO-NUMBER   TO POS-D-SHIPTO.
           MOVE PSU-SALESPERSON-CODE TO POS-D-SLSPSN.
           MOVE PSU-ERROR-LINE       TO POS-D-ERRLINE.
           PERFORM 1310-FORMAT-ONE-LINE
               VARYING LINE-SUB FROM 1 BY 1
                 UNTIL LINE-SUB > 20.
      *
           EXEC CICS
               READ FILE('CUSTMAS')
                    INTO(CUSTOMER-MASTER-RECORD)
                    RIDFLD(PSU-CUSTOMER-NUMBER)
                    RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE CM-LAST-NAME TO POS-D-LNAME
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NOTFND)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
           EVALUATE TRUE
               WHEN PSU-UNKNOWN-CUSTOMER
                   MOVE 'UNKNOWN CUSTOMER'         TO POS-D-REASON
               WHEN PSU-CUSTOMER-ARCHIVED
                   MOVE 'CUSTOMER ARCHIVED'        TO POS-D-REASON
               WHEN PSU-CREDIT-HOLD
                   MOVE 'CUSTOMER ON CREDIT HOLD'  TO POS-D-REASON
               WHEN PSU-UNKNOWN-SHIP-TO
                   MOVE 'UNKNOWN SHIP-TO'          TO POS-D-REASON
               WHEN PSU-NO-LINES
                   MOVE 'NO LINE ITEMS'            TO POS-D-REASON
               WHEN PSU-TOO-MANY-LINES
                   MOVE 'OVER 20 LINES - FIRST 20 KEPT'
                                                   TO POS-D-REASON
               WHEN PSU-BAD-QUANTITY
                   MOVE 'INVALID QUANTITY'         TO POS-D-REASON
               WHEN PSU-UNKNOWN-PRODUCT
                   MOVE 'UNKNOWN PRODUCT'          TO POS-D-REASON
               WHEN PSU-OUT-OF-PRINT
                   MOVE 'PRODUCT OUT OF PRINT'     TO POS-D-REASON
               WHEN PSU-DISCONTINUED-SHORT
                   MOVE 'DISCONTINUED - STOCK SHORT'
                                                   TO POS-D-REASON
               WHEN PSU-INSUFFICIENT-STOCK
                   MOVE 'INSUFFICIENT STOCK'       TO POS-D-REASON
               WHEN PSU-AMOUNT-TOO-LARGE
                   MOVE 'AMOUNT TOO LARGE'         TO POS-D-REASON
               WHEN PSU-OVER-CREDIT-LIMIT
                   MOVE 'OVER CREDIT LIMIT'        TO POS-D-REASON
               WHEN PSU-DUPLICATE-PO
                   MOVE 'DUPLICATE PO NUMBER'      TO POS-D-REASON
           END-EVALUATE.
      *
           MOVE 'Correct the order, then press Enter to release it to t
      -        'he next import run.' TO POS-D-INSTR.
           MOVE 'F3=Exit  F8=Next item  F12=Exit' TO POS-D-FKEY.
           IF       PSU-ERROR-LINE > ZERO
                AND PSU-ERROR-LINE NOT > 20
               MOVE ATTR-REVERSE TO POS-H-PCODE(PSU-ERROR-LINE)
                                    POS-H-QTY(PSU-ERROR-LINE)
               MOVE -1 TO POS-L-PCODE(PSU-ERROR-LINE)
           ELSE
               MOVE -1 TO POS-L-CUSTNO
           END-IF.
           SET SEND-ERASE TO TRUE.
           PERFORM 1500-SEND-SUSPENSE-MAP.
           SET PROCESS-WORK-ITEM TO TRUE.
      *
       1310-FORMAT-ONE-LINE.
      *
           MOVE PSU-PRODUCT-CODE(LINE-SUB) TO POS-D-PCODE(LINE-SUB).
           MOVE PSU-QUANTITY(LINE-SUB)     TO POS-D-QTY-ALPHA(LINE-SUB).
      *
       1500-SEND-SUSPENSE-MAP.
      *
           MOVE 'POS1' TO POS-D-TRANID.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('POSMAP1')
                            MAPSET('POSSET1')
                            FROM(POSMAP1)
                            CURSOR
                            ERASE
                   END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('POSMAP1')
                            MAPSET('POSSET1')
                            FROM(POSMAP1)
                            CURSOR
                            DATAONLY
                   END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('POSMAP1')
                            MAPSET('POSSET1')
                            FROM(POSMAP1)
                            CURSOR
                            DATAONLY
                            ALARM
                   END-EXEC
           END-EVALUATE.
      *
       1600-SET-ENTRY-INSTRUCTIONS.
      *
           MOVE 'Key a suspense number, or press F8 for the next open i
      -        'tem.' TO POS-D-INSTR.
           MOVE 'F3=Exit  F8=Next item  F12=Exit' TO POS-D-FKEY.
      *
      ******************************************************************
      *   2000-RELEASE-WORKED-ITEM -- CHECK THE OPERATOR'S             *
      *   CORRECTIONS, PACK THE LINES THAT ARE LEFT, AND MARK THE      *
      *   ITEM RELEASED FOR THE NEXT POIMP RUN.  THE SUSPENSE RECORD   *
      *   IS RE-READ FOR UPDATE SO TWO TERMINALS CANNOT WORK THE SAME  *
      *   ITEM.                                                        *
      ******************************************************************
       2000-RELEASE-WORKED-ITEM.
      *
           PERFORM 1100-RECEIVE-SUSPENSE-MAP.
           MOVE 'Y' TO VALID-DATA-SW.
      *
           MOVE ATTR-NO-HIGHLIGHT TO POS-H-CUSTNO
                                     POS-H-SHIPTO.
           PERFORM 2150-RESET-ONE-LINE
               VARYING LINE-SUB FROM 1 BY 1
                 UNTIL LINE-SUB > 20.
      *
           PERFORM 2100-EDIT-CUSTOMER.
           IF VALID-DATA
               PERFORM 2200-EDIT-ONE-LINE THRU 2200-EXIT
                   VARYING LINE-SUB FROM 1 BY 1
                     UNTIL LINE-SUB > 20
                        OR NOT VALID-DATA
           END-IF.
      *
           IF VALID-DATA
               MOVE ZERO TO LINE-COUNT
               MOVE SPACE TO RELEASED-LINES
               PERFORM 2300-PACK-ONE-LINE
                   VARYING LINE-SUB FROM 1 BY 1
                     UNTIL LINE-SUB > 20
               IF LINE-COUNT = ZERO
                   MOVE -1 TO POS-L-PCODE(1)
                   MOVE 'You must leave at least one line item.'
                       TO POS-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           END-IF.
      *
           IF NOT VALID-DATA
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-SUSPENSE-MAP
               GO TO 2000-EXIT
           END-IF.
      *
           EXEC CICS
               READ FILE('POSUSP')
                    INTO(PO-SUSPENSE-RECORD)
                    RIDFLD(CA-SUSPENSE-NUMBER)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           IF NOT PSU-OPEN
               EXEC CICS
                   UNLOCK FILE('POSUSP')
               END-EXEC
               MOVE 'Another user has already worked that item.'
                   TO POS-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-SUSPENSE-MAP
               GO TO 2000-EXIT
           END-IF.
      *
           EXEC CICS
               ASKTIME ABSTIME(ABSOLUTE-TIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(ABSOLUTE-TIME)
               YYYYMMDD(RELEASED-DATE)
           END-EXEC.
      *
           MOVE POS-D-CUSTNO     TO PSU-CUSTOMER-NUMBER.
           MOVE POS-D-SHIPTO     TO PSU-SHIP-TO-NUMBER.
           MOVE POS-D-SLSPSN     TO PSU-SALESPERSON-CODE.
           MOVE LINE-COUNT       TO PSU-LINE-COUNT.
           PERFORM 2350-STORE-ONE-LINE
               VARYING LINE-SUB FROM 1 BY 1
                 UNTIL LINE-SUB > 20.
           SET PSU-RELEASED      TO TRUE.
           MOVE RELEASED-DATE    TO PSU-RELEASED-DATE.
           MOVE EIBOPID          TO PSU-RELEASED-OPERATOR.
      *
           EXEC CICS
               REWRITE FILE('POSUSP')
                       FROM(PO-SUSPENSE-RECORD)
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           MOVE 'POSUSP  ' TO AJ-FILE-NAME.
           MOVE 'R'        TO AJ-ACTION-CODE.
           MOVE SPACE      TO AJ-RECORD-KEY.
           MOVE PSU-SUSPENSE-NUMBER TO AJ-RECORD-KEY.
           MOVE PO-SUSPENSE-RECORD  TO AJ-RECORD-IMAGE.
           PERFORM 9800-WRITE-AFTER-IMAGE.
      *
           MOVE LOW-VALUE TO POSMAP1.
           MOVE 'Item released.  It will post in the next import run.'
               TO POS-D-MESSAGE.
           PERFORM 1600-SET-ENTRY-INSTRUCTIONS.
           MOVE -1 TO POS-L-SUSNO.
           SET SEND-ERASE TO TRUE.
           PERFORM 1500-SEND-SUSPENSE-MAP.
           SET PROCESS-BROWSE TO TRUE.
      *
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *   2100-EDIT-CUSTOMER -- THE CUSTOMER MUST EXIST AND BE ACTIVE; *
      *   A SHIP-TO NUMBER, IF KEYED, MUST BE NUMERIC.  CREDIT HOLD    *
      *   AND THE SHIP-TO ITSELF ARE LEFT FOR POIMP TO JUDGE ON THE    *
      *   NIGHT IT POSTS.                                              *
      ******************************************************************
       2100-EDIT-CUSTOMER.
      *
           IF POS-D-CUSTNO = SPACE
               MOVE ATTR-REVERSE TO POS-H-CUSTNO
               MOVE -1 TO POS-L-CUSTNO
               MOVE 'You must supply a customer number.'
                   TO POS-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           ELSE
               EXEC CICS
                   READ FILE('CUSTMAS')
                        INTO(CUSTOMER-MASTER-RECORD)
                        RIDFLD(POS-D-CUSTNO)
                        RESP(RESPONSE-CODE)
               END-EXEC
               EVALUATE TRUE
                   WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                       MOVE ATTR-REVERSE TO POS-H-CUSTNO
                       MOVE -1 TO POS-L-CUSTNO
                       MOVE 'That customer does not exist.'
                           TO POS-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                   WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       PERFORM 9999-TERMINATE-PROGRAM
                   WHEN CM-ARCHIVED
                       MOVE ATTR-REVERSE TO POS-H-CUSTNO
                       MOVE -1 TO POS-L-CUSTNO
                       MOVE 'That customer has been archived.'
                           TO POS-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                   WHEN OTHER
                       MOVE CM-LAST-NAME TO POS-D-LNAME
               END-EVALUATE
           END-IF.
      *
           IF       VALID-DATA
                AND POS-D-SHIPTO NOT = SPACE
                AND POS-D-SHIPTO NOT NUMERIC
               MOVE ATTR-REVERSE TO POS-H-SHIPTO
               MOVE -1 TO POS-L-SHIPTO
               MOVE 'Ship-to number must be numeric.'
                   TO POS-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
       2150-RESET-ONE-LINE.
      *
           MOVE ATTR-NO-HIGHLIGHT TO POS-H-PCODE(LINE-SUB)
                                     POS-H-QTY(LINE-SUB).
      *
      ******************************************************************
      *   2200-EDIT-ONE-LINE -- A LINE WITH A PRODUCT CODE NEEDS A     *
      *   QUANTITY ABOVE ZERO, AND THE CODE MUST BE ON THE PRODUCT     *
      *   MASTER OR THE ALIAS FILE.  A BLANKED-OUT LINE IS DROPPED.    *
      ******************************************************************
       2200-EDIT-ONE-LINE.
      *
           IF       POS-D-PCODE(LINE-SUB) = SPACE
                AND POS-D-QTY-ALPHA(LINE-SUB) = SPACE
               GO TO 2200-EXIT
           END-IF.
      *
           IF POS-D-PCODE(LINE-SUB) = SPACE
               MOVE ATTR-REVERSE TO POS-H-PCODE(LINE-SUB)
               MOVE -1 TO POS-L-PCODE(LINE-SUB)
               MOVE 'You must enter a product code.' TO POS-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
               GO TO 2200-EXIT
           END-IF.
      *
           EXEC CICS
               READ FILE('PRODUCT')
                    INTO(PRODUCT-MASTER-RECORD)
                    RIDFLD(POS-D-PCODE(LINE-SUB))
                    RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               EXEC CICS
                   READ FILE('ALIAS')
                        INTO(PRODUCT-ALIAS-RECORD)
                        RIDFLD(POS-D-PCODE(LINE-SUB))
                        RESP(RESPONSE-CODE)
               END-EXEC
           END-IF.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE ATTR-REVERSE TO POS-H-PCODE(LINE-SUB)
                   MOVE -1 TO POS-L-PCODE(LINE-SUB)
                   MOVE 'That product does not exist.'
                       TO POS-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
                   GO TO 2200-EXIT
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
           IF       POS-L-QTY(LINE-SUB) = ZERO
                 OR POS-D-QTY-ALPHA(LINE-SUB) = SPACE
               MOVE ATTR-REVERSE TO POS-H-QTY(LINE-SUB)
               MOVE -1 TO POS-L-QTY(LINE-SUB)
               MOVE 'You must enter a quantity.' TO POS-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
               GO TO 2200-EXIT
           END-IF.
      *
           CALL 'INTEDIT' USING POS-D-QTY-ALPHA(LINE-SUB)
                                QTY-NUMERIC
                                VALID-QUANTITY-SW.
           IF NOT VALID-QUANTITY
               MOVE ATTR-REVERSE TO POS-H-QTY(LINE-SUB)
               MOVE -1 TO POS-L-QTY(LINE-SUB)
               MOVE 'Quantity must be numeric.' TO POS-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
               GO TO 2200-EXIT
           END-IF.
           IF QTY-NUMERIC NOT > ZERO
               MOVE ATTR-REVERSE TO POS-H-QTY(LINE-SUB)
               MOVE -1 TO POS-L-QTY(LINE-SUB)
               MOVE 'Quantity must be greater than zero.'
                   TO POS-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
               GO TO 2200-EXIT
           END-IF.
           MOVE QTY-NUMERIC TO POS-D-QTY(LINE-SUB).
      *
       2200-EXIT.
           EXIT.
      *
       2300-PACK-ONE-LINE.
      *
           IF POS-D-PCODE(LINE-SUB) NOT = SPACE
               ADD 1 TO LINE-COUNT
               MOVE POS-D-PCODE(LINE-SUB)
                   TO RELEASED-PCODE(LINE-COUNT)
               MOVE POS-D-QTY-ALPHA(LINE-SUB)
                   TO RELEASED-QTY(LINE-COUNT)
           END-IF.
      *
       2350-STORE-ONE-LINE.
      *
           MOVE RELEASED-PCODE(LINE-SUB) TO PSU-PRODUCT-CODE(LINE-SUB).
           MOVE RELEASED-QTY(LINE-SUB)   TO PSU-QUANTITY(LINE-SUB).
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
