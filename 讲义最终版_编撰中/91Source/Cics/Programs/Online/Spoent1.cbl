       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  SPOENT1.
      *
      ******************************************************************
      *   SPOENT1 -- CUSTOMER SPECIAL ORDERS.  THE COUNTER TAKES AN    *
      *   ORDER FOR A TITLE WE DO NOT STOCK BY KEYING THE CUSTOMER,    *
      *   A PHONE NUMBER TO CALL WHEN IT COMES IN, THE ISBN ALIAS OR   *
      *   A DESCRIPTION OF THE TITLE, THE QUANTITY, THE UNIT PRICE     *
      *   QUOTED, ANY DEPOSIT (BY CHECK), AND THE SUPPLIER TO ORDER    *
      *   IT FROM.  AN ISBN THAT RESOLVES TO A PRODUCT WE STILL        *
      *   CARRY IS TURNED AWAY -- THAT IS AN ORDINARY ORDER OR         *
      *   BACKORDER.  THE ORDER IS NUMBERED FROM THE 'T' SERIES ON     *
      *   INVCTL AND A SPECIAL-ORDER LINE IS ADDED TO THE OPEN         *
      *   PURCHASE ORDER KEYED (IT MUST BE FOR THE SAME SUPPLIER),     *
      *   OR TO A NEW PURCHASE ORDER FROM THE 'U' SERIES WHEN NONE     *
      *   IS KEYED.  THE DEPOSIT IS WRITTEN TO THE PAYMENT FILE AS     *
      *   AN UNAPPLIED COUNTER CHECK ON THE CUSTOMER'S ACCOUNT, SO     *
      *   DEPRUN BANKS IT AND THE CASH OFFICE APPLIES IT WHEN THE      *
      *   TITLE IS BILLED.  RCVENT1 HOLDS THE GOODS FOR THE CUSTOMER   *
      *   WHEN THEY ARRIVE AND SPORPT LISTS THEM FOR A CALL.  KEYING   *
      *   AN ORDER NUMBER ALONE SHOWS THE ORDER; F5 THEN MARKS AN      *
      *   ARRIVED ORDER COLLECTED AND F6 CANCELS AN OPEN ONE.  NO      *
      *   DEPOSIT IS TAKEN INTO A PERIOD ACCOUNTING HAS CLOSED.        *
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
           05  VALID-QUANTITY-SW               PIC X(01) VALUE 'Y'.
               88  VALID-QUANTITY                        VALUE 'Y'.
           05  VALID-PRICE-SW                  PIC X(01) VALUE 'Y'.
               88  VALID-PRICE                           VALUE 'Y'.
           05  VALID-DEPOSIT-SW                PIC X(01) VALUE 'Y'.
               88  VALID-DEPOSIT                         VALUE 'Y'.
           05  PERIOD-OPEN-SW                  PIC X(01) VALUE 'Y'.
               88  PERIOD-OPEN                           VALUE 'Y'.
           05  NEW-PO-SW                       PIC X(01) VALUE 'Y'.
               88  NEW-PO-NEEDED                         VALUE 'Y'.
           05  MORE-PO-LINES-SW                PIC X(01) VALUE 'N'.
               88  MORE-PO-LINES                         VALUE 'Y'.
           05  CLOSE-ACTION-SW                 PIC X(01) VALUE SPACE.
               88  CLOSE-AS-COLLECTED                    VALUE 'C'.
               88  CLOSE-AS-CANCELLED                    VALUE 'X'.
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
           05  QTY-NUMERIC         PIC 9(05).
           05  PRICE-NUMERIC       PIC 9(07)V99.
           05  DEPOSIT-NUMERIC     PIC 9(07)V99.
           05  ORDER-VALUE         PIC 9(12)V99.
           05  ABSOLUTE-TIME       PIC S9(15)  COMP-3.
           05  POSTING-DATE-YMD    PIC 9(08)   VALUE ZERO.
           05  PAYMENT-DATE-MDY    PIC 9(08)   VALUE ZERO.
           05  RESOLVED-PRODUCT    PIC X(06).
           05  NEXT-PO-LINE        PIC 9(02).
           05  PO-BROWSE-KEY.
               10  PBK-PO-NUMBER        PIC 9(06).
               10  PBK-LINE-NUMBER      PIC 9(02).
      *
       01  POSTED-MESSAGE-LINE.
      *
           05  FILLER            PIC X(14) VALUE 'Special order '.
           05  PML-ORDER-NUMBER  PIC 9(06).
           05  FILLER            PIC X(10) VALUE ' is on PO '.
           05  PML-PO-NUMBER     PIC 9(06).
           05  FILLER            PIC X(06) VALUE ' line '.
           05  PML-PO-LINE       PIC 9(02).
           05  FILLER            PIC X(01) VALUE '.'.
      *
       01  CLOSED-MESSAGE-LINE.
      *
           05  FILLER            PIC X(14) VALUE 'Special order '.
           05  CML-ORDER-NUMBER  PIC 9(06).
           05  CML-ACTION        PIC X(20).
      *
       01  COMMUNICATION-AREA.
      *
           05  CA-HELP-SW                    PIC X(01).
               88  HELP-WAS-SHOWN                       VALUE 'H'.
      *
       01  RESPONSE-CODE                     PIC S9(08)  COMP.
      *
       01  GETINV-PARMS.
           05  GIP-SERIES              PIC X(01).
           05  GIP-NUMBER              PIC 9(06).
      *
       COPY SPCORD.
      *
       COPY PORDER.
      *
       COPY PAYMENT.
      *
       COPY ARBAL.
      *
       COPY CUSTMAS.
      *
       COPY SUPMAS.
      *
       COPY ALIAS.
      *
       COPY PRODUCT.
      *
       COPY FISCTL.
      *
       COPY AFTJRNL.
      *
       COPY SPOSET1.
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
       01  DFHCOMMAREA             PIC X(01).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-SPECIAL-ORDERS.
      *
           IF EIBCALEN > ZERO
               MOVE DFHCOMMAREA TO COMMUNICATION-AREA
           END-IF.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO
                   PERFORM 1900-SEND-FRESH-SCREEN
      *
               WHEN EIBAID = DFHCLEAR
                   PERFORM 1900-SEND-FRESH-SCREEN
      *
               WHEN HELP-WAS-SHOWN
                   MOVE SPACE TO CA-HELP-SW
                   PERFORM 1900-SEND-FRESH-SCREEN
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
               WHEN EIBAID = DFHENTER
                   PERFORM 1000-PROCESS-SPECIAL-ORDER-MAP THRU 1000-EXIT
      *
               WHEN EIBAID = DFHPF5
                   SET CLOSE-AS-COLLECTED TO TRUE
                   PERFORM 3000-CLOSE-SPECIAL-ORDER THRU 3000-EXIT
      *
               WHEN EIBAID = DFHPF6
                   SET CLOSE-AS-CANCELLED TO TRUE
                   PERFORM 3000-CLOSE-SPECIAL-ORDER THRU 3000-EXIT
      *
               WHEN OTHER
                   MOVE 'Invalid key pressed.' TO SPM-D-MESSAGE
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1500-SEND-SPECIAL-ORDER-MAP
      *
           END-EVALUATE.
      *
           EXEC CICS
               RETURN TRANSID('SPO1')
                      COMMAREA(COMMUNICATION-AREA)
           END-EXEC.
      *
       1000-PROCESS-SPECIAL-ORDER-MAP.
      *
           PERFORM 1050-RECEIVE-SPECIAL-ORDER-MAP.
      *
      *    AN ORDER NUMBER KEYED ON ITS OWN IS AN INQUIRY.
           IF       SPM-L-ORDNO > ZERO
                AND SPM-D-ORDNO-ALPHA NOT = SPACE
               PERFORM 1100-DISPLAY-SPECIAL-ORDER THRU 1100-EXIT
               GO TO 1000-EXIT
           END-IF.
      *
           IF       SPM-L-CUSTNO = ZERO
                 OR SPM-D-CUSTNO = SPACE
               MOVE ATTR-REVERSE TO SPM-H-CUSTNO
               MOVE -1 TO SPM-L-CUSTNO
               MOVE 'Key an order number, or a customer to take a new or
      -            'der.' TO SPM-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-SPECIAL-ORDER-MAP
               GO TO 1000-EXIT
           END-IF.
      *
           EXEC CICS
               READ FILE('CUSTMAS')
                    INTO(CUSTOMER-MASTER-RECORD)
                    RIDFLD(SPM-D-CUSTNO)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE ATTR-REVERSE TO SPM-H-CUSTNO
                   MOVE -1 TO SPM-L-CUSTNO
                   MOVE 'That customer does not exist.'
                       TO SPM-D-MESSAGE
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1500-SEND-SPECIAL-ORDER-MAP
                   GO TO 1000-EXIT
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN CM-ARCHIVED
                   MOVE ATTR-REVERSE TO SPM-H-CUSTNO
                   MOVE -1 TO SPM-L-CUSTNO
                   MOVE 'That customer has been archived.'
                       TO SPM-D-MESSAGE
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1500-SEND-SPECIAL-ORDER-MAP
                   GO TO 1000-EXIT
           END-EVALUATE.
           MOVE CM-LAST-NAME TO SPM-D-LNAME.
      *
           IF       SPM-L-PHONE = ZERO
                 OR SPM-D-PHONE = SPACE
               MOVE ATTR-REVERSE TO SPM-H-PHONE
               MOVE -1 TO SPM-L-PHONE
               MOVE 'Key a phone number to call when the order arrives.'
                   TO SPM-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-SPECIAL-ORDER-MAP
               GO TO 1000-EXIT
           END-IF.
      *
           PERFORM 1200-EDIT-TITLE THRU 1200-EXIT.
           IF RESOLVED-PRODUCT = HIGH-VALUE
               GO TO 1000-EXIT
           END-IF.
      *
           IF       SPM-L-QTY = ZERO
                 OR SPM-D-QTY-ALPHA = SPACE
               MOVE ZERO TO QTY-NUMERIC
           ELSE
               CALL 'INTEDIT' USING SPM-D-QTY-ALPHA
                                    QTY-NUMERIC
                                    VALID-QUANTITY-SW
           END-IF.
           IF NOT VALID-QUANTITY OR QTY-NUMERIC = ZERO
               MOVE ATTR-REVERSE TO SPM-H-QTY
               MOVE -1 TO SPM-L-QTY
               MOVE 'Quantity must be numeric and greater than zero.'
                   TO SPM-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-SPECIAL-ORDER-MAP
               GO TO 1000-EXIT
           END-IF.
      *
           IF       SPM-L-PRICE = ZERO
                 OR SPM-D-PRICE-ALPHA = SPACE
               MOVE ZERO TO PRICE-NUMERIC
           ELSE
               CALL 'NUMEDIT' USING SPM-D-PRICE-ALPHA
                                    PRICE-NUMERIC
                                    VALID-PRICE-SW
           END-IF.
           IF NOT VALID-PRICE OR PRICE-NUMERIC = ZERO
               MOVE ATTR-REVERSE TO SPM-H-PRICE
               MOVE -1 TO SPM-L-PRICE
               MOVE 'Key the unit price quoted to the customer.'
                   TO SPM-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-SPECIAL-ORDER-MAP
               GO TO 1000-EXIT
           END-IF.
      *
           PERFORM 1300-EDIT-DEPOSIT THRU 1300-EXIT.
           IF NOT VALID-DEPOSIT
               GO TO 1000-EXIT
           END-IF.
      *
           IF       SPM-L-SUPNO = ZERO
                 OR SPM-D-SUPNO = SPACE
               MOVE ATTR-REVERSE TO SPM-H-SUPNO
               MOVE -1 TO SPM-L-SUPNO
               MOVE 'Key the supplier to order the title from.'
                   TO SPM-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-SPECIAL-ORDER-MAP
               GO TO 1000-EXIT
           END-IF.
      *
           EXEC CICS
               READ FILE('SUPMAS')
                    INTO(SUPPLIER-MASTER-RECORD)
                    RIDFLD(SPM-D-SUPNO)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE ATTR-REVERSE TO SPM-H-SUPNO
                   MOVE -1 TO SPM-L-SUPNO
                   MOVE 'That supplier is not on the supplier master.'
                       TO SPM-D-MESSAGE
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1500-SEND-SPECIAL-ORDER-MAP
                   GO TO 1000-EXIT
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN SUP-ARCHIVED
                   MOVE ATTR-REVERSE TO SPM-H-SUPNO
                   MOVE -1 TO SPM-L-SUPNO
                   MOVE 'That supplier has been archived.'
                       TO SPM-D-MESSAGE
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1500-SEND-SPECIAL-ORDER-MAP
                   GO TO 1000-EXIT
           END-EVALUATE.
           MOVE SUP-SUPPLIER-NAME TO SPM-D-SUPNAME.
      *
           PERFORM 1400-EDIT-PURCHASE-ORDER THRU 1400-EXIT.
           IF NEXT-PO-LINE = ZERO
               GO TO 1000-EXIT
           END-IF.
      *
           PERFORM 1995-CHECK-FISCAL-PERIOD.
           IF DEPOSIT-NUMERIC > ZERO AND NOT PERIOD-OPEN
               MOVE 'Accounting has closed the period.  Nothing was post
      -            'ed.' TO SPM-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-SPECIAL-ORDER-MAP
               GO TO 1000-EXIT
           END-IF.
      *
           PERFORM 2000-POST-SPECIAL-ORDER.
      *
       1000-EXIT.
           EXIT.
      *
       1050-RECEIVE-SPECIAL-ORDER-MAP.
      *
           EXEC CICS
               RECEIVE MAP('SPOMAP1')
                       MAPSET('SPOSET1')
                       INTO(SPOMAP1)
           END-EXEC.
      *
           INSPECT SPOMAP1
                REPLACING ALL '_' BY SPACE.
      *
           MOVE ATTR-NO-HIGHLIGHT TO SPM-H-ORDNO
                                     SPM-H-CUSTNO
                                     SPM-H-PHONE
                                     SPM-H-ISBN
                                     SPM-H-TITLE
                                     SPM-H-QTY
                                     SPM-H-PRICE
                                     SPM-H-DEPOSIT
                                     SPM-H-CHKNO
                                     SPM-H-SUPNO
                                     SPM-H-PONO.
      *
      ******************************************************************
      *   1100-DISPLAY-SPECIAL-ORDER -- SHOW ONE ORDER, READY FOR F5   *
      *   OR F6 IF THE COUNTER WANTS TO CLOSE IT.                      *
      ******************************************************************
       1100-DISPLAY-SPECIAL-ORDER.
      *
           IF SPM-D-ORDNO-ALPHA NOT NUMERIC
               MOVE ATTR-REVERSE TO SPM-H-ORDNO
               MOVE -1 TO SPM-L-ORDNO
               MOVE 'Order number must be numeric.' TO SPM-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-SPECIAL-ORDER-MAP
               GO TO 1100-EXIT
           END-IF.
      *
           EXEC CICS
               READ FILE('SPCORD')
                    INTO(SPECIAL-ORDER-RECORD)
                    RIDFLD(SPM-D-ORDNO)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE ATTR-REVERSE TO SPM-H-ORDNO
               MOVE -1 TO SPM-L-ORDNO
               MOVE 'That special order does not exist.'
                   TO SPM-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-SPECIAL-ORDER-MAP
               GO TO 1100-EXIT
           END-IF.
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           PERFORM 1150-FORMAT-SPECIAL-ORDER.
           SET SEND-ERASE TO TRUE.
           PERFORM 1500-SEND-SPECIAL-ORDER-MAP.
      *
       1100-EXIT.
           EXIT.
      *
       1150-FORMAT-SPECIAL-ORDER.
      *
           MOVE LOW-VALUE TO SPOMAP1.
           MOVE SPO-ORDER-NUMBER TO SPM-D-ORDNO.
           EVALUATE TRUE
               WHEN SPO-ON-ORDER
                   MOVE 'ON ORDER'  TO SPM-D-STATUS
               WHEN SPO-ARRIVED
                   MOVE 'ARRIVED'   TO SPM-D-STATUS
               WHEN SPO-COLLECTED
                   MOVE 'COLLECTED' TO SPM-D-STATUS
               WHEN SPO-CANCELLED
                   MOVE 'CANCELLED' TO SPM-D-STATUS
           END-EVALUATE.
           MOVE SPO-CUSTOMER-NUMBER TO SPM-D-CUSTNO.
           EXEC CICS
               READ FILE('CUSTMAS')
                    INTO(CUSTOMER-MASTER-RECORD)
                    RIDFLD(SPO-CUSTOMER-NUMBER)
                    RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE CM-LAST-NAME TO SPM-D-LNAME
           END-IF.
           MOVE SPO-CONTACT-PHONE   TO SPM-D-PHONE.
           MOVE SPO-ISBN-ALIAS      TO SPM-D-ISBN.
           MOVE SPO-TITLE           TO SPM-D-TITLE.
           MOVE SPO-QUANTITY        TO SPM-D-QTY.
           MOVE SPO-QUOTED-PRICE    TO SPM-D-PRICE.
           MOVE SPO-DEPOSIT-AMOUNT  TO SPM-D-DEPOSIT.
           MOVE SPO-SUPPLIER-NUMBER TO SPM-D-SUPNO.
           EXEC CICS
               READ FILE('SUPMAS')
                    INTO(SUPPLIER-MASTER-RECORD)
                    RIDFLD(SPO-SUPPLIER-NUMBER)
                    RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE SUP-SUPPLIER-NAME TO SPM-D-SUPNAME
           END-IF.
           MOVE SPO-PO-NUMBER       TO SPM-D-PONO.
           MOVE SPO-PO-LINE-NUMBER  TO SPM-D-POLINE.
           MOVE SPO-QTY-RECEIVED    TO SPM-D-RCVQTY.
           MOVE SPO-ORDER-DATE      TO SPM-D-ORDDATE.
           MOVE SPO-ARRIVAL-DATE    TO SPM-D-ARRDATE.
           MOVE SPO-CLOSED-DATE     TO SPM-D-CLSDATE.
      *
           MOVE 'Key an order number, or the details of a new order.  Th
      -        'en press Enter.' TO SPM-D-INSTR.
           MOVE 'F3=Exit   F5=Collected   F6=Cancel order'
               TO SPM-D-FKEY.
           MOVE -1 TO SPM-L-ORDNO.
      *
      ******************************************************************
      *   1200-EDIT-TITLE -- THE TITLE IS IDENTIFIED BY ITS ISBN       *
      *   ALIAS, A DESCRIPTION, OR BOTH.  AN ALIAS FOR A PRODUCT WE    *
      *   STILL CARRY IS REFUSED; ONE FOR A DISCONTINUED OR OUT-OF-    *
      *   PRINT PRODUCT IS TAKEN, WITH THE PRODUCT'S DESCRIPTION IF    *
      *   NONE WAS KEYED.  HIGH-VALUE IN RESOLVED-PRODUCT TELLS THE    *
      *   CALLER THE EDIT FAILED.                                      *
      ******************************************************************
       1200-EDIT-TITLE.
      *
           MOVE SPACE TO RESOLVED-PRODUCT.
           IF SPM-L-TITLE = ZERO
               MOVE SPACE TO SPM-D-TITLE
           END-IF.
      *
           IF       SPM-L-ISBN = ZERO
                 OR SPM-D-ISBN = SPACE
               MOVE SPACE TO SPM-D-ISBN
               IF SPM-D-TITLE = SPACE
                   MOVE ATTR-REVERSE TO SPM-H-ISBN
                   MOVE -1 TO SPM-L-ISBN
                   MOVE 'Key the ISBN alias or a description of the titl
      -                'e.' TO SPM-D-MESSAGE
                   MOVE HIGH-VALUE TO RESOLVED-PRODUCT
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1500-SEND-SPECIAL-ORDER-MAP
               END-IF
               GO TO 1200-EXIT
           END-IF.
      *
           EXEC CICS
               READ FILE('ALIAS')
                    INTO(PRODUCT-ALIAS-RECORD)
                    RIDFLD(SPM-D-ISBN)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               IF SPM-D-TITLE = SPACE
                   MOVE ATTR-REVERSE TO SPM-H-TITLE
                   MOVE -1 TO SPM-L-TITLE
                   MOVE 'That ISBN is not on file.  Key a description of
      -                ' the title.' TO SPM-D-MESSAGE
                   MOVE HIGH-VALUE TO RESOLVED-PRODUCT
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1500-SEND-SPECIAL-ORDER-MAP
               END-IF
               GO TO 1200-EXIT
           END-IF.
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           EXEC CICS
               READ FILE('PRODUCT')
                    INTO(PRODUCT-MASTER-RECORD)
                    RIDFLD(AL-PRODUCT-CODE)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   CONTINUE
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN PRM-ACTIVE
                   MOVE ATTR-REVERSE TO SPM-H-ISBN
                   MOVE -1 TO SPM-L-ISBN
                   MOVE 'We stock that title.  Take it on an ordinary or
      -                'der.' TO SPM-D-MESSAGE
                   MOVE HIGH-VALUE TO RESOLVED-PRODUCT
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1500-SEND-SPECIAL-ORDER-MAP
               WHEN OTHER
                   MOVE PRM-PRODUCT-CODE TO RESOLVED-PRODUCT
                   IF SPM-D-TITLE = SPACE
                       MOVE PRM-PRODUCT-DESCRIPTION TO SPM-D-TITLE
                   END-IF
           END-EVALUATE.
      *
       1200-EXIT.
           EXIT.
      *
      ******************************************************************
      *   1300-EDIT-DEPOSIT -- A DEPOSIT IS OPTIONAL, CANNOT BE MORE   *
      *   THAN THE ORDER IS WORTH AT THE QUOTED PRICE, AND IS TAKEN    *
      *   BY CHECK, SO IT NEEDS THE CHECK NUMBER FOR THE DEPOSIT       *
      *   SLIP.                                                        *
      ******************************************************************
       1300-EDIT-DEPOSIT.
      *
           MOVE 'Y' TO VALID-DEPOSIT-SW.
           IF       SPM-L-DEPOSIT = ZERO
                 OR SPM-D-DEPOSIT-ALPHA = SPACE
               MOVE ZERO TO DEPOSIT-NUMERIC
               MOVE SPACE TO SPM-D-CHKNO
               GO TO 1300-EXIT
           END-IF.
      *
           CALL 'NUMEDIT' USING SPM-D-DEPOSIT-ALPHA
                                DEPOSIT-NUMERIC
                                VALID-DEPOSIT-SW.
           IF NOT VALID-DEPOSIT
               MOVE ATTR-REVERSE TO SPM-H-DEPOSIT
               MOVE -1 TO SPM-L-DEPOSIT
               MOVE 'The deposit must be numeric.' TO SPM-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-SPECIAL-ORDER-MAP
               GO TO 1300-EXIT
           END-IF.
      *
           COMPUTE ORDER-VALUE = QTY-NUMERIC * PRICE-NUMERIC.
           IF DEPOSIT-NUMERIC > ORDER-VALUE
               MOVE 'N' TO VALID-DEPOSIT-SW
               MOVE ATTR-REVERSE TO SPM-H-DEPOSIT
               MOVE -1 TO SPM-L-DEPOSIT
               MOVE 'The deposit is more than the order is worth.'
                   TO SPM-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-SPECIAL-ORDER-MAP
               GO TO 1300-EXIT
           END-IF.
      *
           IF       DEPOSIT-NUMERIC > ZERO
                AND (SPM-L-CHKNO = ZERO OR SPM-D-CHKNO = SPACE)
               MOVE 'N' TO VALID-DEPOSIT-SW
               MOVE ATTR-REVERSE TO SPM-H-CHKNO
               MOVE -1 TO SPM-L-CHKNO
               MOVE 'Key the number of the check the deposit was paid wi
      -            'th.' TO SPM-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-SPECIAL-ORDER-MAP
           END-IF.
      *
       1300-EXIT.
           EXIT.
      *
      ******************************************************************
      *   1400-EDIT-PURCHASE-ORDER -- WITH NO PO KEYED, A NEW ONE IS   *
      *   RAISED AND THE ORDER GOES ON LINE 01.  A PO KEYED MUST BE    *
      *   OPEN AND FOR THE SUPPLIER KEYED, AND THE ORDER GOES ON THE   *
      *   LINE AFTER ITS LAST ONE.  ZERO IN NEXT-PO-LINE TELLS THE     *
      *   CALLER THE EDIT FAILED.                                      *
      ******************************************************************
       1400-EDIT-PURCHASE-ORDER.
      *
           MOVE 01 TO NEXT-PO-LINE.
           MOVE 'Y' TO NEW-PO-SW.
           IF       SPM-L-PONO = ZERO
                 OR SPM-D-PONO-ALPHA = SPACE
               GO TO 1400-EXIT
           END-IF.
      *
           MOVE 'N' TO NEW-PO-SW.
           MOVE ZERO TO NEXT-PO-LINE.
           IF SPM-D-PONO-ALPHA NOT NUMERIC
               MOVE ATTR-REVERSE TO SPM-H-PONO
               MOVE -1 TO SPM-L-PONO
               MOVE 'The PO number must be numeric.' TO SPM-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-SPECIAL-ORDER-MAP
               GO TO 1400-EXIT
           END-IF.
      *
           MOVE SPM-D-PONO TO PBK-PO-NUMBER.
           MOVE ZERO       TO PBK-LINE-NUMBER.
           EXEC CICS
               READ FILE('PORDER')
                    INTO(PURCHASE-ORDER-RECORD)
                    RIDFLD(PO-BROWSE-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE 'That purchase order does not exist.'
                       TO SPM-D-MESSAGE
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN NOT POH-OPEN
                   MOVE 'That purchase order is not open.'
                       TO SPM-D-MESSAGE
               WHEN POH-SUPPLIER-NUMBER NOT = SPM-D-SUPNO
                   MOVE 'That purchase order is for a different supplier
      -                '.' TO SPM-D-MESSAGE
               WHEN OTHER
                   PERFORM 1450-FIND-NEXT-PO-LINE
           END-EVALUATE.
      *
           IF NEXT-PO-LINE = ZERO
               MOVE ATTR-REVERSE TO SPM-H-PONO
               MOVE -1 TO SPM-L-PONO
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-SPECIAL-ORDER-MAP
           END-IF.
      *
       1400-EXIT.
           EXIT.
      *
       1450-FIND-NEXT-PO-LINE.
      *
           EXEC CICS
               STARTBR FILE('PORDER')
                       RIDFLD(PO-BROWSE-KEY)
                       GTEQ
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           MOVE 'Y' TO MORE-PO-LINES-SW.
           PERFORM 1460-READ-NEXT-PO-LINE
               UNTIL NOT MORE-PO-LINES.
      *
           EXEC CICS
               ENDBR FILE('PORDER')
                     RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF NEXT-PO-LINE = 99
               MOVE ZERO TO NEXT-PO-LINE
               MOVE 'That purchase order is full.  Leave the PO blank fo
      -            'r a new one.' TO SPM-D-MESSAGE
           ELSE
               ADD 1 TO NEXT-PO-LINE
           END-IF.
      *
       1460-READ-NEXT-PO-LINE.
      *
           EXEC CICS
               READNEXT FILE('PORDER')
                        RIDFLD(PO-BROWSE-KEY)
                        INTO(PURCHASE-ORDER-RECORD)
                        RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(ENDFILE)
                   MOVE 'N' TO MORE-PO-LINES-SW
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN PO-NUMBER NOT = SPM-D-PONO
                   MOVE 'N' TO MORE-PO-LINES-SW
               WHEN OTHER
                   MOVE PO-LINE-NUMBER TO NEXT-PO-LINE
           END-EVALUATE.
      *
       1500-SEND-SPECIAL-ORDER-MAP.
      *
           MOVE 'SPO1' TO SPM-D-TRANID.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('SPOMAP1')
                            MAPSET('SPOSET1')
                            FROM(SPOMAP1)
                            CURSOR
                            ERASE
                   END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('SPOMAP1')
                            MAPSET('SPOSET1')
                            FROM(SPOMAP1)
                            CURSOR
                            DATAONLY
                   END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('SPOMAP1')
                            MAPSET('SPOSET1')
                            FROM(SPOMAP1)
                            CURSOR
                            DATAONLY
                            ALARM
                   END-EXEC
           END-EVALUATE.
      *
       1900-SEND-FRESH-SCREEN.
      *
           MOVE LOW-VALUE TO SPOMAP1.
           MOVE 'Key an order number, or the details of a new order.  Th
      -        'en press Enter.' TO SPM-D-INSTR.
           MOVE 'F3=Exit   F5=Collected   F6=Cancel order'
               TO SPM-D-FKEY.
           MOVE -1 TO SPM-L-ORDNO.
           SET SEND-ERASE TO TRUE.
           PERFORM 1500-SEND-SPECIAL-ORDER-MAP.
      *
      ******************************************************************
      *   1995-CHECK-FISCAL-PERIOD -- NOTHING POSTS DATED ON OR        *
      *   BEFORE THE DATE ACCOUNTING HAS CLOSED THROUGH (THE FISCTL    *
      *   CONTROL RECORD FISENT1 MAINTAINS).  A SHOP NOT YET CARRYING  *
      *   THE CONTROL RECORD POSTS AS BEFORE.                          *
      ******************************************************************
       1995-CHECK-FISCAL-PERIOD.
      *
           MOVE 'Y' TO PERIOD-OPEN-SW.
      *
           EXEC CICS
               ASKTIME ABSTIME(ABSOLUTE-TIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(ABSOLUTE-TIME)
               YYYYMMDD(POSTING-DATE-YMD)
               MMDDYYYY(PAYMENT-DATE-MDY)
           END-EXEC.
      *
           MOVE 'F' TO FC-CONTROL-KEY.
           EXEC CICS
               READ FILE('FISCTL')
                    INTO(FISCAL-CONTROL-RECORD)
                    RIDFLD(FC-CONTROL-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   CONTINUE
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN POSTING-DATE-YMD NOT > FC-CLOSED-THRU-DATE
                   MOVE 'N' TO PERIOD-OPEN-SW
           END-EVALUATE.
      *
      ******************************************************************
      *   2000-POST-SPECIAL-ORDER -- NUMBER THE ORDER FROM THE 'T'     *
      *   SERIES, WRITE ITS LINE ON THE PURCHASE ORDER (RAISING THE    *
      *   PO FIRST IF NONE WAS KEYED), BOOK ANY DEPOSIT AS UNAPPLIED   *
      *   CASH, AND WRITE THE SPECIAL-ORDER RECORD.                    *
      ******************************************************************
       2000-POST-SPECIAL-ORDER.
      *
           MOVE 'T' TO GIP-SERIES.
           EXEC CICS
               LINK PROGRAM('GETINV')
                    COMMAREA(GETINV-PARMS)
           END-EXEC.
           MOVE GIP-NUMBER TO SPO-ORDER-NUMBER.
      *
           IF NEW-PO-NEEDED
               PERFORM 2100-WRITE-PO-HEADER
           ELSE
               MOVE SPM-D-PONO TO PO-NUMBER
           END-IF.
      *
           MOVE NEXT-PO-LINE        TO PO-LINE-NUMBER.
           SET PO-LINE              TO TRUE.
           MOVE SPACE               TO PO-DATA.
           MOVE RESOLVED-PRODUCT    TO POL-PRODUCT-CODE.
           MOVE QTY-NUMERIC         TO POL-QTY-ORDERED.
           MOVE ZERO                TO POL-QTY-RECEIVED
                                       POL-QTY-BILLED.
           SET POL-OPEN             TO TRUE.
           SET POL-SPECIAL-ORDER    TO TRUE.
           MOVE SPO-ORDER-NUMBER    TO POL-SPECIAL-ORDER-NUMBER.
           PERFORM 2150-WRITE-PO-RECORD.
      *
           MOVE ZERO TO SPO-DEPOSIT-PAYMENT.
           IF DEPOSIT-NUMERIC > ZERO
               PERFORM 2200-WRITE-DEPOSIT
               PERFORM 2300-UPDATE-UNAPPLIED-CASH
           END-IF.
      *
           MOVE SPM-D-CUSTNO        TO SPO-CUSTOMER-NUMBER.
           MOVE SPM-D-PHONE         TO SPO-CONTACT-PHONE.
           MOVE SPM-D-ISBN          TO SPO-ISBN-ALIAS.
           MOVE RESOLVED-PRODUCT    TO SPO-PRODUCT-CODE.
           MOVE SPM-D-TITLE         TO SPO-TITLE.
           MOVE QTY-NUMERIC         TO SPO-QUANTITY.
           MOVE PRICE-NUMERIC       TO SPO-QUOTED-PRICE.
           MOVE DEPOSIT-NUMERIC     TO SPO-DEPOSIT-AMOUNT.
           MOVE SPM-D-SUPNO         TO SPO-SUPPLIER-NUMBER.
           MOVE PO-NUMBER           TO SPO-PO-NUMBER.
           MOVE PO-LINE-NUMBER      TO SPO-PO-LINE-NUMBER.
           SET SPO-ON-ORDER         TO TRUE.
           MOVE ZERO                TO SPO-QTY-RECEIVED
                                       SPO-ARRIVAL-DATE
                                       SPO-NOTIFIED-DATE
                                       SPO-CLOSED-DATE.
           MOVE POSTING-DATE-YMD    TO SPO-ORDER-DATE.
           MOVE EIBTRMID            TO SPO-TERMINAL-ID.
           MOVE EIBOPID             TO SPO-OPERATOR-ID.
           MOVE SPACE               TO SPO-CLOSED-OPERATOR.
      *
           EXEC CICS
               WRITE FILE('SPCORD')
                     FROM(SPECIAL-ORDER-RECORD)
                     RIDFLD(SPO-ORDER-NUMBER)
                     RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           MOVE 'SPCORD  ' TO AJ-FILE-NAME.
           MOVE 'W'        TO AJ-ACTION-CODE.
           MOVE SPACE      TO AJ-RECORD-KEY.
           MOVE SPO-ORDER-NUMBER TO AJ-RECORD-KEY.
           MOVE SPECIAL-ORDER-RECORD TO AJ-RECORD-IMAGE.
           PERFORM 9800-WRITE-AFTER-IMAGE.
      *
           MOVE SPO-ORDER-NUMBER   TO PML-ORDER-NUMBER.
           MOVE SPO-PO-NUMBER      TO PML-PO-NUMBER.
           MOVE SPO-PO-LINE-NUMBER TO PML-PO-LINE.
           PERFORM 1150-FORMAT-SPECIAL-ORDER.
           MOVE POSTED-MESSAGE-LINE TO SPM-D-MESSAGE.
           SET SEND-ERASE TO TRUE.
           PERFORM 1500-SEND-SPECIAL-ORDER-MAP.
      *
       2100-WRITE-PO-HEADER.
      *
           MOVE 'U' TO GIP-SERIES.
           EXEC CICS
               LINK PROGRAM('GETINV')
                    COMMAREA(GETINV-PARMS)
           END-EXEC.
      *
           MOVE GIP-NUMBER          TO PO-NUMBER.
           MOVE ZERO                TO PO-LINE-NUMBER.
           SET PO-HEADER            TO TRUE.
           MOVE SPACE               TO PO-DATA.
           MOVE SPM-D-SUPNO         TO POH-SUPPLIER-NUMBER.
           MOVE POSTING-DATE-YMD    TO POH-ORDER-DATE.
           SET POH-OPEN             TO TRUE.
           MOVE EIBOPID             TO POH-OPERATOR-ID.
           PERFORM 2150-WRITE-PO-RECORD.
      *
       2150-WRITE-PO-RECORD.
      *
           EXEC CICS
               WRITE FILE('PORDER')
                     FROM(PURCHASE-ORDER-RECORD)
                     RIDFLD(PO-KEY)
                     RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
      ******************************************************************
      *   2200-WRITE-DEPOSIT -- THE DEPOSIT CHECK GOES ON THE PAYMENT  *
      *   FILE AS UNAPPLIED CASH FROM THE COUNTER, NUMBERED FROM THE   *
      *   'P' SERIES, JUST AS PAYMNT1 WOULD WRITE IT.                  *
      ******************************************************************
       2200-WRITE-DEPOSIT.
      *
           MOVE 'P' TO GIP-SERIES.
           EXEC CICS
               LINK PROGRAM('GETINV')
                    COMMAREA(GETINV-PARMS)
           END-EXEC.
      *
           MOVE GIP-NUMBER         TO PAY-PAYMENT-NUMBER.
           MOVE SPM-D-CUSTNO       TO PAY-CUSTOMER-NUMBER.
           MOVE ZERO               TO PAY-INVOICE-NUMBER.
           MOVE PAYMENT-DATE-MDY   TO PAY-PAYMENT-DATE.
           MOVE SPM-D-CHKNO        TO PAY-CHECK-NUMBER.
           MOVE DEPOSIT-NUMERIC    TO PAY-PAYMENT-AMOUNT.
           SET PAY-UNAPPLIED       TO TRUE.
           MOVE EIBTRMID           TO PAY-TERMINAL-ID.
           MOVE EIBOPID            TO PAY-OPERATOR-ID.
           SET PAY-COUNTER-CHECK   TO TRUE.
           MOVE ZERO               TO PAY-DEPOSIT-ID.
      *
           EXEC CICS
               WRITE FILE('PAYMENT')
                     FROM(PAYMENT-RECORD)
                     RIDFLD(PAY-PAYMENT-NUMBER)
                     RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           MOVE 'PAYMENT ' TO AJ-FILE-NAME.
           MOVE 'W'       TO AJ-ACTION-CODE.
           MOVE SPACE     TO AJ-RECORD-KEY.
           MOVE PAY-PAYMENT-NUMBER TO AJ-RECORD-KEY.
           MOVE PAYMENT-RECORD TO AJ-RECORD-IMAGE.
           PERFORM 9800-WRITE-AFTER-IMAGE.
      *
           MOVE PAY-PAYMENT-NUMBER TO SPO-DEPOSIT-PAYMENT.
      *
      ******************************************************************
      *   2300-UPDATE-UNAPPLIED-CASH -- THE DEPOSIT SITS AS UNAPPLIED  *
      *   CASH UNTIL THE TITLE IS BILLED.  A CUSTOMER WITH NO ARBAL    *
      *   RECORD IS LEFT FOR ARBALBLD, AS IN PAYMNT1.                  *
      ******************************************************************
       2300-UPDATE-UNAPPLIED-CASH.
      *
           EXEC CICS
               READ FILE('ARBAL')
                    INTO(AR-BALANCE-RECORD)
                    RIDFLD(SPM-D-CUSTNO)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               ADD DEPOSIT-NUMERIC TO AR-UNAPPLIED-CASH
               MOVE PAYMENT-DATE-MDY TO AR-LAST-ACTIVITY-DATE
               EXEC CICS
                   REWRITE FILE('ARBAL')
                           FROM(AR-BALANCE-RECORD)
                           RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NOTFND)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
      ******************************************************************
      *   3000-CLOSE-SPECIAL-ORDER -- F5 MARKS AN ARRIVED ORDER        *
      *   COLLECTED; F6 CANCELS ONE STILL ON ORDER OR WAITING FOR      *
      *   THE CUSTOMER.  A CANCELLED ORDER'S PO LINE AND DEPOSIT ARE   *
      *   LEFT FOR THE BUYER AND THE CASH OFFICE TO SETTLE.            *
      ******************************************************************
       3000-CLOSE-SPECIAL-ORDER.
      *
           PERFORM 1050-RECEIVE-SPECIAL-ORDER-MAP.
      *
           IF       SPM-L-ORDNO = ZERO
                 OR SPM-D-ORDNO-ALPHA NOT NUMERIC
               MOVE ATTR-REVERSE TO SPM-H-ORDNO
               MOVE -1 TO SPM-L-ORDNO
               MOVE 'Key the number of the order to close.'
                   TO SPM-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-SPECIAL-ORDER-MAP
               GO TO 3000-EXIT
           END-IF.
      *
           EXEC CICS
               READ FILE('SPCORD')
                    INTO(SPECIAL-ORDER-RECORD)
                    RIDFLD(SPM-D-ORDNO)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE ATTR-REVERSE TO SPM-H-ORDNO
               MOVE -1 TO SPM-L-ORDNO
               MOVE 'That special order does not exist.'
                   TO SPM-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-SPECIAL-ORDER-MAP
               GO TO 3000-EXIT
           END-IF.
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           IF       (CLOSE-AS-COLLECTED AND NOT SPO-ARRIVED)
                 OR (CLOSE-AS-CANCELLED
                     AND NOT SPO-ON-ORDER AND NOT SPO-ARRIVED)
               EXEC CICS
                   UNLOCK FILE('SPCORD')
               END-EXEC
               MOVE ATTR-REVERSE TO SPM-H-ORDNO
               MOVE -1 TO SPM-L-ORDNO
               IF CLOSE-AS-COLLECTED
                   MOVE 'Only an order that has arrived can be collected
      -                '.' TO SPM-D-MESSAGE
               ELSE
                   MOVE 'That order is already closed.'
                       TO SPM-D-MESSAGE
               END-IF
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-SPECIAL-ORDER-MAP
               GO TO 3000-EXIT
           END-IF.
      *
           EXEC CICS
               ASKTIME ABSTIME(ABSOLUTE-TIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(ABSOLUTE-TIME)
               YYYYMMDD(POSTING-DATE-YMD)
           END-EXEC.
      *
           MOVE CLOSE-ACTION-SW  TO SPO-STATUS-CODE.
           MOVE POSTING-DATE-YMD TO SPO-CLOSED-DATE.
           MOVE EIBOPID          TO SPO-CLOSED-OPERATOR.
      *
           EXEC CICS
               REWRITE FILE('SPCORD')
                       FROM(SPECIAL-ORDER-RECORD)
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           MOVE 'SPCORD  ' TO AJ-FILE-NAME.
           MOVE 'R'        TO AJ-ACTION-CODE.
           MOVE SPACE      TO AJ-RECORD-KEY.
           MOVE SPO-ORDER-NUMBER TO AJ-RECORD-KEY.
           MOVE SPECIAL-ORDER-RECORD TO AJ-RECORD-IMAGE.
           PERFORM 9800-WRITE-AFTER-IMAGE.
      *
           MOVE SPO-ORDER-NUMBER TO CML-ORDER-NUMBER.
           IF SPO-COLLECTED
               MOVE ' marked collected.' TO CML-ACTION
           ELSE
               MOVE ' cancelled.' TO CML-ACTION
           END-IF.
           PERFORM 1150-FORMAT-SPECIAL-ORDER.
           MOVE CLOSED-MESSAGE-LINE TO SPM-D-MESSAGE.
           SET SEND-ERASE TO TRUE.
           PERFORM 1500-SEND-SPECIAL-ORDER-MAP.
      *
       3000-EXIT.
           EXIT.
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
