       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  APVENT1.
      *
      ******************************************************************
      *   APVENT1 -- SUPPLIER INVOICE (ACCOUNTS-PAYABLE VOUCHER)       *
      *   ENTRY WITH THREE-WAY MATCH.                                  *
      *   THE CLERK KEYS THE SUPPLIER'S BILL: SUPPLIER, INVOICE        *
      *   NUMBER AND DATE, THE PURCHASE ORDER IT BILLS, AND UP TO      *
      *   FIVE LINES OF PO LINE NUMBER, QUANTITY, AND UNIT COST.       *
      *   EACH LINE IS MATCHED AGAINST THE PO LINE'S QUANTITY          *
      *   RECEIVED (LESS WHAT EARLIER INVOICES ALREADY BILLED) AND     *
      *   AGAINST THE QUANTITY-WEIGHTED RCV-UNIT-COST OF THE RCVLOG    *
      *   RECEIPTS KEYED AGAINST THAT LINE; THE SCREEN SHOWS THE       *
      *   RESULT LINE BY LINE AND A SECOND ENTER POSTS THE VOUCHER     *
      *   TO APOPEN UNDER A NUMBER FROM THE 'V' SERIES ON INVCTL.      *
      *   A VOUCHER THAT MATCHES IS OPEN AND PAYABLE; ONE BILLED       *
      *   OVER WHAT WAS RECEIVED, OR AT A COST OUTSIDE THE TOLERANCE,  *
      *   OR WITH NO COSTED RECEIPT TO MATCH, IS HELD WITH A REASON    *
      *   CODE FOR THE BUYER.  KEYING A VOUCHER NUMBER ALONE DISPLAYS  *
      *   THE VOUCHER, AND ONCE THE BUYER HAS SETTLED THE DIFFERENCE   *
      *   A SUPERVISOR (OS-AUTHORITY-LEVEL 8 OR ABOVE ON OPSEC)        *
      *   RELEASES THE HOLD WITH F5.                                   *
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
           05  VALID-QUANTITY-SW               PIC X(01) VALUE 'Y'.
               88  VALID-QUANTITY                        VALUE 'Y'.
           05  VALID-COST-SW                   PIC X(01) VALUE 'Y'.
               88  VALID-COST                            VALUE 'Y'.
           05  ANY-LINE-SW                     PIC X(01) VALUE 'N'.
               88  ANY-LINE                              VALUE 'Y'.
           05  MORE-RECEIPTS-SW                PIC X(01) VALUE 'N'.
               88  MORE-RECEIPTS                         VALUE 'Y'.
           05  SUPERVISOR-SW                   PIC X(01) VALUE 'N'.
               88  OPERATOR-IS-SUPERVISOR                VALUE 'Y'.
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
           05  TODAYS-DATE         PIC 9(08).
           05  INVOICE-DATE-PARTS.
               10  IDP-YEAR        PIC 9(04).
               10  IDP-MONTH       PIC 9(02).
               10  IDP-DAY         PIC 9(02).
           05  LINE-SUB            PIC S9(03)  COMP-3  VALUE ZERO.
           05  DUP-SUB             PIC S9(03)  COMP-3  VALUE ZERO.
           05  QTY-NUMERIC         PIC 9(05).
           05  COST-NUMERIC        PIC 9(05)V99.
           05  PO-LOOKUP-KEY.
               10  PLK-PO-NUMBER        PIC 9(06).
               10  PLK-LINE-NUMBER      PIC 9(02).
           05  RECEIPT-BROWSE-KEY  PIC X(06).
           05  RECEIVED-COSTED-QTY PIC S9(07)      COMP-3.
           05  RECEIVED-EXTENSION  PIC S9(11)V99   COMP-3.
           05  COST-VARIANCE       PIC S9(05)V99   COMP-3.
           05  COST-ALLOWANCE      PIC S9(05)V99   COMP-3.
           05  VOUCHER-TOTAL       PIC S9(07)V99   COMP-3.
      *
      *    A BILLED UNIT COST MORE THAN THIS PERCENTAGE AWAY FROM
      *    THE COST RECEIVED, EITHER WAY, HOLDS THE VOUCHER.
           05  COST-TOLERANCE-PCT  PIC 9(02)V99    VALUE 2.00.
      *
           05  MATCH-RESULT OCCURS 5 TIMES.
               10  MR-QTY-RECEIVED      PIC 9(05).
               10  MR-QTY-BILLED-BEFORE PIC 9(05).
               10  MR-RECEIVED-COST     PIC 9(05)V99.
               10  MR-LINE-AMOUNT       PIC S9(07)V99.
               10  MR-HOLD-REASON       PIC X(01).
           05  VOUCHER-HOLD-REASON PIC X(01).
      *
       01  COMMUNICATION-AREA.
      *
           05  CA-CONTEXT-FLAG               PIC X(01).
               88  PROCESS-VOUCHER-ENTRY               VALUE '1'.
               88  PROCESS-CONFIRM-VOUCHER             VALUE '2'.
               88  PROCESS-REVIEW-VOUCHER              VALUE '3'.
           05  CA-VOUCHER-NUMBER             PIC 9(06).
           05  CA-SUPPLIER-NUMBER            PIC X(06).
           05  CA-INVOICE-NUMBER             PIC X(10).
           05  CA-INVOICE-DATE               PIC 9(08).
           05  CA-PO-NUMBER                  PIC 9(06).
           05  CA-VOUCHER-LINE OCCURS 5 TIMES.
               10  CA-PO-LINE-NUMBER         PIC 9(02).
               10  CA-PRODUCT-CODE           PIC X(06).
               10  CA-QTY-BILLED             PIC 9(05).
               10  CA-UNIT-COST              PIC 9(05)V99.
           05  CA-HELP-SW                    PIC X(01).
               88  HELP-WAS-SHOWN                       VALUE 'H'.
      *
       01  RESPONSE-CODE                     PIC S9(08)  COMP.
      *
       01  GETINV-PARMS.
           05  GIP-SERIES              PIC X(01).
           05  GIP-NUMBER              PIC 9(06).
      *
       COPY SUPMAS.
      *
       COPY PORDER.
      *
       COPY RCVLOG.
      *
       COPY APOPEN.
      *
       COPY OPSEC.
      *
       COPY APVSET1.
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
       01  DFHCOMMAREA             PIC X(138).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-VOUCHER-ENTRY.
      *
           IF EIBCALEN > ZERO
               MOVE DFHCOMMAREA TO COMMUNICATION-AREA
           END-IF.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO
                   PERFORM 1700-RESET-ENTRY-SCREEN
                   PERFORM 1500-SEND-VOUCHER-MAP
      *
               WHEN EIBAID = DFHCLEAR
                   PERFORM 1700-RESET-ENTRY-SCREEN
                   PERFORM 1500-SEND-VOUCHER-MAP
      *
               WHEN HELP-WAS-SHOWN
                   MOVE SPACE TO CA-HELP-SW
                   PERFORM 1700-RESET-ENTRY-SCREEN
                   PERFORM 1500-SEND-VOUCHER-MAP
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
               WHEN EIBAID = DFHPF3
                   EXEC CICS
                       XCTL PROGRAM('INVMENU')
                   END-EXEC
      *
               WHEN EIBAID = DFHPF12
                   IF PROCESS-VOUCHER-ENTRY
                       EXEC CICS
                           XCTL PROGRAM('INVMENU')
                       END-EXEC
                   ELSE
                       IF PROCESS-CONFIRM-VOUCHER
                           PERFORM 1700-RESET-ENTRY-SCREEN
                           MOVE 'Voucher cancelled.  Nothing was posted
      -                        '.' TO APV-D-MESSAGE
                       ELSE
                           PERFORM 1700-RESET-ENTRY-SCREEN
                       END-IF
                       PERFORM 1500-SEND-VOUCHER-MAP
                   END-IF
      *
               WHEN EIBAID = DFHENTER
                   EVALUATE TRUE
                       WHEN PROCESS-VOUCHER-ENTRY
                           PERFORM 1000-PROCESS-VOUCHER-MAP
                               THRU 1000-EXIT
                       WHEN PROCESS-CONFIRM-VOUCHER
                           PERFORM 2000-POST-VOUCHER THRU 2000-EXIT
                       WHEN OTHER
                           PERFORM 1700-RESET-ENTRY-SCREEN
                           PERFORM 1500-SEND-VOUCHER-MAP
                   END-EVALUATE
      *
               WHEN EIBAID = DFHPF5
                   IF PROCESS-REVIEW-VOUCHER
                       PERFORM 3500-RELEASE-HOLD THRU 3500-EXIT
                   ELSE
                       MOVE LOW-VALUE TO APV-L-MESSAGE
                       MOVE 'Display a held voucher before releasing it
      -                    '.' TO APV-D-MESSAGE
                       SET SEND-DATAONLY-ALARM TO TRUE
                       PERFORM 1500-SEND-VOUCHER-MAP
                   END-IF
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO APV-L-MESSAGE
                   MOVE 'Invalid key pressed.' TO APV-D-MESSAGE
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1500-SEND-VOUCHER-MAP
      *
           END-EVALUATE.
      *
           EXEC CICS
               RETURN TRANSID('APV1')
                      COMMAREA(COMMUNICATION-AREA)
           END-EXEC.
      *
       1000-PROCESS-VOUCHER-MAP.
      *
           PERFORM 1100-RECEIVE-VOUCHER-MAP.
      *
           IF       APV-L-VCHNO > ZERO
                AND APV-D-VCHNO-ALPHA NOT = SPACE
               PERFORM 3000-DISPLAY-VOUCHER THRU 3000-EXIT
               GO TO 1000-EXIT
           END-IF.
      *
           PERFORM 1200-EDIT-VOUCHER-DATA THRU 1200-EXIT.
      *
           IF VALID-DATA
               PERFORM 1400-MATCH-VOUCHER
               MOVE ATTR-PROT TO APV-A-VCHNO
                                 APV-A-SUPNO
                                 APV-A-INVNO
                                 APV-A-INVDATE
                                 APV-A-PONO
               PERFORM 1250-PROTECT-ONE-LINE
                   VARYING LINE-SUB FROM 1 BY 1
                     UNTIL LINE-SUB > 5
               MOVE 'Press Enter to post this voucher.  Or press F12 to
      -            ' cancel.' TO APV-D-INSTR
               MOVE 'F3=Exit   F12=Cancel' TO APV-D-FKEY
               IF VOUCHER-HOLD-REASON = SPACE
                   MOVE 'All lines match.  Voucher will post open.'
                       TO APV-D-MESSAGE
               ELSE
                   MOVE 'Voucher will post ON HOLD for the lines shown.'
                       TO APV-D-MESSAGE
               END-IF
               SET SEND-DATAONLY TO TRUE
               PERFORM 1500-SEND-VOUCHER-MAP
               SET PROCESS-CONFIRM-VOUCHER TO TRUE
           ELSE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-VOUCHER-MAP
           END-IF.
      *
       1000-EXIT.
           EXIT.
      *
       1100-RECEIVE-VOUCHER-MAP.
      *
           EXEC CICS
               RECEIVE MAP('APVMAP1')
                       MAPSET('APVSET1')
                       INTO(APVMAP1)
           END-EXEC.
      *
           INSPECT APVMAP1
                REPLACING ALL '_' BY SPACE.
      *
      ******************************************************************
      *   1200-EDIT-VOUCHER-DATA -- THE SUPPLIER MUST BE ON FILE AND   *
      *   NOT ARCHIVED, ITS INVOICE NUMBER MUST NOT BE VOUCHERED       *
      *   ALREADY, THE INVOICE DATE MUST BE A REAL DATE NO LATER THAN  *
      *   TODAY, AND THE PO MUST BE ONE PLACED WITH THIS SUPPLIER      *
      *   AND NOT CANCELLED.  THE LINES ARE EDITED BY 1220.            *
      ******************************************************************
       1200-EDIT-VOUCHER-DATA.
      *
           MOVE ATTR-NO-HIGHLIGHT TO APV-H-SUPNO
                                     APV-H-INVNO
                                     APV-H-INVDATE
                                     APV-H-PONO.
           MOVE 'N' TO ANY-LINE-SW.
      *
           IF       APV-L-SUPNO = ZERO
                 OR APV-D-SUPNO = SPACE
               MOVE ATTR-REVERSE TO APV-H-SUPNO
               MOVE -1 TO APV-L-SUPNO
               MOVE 'You must enter a supplier number.'
                   TO APV-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
               GO TO 1200-EXIT
           END-IF.
      *
           EXEC CICS
               READ FILE('SUPMAS')
                    INTO(SUPPLIER-MASTER-RECORD)
                    RIDFLD(APV-D-SUPNO)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE ATTR-REVERSE TO APV-H-SUPNO
                   MOVE -1 TO APV-L-SUPNO
                   MOVE 'That supplier is not on the supplier master.'
                       TO APV-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
                   GO TO 1200-EXIT
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN SUP-ARCHIVED
                   MOVE ATTR-REVERSE TO APV-H-SUPNO
                   MOVE -1 TO APV-L-SUPNO
                   MOVE 'That supplier has been archived.'
                       TO APV-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
                   GO TO 1200-EXIT
           END-EVALUATE.
      *
           MOVE SUP-SUPPLIER-NAME TO APV-D-SUPNAME.
           MOVE APV-D-SUPNO       TO CA-SUPPLIER-NUMBER.
      *
           IF       APV-L-INVNO = ZERO
                 OR APV-D-INVNO = SPACE
               MOVE ATTR-REVERSE TO APV-H-INVNO
               MOVE -1 TO APV-L-INVNO
               MOVE 'You must enter the supplier''s invoice number.'
                   TO APV-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
               GO TO 1200-EXIT
           END-IF.
      *
           MOVE APV-D-SUPNO TO AP-SUPPLIER-NUMBER.
           MOVE APV-D-INVNO TO AP-INVOICE-NUMBER.
           EXEC CICS
               READ FILE('APSPATH')
                    INTO(OPEN-PAYABLE-RECORD)
                    RIDFLD(AP-SUPPLIER-INVOICE-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   CONTINUE
               WHEN RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE ATTR-REVERSE TO APV-H-INVNO
                   MOVE -1 TO APV-L-INVNO
                   MOVE AP-VOUCHER-NUMBER TO APV-D-VCHNO
                   MOVE 'That invoice is already on the voucher shown.'
                       TO APV-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
                   GO TO 1200-EXIT
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
           MOVE APV-D-INVNO TO CA-INVOICE-NUMBER.
      *
           PERFORM 1210-EDIT-INVOICE-DATE THRU 1210-EXIT.
           IF NOT VALID-DATA
               GO TO 1200-EXIT
           END-IF.
      *
           IF       APV-L-PONO = ZERO
                 OR APV-D-PONO-ALPHA = SPACE
               MOVE ATTR-REVERSE TO APV-H-PONO
               MOVE -1 TO APV-L-PONO
               MOVE 'You must enter the purchase order number.'
                   TO APV-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
               GO TO 1200-EXIT
           END-IF.
      *
           IF APV-D-PONO-ALPHA NOT NUMERIC
               MOVE ATTR-REVERSE TO APV-H-PONO
               MOVE -1 TO APV-L-PONO
               MOVE 'The PO number must be numeric.' TO APV-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
               GO TO 1200-EXIT
           END-IF.
      *
           MOVE APV-D-PONO TO PLK-PO-NUMBER.
           MOVE ZERO       TO PLK-LINE-NUMBER.
           EXEC CICS
               READ FILE('PORDER')
                    INTO(PURCHASE-ORDER-RECORD)
                    RIDFLD(PO-LOOKUP-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE ATTR-REVERSE TO APV-H-PONO
                   MOVE -1 TO APV-L-PONO
                   MOVE 'That purchase order does not exist.'
                       TO APV-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
                   GO TO 1200-EXIT
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN POH-SUPPLIER-NUMBER NOT = APV-D-SUPNO
                   MOVE ATTR-REVERSE TO APV-H-PONO
                   MOVE -1 TO APV-L-PONO
                   MOVE 'That purchase order is for a different supplie
      -                'r.' TO APV-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
                   GO TO 1200-EXIT
               WHEN POH-CANCELLED
                   MOVE ATTR-REVERSE TO APV-H-PONO
                   MOVE -1 TO APV-L-PONO
                   MOVE 'That purchase order was cancelled.'
                       TO APV-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
                   GO TO 1200-EXIT
           END-EVALUATE.
      *
           MOVE APV-D-PONO TO CA-PO-NUMBER.
      *
           PERFORM 1220-EDIT-ONE-LINE THRU 1220-EXIT
               VARYING LINE-SUB FROM 1 BY 1
                 UNTIL LINE-SUB > 5.
      *
           IF VALID-DATA AND NOT ANY-LINE
               MOVE ATTR-REVERSE TO APV-H-POLINE(1)
               MOVE -1 TO APV-L-POLINE(1)
               MOVE 'You must enter at least one invoice line.'
                   TO APV-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
       1200-EXIT.
           EXIT.
      *
       1210-EDIT-INVOICE-DATE.
      *
           IF       APV-L-INVDATE = ZERO
                 OR APV-D-INVDATE-ALPHA = SPACE
               MOVE ATTR-REVERSE TO APV-H-INVDATE
               MOVE -1 TO APV-L-INVDATE
               MOVE 'You must enter the invoice date (YYYYMMDD).'
                   TO APV-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
               GO TO 1210-EXIT
           END-IF.
      *
           IF APV-D-INVDATE-ALPHA NOT NUMERIC
               MOVE ATTR-REVERSE TO APV-H-INVDATE
               MOVE -1 TO APV-L-INVDATE
               MOVE 'The invoice date must be numeric YYYYMMDD.'
                   TO APV-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
               GO TO 1210-EXIT
           END-IF.
      *
           MOVE APV-D-INVDATE TO INVOICE-DATE-PARTS.
           IF       IDP-MONTH < 01 OR IDP-MONTH > 12
                 OR IDP-DAY < 01 OR IDP-DAY > 31
               MOVE ATTR-REVERSE TO APV-H-INVDATE
               MOVE -1 TO APV-L-INVDATE
               MOVE 'The invoice date is not a valid date.'
                   TO APV-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
               GO TO 1210-EXIT
           END-IF.
      *
           PERFORM 1800-GET-TODAYS-DATE.
           IF APV-D-INVDATE > TODAYS-DATE
               MOVE ATTR-REVERSE TO APV-H-INVDATE
               MOVE -1 TO APV-L-INVDATE
               MOVE 'The invoice date cannot be after today.'
                   TO APV-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
               GO TO 1210-EXIT
           END-IF.
      *
           MOVE APV-D-INVDATE TO CA-INVOICE-DATE.
      *
       1210-EXIT.
           EXIT.
      *
      ******************************************************************
      *   1220-EDIT-ONE-LINE -- THE PO LINE MUST BE ON THIS ORDER AND  *
      *   APPEAR ONLY ONCE ON THE VOUCHER; THE QUANTITY AND UNIT COST  *
      *   BILLED MUST BE NUMERIC AND ABOVE ZERO.  THE LINE'S PRODUCT   *
      *   IS ECHOED SO THE CLERK CAN CHECK IT AGAINST THE BILL.        *
      ******************************************************************
       1220-EDIT-ONE-LINE.
      *
           MOVE ATTR-NO-HIGHLIGHT TO APV-H-POLINE(LINE-SUB)
                                     APV-H-QTY(LINE-SUB)
                                     APV-H-COST(LINE-SUB).
           MOVE SPACE TO APV-D-RESULT(LINE-SUB).
      *
           IF       APV-L-POLINE(LINE-SUB) = ZERO
                 OR APV-D-POLINE-ALPHA(LINE-SUB) = SPACE
               MOVE ZERO  TO CA-PO-LINE-NUMBER(LINE-SUB)
                             CA-QTY-BILLED(LINE-SUB)
                             CA-UNIT-COST(LINE-SUB)
               MOVE SPACE TO CA-PRODUCT-CODE(LINE-SUB)
                             APV-D-PCODE(LINE-SUB)
               GO TO 1220-EXIT
           END-IF.
      *
           IF       APV-D-POLINE-ALPHA(LINE-SUB) NOT NUMERIC
                 OR APV-D-POLINE(LINE-SUB) = ZERO
               MOVE ATTR-REVERSE TO APV-H-POLINE(LINE-SUB)
               MOVE -1 TO APV-L-POLINE(LINE-SUB)
               MOVE 'The PO line number must be numeric.'
                   TO APV-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
               GO TO 1220-EXIT
           END-IF.
      *
           MOVE CA-PO-NUMBER           TO PLK-PO-NUMBER.
           MOVE APV-D-POLINE(LINE-SUB) TO PLK-LINE-NUMBER.
           EXEC CICS
               READ FILE('PORDER')
                    INTO(PURCHASE-ORDER-RECORD)
                    RIDFLD(PO-LOOKUP-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE ATTR-REVERSE TO APV-H-POLINE(LINE-SUB)
                   MOVE -1 TO APV-L-POLINE(LINE-SUB)
                   MOVE 'That line is not on the purchase order.'
                       TO APV-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
                   GO TO 1220-EXIT
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
           MOVE POL-PRODUCT-CODE TO APV-D-PCODE(LINE-SUB).
      *
           PERFORM 1230-CHECK-DUPLICATE-LINE
               VARYING DUP-SUB FROM 1 BY 1
                 UNTIL DUP-SUB NOT < LINE-SUB.
           IF NOT VALID-DATA
               GO TO 1220-EXIT
           END-IF.
      *
           IF       APV-L-QTY(LINE-SUB) = ZERO
                 OR APV-D-QTY-ALPHA(LINE-SUB) = SPACE
               MOVE ATTR-REVERSE TO APV-H-QTY(LINE-SUB)
               MOVE -1 TO APV-L-QTY(LINE-SUB)
               MOVE 'You must enter the quantity billed.'
                   TO APV-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
               GO TO 1220-EXIT
           END-IF.
      *
           CALL 'INTEDIT' USING APV-D-QTY-ALPHA(LINE-SUB)
                                QTY-NUMERIC
                                VALID-QUANTITY-SW.
           IF NOT VALID-QUANTITY
               MOVE ATTR-REVERSE TO APV-H-QTY(LINE-SUB)
               MOVE -1 TO APV-L-QTY(LINE-SUB)
               MOVE 'Quantity must be numeric.' TO APV-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
               GO TO 1220-EXIT
           END-IF.
           IF QTY-NUMERIC NOT > ZERO
               MOVE ATTR-REVERSE TO APV-H-QTY(LINE-SUB)
               MOVE -1 TO APV-L-QTY(LINE-SUB)
               MOVE 'Quantity must be greater than zero.'
                   TO APV-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
               GO TO 1220-EXIT
           END-IF.
           MOVE QTY-NUMERIC TO APV-D-QTY(LINE-SUB).
      *
           IF       APV-L-COST(LINE-SUB) = ZERO
                 OR APV-D-COST-ALPHA(LINE-SUB) = SPACE
               MOVE ATTR-REVERSE TO APV-H-COST(LINE-SUB)
               MOVE -1 TO APV-L-COST(LINE-SUB)
               MOVE 'You must enter the unit cost billed.'
                   TO APV-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
               GO TO 1220-EXIT
           END-IF.
      *
           CALL 'NUMEDIT' USING APV-D-COST-ALPHA(LINE-SUB)
                                COST-NUMERIC
                                VALID-COST-SW.
           IF NOT VALID-COST OR COST-NUMERIC NOT > ZERO
               MOVE ATTR-REVERSE TO APV-H-COST(LINE-SUB)
               MOVE -1 TO APV-L-COST(LINE-SUB)
               MOVE 'The unit cost must be numeric and above zero.'
                   TO APV-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
               GO TO 1220-EXIT
           END-IF.
           MOVE COST-NUMERIC TO APV-D-COST(LINE-SUB).
      *
           MOVE APV-D-POLINE(LINE-SUB) TO CA-PO-LINE-NUMBER(LINE-SUB).
           MOVE POL-PRODUCT-CODE       TO CA-PRODUCT-CODE(LINE-SUB).
           MOVE QTY-NUMERIC            TO CA-QTY-BILLED(LINE-SUB).
           MOVE COST-NUMERIC           TO CA-UNIT-COST(LINE-SUB).
           MOVE 'Y' TO ANY-LINE-SW.
      *
       1220-EXIT.
           EXIT.
      *
       1230-CHECK-DUPLICATE-LINE.
      *
           IF CA-PO-LINE-NUMBER(DUP-SUB) = APV-D-POLINE(LINE-SUB)
               MOVE ATTR-REVERSE TO APV-H-POLINE(LINE-SUB)
               MOVE -1 TO APV-L-POLINE(LINE-SUB)
               MOVE 'That PO line is already on this voucher.'
                   TO APV-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
       1250-PROTECT-ONE-LINE.
      *
           MOVE ATTR-PROT TO APV-A-POLINE(LINE-SUB)
                             APV-A-QTY(LINE-SUB)
                             APV-A-COST(LINE-SUB).
      *
      ******************************************************************
      *   1400-MATCH-VOUCHER -- RUN THE THREE-WAY MATCH ON EVERY LINE  *
      *   IN THE COMMAREA AND SHOW THE RESULTS.  THE FIRST LINE THAT   *
      *   FAILS GIVES THE VOUCHER ITS HOLD REASON.                     *
      ******************************************************************
       1400-MATCH-VOUCHER.
      *
           MOVE SPACE TO VOUCHER-HOLD-REASON.
           MOVE ZERO  TO VOUCHER-TOTAL.
      *
           PERFORM 1410-MATCH-ONE-LINE THRU 1410-EXIT
               VARYING LINE-SUB FROM 1 BY 1
                 UNTIL LINE-SUB > 5.
      *
           MOVE VOUCHER-TOTAL TO APV-D-TOTAL.
      *
      ******************************************************************
      *   1410-MATCH-ONE-LINE -- QUANTITY FIRST: WHAT THIS BILL AND    *
      *   EARLIER BILLS CHARGE FOR MAY NOT EXCEED WHAT RCVENT1 HAS     *
      *   RECEIVED ON THE LINE.  THEN COST: THE BILLED UNIT COST MUST  *
      *   SIT WITHIN COST-TOLERANCE-PCT OF THE QUANTITY-WEIGHTED COST  *
      *   OF THE RECEIPTS KEYED AGAINST THE LINE.  RECEIPTS KEYED      *
      *   WITHOUT A COST DO NOT COUNT TOWARD THE AVERAGE.              *
      ******************************************************************
       1410-MATCH-ONE-LINE.
      *
           MOVE ZERO  TO MR-QTY-RECEIVED(LINE-SUB)
                         MR-QTY-BILLED-BEFORE(LINE-SUB)
                         MR-RECEIVED-COST(LINE-SUB)
                         MR-LINE-AMOUNT(LINE-SUB).
           MOVE SPACE TO MR-HOLD-REASON(LINE-SUB).
      *
           IF CA-PO-LINE-NUMBER(LINE-SUB) = ZERO
               GO TO 1410-EXIT
           END-IF.
      *
           MOVE CA-PO-NUMBER                TO PLK-PO-NUMBER.
           MOVE CA-PO-LINE-NUMBER(LINE-SUB) TO PLK-LINE-NUMBER.
           EXEC CICS
               READ FILE('PORDER')
                    INTO(PURCHASE-ORDER-RECORD)
                    RIDFLD(PO-LOOKUP-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           IF POL-QTY-BILLED NOT NUMERIC
               MOVE ZERO TO POL-QTY-BILLED
           END-IF.
           MOVE POL-QTY-RECEIVED TO MR-QTY-RECEIVED(LINE-SUB).
           MOVE POL-QTY-BILLED   TO MR-QTY-BILLED-BEFORE(LINE-SUB).
      *
           PERFORM 1420-AVERAGE-RECEIVED-COST.
      *
           COMPUTE MR-LINE-AMOUNT(LINE-SUB) =
               CA-QTY-BILLED(LINE-SUB) * CA-UNIT-COST(LINE-SUB).
           ADD MR-LINE-AMOUNT(LINE-SUB) TO VOUCHER-TOTAL.
      *
           COMPUTE COST-VARIANCE =
               CA-UNIT-COST(LINE-SUB) - MR-RECEIVED-COST(LINE-SUB).
           IF COST-VARIANCE < ZERO
               COMPUTE COST-VARIANCE = ZERO - COST-VARIANCE
           END-IF.
           COMPUTE COST-ALLOWANCE ROUNDED =
               MR-RECEIVED-COST(LINE-SUB) * COST-TOLERANCE-PCT / 100.
      *
           EVALUATE TRUE
               WHEN CA-QTY-BILLED(LINE-SUB) + POL-QTY-BILLED
                        > POL-QTY-RECEIVED
                   MOVE 'Q' TO MR-HOLD-REASON(LINE-SUB)
                   MOVE 'HOLD-QTY' TO APV-D-RESULT(LINE-SUB)
               WHEN RECEIVED-COSTED-QTY = ZERO
                   MOVE 'N' TO MR-HOLD-REASON(LINE-SUB)
                   MOVE 'HOLD-NO COST' TO APV-D-RESULT(LINE-SUB)
               WHEN COST-VARIANCE > COST-ALLOWANCE
                   MOVE 'C' TO MR-HOLD-REASON(LINE-SUB)
                   MOVE 'HOLD-COST' TO APV-D-RESULT(LINE-SUB)
               WHEN OTHER
                   MOVE 'MATCHED' TO APV-D-RESULT(LINE-SUB)
           END-EVALUATE.
      *
           IF       MR-HOLD-REASON(LINE-SUB) NOT = SPACE
                AND VOUCHER-HOLD-REASON = SPACE
               MOVE MR-HOLD-REASON(LINE-SUB) TO VOUCHER-HOLD-REASON
           END-IF.
      *
           MOVE MR-QTY-RECEIVED(LINE-SUB)  TO APV-D-RCVQTY(LINE-SUB).
           MOVE MR-QTY-BILLED-BEFORE(LINE-SUB)
                                           TO APV-D-PRVQTY(LINE-SUB).
           MOVE MR-RECEIVED-COST(LINE-SUB) TO APV-D-RCVCOST(LINE-SUB).
      *
       1410-EXIT.
           EXIT.
      *
      ******************************************************************
      *   1420-AVERAGE-RECEIVED-COST -- BROWSE THE PRODUCT'S RECEIPTS  *
      *   THROUGH RCVPATH AND WEIGHT THE UNIT COSTS OF THOSE KEYED     *
      *   AGAINST THIS PO LINE BY THEIR QUANTITIES.                    *
      ******************************************************************
       1420-AVERAGE-RECEIVED-COST.
      *
           MOVE ZERO TO RECEIVED-COSTED-QTY
                        RECEIVED-EXTENSION.
           MOVE CA-PRODUCT-CODE(LINE-SUB) TO RECEIPT-BROWSE-KEY.
      *
           EXEC CICS
               STARTBR FILE('RCVPATH')
                       RIDFLD(RECEIPT-BROWSE-KEY)
                       EQUAL
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE 'N' TO MORE-RECEIPTS-SW
               WHEN RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'Y' TO MORE-RECEIPTS-SW
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
           IF MORE-RECEIPTS
               PERFORM 1430-READ-NEXT-RECEIPT THRU 1430-EXIT
                   UNTIL NOT MORE-RECEIPTS
               EXEC CICS
                   ENDBR FILE('RCVPATH')
                         RESP(RESPONSE-CODE)
               END-EXEC
           END-IF.
      *
           IF RECEIVED-COSTED-QTY > ZERO
               COMPUTE MR-RECEIVED-COST(LINE-SUB) ROUNDED =
                   RECEIVED-EXTENSION / RECEIVED-COSTED-QTY
           END-IF.
      *
       1430-READ-NEXT-RECEIPT.
      *
           EXEC CICS
               READNEXT FILE('RCVPATH')
                        RIDFLD(RECEIPT-BROWSE-KEY)
                        INTO(RECEIPT-LOG-RECORD)
                        RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'N' TO MORE-RECEIPTS-SW
               WHEN RESPONSE-CODE = DFHRESP(DUPKEY)
                   CONTINUE
               WHEN RESPONSE-CODE = DFHRESP(ENDFILE)
                   MOVE 'N' TO MORE-RECEIPTS-SW
                   GO TO 1430-EXIT
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
           IF       RCV-PO-NUMBER      = CA-PO-NUMBER
                AND RCV-PO-LINE-NUMBER = CA-PO-LINE-NUMBER(LINE-SUB)
                AND RCV-UNIT-COST      > ZERO
               ADD RCV-QUANTITY-RECEIVED TO RECEIVED-COSTED-QTY
               COMPUTE RECEIVED-EXTENSION = RECEIVED-EXTENSION
                   + (RCV-QUANTITY-RECEIVED * RCV-UNIT-COST)
           END-IF.
      *
       1430-EXIT.
           EXIT.
      *
       1500-SEND-VOUCHER-MAP.
      *
           MOVE 'APV1' TO APV-D-TRANID.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('APVMAP1')
                            MAPSET('APVSET1')
                            FROM(APVMAP1)
                            CURSOR
                            ERASE
                   END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('APVMAP1')
                            MAPSET('APVSET1')
                            FROM(APVMAP1)
                            CURSOR
                            DATAONLY
                   END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('APVMAP1')
                            MAPSET('APVSET1')
                            FROM(APVMAP1)
                            CURSOR
                            DATAONLY
                            ALARM
                   END-EXEC
           END-EVALUATE.
      *
       1600-SET-ENTRY-INSTRUCTIONS.
      *
           MOVE 'Type the supplier invoice, or a voucher number to disp
      -        'lay.  Then press Enter.' TO APV-D-INSTR.
           MOVE 'F3=Exit   F12=Cancel' TO APV-D-FKEY.
      *
       1700-RESET-ENTRY-SCREEN.
      *
           MOVE LOW-VALUE TO APVMAP1.
           PERFORM 1600-SET-ENTRY-INSTRUCTIONS.
           MOVE -1 TO APV-L-SUPNO.
           SET SEND-ERASE TO TRUE.
           SET PROCESS-VOUCHER-ENTRY TO TRUE.
      *
       1800-GET-TODAYS-DATE.
      *
           EXEC CICS
               ASKTIME ABSTIME(ABSOLUTE-TIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(ABSOLUTE-TIME)
               YYYYMMDD(TODAYS-DATE)
           END-EXEC.
      *
      ******************************************************************
      *   2000-POST-VOUCHER -- THE MATCH IS RUN AGAIN AT POSTING SO A  *
      *   RECEIPT OR BILL POSTED SINCE THE SCREEN WAS SHOWN IS TAKEN   *
      *   INTO ACCOUNT.  THE VOUCHER GOES TO APOPEN UNDER A 'V'        *
      *   NUMBER, THEN EACH PO LINE'S BILLED QUANTITY IS BROUGHT UP.   *
      ******************************************************************
       2000-POST-VOUCHER.
      *
           MOVE CA-SUPPLIER-NUMBER TO AP-SUPPLIER-NUMBER.
           MOVE CA-INVOICE-NUMBER  TO AP-INVOICE-NUMBER.
           EXEC CICS
               READ FILE('APSPATH')
                    INTO(OPEN-PAYABLE-RECORD)
                    RIDFLD(AP-SUPPLIER-INVOICE-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   CONTINUE
               WHEN RESPONSE-CODE = DFHRESP(NORMAL)
                   PERFORM 1700-RESET-ENTRY-SCREEN
                   MOVE 'That invoice was vouchered from another termin
      -                'al.  Nothing was posted.' TO APV-D-MESSAGE
                   PERFORM 1500-SEND-VOUCHER-MAP
                   GO TO 2000-EXIT
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
           MOVE LOW-VALUE TO APVMAP1.
           PERFORM 1400-MATCH-VOUCHER.
           PERFORM 1800-GET-TODAYS-DATE.
      *
           MOVE 'V' TO GIP-SERIES.
           EXEC CICS
               LINK PROGRAM('GETINV')
                    COMMAREA(GETINV-PARMS)
           END-EXEC.
      *
           MOVE GIP-NUMBER         TO AP-VOUCHER-NUMBER.
           MOVE CA-SUPPLIER-NUMBER TO AP-SUPPLIER-NUMBER.
           MOVE CA-INVOICE-NUMBER  TO AP-INVOICE-NUMBER.
           MOVE CA-PO-NUMBER       TO AP-PO-NUMBER.
           MOVE CA-INVOICE-DATE    TO AP-INVOICE-DATE.
           MOVE TODAYS-DATE        TO AP-ENTRY-DATE.
           MOVE VOUCHER-TOTAL      TO AP-VOUCHER-AMOUNT.
           MOVE VOUCHER-HOLD-REASON TO AP-HOLD-REASON.
           IF VOUCHER-HOLD-REASON = SPACE
               SET AP-OPEN TO TRUE
           ELSE
               SET AP-HELD TO TRUE
           END-IF.
           PERFORM 2100-FORMAT-VOUCHER-LINE
               VARYING LINE-SUB FROM 1 BY 1
                 UNTIL LINE-SUB > 5.
           MOVE SPACE    TO AP-RELEASED-BY.
           MOVE ZERO     TO AP-RELEASE-DATE.
           MOVE ZERO     TO AP-PAYMENT-NUMBER
                            AP-PAID-DATE
                            AP-DISCOUNT-TAKEN.
           MOVE EIBTRMID TO AP-TERMINAL-ID.
           MOVE EIBOPID  TO AP-OPERATOR-ID.
      *
           EXEC CICS
               WRITE FILE('APOPEN')
                     FROM(OPEN-PAYABLE-RECORD)
                     RIDFLD(AP-VOUCHER-NUMBER)
                     RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           PERFORM 2200-ADD-BILLED-QUANTITY
               VARYING LINE-SUB FROM 1 BY 1
                 UNTIL LINE-SUB > 5.
      *
           PERFORM 1700-RESET-ENTRY-SCREEN.
           MOVE AP-VOUCHER-NUMBER TO APV-D-VCHNO.
           EVALUATE TRUE
               WHEN AP-OPEN
                   MOVE 'Voucher posted open.' TO APV-D-MESSAGE
               WHEN AP-HOLD-QUANTITY
                   MOVE 'Voucher posted ON HOLD - billed over the quant
      -                'ity received.' TO APV-D-MESSAGE
               WHEN AP-HOLD-COST
                   MOVE 'Voucher posted ON HOLD - unit cost outside tol
      -                'erance.' TO APV-D-MESSAGE
               WHEN OTHER
                   MOVE 'Voucher posted ON HOLD - no costed receipt to
      -                'match.' TO APV-D-MESSAGE
           END-EVALUATE.
           PERFORM 1500-SEND-VOUCHER-MAP.
      *
       2000-EXIT.
           EXIT.
      *
       2100-FORMAT-VOUCHER-LINE.
      *
           MOVE CA-PO-LINE-NUMBER(LINE-SUB)
                                      TO APL-PO-LINE-NUMBER(LINE-SUB).
           MOVE CA-PRODUCT-CODE(LINE-SUB)
                                      TO APL-PRODUCT-CODE(LINE-SUB).
           MOVE CA-QTY-BILLED(LINE-SUB)
                                      TO APL-QTY-BILLED(LINE-SUB).
           MOVE CA-UNIT-COST(LINE-SUB) TO APL-UNIT-COST(LINE-SUB).
           MOVE MR-RECEIVED-COST(LINE-SUB)
                                      TO APL-RECEIVED-COST(LINE-SUB).
           MOVE MR-LINE-AMOUNT(LINE-SUB)
                                      TO APL-LINE-AMOUNT(LINE-SUB).
           MOVE MR-HOLD-REASON(LINE-SUB)
                                      TO APL-HOLD-REASON(LINE-SUB).
      *
       2200-ADD-BILLED-QUANTITY.
      *
           IF CA-PO-LINE-NUMBER(LINE-SUB) = ZERO
               CONTINUE
           ELSE
               MOVE CA-PO-NUMBER                TO PLK-PO-NUMBER
               MOVE CA-PO-LINE-NUMBER(LINE-SUB) TO PLK-LINE-NUMBER
               EXEC CICS
                   READ FILE('PORDER')
                        INTO(PURCHASE-ORDER-RECORD)
                        RIDFLD(PO-LOOKUP-KEY)
                        UPDATE
                        RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               IF POL-QTY-BILLED NOT NUMERIC
                   MOVE ZERO TO POL-QTY-BILLED
               END-IF
               ADD CA-QTY-BILLED(LINE-SUB) TO POL-QTY-BILLED
                   ON SIZE ERROR
                       MOVE 99999 TO POL-QTY-BILLED
               END-ADD
               EXEC CICS
                   REWRITE FILE('PORDER')
                           FROM(PURCHASE-ORDER-RECORD)
                           RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
      ******************************************************************
      *   3000-DISPLAY-VOUCHER -- SHOW A POSTED VOUCHER AS IT WAS      *
      *   MATCHED.  A HELD VOUCHER OFFERS F5 TO RELEASE IT.            *
      ******************************************************************
       3000-DISPLAY-VOUCHER.
      *
           MOVE ATTR-NO-HIGHLIGHT TO APV-H-VCHNO.
      *
           IF APV-D-VCHNO-ALPHA NOT NUMERIC
               MOVE ATTR-REVERSE TO APV-H-VCHNO
               MOVE -1 TO APV-L-VCHNO
               MOVE 'The voucher number must be numeric.'
                   TO APV-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-VOUCHER-MAP
               GO TO 3000-EXIT
           END-IF.
      *
           EXEC CICS
               READ FILE('APOPEN')
                    INTO(OPEN-PAYABLE-RECORD)
                    RIDFLD(APV-D-VCHNO)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE ATTR-REVERSE TO APV-H-VCHNO
                   MOVE -1 TO APV-L-VCHNO
                   MOVE 'That voucher does not exist.' TO APV-D-MESSAGE
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1500-SEND-VOUCHER-MAP
                   GO TO 3000-EXIT
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
           MOVE LOW-VALUE TO APVMAP1.
           PERFORM 3100-FORMAT-VOUCHER.
           MOVE AP-VOUCHER-NUMBER TO CA-VOUCHER-NUMBER.
           IF AP-HELD
               MOVE 'F5=Release the hold once the difference is settled
      -            '.' TO APV-D-INSTR
               MOVE 'F3=Exit  F5=Release  F12=Cancel' TO APV-D-FKEY
           ELSE
               MOVE 'Press Enter or F12 to return to voucher entry.'
                   TO APV-D-INSTR
               MOVE 'F3=Exit   F12=Cancel' TO APV-D-FKEY
           END-IF.
           MOVE -1 TO APV-L-VCHNO.
           SET SEND-ERASE TO TRUE.
           PERFORM 1500-SEND-VOUCHER-MAP.
           SET PROCESS-REVIEW-VOUCHER TO TRUE.
      *
       3000-EXIT.
           EXIT.
      *
       3100-FORMAT-VOUCHER.
      *
           EXEC CICS
               READ FILE('SUPMAS')
                    INTO(SUPPLIER-MASTER-RECORD)
                    RIDFLD(AP-SUPPLIER-NUMBER)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE SUP-SUPPLIER-NAME TO APV-D-SUPNAME
           ELSE
               MOVE SPACE TO APV-D-SUPNAME
           END-IF.
      *
           MOVE AP-VOUCHER-NUMBER  TO APV-D-VCHNO.
           MOVE AP-SUPPLIER-NUMBER TO APV-D-SUPNO.
           MOVE AP-INVOICE-NUMBER  TO APV-D-INVNO.
           MOVE AP-INVOICE-DATE    TO APV-D-INVDATE.
           MOVE AP-PO-NUMBER       TO APV-D-PONO.
           MOVE AP-VOUCHER-AMOUNT  TO APV-D-TOTAL.
           MOVE ATTR-PROT TO APV-A-VCHNO
                             APV-A-SUPNO
                             APV-A-INVNO
                             APV-A-INVDATE
                             APV-A-PONO.
      *
           EVALUATE TRUE
               WHEN AP-OPEN AND AP-RELEASED-BY NOT = SPACE
                   MOVE 'OPEN - HOLD RELEASED' TO APV-D-STATUS
               WHEN AP-OPEN
                   MOVE 'OPEN - MATCHED'       TO APV-D-STATUS
               WHEN AP-PAID
                   MOVE 'PAID'                 TO APV-D-STATUS
               WHEN AP-HOLD-QUANTITY
                   MOVE 'HELD - OVER RECEIVED' TO APV-D-STATUS
               WHEN AP-HOLD-COST
                   MOVE 'HELD - COST TOLERANCE' TO APV-D-STATUS
               WHEN OTHER
                   MOVE 'HELD - NO RECEIPT COST' TO APV-D-STATUS
           END-EVALUATE.
      *
           PERFORM 3110-FORMAT-ONE-LINE
               VARYING LINE-SUB FROM 1 BY 1
                 UNTIL LINE-SUB > 5.
      *
       3110-FORMAT-ONE-LINE.
      *
           MOVE ATTR-PROT TO APV-A-POLINE(LINE-SUB)
                             APV-A-QTY(LINE-SUB)
                             APV-A-COST(LINE-SUB).
      *
           IF APL-PO-LINE-NUMBER(LINE-SUB) = ZERO
               CONTINUE
           ELSE
               MOVE APL-PO-LINE-NUMBER(LINE-SUB)
                                      TO APV-D-POLINE(LINE-SUB)
               MOVE APL-PRODUCT-CODE(LINE-SUB)
                                      TO APV-D-PCODE(LINE-SUB)
               MOVE APL-QTY-BILLED(LINE-SUB)
                                      TO APV-D-QTY(LINE-SUB)
               MOVE APL-UNIT-COST(LINE-SUB)
                                      TO APV-D-COST(LINE-SUB)
               MOVE APL-RECEIVED-COST(LINE-SUB)
                                      TO APV-D-RCVCOST(LINE-SUB)
               EVALUATE APL-HOLD-REASON(LINE-SUB)
                   WHEN 'Q'
                       MOVE 'HOLD-QTY'     TO APV-D-RESULT(LINE-SUB)
                   WHEN 'C'
                       MOVE 'HOLD-COST'    TO APV-D-RESULT(LINE-SUB)
                   WHEN 'N'
                       MOVE 'HOLD-NO COST' TO APV-D-RESULT(LINE-SUB)
                   WHEN OTHER
                       MOVE 'MATCHED'      TO APV-D-RESULT(LINE-SUB)
               END-EVALUATE
           END-IF.
      *
      ******************************************************************
      *   3500-RELEASE-HOLD -- F5 ON A DISPLAYED VOUCHER.  ONLY A      *
      *   SUPERVISOR ON OPSEC MAY RELEASE; THE VOUCHER IS RE-READ FOR  *
      *   UPDATE SO TWO TERMINALS CANNOT RELEASE IT AT ONCE.  THE      *
      *   LINE REASONS STAY ON FILE AS THE RECORD OF WHAT WAS WRONG.   *
      ******************************************************************
       3500-RELEASE-HOLD.
      *
           PERFORM 3600-CHECK-AUTHORITY.
      *
           IF NOT OPERATOR-IS-SUPERVISOR
               MOVE LOW-VALUE TO APV-L-MESSAGE
               MOVE 'Releasing a voucher hold takes supervisor authorit
      -            'y.' TO APV-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-VOUCHER-MAP
               GO TO 3500-EXIT
           END-IF.
      *
           EXEC CICS
               READ FILE('APOPEN')
                    INTO(OPEN-PAYABLE-RECORD)
                    RIDFLD(CA-VOUCHER-NUMBER)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           IF NOT AP-HELD
               EXEC CICS
                   UNLOCK FILE('APOPEN')
               END-EXEC
               MOVE LOW-VALUE TO APV-L-MESSAGE
               MOVE 'That voucher is not on hold.' TO APV-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-VOUCHER-MAP
               GO TO 3500-EXIT
           END-IF.
      *
           PERFORM 1800-GET-TODAYS-DATE.
           SET AP-OPEN       TO TRUE.
           MOVE EIBOPID      TO AP-RELEASED-BY.
           MOVE TODAYS-DATE  TO AP-RELEASE-DATE.
      *
           EXEC CICS
               REWRITE FILE('APOPEN')
                       FROM(OPEN-PAYABLE-RECORD)
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           PERFORM 1700-RESET-ENTRY-SCREEN.
           MOVE AP-VOUCHER-NUMBER TO APV-D-VCHNO.
           MOVE 'Voucher hold released.  It is now open for payment.'
               TO APV-D-MESSAGE.
           PERFORM 1500-SEND-VOUCHER-MAP.
      *
       3500-EXIT.
           EXIT.
      *
       3600-CHECK-AUTHORITY.
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
