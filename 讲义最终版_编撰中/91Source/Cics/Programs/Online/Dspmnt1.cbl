       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  DSPMNT1.
      *
      ******************************************************************
      *   DSPMNT1 -- CUSTOMER DISPUTE MAINTENANCE.                     *
      *   THE CREDIT DESK KEYS AN INVOICE NUMBER AND SEES THE DISPUTE  *
      *   ON IT -- USUALLY ONE PAYMNT1 OR LOCKBOX OPENED WHEN THE      *
      *   CUSTOMER SHORT-PAID -- OR, IF THERE IS NONE, CAN OPEN ONE BY *
      *   HAND.  ENTER SAVES THE DISPUTED AMOUNT, THE REASON           *
      *   (P=PRICING, D=DAMAGED, N=NOT RECEIVED, T=TAX, F=FREIGHT),    *
      *   THE CUSTOMER'S REFERENCE, AND THE OWNER WORKING IT.  F6      *
      *   RESOLVES IT, WHICH TAKES A SUPERVISOR (OS-AUTHORITY-LEVEL 8  *
      *   OR ABOVE ON OPSEC): B (REBILL AND COLLECT) CLOSES IT AT ONCE *
      *   AND THE AMOUNT GOES BACK INTO COLLECTIONS; C (CREDIT MEMO)   *
      *   AND W (WRITE-OFF) ARE LEFT PENDING FOR THE NIGHTLY DSPPOST   *
      *   RUN, WHICH POSTS THE MEMO AND STAMPS ITS NUMBER ON THE       *
      *   DISPUTE.  A DISPUTE ONCE RESOLVED IS SHOWN BUT CANNOT BE     *
      *   CHANGED.                                                     *
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
           05  VALID-AMOUNT-SW                 PIC X(01) VALUE 'Y'.
               88  VALID-AMOUNT                          VALUE 'Y'.
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
           05  AMOUNT-NUMERIC      PIC 9(07)V99.
           05  INVOICE-AMOUNT      PIC S9(09)V99 COMP-3.
      *
       01  COMMUNICATION-AREA.
      *
           05  CA-CONTEXT-FLAG               PIC X(01).
               88  PROCESS-KEY-ENTRY                   VALUE '1'.
               88  PROCESS-DISPUTE                     VALUE '2'.
           05  CA-INVOICE-NUMBER             PIC 9(06).
           05  CA-CUSTOMER-NUMBER            PIC X(06).
           05  CA-DISPUTE-SW                 PIC X(01).
               88  CA-DISPUTE-ON-FILE                  VALUE 'Y'.
               88  CA-DISPUTE-DECIDED                  VALUE 'D'.
           05  CA-HELP-SW                    PIC X(01).
               88  HELP-WAS-SHOWN                       VALUE 'H'.
      *
       01  RESPONSE-CODE                     PIC S9(08)  COMP.
      *
       COPY DISPUTE.
      *
       COPY INVOICE.
      *
       COPY CUSTMAS.
      *
       COPY OPSEC.
      *
       COPY DSPSET1.
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
       01  DFHCOMMAREA             PIC X(15).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-DISPUTE.
      *
           IF EIBCALEN > ZERO
               MOVE DFHCOMMAREA TO COMMUNICATION-AREA
           END-IF.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO
                   MOVE LOW-VALUE TO DSPMAP1
                   PERFORM 1600-SET-ENTRY-INSTRUCTIONS
                   MOVE -1 TO DSPM-L-INVNO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1500-SEND-DISPUTE-MAP
                   SET PROCESS-KEY-ENTRY TO TRUE
      *
               WHEN EIBAID = DFHCLEAR
                   MOVE LOW-VALUE TO DSPMAP1
                   PERFORM 1600-SET-ENTRY-INSTRUCTIONS
                   MOVE -1 TO DSPM-L-INVNO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1500-SEND-DISPUTE-MAP
                   SET PROCESS-KEY-ENTRY TO TRUE
      *
               WHEN HELP-WAS-SHOWN
                   MOVE SPACE TO CA-HELP-SW
                   MOVE LOW-VALUE TO DSPMAP1
                   PERFORM 1600-SET-ENTRY-INSTRUCTIONS
                   MOVE -1 TO DSPM-L-INVNO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1500-SEND-DISPUTE-MAP
                   SET PROCESS-KEY-ENTRY TO TRUE
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
                   IF PROCESS-DISPUTE
                       MOVE LOW-VALUE TO DSPMAP1
                       MOVE 'Dispute cancelled.  Nothing was changed.'
                           TO DSPM-D-MESSAGE
                       PERFORM 1600-SET-ENTRY-INSTRUCTIONS
                       MOVE -1 TO DSPM-L-INVNO
                       SET SEND-ERASE TO TRUE
                       PERFORM 1500-SEND-DISPUTE-MAP
                       SET PROCESS-KEY-ENTRY TO TRUE
                   ELSE
                       EXEC CICS
                           XCTL PROGRAM('INVMENU')
                       END-EXEC
                   END-IF
      *
               WHEN EIBAID = DFHENTER
                   IF PROCESS-KEY-ENTRY
                       PERFORM 1000-DISPLAY-DISPUTE
                   ELSE
                       PERFORM 2000-SAVE-DISPUTE THRU 2000-EXIT
                   END-IF
      *
               WHEN EIBAID = DFHPF6
                   IF PROCESS-DISPUTE
                       PERFORM 3000-RESOLVE-DISPUTE THRU 3000-EXIT
                   ELSE
                       MOVE LOW-VALUE TO DSPM-L-MESSAGE
                       MOVE 'Display a dispute before resolving it.'
                           TO DSPM-D-MESSAGE
                       SET SEND-DATAONLY-ALARM TO TRUE
                       PERFORM 1500-SEND-DISPUTE-MAP
                   END-IF
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO DSPM-L-MESSAGE
                   MOVE 'Invalid key pressed.' TO DSPM-D-MESSAGE
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1500-SEND-DISPUTE-MAP
      *
           END-EVALUATE.
      *
           EXEC CICS
               RETURN TRANSID('DSP1')
                      COMMAREA(COMMUNICATION-AREA)
           END-EXEC.
      *
       1000-DISPLAY-DISPUTE.
      *
           PERFORM 1100-RECEIVE-DISPUTE-MAP.
           PERFORM 1200-EDIT-INVOICE-NUMBER THRU 1200-EXIT.
      *
           IF VALID-DATA
               PERFORM 1300-FORMAT-DISPUTE
               MOVE DSPM-D-INVNO TO CA-INVOICE-NUMBER
               MOVE ATTR-PROT TO DSPM-A-INVNO
               IF CA-DISPUTE-DECIDED
                   MOVE ATTR-PROT TO DSPM-A-AMOUNT
                                     DSPM-A-REASON
                                     DSPM-A-CUSTREF
                                     DSPM-A-OWNER
                                     DSPM-A-RESCODE
                   MOVE 'This dispute has been decided.  Press F12 to co
      -                'ntinue.' TO DSPM-D-INSTR
                   MOVE 'F3=Exit  F12=Cancel' TO DSPM-D-FKEY
                   MOVE -1 TO DSPM-L-INVNO
               ELSE
                   MOVE 'Enter=Save.  To resolve, key C, W, or B as the 
      -                'resolution and press F6.' TO DSPM-D-INSTR
                   MOVE 'F3=Exit  F6=Resolve  F12=Cancel'
                       TO DSPM-D-FKEY
                   MOVE -1 TO DSPM-L-AMOUNT
               END-IF
               SET SEND-DATAONLY TO TRUE
               PERFORM 1500-SEND-DISPUTE-MAP
               SET PROCESS-DISPUTE TO TRUE
           ELSE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-DISPUTE-MAP
           END-IF.
      *
       1100-RECEIVE-DISPUTE-MAP.
      *
           EXEC CICS
               RECEIVE MAP('DSPMAP1')
                       MAPSET('DSPSET1')
                       INTO(DSPMAP1)
           END-EXEC.
      *
           INSPECT DSPMAP1
                REPLACING ALL '_' BY SPACE.
      *
      ******************************************************************
      *   1200-EDIT-INVOICE-NUMBER -- A DISPUTE CAN ONLY BE RAISED     *
      *   AGAINST A BILLED ORIGINAL INVOICE THAT HAS NOT BEEN VOIDED.  *
      ******************************************************************
       1200-EDIT-INVOICE-NUMBER.
      *
           MOVE ATTR-NO-HIGHLIGHT TO DSPM-H-INVNO.
      *
           IF       DSPM-L-INVNO = ZERO
                 OR DSPM-D-INVNO-ALPHA = SPACE
               MOVE ATTR-REVERSE TO DSPM-H-INVNO
               MOVE -1 TO DSPM-L-INVNO
               MOVE 'You must enter an invoice number.'
                   TO DSPM-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
               GO TO 1200-EXIT
           END-IF.
      *
           IF DSPM-D-INVNO-ALPHA NOT NUMERIC
               MOVE ATTR-REVERSE TO DSPM-H-INVNO
               MOVE -1 TO DSPM-L-INVNO
               MOVE 'Invoice number must be numeric.'
                   TO DSPM-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
               GO TO 1200-EXIT
           END-IF.
      *
           EXEC CICS
               READ FILE('INVOICE')
                    INTO(INVOICE-RECORD)
                    RIDFLD(DSPM-D-INVNO)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE ATTR-REVERSE TO DSPM-H-INVNO
                   MOVE -1 TO DSPM-L-INVNO
                   MOVE 'That invoice does not exist.'
                       TO DSPM-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN INV-CREDIT-MEMO
                   MOVE ATTR-REVERSE TO DSPM-H-INVNO
                   MOVE -1 TO DSPM-L-INVNO
                   MOVE 'A credit memo cannot be disputed.'
                       TO DSPM-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               WHEN INV-VOIDED
                   MOVE ATTR-REVERSE TO DSPM-H-INVNO
                   MOVE -1 TO DSPM-L-INVNO
                   MOVE 'That invoice has been voided.'
                       TO DSPM-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               WHEN INV-UNBILLED
                   MOVE ATTR-REVERSE TO DSPM-H-INVNO
                   MOVE -1 TO DSPM-L-INVNO
                   MOVE 'That order has not billed yet.'
                       TO DSPM-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
           END-EVALUATE.
      *
       1200-EXIT.
           EXIT.
      *
      ******************************************************************
      *   1300-FORMAT-DISPUTE -- SHOW THE INVOICE AND WHATEVER DISPUTE *
      *   IS ON FILE FOR IT.  WITH NO DISPUTE ON FILE THE SCREEN COMES *
      *   UP BLANK FOR THE OPERATOR TO OPEN ONE BY HAND.               *
      ******************************************************************
       1300-FORMAT-DISPUTE.
      *
           MOVE INV-CUSTOMER-NUMBER TO CA-CUSTOMER-NUMBER
                                       DSPM-D-CUSTNO.
           ADD INV-INVOICE-TOTAL INV-TAX-AMOUNT INV-FREIGHT-AMOUNT
               GIVING INVOICE-AMOUNT.
           MOVE INVOICE-AMOUNT TO DSPM-D-INVTOT.
      *
           EXEC CICS
               READ FILE('CUSTMAS')
                    INTO(CUSTOMER-MASTER-RECORD)
                    RIDFLD(INV-CUSTOMER-NUMBER)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE CM-LAST-NAME  TO DSPM-D-LNAME
               MOVE CM-FIRST-NAME TO DSPM-D-FNAME
           ELSE
               MOVE SPACE TO DSPM-D-LNAME
                             DSPM-D-FNAME
           END-IF.
      *
           EXEC CICS
               READ FILE('DISPUTE')
                    INTO(DISPUTE-RECORD)
                    RIDFLD(DSPM-D-INVNO)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE 'N' TO CA-DISPUTE-SW
                   MOVE SPACE TO DSPM-D-AMOUNT-ALPHA
                                 DSPM-D-REASON
                                 DSPM-D-CUSTREF
                                 DSPM-D-OWNER
                                 DSPM-D-SOURCE
                                 DSPM-D-OPENOPER
                                 DSPM-D-RESCODE
                                 DSPM-D-RESOPER
                   MOVE 'NO DISPUTE ON FILE' TO DSPM-D-STATUS
                   MOVE ZERO TO DSPM-D-OPENED
                                DSPM-D-RESDATE
                                DSPM-D-RESDOC
                                DSPM-D-RESAMT
                   MOVE 'Key the disputed amount and reason and press En
      -                'ter to open a dispute.' TO DSPM-D-MESSAGE
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN OTHER
                   IF DSP-OPEN
                       MOVE 'Y' TO CA-DISPUTE-SW
                   ELSE
                       MOVE 'D' TO CA-DISPUTE-SW
                   END-IF
                   PERFORM 1350-FORMAT-DISPUTE-RECORD
           END-EVALUATE.
      *
       1350-FORMAT-DISPUTE-RECORD.
      *
           MOVE DSP-AMOUNT             TO DSPM-D-AMOUNT.
           MOVE DSP-REASON-CODE        TO DSPM-D-REASON.
           MOVE DSP-CUSTOMER-REFERENCE TO DSPM-D-CUSTREF.
           MOVE DSP-OWNER-ID           TO DSPM-D-OWNER.
           EVALUATE TRUE
               WHEN DSP-OPEN
                   MOVE 'OPEN'                 TO DSPM-D-STATUS
               WHEN DSP-POSTING-PENDING
                   MOVE 'RESOLVED - TO POST'   TO DSPM-D-STATUS
               WHEN OTHER
                   MOVE 'RESOLVED'             TO DSPM-D-STATUS
           END-EVALUATE.
           EVALUATE TRUE
               WHEN DSP-FROM-PAYMNT1
                   MOVE 'PAYMNT1'  TO DSPM-D-SOURCE
               WHEN DSP-FROM-LOCKBOX
                   MOVE 'LOCKBOX'  TO DSPM-D-SOURCE
               WHEN OTHER
                   MOVE 'MANUAL'   TO DSPM-D-SOURCE
           END-EVALUATE.
           MOVE DSP-OPENED-DATE         TO DSPM-D-OPENED.
           MOVE DSP-OPENED-OPERATOR     TO DSPM-D-OPENOPER.
           MOVE DSP-RESOLUTION-CODE     TO DSPM-D-RESCODE.
           MOVE DSP-RESOLVED-DATE       TO DSPM-D-RESDATE.
           MOVE DSP-RESOLVED-OPERATOR   TO DSPM-D-RESOPER.
           MOVE DSP-RESOLUTION-DOCUMENT TO DSPM-D-RESDOC.
           MOVE DSP-RESOLVED-AMOUNT     TO DSPM-D-RESAMT.
      *
       1500-SEND-DISPUTE-MAP.
      *
           MOVE 'DSP1' TO DSPM-D-TRANID.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('DSPMAP1')
                            MAPSET('DSPSET1')
                            FROM(DSPMAP1)
                            CURSOR
                            ERASE
                   END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('DSPMAP1')
                            MAPSET('DSPSET1')
                            FROM(DSPMAP1)
                            CURSOR
                            DATAONLY
                   END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('DSPMAP1')
                            MAPSET('DSPSET1')
                            FROM(DSPMAP1)
                            CURSOR
                            DATAONLY
                            ALARM
                   END-EXEC
           END-EVALUATE.
      *
       1600-SET-ENTRY-INSTRUCTIONS.
      *
           MOVE 'Enter the invoice number.  Then press Enter.'
               TO DSPM-D-INSTR.
           MOVE 'F3=Exit   F12=Cancel' TO DSPM-D-FKEY.
      *
      ******************************************************************
      *   2000-SAVE-DISPUTE -- ENTER ON THE DETAIL SCREEN WRITES A NEW *
      *   MANUAL DISPUTE OR UPDATES THE OPEN ONE.  THE DISPUTE IS      *
      *   RE-READ FOR UPDATE SO A DECISION TAKEN AT ANOTHER TERMINAL   *
      *   IS NOT OVERLAID.                                             *
      ******************************************************************
       2000-SAVE-DISPUTE.
      *
           IF CA-DISPUTE-DECIDED
               MOVE LOW-VALUE TO DSPM-L-MESSAGE
               MOVE 'This dispute has been decided and cannot be changed
      -            '.' TO DSPM-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-DISPUTE-MAP
               GO TO 2000-EXIT
           END-IF.
      *
           PERFORM 1100-RECEIVE-DISPUTE-MAP.
           PERFORM 2150-READ-INVOICE.
           PERFORM 2100-EDIT-DISPUTE-FIELDS THRU 2100-EXIT.
           IF NOT VALID-DATA
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-DISPUTE-MAP
               GO TO 2000-EXIT
           END-IF.
      *
           IF CA-DISPUTE-ON-FILE
               EXEC CICS
                   READ FILE('DISPUTE')
                        INTO(DISPUTE-RECORD)
                        RIDFLD(CA-INVOICE-NUMBER)
                        UPDATE
                        RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               IF NOT DSP-OPEN
                   EXEC CICS
                       UNLOCK FILE('DISPUTE')
                   END-EXEC
                   MOVE 'Another terminal has just decided this dispute.
      -                '  Nothing was changed.' TO DSPM-D-MESSAGE
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1500-SEND-DISPUTE-MAP
                   GO TO 2000-EXIT
               END-IF
               PERFORM 2200-MOVE-SCREEN-TO-RECORD
               EXEC CICS
                   REWRITE FILE('DISPUTE')
                           FROM(DISPUTE-RECORD)
                           RESP(RESPONSE-CODE)
               END-EXEC
           ELSE
               PERFORM 2300-FORMAT-NEW-DISPUTE
               PERFORM 2200-MOVE-SCREEN-TO-RECORD
               EXEC CICS
                   WRITE FILE('DISPUTE')
                         FROM(DISPUTE-RECORD)
                         RIDFLD(DSP-INVOICE-NUMBER)
                         RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE = DFHRESP(DUPREC)
                   MOVE 'A dispute was just opened on this invoice.  Pre
      -                'ss F12 and display it again.' TO DSPM-D-MESSAGE
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1500-SEND-DISPUTE-MAP
                   GO TO 2000-EXIT
               END-IF
           END-IF.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           MOVE LOW-VALUE TO DSPMAP1.
           MOVE 'Dispute saved.' TO DSPM-D-MESSAGE.
           PERFORM 1600-SET-ENTRY-INSTRUCTIONS.
           MOVE -1 TO DSPM-L-INVNO.
           SET SEND-ERASE TO TRUE.
           PERFORM 1500-SEND-DISPUTE-MAP.
           SET PROCESS-KEY-ENTRY TO TRUE.
      *
       2000-EXIT.
           EXIT.
      *
       2100-EDIT-DISPUTE-FIELDS.
      *
           MOVE 'Y' TO VALID-DATA-SW.
           MOVE ATTR-NO-HIGHLIGHT TO DSPM-H-AMOUNT
                                     DSPM-H-REASON
                                     DSPM-H-RESCODE.
      *
           IF       DSPM-L-AMOUNT = ZERO
                 OR DSPM-D-AMOUNT-ALPHA = SPACE
               MOVE ATTR-REVERSE TO DSPM-H-AMOUNT
               MOVE -1 TO DSPM-L-AMOUNT
               MOVE 'You must enter the disputed amount.'
                   TO DSPM-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
               GO TO 2100-EXIT
           END-IF.
      *
           CALL 'NUMEDIT' USING DSPM-D-AMOUNT-ALPHA
                                AMOUNT-NUMERIC
                                VALID-AMOUNT-SW.
           IF NOT VALID-AMOUNT
               MOVE ATTR-REVERSE TO DSPM-H-AMOUNT
               MOVE -1 TO DSPM-L-AMOUNT
               MOVE 'Disputed amount must be numeric.'
                   TO DSPM-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
               GO TO 2100-EXIT
           END-IF.
      *
           IF AMOUNT-NUMERIC NOT > ZERO
               MOVE ATTR-REVERSE TO DSPM-H-AMOUNT
               MOVE -1 TO DSPM-L-AMOUNT
               MOVE 'Disputed amount must be greater than zero.'
                   TO DSPM-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
               GO TO 2100-EXIT
           END-IF.
      *
           ADD INV-INVOICE-TOTAL INV-TAX-AMOUNT INV-FREIGHT-AMOUNT
               GIVING INVOICE-AMOUNT.
           IF AMOUNT-NUMERIC > INVOICE-AMOUNT
               MOVE ATTR-REVERSE TO DSPM-H-AMOUNT
               MOVE -1 TO DSPM-L-AMOUNT
               MOVE 'The disputed amount is more than the invoice.'
                   TO DSPM-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
               GO TO 2100-EXIT
           END-IF.
           MOVE AMOUNT-NUMERIC TO DSPM-D-AMOUNT.
      *
           IF DSPM-L-REASON = ZERO
               MOVE SPACE TO DSPM-D-REASON
           END-IF.
           MOVE DSPM-D-REASON TO DSP-REASON-CODE.
           IF NOT DSP-REASON-VALID
               MOVE ATTR-REVERSE TO DSPM-H-REASON
               MOVE -1 TO DSPM-L-REASON
               MOVE 'Reason must be P, D, N, T, F, or blank.'
                   TO DSPM-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
               GO TO 2100-EXIT
           END-IF.
      *
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *   2150-READ-INVOICE -- THE SAVE IS A LATER TASK THAN THE       *
      *   DISPLAY, SO THE INVOICE IS READ AGAIN TO CHECK THE DISPUTED  *
      *   AMOUNT AGAINST WHAT WAS BILLED.                              *
      ******************************************************************
       2150-READ-INVOICE.
      *
           EXEC CICS
               READ FILE('INVOICE')
                    INTO(INVOICE-RECORD)
                    RIDFLD(CA-INVOICE-NUMBER)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
       2200-MOVE-SCREEN-TO-RECORD.
      *
           MOVE AMOUNT-NUMERIC TO DSP-AMOUNT.
           MOVE DSPM-D-REASON  TO DSP-REASON-CODE.
           IF DSPM-L-CUSTREF = ZERO
               MOVE SPACE TO DSP-CUSTOMER-REFERENCE
           ELSE
               MOVE DSPM-D-CUSTREF TO DSP-CUSTOMER-REFERENCE
           END-IF.
           IF DSPM-L-OWNER = ZERO
               MOVE SPACE TO DSP-OWNER-ID
           ELSE
               MOVE DSPM-D-OWNER TO DSP-OWNER-ID
           END-IF.
      *
       2300-FORMAT-NEW-DISPUTE.
      *
           PERFORM 8000-GET-TODAYS-DATE.
      *
           MOVE CA-INVOICE-NUMBER  TO DSP-INVOICE-NUMBER.
           MOVE CA-CUSTOMER-NUMBER TO DSP-CUSTOMER-NUMBER.
           SET DSP-OPEN            TO TRUE.
           SET DSP-FROM-MANUAL     TO TRUE.
           MOVE TODAYS-DATE        TO DSP-OPENED-DATE.
           MOVE EIBOPID            TO DSP-OPENED-OPERATOR.
           MOVE SPACE              TO DSP-RESOLUTION-CODE
                                      DSP-RESOLVED-OPERATOR.
           MOVE ZERO               TO DSP-RESOLVED-DATE
                                      DSP-RESOLUTION-DOCUMENT
                                      DSP-RESOLVED-AMOUNT.
      *
      ******************************************************************
      *   3000-RESOLVE-DISPUTE -- F6 DECIDES AN OPEN DISPUTE.  THE     *
      *   OPERATOR MUST BE A SUPERVISOR ON OPSEC.  A REBILL CLOSES THE *
      *   DISPUTE NOW; A CREDIT MEMO OR WRITE-OFF IS MARKED PENDING    *
      *   AND DSPPOST POSTS IT TONIGHT FOR THE AMOUNT ON FILE.         *
      ******************************************************************
       3000-RESOLVE-DISPUTE.
      *
           PERFORM 1100-RECEIVE-DISPUTE-MAP.
      *
           IF NOT CA-DISPUTE-ON-FILE
               MOVE 'Open the dispute with Enter before resolving it.'
                   TO DSPM-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-DISPUTE-MAP
               GO TO 3000-EXIT
           END-IF.
      *
           PERFORM 3100-CHECK-AUTHORITY.
           IF NOT OPERATOR-IS-SUPERVISOR
               MOVE ATTR-REVERSE TO DSPM-H-RESCODE
               MOVE 'Resolving a dispute takes supervisor authority.'
                   TO DSPM-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-DISPUTE-MAP
               GO TO 3000-EXIT
           END-IF.
      *
           IF DSPM-L-RESCODE = ZERO
               MOVE SPACE TO DSPM-D-RESCODE
           END-IF.
           MOVE DSPM-D-RESCODE TO DSP-RESOLUTION-CODE.
           IF       NOT DSP-RESOLVE-CREDIT-MEMO
                AND NOT DSP-RESOLVE-WRITE-OFF
                AND NOT DSP-RESOLVE-REBILL
               MOVE ATTR-REVERSE TO DSPM-H-RESCODE
               MOVE -1 TO DSPM-L-RESCODE
               MOVE 'Resolution must be C (credit memo), W (write-off), 
      -            'or B (rebill).' TO DSPM-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-DISPUTE-MAP
               GO TO 3000-EXIT
           END-IF.
      *
           EXEC CICS
               READ FILE('DISPUTE')
                    INTO(DISPUTE-RECORD)
                    RIDFLD(CA-INVOICE-NUMBER)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           IF NOT DSP-OPEN
               EXEC CICS
                   UNLOCK FILE('DISPUTE')
               END-EXEC
               MOVE 'Another terminal has just decided this dispute.'
                   TO DSPM-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-DISPUTE-MAP
               GO TO 3000-EXIT
           END-IF.
      *
           PERFORM 8000-GET-TODAYS-DATE.
      *
           MOVE DSPM-D-RESCODE TO DSP-RESOLUTION-CODE.
           MOVE TODAYS-DATE    TO DSP-RESOLVED-DATE.
           MOVE EIBOPID        TO DSP-RESOLVED-OPERATOR.
           IF DSP-RESOLVE-REBILL
               SET DSP-RESOLVED TO TRUE
               MOVE ZERO TO DSP-RESOLUTION-DOCUMENT
                            DSP-RESOLVED-AMOUNT
           ELSE
               SET DSP-POSTING-PENDING TO TRUE
           END-IF.
      *
           EXEC CICS
               REWRITE FILE('DISPUTE')
                       FROM(DISPUTE-RECORD)
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           MOVE LOW-VALUE TO DSPMAP1.
           IF DSP-RESOLVE-REBILL
               MOVE 'Dispute closed.  Amount is back in collections.'
                   TO DSPM-D-MESSAGE
           ELSE
               MOVE 'Dispute resolved.  The memo posts in tonight''s run
      -            '.' TO DSPM-D-MESSAGE
           END-IF.
           PERFORM 1600-SET-ENTRY-INSTRUCTIONS.
           MOVE -1 TO DSPM-L-INVNO.
           SET SEND-ERASE TO TRUE.
           PERFORM 1500-SEND-DISPUTE-MAP.
           SET PROCESS-KEY-ENTRY TO TRUE.
      *
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *   3100-CHECK-AUTHORITY -- THE SIGNED-ON OPERATOR'S AUTHORITY   *
      *   COMES OFF THE OPSEC FILE, THE SAME RECORD SIGNON1 VALIDATES  *
      *   AGAINST.  8 AND ABOVE IS A SUPERVISOR, AS FOR CREDIT REVIEW. *
      ******************************************************************
       3100-CHECK-AUTHORITY.
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
       8000-GET-TODAYS-DATE.
      *
           EXEC CICS
               ASKTIME ABSTIME(ABSOLUTE-TIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(ABSOLUTE-TIME)
               YYYYMMDD(TODAYS-DATE)
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
