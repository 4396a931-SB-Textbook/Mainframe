       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  GFTENT1.
      *
      ******************************************************************
      *   GFTENT1 -- GIFT CERTIFICATE ISSUE AND INQUIRY.  THE COUNTER  *
      *   SELLS A CERTIFICATE BY KEYING ITS VALUE AND HOW IT WAS PAID  *
      *   FOR (C=CASH, K=CHECK), WITH THE BUYER'S CUSTOMER NUMBER IF   *
      *   THEY HAVE ONE.  THE CERTIFICATE NUMBER COMES FROM THE 'G'    *
      *   SERIES ON INVCTL, THE CERTIFICATE IS GOOD FOR FIVE YEARS     *
      *   FROM ISSUE, AND THE ISSUE IS WRITTEN TO THE GIFTACT          *
      *   ACTIVITY FILE SO GLJRNL CAN JOURNAL THE CASH AGAINST GIFT    *
      *   CERTIFICATE LIABILITY.  KEYING A CERTIFICATE NUMBER ALONE    *
      *   SHOWS THAT CERTIFICATE -- SOLD OR STORE CREDIT FROM RETENT1  *
      *   -- WITH ITS BALANCE, STATUS AND DATES, FOR A CUSTOMER        *
      *   ASKING WHAT IS LEFT ON IT.  NOTHING IS ISSUED INTO A PERIOD  *
      *   ACCOUNTING HAS CLOSED.                                       *
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
           05  PERIOD-OPEN-SW                  PIC X(01) VALUE 'Y'.
               88  PERIOD-OPEN                           VALUE 'Y'.
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
           05  AMOUNT-NUMERIC      PIC 9(07)V99.
           05  ABSOLUTE-TIME       PIC S9(15)  COMP-3.
           05  POSTING-DATE-YMD    PIC 9(08)   VALUE ZERO.
           05  ISSUE-TIME          PIC 9(06).
           05  EXPIRY-DATE-YMD     PIC 9(08).
           05  EXPIRY-DATE-PARTS REDEFINES EXPIRY-DATE-YMD.
               10  EXPIRY-YEAR     PIC 9(04).
               10  EXPIRY-MMDD     PIC 9(04).
      *
       01  ISSUED-MESSAGE-LINE.
      *
           05  FILLER            PIC X(12) VALUE 'Certificate '.
           05  IML-CERTIFICATE-NUMBER PIC 9(06).
           05  FILLER            PIC X(12) VALUE ' issued for '.
           05  IML-AMOUNT        PIC Z,ZZZ,ZZ9.99.
           05  FILLER            PIC X(01) VALUE '.'.
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
       COPY GIFTCRT.
      *
       COPY GIFTACT.
      *
       COPY CUSTMAS.
      *
       COPY FISCTL.
      *
       COPY AFTJRNL.
      *
       COPY GFTSET1.
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
       0000-PROCESS-GIFT-CERTIFICATES.
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
                   PERFORM 1000-PROCESS-GIFT-MAP THRU 1000-EXIT
      *
               WHEN OTHER
                   MOVE 'Invalid key pressed.' TO GFT-D-MESSAGE
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1500-SEND-GIFT-MAP
      *
           END-EVALUATE.
      *
           EXEC CICS
               RETURN TRANSID('GFT1')
                      COMMAREA(COMMUNICATION-AREA)
           END-EXEC.
      *
       1000-PROCESS-GIFT-MAP.
      *
           EXEC CICS
               RECEIVE MAP('GFTMAP1')
                       MAPSET('GFTSET1')
                       INTO(GFTMAP1)
           END-EXEC.
      *
           INSPECT GFTMAP1
                REPLACING ALL '_' BY SPACE.
      *
           MOVE ATTR-NO-HIGHLIGHT TO GFT-H-CERTNO
                                     GFT-H-CUSTNO
                                     GFT-H-AMOUNT
                                     GFT-H-TENDER.
      *
      *    A CERTIFICATE NUMBER KEYED ON ITS OWN IS AN INQUIRY.
           IF       GFT-L-CERTNO > ZERO
                AND GFT-D-CERTNO-ALPHA NOT = SPACE
               PERFORM 1100-DISPLAY-CERTIFICATE THRU 1100-EXIT
               GO TO 1000-EXIT
           END-IF.
      *
           IF       GFT-L-AMOUNT = ZERO
                 OR GFT-D-AMOUNT-ALPHA = SPACE
               MOVE ATTR-REVERSE TO GFT-H-AMOUNT
               MOVE -1 TO GFT-L-AMOUNT
               MOVE 'Key a certificate number, or an amount to issue a
      -            ' new one.' TO GFT-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-GIFT-MAP
               GO TO 1000-EXIT
           END-IF.
      *
           CALL 'NUMEDIT' USING GFT-D-AMOUNT-ALPHA
                                AMOUNT-NUMERIC
                                VALID-AMOUNT-SW.
           IF NOT VALID-AMOUNT OR AMOUNT-NUMERIC = ZERO
               MOVE ATTR-REVERSE TO GFT-H-AMOUNT
               MOVE -1 TO GFT-L-AMOUNT
               MOVE 'Amount must be numeric and greater than zero.'
                   TO GFT-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-GIFT-MAP
               GO TO 1000-EXIT
           END-IF.
      *
           MOVE GFT-D-TENDER TO GC-TENDER-CODE.
           IF       GFT-L-TENDER = ZERO
                 OR NOT GC-TENDER-VALID
               MOVE ATTR-REVERSE TO GFT-H-TENDER
               MOVE -1 TO GFT-L-TENDER
               MOVE 'Tender must be C (cash) or K (check).'
                   TO GFT-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-GIFT-MAP
               GO TO 1000-EXIT
           END-IF.
      *
           MOVE SPACE TO GFT-D-LNAME.
           IF       GFT-L-CUSTNO > ZERO
                AND GFT-D-CUSTNO NOT = SPACE
               EXEC CICS
                   READ FILE('CUSTMAS')
                        INTO(CUSTOMER-MASTER-RECORD)
                        RIDFLD(GFT-D-CUSTNO)
                        RESP(RESPONSE-CODE)
               END-EXEC
               EVALUATE TRUE
                   WHEN RESPONSE-CODE = DFHRESP(NORMAL)
                       MOVE CM-LAST-NAME TO GFT-D-LNAME
                   WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                       MOVE ATTR-REVERSE TO GFT-H-CUSTNO
                       MOVE -1 TO GFT-L-CUSTNO
                       MOVE 'That customer does not exist.'
                           TO GFT-D-MESSAGE
                       SET SEND-DATAONLY-ALARM TO TRUE
                       PERFORM 1500-SEND-GIFT-MAP
                       GO TO 1000-EXIT
                   WHEN OTHER
                       PERFORM 9999-TERMINATE-PROGRAM
               END-EVALUATE
           ELSE
               MOVE SPACE TO GFT-D-CUSTNO
           END-IF.
      *
           PERFORM 1995-CHECK-FISCAL-PERIOD.
           IF NOT PERIOD-OPEN
               MOVE 'Accounting has closed the period.  Nothing was iss
      -            'ued.' TO GFT-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-GIFT-MAP
               GO TO 1000-EXIT
           END-IF.
      *
           PERFORM 2000-ISSUE-CERTIFICATE.
      *
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *   1100-DISPLAY-CERTIFICATE -- SHOW ONE CERTIFICATE.  AN        *
      *   ACTIVE CERTIFICATE PAST ITS EXPIRY DATE SHOWS AS EXPIRED;    *
      *   ORDRENT WILL NOT TAKE IT.                                    *
      ******************************************************************
       1100-DISPLAY-CERTIFICATE.
      *
           IF GFT-D-CERTNO-ALPHA NOT NUMERIC
               MOVE ATTR-REVERSE TO GFT-H-CERTNO
               MOVE -1 TO GFT-L-CERTNO
               MOVE 'Certificate number must be numeric.'
                   TO GFT-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-GIFT-MAP
               GO TO 1100-EXIT
           END-IF.
      *
           EXEC CICS
               READ FILE('GIFTCRT')
                    INTO(GIFT-CERTIFICATE-RECORD)
                    RIDFLD(GFT-D-CERTNO)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE ATTR-REVERSE TO GFT-H-CERTNO
               MOVE -1 TO GFT-L-CERTNO
               MOVE 'That certificate does not exist.' TO GFT-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-GIFT-MAP
               GO TO 1100-EXIT
           END-IF.
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
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
           MOVE LOW-VALUE TO GFTMAP1.
           MOVE GC-CERTIFICATE-NUMBER TO GFT-D-CERTNO.
           IF GC-SOLD
               MOVE 'SOLD' TO GFT-D-TYPE
           ELSE
               MOVE 'STORE CREDIT' TO GFT-D-TYPE
           END-IF.
           MOVE GC-CUSTOMER-NUMBER TO GFT-D-CUSTNO.
           IF GC-CUSTOMER-NUMBER NOT = SPACE
               EXEC CICS
                   READ FILE('CUSTMAS')
                        INTO(CUSTOMER-MASTER-RECORD)
                        RIDFLD(GC-CUSTOMER-NUMBER)
                        RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE CM-LAST-NAME TO GFT-D-LNAME
               END-IF
           END-IF.
           MOVE GC-TENDER-CODE       TO GFT-D-TENDER.
           MOVE GC-ORIGINAL-VALUE    TO GFT-D-ORIGVAL.
           MOVE GC-REMAINING-BALANCE TO GFT-D-BALANCE.
           EVALUATE TRUE
               WHEN GC-REDEEMED
                   MOVE 'REDEEMED' TO GFT-D-STATUS
               WHEN     GC-EXPIRY-DATE NOT = ZERO
                    AND GC-EXPIRY-DATE < POSTING-DATE-YMD
                   MOVE 'EXPIRED' TO GFT-D-STATUS
               WHEN OTHER
                   MOVE 'ACTIVE' TO GFT-D-STATUS
           END-EVALUATE.
           MOVE GC-ISSUE-DATE  TO GFT-D-ISSDATE.
           MOVE GC-EXPIRY-DATE TO GFT-D-EXPDATE.
      *
           MOVE 'Key a certificate number, or an amount and tender to
      -        'issue one.  Then press Enter.' TO GFT-D-INSTR.
           MOVE 'F3=Exit   F12=Cancel' TO GFT-D-FKEY.
           MOVE -1 TO GFT-L-CERTNO.
           SET SEND-ERASE TO TRUE.
           PERFORM 1500-SEND-GIFT-MAP.
      *
       1100-EXIT.
           EXIT.
      *
       1500-SEND-GIFT-MAP.
      *
           MOVE 'GFT1' TO GFT-D-TRANID.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('GFTMAP1')
                            MAPSET('GFTSET1')
                            FROM(GFTMAP1)
                            CURSOR
                            ERASE
                   END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('GFTMAP1')
                            MAPSET('GFTSET1')
                            FROM(GFTMAP1)
                            CURSOR
                            DATAONLY
                   END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('GFTMAP1')
                            MAPSET('GFTSET1')
                            FROM(GFTMAP1)
                            CURSOR
                            DATAONLY
                            ALARM
                   END-EXEC
           END-EVALUATE.
      *
       1900-SEND-FRESH-SCREEN.
      *
           MOVE LOW-VALUE TO GFTMAP1.
           MOVE 'Key a certificate number, or an amount and tender to
      -        'issue one.  Then press Enter.' TO GFT-D-INSTR.
           MOVE 'F3=Exit   F12=Cancel' TO GFT-D-FKEY.
           MOVE -1 TO GFT-L-CERTNO.
           SET SEND-ERASE TO TRUE.
           PERFORM 1500-SEND-GIFT-MAP.
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
               TIME(ISSUE-TIME)
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
      *   2000-ISSUE-CERTIFICATE -- NUMBER THE CERTIFICATE FROM THE    *
      *   'G' SERIES, WRITE IT GOOD FOR FIVE YEARS (A FEBRUARY 29TH    *
      *   ISSUE RUNS OUT ON FEBRUARY 28TH), AND RECORD THE ISSUE ON    *
      *   GIFTACT WITH THE TENDER THAT PAID FOR IT.                    *
      ******************************************************************
       2000-ISSUE-CERTIFICATE.
      *
           MOVE 'G' TO GIP-SERIES.
           EXEC CICS
               LINK PROGRAM('GETINV')
                    COMMAREA(GETINV-PARMS)
           END-EXEC.
      *
           MOVE POSTING-DATE-YMD TO EXPIRY-DATE-YMD.
           ADD 5 TO EXPIRY-YEAR.
           IF EXPIRY-MMDD = 0229
               MOVE 0228 TO EXPIRY-MMDD
           END-IF.
      *
           MOVE GIP-NUMBER       TO GC-CERTIFICATE-NUMBER.
           SET GC-SOLD           TO TRUE.
           MOVE GFT-D-CUSTNO     TO GC-CUSTOMER-NUMBER.
           MOVE POSTING-DATE-YMD TO GC-ISSUE-DATE.
           MOVE AMOUNT-NUMERIC   TO GC-ORIGINAL-VALUE
                                    GC-REMAINING-BALANCE.
           SET GC-ACTIVE         TO TRUE.
           MOVE EXPIRY-DATE-YMD  TO GC-EXPIRY-DATE.
           MOVE GFT-D-TENDER     TO GC-TENDER-CODE.
           MOVE ZERO             TO GC-SOURCE-DOCUMENT
                                    GC-LAST-USED-DATE.
           MOVE EIBTRMID         TO GC-ISSUE-TERMINAL.
           MOVE EIBOPID          TO GC-ISSUE-OPERATOR.
      *
           EXEC CICS
               WRITE FILE('GIFTCRT')
                     FROM(GIFT-CERTIFICATE-RECORD)
                     RIDFLD(GC-CERTIFICATE-NUMBER)
                     RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           MOVE 'GIFTCRT ' TO AJ-FILE-NAME.
           MOVE 'W'        TO AJ-ACTION-CODE.
           MOVE SPACE      TO AJ-RECORD-KEY.
           MOVE GC-CERTIFICATE-NUMBER TO AJ-RECORD-KEY.
           MOVE GIFT-CERTIFICATE-RECORD TO AJ-RECORD-IMAGE.
           PERFORM 9800-WRITE-AFTER-IMAGE.
      *
           MOVE GC-CERTIFICATE-NUMBER TO GX-CERTIFICATE-NUMBER.
           MOVE POSTING-DATE-YMD      TO GX-ACTIVITY-DATE.
           MOVE ISSUE-TIME            TO GX-ACTIVITY-TIME.
           SET GX-ISSUE               TO TRUE.
           SET GX-SOLD                TO TRUE.
           MOVE GC-TENDER-CODE        TO GX-TENDER-CODE.
           MOVE AMOUNT-NUMERIC        TO GX-AMOUNT
                                         GX-BALANCE-AFTER.
           MOVE ZERO                  TO GX-DOCUMENT-NUMBER.
           MOVE GC-CUSTOMER-NUMBER    TO GX-CUSTOMER-NUMBER.
           MOVE EIBTRMID              TO GX-TERMINAL-ID.
           MOVE EIBOPID               TO GX-OPERATOR-ID.
      *
           EXEC CICS
               WRITE FILE('GIFTACT')
                     FROM(GIFT-ACTIVITY-RECORD)
                     RIDFLD(GX-ACTIVITY-KEY)
                     RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           MOVE GC-CERTIFICATE-NUMBER TO IML-CERTIFICATE-NUMBER.
           MOVE AMOUNT-NUMERIC        TO IML-AMOUNT.
           MOVE LOW-VALUE TO GFTMAP1.
           MOVE ISSUED-MESSAGE-LINE TO GFT-D-MESSAGE.
           MOVE 'Key a certificate number, or an amount and tender to
      -        'issue one.  Then press Enter.' TO GFT-D-INSTR.
           MOVE 'F3=Exit   F12=Cancel' TO GFT-D-FKEY.
           MOVE -1 TO GFT-L-CERTNO.
           SET SEND-ERASE TO TRUE.
           PERFORM 1500-SEND-GIFT-MAP.
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
