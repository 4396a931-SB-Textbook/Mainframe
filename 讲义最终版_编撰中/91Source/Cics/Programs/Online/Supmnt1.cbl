       PROGRAM-ID.  SUPMNT1.
      *
      ******************************************************************
      *   SUPMNT1 -- SUPPLIER MASTER MAINTENANCE.                      *
      *   MAINTAINS THE SUPMAS SUPPLIER MASTER BEHIND THE PURCHASE-    *
      *   ORDER SUBSYSTEM.  THE OPERATOR KEYS A SUPPLIER NUMBER; AN    *
      *   EXISTING SUPPLIER COMES UP FOR CHANGE, A NEW NUMBER COMES    *
      *   UP BLANK FOR ENTRY, AND THE SECOND ENTER SAVES.  F6          *
      *   ARCHIVES A SUPPLIER WE STOP BUYING FROM -- ARCHIVE, NOT      *
      *   DELETE, SO OLD PURCHASE ORDERS STILL RESOLVE, THE SAME       *
      *   CONVENTION CUSTMNT1 FOLLOWS FOR CUSTOMERS.  THE PAYMENT      *
      *   TERMS (DISCOUNT PERCENT, DISCOUNT DAYS, NET DAYS) ARE WHAT   *
      *   THE WEEKLY APPAY RUN DATES THE SUPPLIER'S VOUCHERS BY.       *
      *   THE LEAD TIME IS NOT KEYED HERE: A NEW SUPPLIER STARTS AT    *
      *   ZERO AND THE MONTHLY SUPSCORE RUN MEASURES IT FROM RECEIPTS. *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
      *
           05  VALID-DATA-SW                   PIC X(01) VALUE 'Y'.
               88  VALID-DATA                            VALUE 'Y'.
           05  VALID-DISC-SW                   PIC X(01) VALUE 'Y'.
               88  VALID-DISC                            VALUE 'Y'.
           05  VALID-DDAYS-SW                  PIC X(01) VALUE 'Y'.
               88  VALID-DDAYS                           VALUE 'Y'.
           05  VALID-NDAYS-SW                  PIC X(01) VALUE 'Y'.
               88  VALID-NDAYS                           VALUE 'Y'.
      *
       01  FLAGS.
      *
               88  SEND-ERASE                          VALUE '1'.
               88  SEND-DATAONLY                       VALUE '2'.
               88  SEND-DATAONLY-ALARM                 VALUE '3'.
      *
       01  WORK-FIELDS.
      *
           05  DISC-NUMERIC        PIC 9(02)V99.
           05  DDAYS-NUMERIC       PIC 9(03).
           05  NDAYS-NUMERIC       PIC 9(03).
      *
       01  COMMUNICATION-AREA.
      *
                                 SUP-D-STATE
                                 SUP-D-ZIP
                                 SUP-D-PHONE
                   MOVE ZERO TO SUP-D-DISC
                                SUP-D-DDAYS
                                SUP-D-NDAYS
                   MOVE 'NEW' TO SUP-D-STATUS
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
                   MOVE SUP-STATE         TO SUP-D-STATE
                   MOVE SUP-ZIP-CODE      TO SUP-D-ZIP
                   MOVE SUP-PHONE         TO SUP-D-PHONE
                   MOVE SUP-DISCOUNT-PCT  TO SUP-D-DISC
                   MOVE SUP-DISCOUNT-DAYS TO SUP-D-DDAYS
                   MOVE SUP-NET-DAYS      TO SUP-D-NDAYS
                   IF SUP-ARCHIVED
                       MOVE 'ARCHIVED' TO SUP-D-STATUS
                   ELSE
               PERFORM 1500-SEND-SUPPLIER-MAP
               GO TO 2000-EXIT
           END-IF.
      *
           PERFORM 2050-EDIT-TERMS THRU 2050-EXIT.
           IF NOT VALID-DATA
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-SUPPLIER-MAP
               GO TO 2000-EXIT
           END-IF.
      *
           IF CA-EXISTS-SW = 'Y'
               EXEC CICS
               MOVE CA-SUPPLIER-NUMBER TO SUP-SUPPLIER-NUMBER
               PERFORM 2100-MOVE-SCREEN-TO-RECORD
               SET SUP-ACTIVE TO TRUE
               MOVE ZERO TO SUP-LEAD-DAYS
               EXEC CICS
                   WRITE FILE('SUPMAS')
                         FROM(SUPPLIER-MASTER-RECORD)
      *
       2000-EXIT.
           EXIT.
      *
       2050-EDIT-TERMS.
      *
           MOVE 'Y' TO VALID-DATA-SW.
      *
           IF       SUP-L-DISC = ZERO
                 OR SUP-D-DISC-ALPHA = SPACE
               MOVE ZERO TO DISC-NUMERIC
           ELSE
               CALL 'NUMEDIT' USING SUP-D-DISC-ALPHA
                                    DISC-NUMERIC
                                    VALID-DISC-SW
               IF NOT VALID-DISC
                   MOVE ATTR-REVERSE TO SUP-H-DISC
                   MOVE -1 TO SUP-L-DISC
                   MOVE 'The discount percent must be numeric.'
                       TO SUP-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
                   GO TO 2050-EXIT
               END-IF
           END-IF.
      *
           IF       SUP-L-DDAYS = ZERO
                 OR SUP-D-DDAYS-ALPHA = SPACE
               MOVE ZERO TO DDAYS-NUMERIC
           ELSE
               CALL 'INTEDIT' USING SUP-D-DDAYS-ALPHA
                                    DDAYS-NUMERIC
                                    VALID-DDAYS-SW
               IF NOT VALID-DDAYS
                   MOVE ATTR-REVERSE TO SUP-H-DDAYS
                   MOVE -1 TO SUP-L-DDAYS
                   MOVE 'Discount days must be numeric.'
                       TO SUP-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
                   GO TO 2050-EXIT
               END-IF
           END-IF.
      *
           IF       SUP-L-NDAYS = ZERO
                 OR SUP-D-NDAYS-ALPHA = SPACE
               MOVE ZERO TO NDAYS-NUMERIC
           ELSE
               CALL 'INTEDIT' USING SUP-D-NDAYS-ALPHA
                                    NDAYS-NUMERIC
                                    VALID-NDAYS-SW
               IF NOT VALID-NDAYS
                   MOVE ATTR-REVERSE TO SUP-H-NDAYS
                   MOVE -1 TO SUP-L-NDAYS
                   MOVE 'Net days must be numeric.'
                       TO SUP-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
                   GO TO 2050-EXIT
               END-IF
           END-IF.
      *
           IF DISC-NUMERIC > ZERO AND DDAYS-NUMERIC = ZERO
               MOVE ATTR-REVERSE TO SUP-H-DDAYS
               MOVE -1 TO SUP-L-DDAYS
               MOVE 'A discount needs the number of days it applies.'
                   TO SUP-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
               GO TO 2050-EXIT
           END-IF.
      *
           IF DDAYS-NUMERIC > NDAYS-NUMERIC
               MOVE ATTR-REVERSE TO SUP-H-NDAYS
               MOVE -1 TO SUP-L-NDAYS
               MOVE 'Net days cannot be fewer than discount days.'
                   TO SUP-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
               GO TO 2050-EXIT
           END-IF.
      *
       2050-EXIT.
           EXIT.
      *
       2100-MOVE-SCREEN-TO-RECORD.
      *
           MOVE SUP-D-STATE TO SUP-STATE.
           MOVE SUP-D-ZIP   TO SUP-ZIP-CODE.
           MOVE SUP-D-PHONE TO SUP-PHONE.
           MOVE DISC-NUMERIC  TO SUP-DISCOUNT-PCT.
           MOVE DDAYS-NUMERIC TO SUP-DISCOUNT-DAYS.
           MOVE NDAYS-NUMERIC TO SUP-NET-DAYS.
      *
       3000-ARCHIVE-SUPPLIER.
      *
