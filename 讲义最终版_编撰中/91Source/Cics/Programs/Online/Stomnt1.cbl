      *   RESTRICTED TO 01-28 SO STORUN'S MONTH ADVANCE CAN NEVER      *
      *   PRODUCE AN INVALID DATE.  ACTION 3 CANCELS RATHER THAN       *
      *   DELETES, SO THE ORDER'S POSTING HISTORY STAYS READABLE.      *
      *   ONLY ACTIVE PRODUCTS MAY BE PUT ON A STANDING ORDER.         *
      *   A BLANK SALESPERSON FOLLOWS THE CUSTOMER'S HOUSE             *
      *   SALESPERSON, WHICH STORUN LOOKS UP EACH CYCLE.  A KEYED      *
      *   SALESPERSON MUST BE ACTIVE, AND ONE OTHER THAN AN ACTIVE     *
      *   HOUSE SALESPERSON TAKES AN OVERRIDE REASON (C, R, S, OR M),  *
      *   KEPT ON THE ORDER FOR STORUN TO LOG WITH EACH INVOICE.       *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
               88  VALID-DATA                       VALUE 'Y'.
           05  VALID-QUANTITY-SW             PIC X  VALUE 'Y'.
               88  VALID-QUANTITY                   VALUE 'Y'.
           05  SALESPERSON-FOUND-SW          PIC X  VALUE 'N'.
               88  SALESPERSON-FOUND                VALUE 'Y'.
      *
       01  FLAGS.
      *
           05  LINE-SUB                      PIC S9(3) COMP-3.
           05  QTY-NUMERIC                   PIC 9(05).
           05  QTY-EDIT-FIELD                PIC X(05).
           05  HOUSE-SALESPERSON             PIC X(03).
           05  SALESPERSON-LOOKUP-CODE       PIC X(03).
      *
       01  STANDING-ORDER-SAVED              PIC X(115).
      *
       01  USER-INSTRUCTIONS.
      *
               88  PROCESS-CANCEL-ORDER             VALUE '4'.
           05  CA-STORD-RECORD.
               10  CA-ORDER-NUMBER           PIC X(6).
               10  FILLER                    PIC X(109).
           05  CA-HELP-SW                    PIC X(01).
               88  HELP-WAS-SHOWN                   VALUE 'H'.
      *
       COPY PRODUCT.
      *
       COPY SLSPSN.
      *
       COPY SLSOVR.
      *
       COPY SHIPTO.
      *
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                       PIC X(117).
      *
       PROCEDURE DIVISION.
      *
               MOVE SO-CUSTOMER-NUMBER    TO CUSTNO2O
               MOVE SO-PO-NUMBER          TO PO2O
               MOVE SO-SALESPERSON-CODE   TO SLSP2O
               MOVE SO-SALESPERSON-REASON TO SLSRSN2O
               MOVE SO-SHIP-TO-NUMBER     TO SHPTO2O
               MOVE SO-PRODUCT-CODE(1)    TO PROD21O
               MOVE SO-QUANTITY(1)        TO QTY21O
                           MOVE ATTR-PROT TO CUSTNO2A
                                             PO2A
                                             SLSP2A
                                             SLSRSN2A
                                             SHPTO2A
                                             FREQ2A
                                             NXTRUN2A
               END-IF
           END-IF.
      *
           MOVE PO2I   TO SO-PO-NUMBER.
      *
           MOVE SPACE TO HOUSE-SALESPERSON.
           IF       CUSTNO2L = ZERO AND CUSTNO2I = SPACE
               MOVE -1 TO CUSTNO2L
               MOVE 'You must enter a customer number.' TO MSG2O
                       MOVE 'N' TO VALID-DATA-SW
                   WHEN OTHER
                       MOVE CUSTNO2I TO SO-CUSTOMER-NUMBER
                       IF CM-SALESPERSON-CODE NOT = SPACE
                           MOVE CM-SALESPERSON-CODE
                               TO SALESPERSON-LOOKUP-CODE
                           PERFORM 2230-READ-SALESPERSON
                           IF SALESPERSON-FOUND
                               MOVE CM-SALESPERSON-CODE
                                   TO HOUSE-SALESPERSON
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.
      *
           PERFORM 2220-EDIT-SALESPERSON.
      *
           IF       VALID-DATA
                AND SO-SHIP-TO-NUMBER > ZERO
           END-IF.
      *
      ******************************************************************
      *   2220-EDIT-SALESPERSON -- BLANK LEAVES THE ORDER ON THE       *
      *   CUSTOMER'S HOUSE SALESPERSON.  A KEYED CODE MUST BE ACTIVE,  *
      *   AND ONE THAT DIFFERS FROM AN ACTIVE HOUSE SALESPERSON NEEDS  *
      *   AN OVERRIDE REASON; OTHERWISE THE REASON IS CLEARED.         *
      ******************************************************************
       2220-EDIT-SALESPERSON.
      *
           IF SLSP2I = LOW-VALUE
               MOVE SPACE TO SLSP2I
           END-IF.
           IF SLSRSN2I = LOW-VALUE
               MOVE SPACE TO SLSRSN2I
           END-IF.
      *
           IF SLSP2I NOT = SPACE
               MOVE SLSP2I TO SALESPERSON-LOOKUP-CODE
               PERFORM 2230-READ-SALESPERSON
               IF NOT SALESPERSON-FOUND
                   MOVE -1 TO SLSP2L
                   MOVE 'That salesperson is not on the salesperson mas
      -                'ter.' TO MSG2O
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           END-IF.
      *
           IF        SLSP2I NOT = SPACE
                 AND HOUSE-SALESPERSON NOT = SPACE
                 AND SLSP2I NOT = HOUSE-SALESPERSON
               MOVE SLSRSN2I TO SV-REASON-CODE
               IF NOT SV-REASON-VALID
                   MOVE -1 TO SLSRSN2L
                   MOVE 'Overriding the house salesperson needs a reaso
      -                'n: C, R, S, or M.' TO MSG2O
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           ELSE
               MOVE SPACE TO SLSRSN2I
           END-IF.
      *
           MOVE SLSP2I   TO SO-SALESPERSON-CODE.
           MOVE SLSRSN2I TO SO-SALESPERSON-REASON.
      *
       2230-READ-SALESPERSON.
      *
           EXEC CICS
               READ FILE('SLSPSN')
                    INTO(SALESPERSON-MASTER-RECORD)
                    RIDFLD(SALESPERSON-LOOKUP-CODE)
                    RESP(RESPONSE-CODE)
           END-EXEC.
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE 'N' TO SALESPERSON-FOUND-SW
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN SP-ARCHIVED
                   MOVE 'N' TO SALESPERSON-FOUND-SW
               WHEN OTHER
                   MOVE 'Y' TO SALESPERSON-FOUND-SW
           END-EVALUATE.
      *
      ******************************************************************
      *   2210-EDIT-ONE-LINE -- A KEYED LINE NEEDS AN EXISTING         *
      *   PRODUCT AND A NUMERIC NONZERO QUANTITY.  THE FIELDS ARE      *
      *   PICKED UP BY SUBSCRIPT FROM THE MAP TABLE AREA, WHICH LAYS   *
                   IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       PERFORM 9999-TERMINATE-PROGRAM
                   END-IF
                   IF NOT PRM-ACTIVE
                       MOVE 'A keyed product is discontinued or out of p
      -                    'rint.' TO MSG2O
                       MOVE 'N' TO VALID-DATA-SW
                   END-IF
               END-IF
               CALL 'INTEDIT' USING QTY-EDIT-FIELD
                                    QTY-NUMERIC
