               88  MORE-INVOICES                    VALUE 'Y'.
           05  VALID-CREDITLIM-SW            PIC X  VALUE 'Y'.
               88  VALID-CREDITLIM                  VALUE 'Y'.
           05  SALESPERSON-FOUND-SW          PIC X  VALUE 'N'.
               88  SALESPERSON-FOUND                VALUE 'Y'.
      *
       01  FLAGS.
      *
               88  PROCESS-DELETE-CUSTOMER          VALUE '4'.
           05  CA-CUSTOMER-RECORD.
               10  CA-CUSTOMER-NUMBER        PIC X(6).
               10  FILLER                    PIC X(134).
           05  CA-HELP-SW                    PIC X(01).
               88  HELP-WAS-SHOWN                   VALUE 'H'.
      *
       COPY CUSTMAS.
      *
       COPY INVOICE.
      *
       COPY SLSPSN.
      *
       COPY TERRIT.
      *
       COPY AFTJRNL.
      *
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                       PIC X(142).
      *
       PROCEDURE DIVISION.
      *
               MOVE CM-CREDIT-LIMIT TO CREDITLIM2O
               MOVE CM-TERMS-CODE   TO TERMS2O
               MOVE CM-INVOICE-FEED-SW TO FEED2O
               MOVE CM-SALESPERSON-CODE TO SLSP2O
               MOVE -1            TO LNAMEL
               SET SEND-ERASE TO TRUE
               PERFORM 1400-SEND-DATA-MAP
                                             STATEA
                                             ZIPCODEA
                                             CREDITLIM2A
                                             SLSP2A
                       ELSE
                           IF RESPONSE-CODE = DFHRESP(NOTFND)
                               MOVE 'That customer does not exist.' 
               MOVE 'Invoice feed must be Y, N, or blank.' TO MSG2O
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
      *    THE HOUSE SALESPERSON IS THE DEFAULT ON EVERY ORDER AND
      *    QUOTE FOR THIS CUSTOMER.  LEFT BLANK, IT IS PROPOSED FROM
      *    THE TERRITORY TABLE BY STATE AND ZIP (AND STAYS BLANK IF
      *    NO TERRITORY COVERS THE ADDRESS); A CODE THAT IS KEYED
      *    MUST BE AN ACTIVE SALESPERSON.
           IF SLSP2I = LOW-VALUE OR SPACE
               PERFORM 2250-LOOK-UP-TERRITORY
           ELSE
               PERFORM 2260-READ-SALESPERSON
               IF NOT SALESPERSON-FOUND
                   MOVE 'That salesperson is not on the salesperson mast
      -                 'er.' TO MSG2O
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           END-IF.
      *
      ******************************************************************
      *   2250-LOOK-UP-TERRITORY -- TERRIT IS KEYED BY STATE AND THE   *
      *   HIGH ZIP OF EACH RANGE, SO THE FIRST RECORD AT OR ABOVE      *
      *   STATE PLUS ZIP IS THE ONLY ONE THAT CAN COVER THE ADDRESS.   *
      *   IT COUNTS ONLY IF IT IS THE SAME STATE AND ITS RANGE STARTS  *
      *   AT OR BELOW THE ZIP, AND ONLY IF ITS SALESPERSON IS STILL    *
      *   ACTIVE.                                                      *
      ******************************************************************
       2250-LOOK-UP-TERRITORY.
      *
           MOVE SPACE TO SLSP2I.
           MOVE STATEI        TO TR-STATE.
           MOVE ZIPCODEI(1:5) TO TR-ZIP-TO.
           EXEC CICS
               STARTBR FILE('TERRIT')
                       RIDFLD(TR-TERRITORY-KEY)
                       GTEQ
                       RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               EXEC CICS
                   READNEXT FILE('TERRIT')
                            INTO(TERRITORY-RECORD)
                            RIDFLD(TR-TERRITORY-KEY)
                            RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE = DFHRESP(NORMAL)
                   IF      TR-STATE = STATEI
                       AND TR-ZIP-FROM NOT > ZIPCODEI(1:5)
                       MOVE TR-SALESPERSON-CODE TO SLSP2I
                   END-IF
               ELSE
                   IF RESPONSE-CODE NOT = DFHRESP(ENDFILE)
                       PERFORM 9999-TERMINATE-PROGRAM
                   END-IF
               END-IF
               EXEC CICS
                   ENDBR FILE('TERRIT')
               END-EXEC
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NOTFND)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
           IF SLSP2I NOT = SPACE
               PERFORM 2260-READ-SALESPERSON
               IF NOT SALESPERSON-FOUND
                   MOVE SPACE TO SLSP2I
               END-IF
           END-IF.
      *
       2260-READ-SALESPERSON.
      *
           EXEC CICS
               READ FILE('SLSPSN')
                    INTO(SALESPERSON-MASTER-RECORD)
                    RIDFLD(SLSP2I)
                    RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               IF SP-ACTIVE
                   MOVE 'Y' TO SALESPERSON-FOUND-SW
               ELSE
                   MOVE 'N' TO SALESPERSON-FOUND-SW
               END-IF
           ELSE
               IF RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE 'N' TO SALESPERSON-FOUND-SW
               ELSE
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
       2300-WRITE-CUSTOMER-RECORD.
      *
           MOVE WS-CREDIT-LIMIT-NUMERIC TO CM-CREDIT-LIMIT.
           MOVE TERMS2I  TO CM-TERMS-CODE.
           MOVE FEED2I   TO CM-INVOICE-FEED-SW.
           MOVE SLSP2I   TO CM-SALESPERSON-CODE.
           SET CM-ACTIVE TO TRUE.
           EXEC CICS
               WRITE FILE('CUSTMAS')
           MOVE WS-CREDIT-LIMIT-NUMERIC TO CM-CREDIT-LIMIT.
           MOVE TERMS2I  TO CM-TERMS-CODE.
           MOVE FEED2I   TO CM-INVOICE-FEED-SW.
           MOVE SLSP2I   TO CM-SALESPERSON-CODE.
           EXEC CICS
               REWRITE FILE('CUSTMAS')
                       FROM(CUSTOMER-MASTER-RECORD)
