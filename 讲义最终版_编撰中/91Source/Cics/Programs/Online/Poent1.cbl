           EXIT.
      *
      ******************************************************************
      *   1220-EDIT-ONE-LINE -- THE PRODUCT MUST EXIST AND BE ACTIVE   *
      *   (NOTHING IS BOUGHT FOR A DISCONTINUED OR OUT-OF-PRINT        *
      *   PRODUCT); THE QUANTITY DEFAULTS FROM ANY WAITING REORDRPT    *
      *   SUGGESTION WHEN LEFT BLANK, AND THE SUGGESTION IS SHOWN      *
      *   EITHER WAY.                                                  *
      ******************************************************************
       1220-EDIT-ONE-LINE.
      *
           END-EVALUATE.
      *
           MOVE PRM-PRODUCT-DESCRIPTION TO POM-D-DESC(LINE-SUB).
      *
           IF NOT PRM-ACTIVE
               MOVE ATTR-REVERSE TO POM-H-PCODE(LINE-SUB)
               MOVE -1 TO POM-L-PCODE(LINE-SUB)
               IF PRM-OUT-OF-PRINT
                   MOVE 'That product is out of print.'
                       TO POM-D-MESSAGE
               ELSE
                   MOVE 'That product is discontinued -- it is not reord
      -                 'ered.' TO POM-D-MESSAGE
               END-IF
               MOVE 'N' TO VALID-DATA-SW
               GO TO 1220-EXIT
           END-IF.
      *
           EXEC CICS
               READ FILE('SUGPO')
               MOVE CA-PRODUCT-CODE(LINE-SUB) TO POL-PRODUCT-CODE
               MOVE CA-ORDER-QTY(LINE-SUB)    TO POL-QTY-ORDERED
               MOVE ZERO                TO POL-QTY-RECEIVED
                                           POL-QTY-BILLED
               SET POL-OPEN             TO TRUE
               PERFORM 2100-WRITE-PO-RECORD
               PERFORM 2300-MARK-SUGGESTION-TAKEN
