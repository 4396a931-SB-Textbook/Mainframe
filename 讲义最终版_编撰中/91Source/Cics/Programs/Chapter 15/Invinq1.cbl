       COPY CUSTMAS.
      *
       COPY INVOICE.
      *
       COPY SHPMAN.
      *
       COPY INVSET1.
      *
               PERFORM 1300-READ-INVOICE-RECORD
               IF INVOICE-FOUND
                   PERFORM 1310-READ-CUSTOMER-RECORD
                   PERFORM 1320-READ-SHIPMENT-RECORD
                   SET DISPLAY-NEW-INVOICE TO TRUE
                   PERFORM 1400-DISPLAY-INQUIRY-RESULTS
                   MOVE INV-INVOICE-NUMBER TO CA-INVOICE-NUMBER
                   MOVE 'Y' TO CUSTOMER-FOUND-SW
               END-IF
           END-IF.
      *
       1320-READ-SHIPMENT-RECORD.
      *
           EXEC CICS
               READ FILE('SHPMPATH')
                    INTO(SHIPMENT-MANIFEST-RECORD)
                    RIDFLD(INV-INVOICE-NUMBER)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE SPACE TO SM-SHIPPER
                             SM-TRACKING-NUMBER
               IF INV-SHIPPED
                   MOVE INV-SHIPPER TO SM-SHIPPER
               END-IF
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
       1400-DISPLAY-INQUIRY-RESULTS.
      *
                   MOVE INV-PO-NUMBER       TO IIM-D-PO
                   MOVE INV-INVOICE-DATE    TO IIM-D-DATE
                   MOVE INV-INVOICE-TOTAL   TO IIM-D-TOTAL
                   MOVE SM-SHIPPER          TO IIM-D-SHIPPER
                   MOVE SM-TRACKING-NUMBER  TO IIM-D-TRACKING
                   PERFORM 1420-FORMAT-INVOICE-LINE
                       VARYING LINE-SUB FROM 1 BY 1
                       UNTIL LINE-SUB > 20
                                     IIM-D-LNAME
                                     IIM-D-FNAME
                                     IIM-D-PO
                                     IIM-D-SHIPPER
                                     IIM-D-TRACKING
                   PERFORM VARYING LINE-SUB FROM 1 BY 1
                           UNTIL LINE-SUB > 20
                       MOVE SPACE TO IIM-D-LINE(LINE-SUB)
