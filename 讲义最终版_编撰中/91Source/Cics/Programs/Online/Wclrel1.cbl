           MOVE PICKUP-DATE TO INV-SHIP-DATE.
           MOVE 'WILLCALL  ' TO INV-SHIPPER.
           MOVE ZERO TO INV-FREIGHT-AMOUNT.
           MOVE ZERO TO INV-STD-FREIGHT-AMT.
      *
      *    THE ORDER BILLS WHEN IT SHIPS, COUNTER OR WAREHOUSE.
           SET INV-BILLED TO TRUE.
