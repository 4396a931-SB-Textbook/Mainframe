      *       'M'  RETURN (RMA) NUMBERS     'F'  FINANCE CHARGES      *
      *       'K'  REFUND CHECK REQUESTS    'L'  LOCKBOX SUSPENSE     *
      *       'U'  PURCHASE ORDERS          'S'  SUPPLIER RETURNS     *
      *       'N'  REFUND CHECK NUMBERS (CHKPRT; RANGE SET BY         *
      *            OPERATIONS TO MATCH THE PRE-NUMBERED CHECK STOCK)  *
      *       'V'  SUPPLIER INVOICE VOUCHERS (APVENT1)                *
      *       'A'  SUPPLIER PAYMENTS (APPAY)                          *
      *       'I'  PURCHASE-ORDER IMPORT SUSPENSE (POIMP)             *
      *       'D'  DEPOSITS (DEPRUN) AND LOCKBOX BATCHES (LOCKBOX)    *
      *       'H'  SECOND-OPERATOR APPROVAL QUEUE (APRQ)              *
      *       'G'  GIFT CERTIFICATES AND STORE CREDIT (GIFTCRT)       *
      *       'T'  LOCATION TRANSFERS (LOCMOVE: XFRENT1, REPLPOST)    *
      *            AND CUSTOMER SPECIAL ORDERS (SPCORD)               *
      *   EACH SERIES OWNS THE RANGE ICR-RANGE-LOW THROUGH            *
      *   ICR-RANGE-HIGH -- OPERATIONS ASSIGNS THE INVOICE SERIES     *
      *   DISJOINT RANGES SO 'O' AND 'C' NUMBERS NEVER COLLIDE ON     *
