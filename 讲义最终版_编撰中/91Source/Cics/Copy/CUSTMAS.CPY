      *   CM-CREDIT-LIMIT IS THE MAXIMUM                              *
      *   TOTAL OPEN INVOICE BALANCE ORDRENT WILL LET THIS CUSTOMER    *
      *   CARRY BEFORE A NEW ORDER IS BLOCKED; ZERO MEANS NO LIMIT.    *
      *   CRLREV REVIEWS THE LIMIT MONTHLY AGAINST HOW THE             *
      *   CUSTOMER PAYS; CRLUPD APPLIES THE CHANGES APPROVED.          *
      *                                                                *
      *   CM-TERMS-CODE CARRIES THE PAYMENT TERMS WE ACTUALLY GRANT:  *
      *   '30' NET-30, '60' NET-60 (THE SCHOOL-DISTRICT HANDSHAKE),   *
      *   SYSTEMS.  PAPER INVOICES KEEP PRINTING REGARDLESS OF THE    *
      *   FLAG UNTIL EACH ACCOUNT CONFIRMS ITS SIDE WORKS.            *
      *                                                                *
      *   CM-SALESPERSON-CODE IS THE CUSTOMER'S HOUSE SALESPERSON.    *
      *   CUSTMNT1 PROPOSES IT FROM THE TERRIT TERRITORY TABLE BY     *
      *   STATE AND ZIP WHEN A CUSTOMER IS ADDED, AND TERLOAD FILLS   *
      *   IT IN FOR ANY CUSTOMER STILL WITHOUT ONE.  ORDRENT,         *
      *   QUOTENT, AND STORUN DEFAULT THE SALESPERSON ON EACH ORDER   *
      *   FROM IT; AN OVERRIDE NEEDS A REASON AND IS LOGGED ON        *
      *   SLSOVR.  SLSREAS MOVES A DEPARTED SALESPERSON'S CUSTOMERS   *
      *   TO THE SUCCESSOR, AND TERRPT LISTS EACH SALESPERSON'S       *
      *   CUSTOMERS WITH YEAR-TO-DATE SALES.  SPACES MEAN NO HOUSE    *
      *   SALESPERSON.                                                *
      *                                                                *
      *   RECORDS WRITTEN BEFORE CM-MERGED-TO-NUMBER EXISTED ARE 128  *
      *   BYTES; THE ONE-TIME CONVERSION PADS EACH RECORD WITH SIX    *
      *   SPACES AND REPROS IT INTO A FRESHLY DEFINED 134-BYTE        *
      *   PRE-CHANGE CUSTOMER EFFECTIVELY HAD) INTO A 136-BYTE        *
      *   CLUSTER.  RECORDS WRITTEN BEFORE CM-INVOICE-FEED-SW         *
      *   EXISTED ARE 136 BYTES; THE SAME ONE-TIME CONVERSION PADS    *
      *   EACH WITH 'N' INTO A 137-BYTE CLUSTER.  RECORDS WRITTEN     *
      *   BEFORE CM-SALESPERSON-CODE EXISTED ARE 137 BYTES; THE SAME  *
      *   ONE-TIME CONVERSION PADS EACH WITH THREE SPACES (NO HOUSE   *
      *   SALESPERSON) INTO A 140-BYTE CLUSTER, AND THE FIRST         *
      *   TERLOAD RUN THEN ASSIGNS THEM BY TERRITORY.                 *
      ******************************************************************
       01  CUSTOMER-MASTER-RECORD.
           02  CM-CUSTOMER-NUMBER       PIC X(06).
               88  CM-TERMS-VALID               VALUE SPACE '30' '60'.
           02  CM-INVOICE-FEED-SW       PIC X(01).
               88  CM-FEED-CUSTOMER             VALUE 'Y'.
           02  CM-SALESPERSON-CODE      PIC X(03).
