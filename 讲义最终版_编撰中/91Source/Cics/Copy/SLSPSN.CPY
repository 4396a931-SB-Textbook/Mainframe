      ******************************************************************
      *   SLSPSN -- RECORD LAYOUT FOR THE SALESPERSON MASTER FILE     *
      *   (VSAM KSDS, KEYED BY SP-SALESPERSON-CODE).  MAINTAINED BY   *
      *   THE SPLOAD BATCH FROM PERSONNEL'S CARDS.  EACH CUSTOMER     *
      *   HAS A HOUSE SALESPERSON (CM-SALESPERSON-CODE) ASSIGNED      *
      *   FROM THE TERRIT TERRITORY TABLE; THE CODE DEFAULTS FROM IT  *
      *   ON THE ORDRENT AND QUOTENT SCREENS AND IN THE STORUN        *
      *   BATCH, IS CARRIED ON THE INVOICE RECORD                     *
      *   (INV-SALESPERSON-CODE), AND IS PAID ON BY THE MONTH-END     *
      *   COMMRPT COMMISSION RUN AT SP-COMMISSION-RATE (V9999 --      *
      *   0250 MEANS 2.5 PERCENT) AGAINST INVOICED MERCHANDISE NET    *
      *   OF CREDIT MEMOS.  A SALESPERSON WHO LEAVES IS ARCHIVED,     *
      *   NOT DELETED, SO OLD INVOICES STILL RESOLVE; THE SLSREAS     *
      *   BATCH THEN MOVES THEIR CUSTOMERS, TERRITORIES, AND OPEN     *
      *   QUOTES TO A NAMED SUCCESSOR.                                *
      ******************************************************************
       01  SALESPERSON-MASTER-RECORD.
           02  SP-SALESPERSON-CODE      PIC X(03).
