      ******************************************************************
      *   TERRIT -- RECORD LAYOUT FOR THE SALES TERRITORY TABLE       *
      *   (VSAM KSDS, KEYED BY STATE AND THE HIGH ZIP CODE OF THE     *
      *   RANGE).  EACH RECORD ASSIGNS ONE RANGE OF FIVE-DIGIT ZIP    *
      *   CODES WITHIN A STATE, TR-ZIP-FROM THROUGH TR-ZIP-TO, TO     *
      *   ONE SALESPERSON; A WHOLE STATE IS 00000 THROUGH 99999.      *
      *   KEYING ON THE HIGH END LETS A LOOKUP START AT STATE PLUS    *
      *   THE CUSTOMER'S ZIP, READ THE NEXT RECORD, AND TAKE IT WHEN  *
      *   IT IS THE SAME STATE AND TR-ZIP-FROM IS NOT ABOVE THE ZIP.  *
      *   RANGES WITHIN A STATE NEVER OVERLAP -- THE TERLOAD BATCH    *
      *   THAT MAINTAINS THE TABLE FROM SALES ADMINISTRATION'S CARDS  *
      *   REFUSES ONE THAT WOULD.  CUSTMNT1 USES THE TABLE TO         *
      *   PROPOSE THE HOUSE SALESPERSON (CM-SALESPERSON-CODE) FOR A   *
      *   NEW CUSTOMER, AND TERLOAD ASSIGNS IT TO ANY CUSTOMER STILL  *
      *   WITHOUT ONE.  WHEN A SALESPERSON LEAVES, SLSREAS MOVES      *
      *   THEIR TERRITORIES TO THE SUCCESSOR.                         *
      ******************************************************************
       01  TERRITORY-RECORD.
           02  TR-TERRITORY-KEY.
               03  TR-STATE             PIC X(02).
               03  TR-ZIP-TO            PIC X(05).
           02  TR-ZIP-FROM              PIC X(05).
           02  TR-SALESPERSON-CODE      PIC X(03).
           02  TR-TERRITORY-NAME        PIC X(20).
           02  TR-LOADED-DATE           PIC 9(08).
