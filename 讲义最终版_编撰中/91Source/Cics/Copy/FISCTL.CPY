      *   (VSAM KSDS, ONE RECORD, KEYED BY FC-CONTROL-KEY = 'F' --    *
      *   THE SAME SINGLE-CONTROL-RECORD PATTERN INVCTL STARTED       *
      *   WITH).  FC-CLOSED-THRU-DATE IS THE LAST CALENDAR DATE       *
      *   (YYYYMMDD) ACCOUNTING HAS CLOSED; NOTHING MAY POST DATED ON *
      *   OR BEFORE IT.  ORDRENT, PAYMNT1, INVVOID, RETENT1, AND THE  *
      *   STORUN STANDING-ORDER BATCH ALL CHECK THIS RECORD BEFORE    *
      *   POSTING, SO A LATE KEYSTROKE CAN NO LONGER LAND IN A CLOSED *
      *   MONTH AND THROW THE GLJRNL TOTALS OFF THE CLOSED LEDGER.    *
      *   FC-OPEN-PERIOD (YYYYMM) IS THE PERIOD ACCOUNTING CONSIDERS  *
      *   CURRENT, SHOWN FOR THE OPERATOR'S BENEFIT.  THE FISENT1     *
      *   SUPERVISOR SCREEN ADVANCES THE PERIOD AND STAMPS WHO MOVED  *
      *   IT AND WHEN.  FC-APPROVAL-LIMIT IS THE SECOND-OPERATOR      *
      *   THRESHOLD: A REFUND (REFENT1), A VOID OF A BILLED INVOICE   *
      *   (INVVOID), OR A RETURN CREDIT MEMO (RETENT1) FOR MORE THAN  *
      *   THIS AMOUNT DOES NOT POST -- IT GOES TO THE APRQ APPROVAL   *
      *   QUEUE FOR A SUPERVISOR TO APPROVE OR REJECT ON THE APRWRK1  *
      *   SCREEN.  ZERO MEANS NO THRESHOLD; PRE-CHANGE RECORDS (26    *
      *   BYTES) ARE PADDED WITH ZEROS AT CONVERSION, SO NOTHING      *
      *   QUEUES UNTIL A SUPERVISOR SETS THE LIMIT ON FISENT1.        *
      ******************************************************************
       01  FISCAL-CONTROL-RECORD.
           02  FC-CONTROL-KEY           PIC X(01).
           02  FC-CLOSED-THRU-DATE      PIC 9(08).
           02  FC-LAST-MAINT-DATE       PIC 9(08).
           02  FC-LAST-MAINT-OPERATOR   PIC X(03).
           02  FC-APPROVAL-LIMIT        PIC 9(07)V99.
