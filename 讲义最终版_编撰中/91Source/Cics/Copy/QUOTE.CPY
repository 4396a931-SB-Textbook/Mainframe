      *   YYYYMMDD SO IT COMPARES DIRECTLY AGAINST TODAY.  QUOTES     *
      *   ARE NEVER DELETED -- QUOPRT AGES OPEN QUOTES PAST EXPIRY    *
      *   TO STATUS 'X' WHEN IT PRINTS.                               *
      *   A PROMOTION CODE KEYED ON THE QUOTE IS PRICED INTO THE      *
      *   COVERED LINES WHEN THE QUOTE IS EDITED -- THE QUOTE         *
      *   PROMISES THE DISCOUNTED PRICE UNTIL IT EXPIRES -- AND       *
      *   QUO-PROMO-DISC-AMT CARRIES THE DISCOUNT GIVEN, BOTH OF      *
      *   WHICH PASS TO THE INVOICE ON CONVERSION.  THE RECORD GREW   *
      *   FROM 353 TO 370 BYTES; QUOTES ON FILE BEFORE THEN WERE      *
      *   PADDED WITH SPACES IN THE CODE AND ZEROS IN THE AMOUNT.     *
      ******************************************************************
       01  QUOTE-RECORD.
           02  QUO-QUOTE-NUMBER         PIC 9(06).
           02  QUO-INVOICE-NUMBER       PIC 9(06).
           02  QUO-TERMINAL-ID          PIC X(04).
           02  QUO-OPERATOR-ID          PIC X(03).
           02  QUO-PROMO-CODE           PIC X(08).
           02  QUO-PROMO-DISC-AMT       PIC 9(07)V99.
