      ******************************************************************
      *   LOCMOVE -- RECORD LAYOUT FOR THE LOCATION MOVEMENT LOG      *
      *   (VSAM KSDS, KEYED BY LM-MOVEMENT-NUMBER, ASSIGNED FROM THE  *
      *   'T' SERIES ON INVCTL).  ONE RECORD PER TRANSFER BETWEEN     *
      *   LOCATIONS -- KEYED IN XFRENT1, OR POSTED BY REPLPOST FROM   *
      *   THE STORE REPLENISHMENT PULL SHEET WITH TERMINAL 'BTCH' --  *
      *   SO EVERY MOVEMENT OF THE PER-LOCATION BALANCES CAN BE       *
      *   TRACED.                                                     *
      ******************************************************************
       01  LOCATION-MOVEMENT-RECORD.
           02  LM-MOVEMENT-NUMBER       PIC 9(06).
