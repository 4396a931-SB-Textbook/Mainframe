      *   THIS FILE CARRIES THE BREAKDOWN.  THE LOCSTKBL BATCH SEEDS  *
      *   THE FILE BY PUTTING EACH PRODUCT'S WHOLE BALANCE IN THE     *
      *   WAREHOUSE; XFRENT1 MOVES QUANTITY BETWEEN LOCATIONS WITH A  *
      *   LOCMOVE LOG RECORD PER TRANSFER.  THE NIGHTLY REPLPLN RUN   *
      *   PROPOSES WAREHOUSE-TO-STORE TRANSFERS FOR STORE STOCK       *
      *   BELOW ITS MINIMUM, AND REPLPOST POSTS THE ONES THE          *
      *   WAREHOUSE CONFIRMS.                                         *
      ******************************************************************
       01  LOCATION-STOCK-RECORD.
           02  LS-STOCK-KEY.
