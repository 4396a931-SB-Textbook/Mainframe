      * FROM CURRENTPRICE; PRODORPH REPORTS DETAIL ROWS WHOSE         *
      * PRODUCT NO LONGER EXISTS.  MAINTAINED THROUGH THE PRODUCT     *
      * ACCESS MODULE.                                                *
      * THE NIGHTLY PRODFEED RUN KEEPS CURRENTPRICE AT THE PRICE      *
      * EFFECTIVE TODAY ON THE VSAM PRICE FILE AND SETS AVAILSTATUS   *
      * FROM THE WAREHOUSE STOCK ON LOCSTK: 'I' IN STOCK, 'L' LOW     *
      * (AT OR BELOW THE PRODUCT'S REORDER POINT), 'O' OUT OF STOCK,  *
      * 'X' OUT OF PRINT, 'N' NO LONGER ON THE PRODUCT MASTER.  THE   *
      * COLUMN WAS ADDED NOT NULL WITH DEFAULT, SO A ROW THE FEED HAS *
      * NOT YET REACHED READS AS SPACE -- STATUS UNKNOWN.             *
      ******************************************************************
           EXEC SQL DECLARE TBLPRODUCT TABLE
           ( PRODUCTNO                       CHAR(6) NOT NULL,
             PRODUCTDESC                     CHAR(30),
             CURRENTPRICE                    DECIMAL(9,2),
             AVAILSTATUS                     CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CPAZ                               *
       01  DCLPRODUCT.
           10 PRODUCTNO                      PIC X(6).
           10 PRODUCTDESC                    PIC X(30).
           10 CURRENTPRICE                   PIC S9(7)V9(2)
                                             USAGE COMP-3.
           10 AVAILSTATUS                    PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
