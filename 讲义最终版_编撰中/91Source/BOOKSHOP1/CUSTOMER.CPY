      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TBLCUSTOMER -- THE BOOKSHOP1 CUSTOMER.  DONOTMAIL 'Y' MEANS    *
      * THE CUSTOMER ASKED FOR NO CATALOG MAIL: THE CATMAIL QUARTERLY  *
      * RUN STILL SCORES AND SEGMENTS THEM BUT NEVER PRINTS A LABEL.   *
      * THE COLUMN WAS ADDED NOT NULL WITH DEFAULT, SO ROWS THAT       *
      * PREDATE IT READ AS SPACE (MAIL AS USUAL).                      *
      ******************************************************************
           EXEC SQL DECLARE TBLCUSTOMER TABLE
           ( CUSTOMERNO                      CHAR(4) NOT NULL,
             CUSTOMERCITY                    VARCHAR(20) ,
             CUSTOMERSTATE                   VARCHAR(20) ,
             CUSTOMERZIP                     VARCHAR(6) ,
             CUSTOMERREFERRED                CHAR (4) ,
             DONOTMAIL                       CHAR (1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CPAZ                               *
           10 CUSTOMERSTATE                   PIC X(20).
           10 CUSTOMERZIP                     PIC X(6).
           10 CUSTOMERREFERRED                PIC X(4).
           10 DONOTMAIL                       PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 20      *
      ******************************************************************
