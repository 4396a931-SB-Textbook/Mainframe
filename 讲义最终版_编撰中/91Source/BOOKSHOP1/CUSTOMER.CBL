                 , CUSTOMERSTATE
                 , CUSTOMERZIP
                 , CUSTOMERREFERRED
                 , DONOTMAIL
              )
              VALUES (
                   :DCLCUSTOMER.CUSTOMERNO
                 , :DCLCUSTOMER.CUSTOMERSTATE
                 , :DCLCUSTOMER.CUSTOMERZIP
                 , :DCLCUSTOMER.CUSTOMERREFERRED
                 , :DCLCUSTOMER.DONOTMAIL
              )
             END-EXEC
             IF  SQLCODE = ZERO
       K000-RTN-START.
           EXEC  SQL  DECLARE  K000_CUR  CURSOR
            WITH HOLD FOR SELECT
               CUSTOMERNO       ,  CUSTOMERNAME   ,
               CUSTOMERADDRESS  ,  CUSTOMERCITY   ,
               CUSTOMERSTATE    ,  CUSTOMERZIP    ,
               CUSTOMERREFERRED ,  DONOTMAIL
             FROM  ETPUSER.TBLCUSTOMER
             FOR UPDATE OF
               CUSTOMERNAME , CUSTOMERADDRESS ,
               CUSTOMERCITY , CUSTOMERSTATE ,
               CUSTOMERZIP  , CUSTOMERREFERRED ,
               DONOTMAIL
           END-EXEC
           EVALUATE  OPTION  OF  COMMAND-AREA
             WHEN CS-OPEN
                  :DCLCUSTOMER.CUSTOMERCITY ,
                  :DCLCUSTOMER.CUSTOMERSTATE ,
                  :DCLCUSTOMER.CUSTOMERZIP ,
                  :DCLCUSTOMER.CUSTOMERREFERRED ,
                  :DCLCUSTOMER.DONOTMAIL
               END-EXEC
               MOVE  LENGTH OF DCLCUSTOMER
                 TO  TABLE-LENGTH OF COMMAND-AREA
                CUSTOMERCITY = :DCLCUSTOMER.CUSTOMERCITY,
                CUSTOMERSTATE = :DCLCUSTOMER.CUSTOMERSTATE,
                CUSTOMERZIP = :DCLCUSTOMER.CUSTOMERZIP,
                CUSTOMERREFERRED = :DCLCUSTOMER.CUSTOMERREFERRED,
                DONOTMAIL = :DCLCUSTOMER.DONOTMAIL
                 WHERE CURRENT OF K000_CUR  END-EXEC
               IF  SQLCODE = ZERO
                   MOVE  CUSTOMERNAME     OF DCLCUSTOMER TO NEWCUSTOMERNAME
              :DCLCUSTOMER.CUSTOMERCITY ,
              :DCLCUSTOMER.CUSTOMERSTATE ,
              :DCLCUSTOMER.CUSTOMERZIP ,
              :DCLCUSTOMER.CUSTOMERREFERRED ,
              :DCLCUSTOMER.DONOTMAIL
           END-EXEC.
           IF  SQLCODE = ZERO
               ADD  1  TO  WK-SQL-CNT
               CUSTOMERNO       ,  CUSTOMERNAME   ,
               CUSTOMERADDRESS  ,  CUSTOMERCITY   ,
               CUSTOMERSTATE    ,  CUSTOMERZIP    ,
               CUSTOMERREFERRED ,  DONOTMAIL
             INTO :DCLCUSTOMER.CUSTOMERNO   ,
                  :DCLCUSTOMER.CUSTOMERNAME ,
                  :DCLCUSTOMER.CUSTOMERADDRESS ,
                  :DCLCUSTOMER.CUSTOMERCITY ,
                  :DCLCUSTOMER.CUSTOMERSTATE ,
                  :DCLCUSTOMER.CUSTOMERZIP ,
                  :DCLCUSTOMER.CUSTOMERREFERRED ,
                  :DCLCUSTOMER.DONOTMAIL
             FROM  TBLCUSTOMER
             WHERE CUSTOMERNO    = :CUSTOMER-S000-KEY.CUSTOMERNO
             END-EXEC
               CUSTOMERNO       ,  CUSTOMERNAME   ,
               CUSTOMERADDRESS  ,  CUSTOMERCITY   ,
               CUSTOMERSTATE    ,  CUSTOMERZIP    ,
               CUSTOMERREFERRED ,  DONOTMAIL
             FROM  ETPUSER.TBLCUSTOMER
             WHERE CUSTOMERREFERRED =
                   :CUSTOMER-J000-KEY.CUSTOMERREFERRED
                  :DCLCUSTOMER.CUSTOMERCITY ,
                  :DCLCUSTOMER.CUSTOMERSTATE ,
                  :DCLCUSTOMER.CUSTOMERZIP ,
                  :DCLCUSTOMER.CUSTOMERREFERRED ,
                  :DCLCUSTOMER.DONOTMAIL
               END-EXEC
               MOVE  LENGTH OF DCLCUSTOMER
                 TO  TABLE-LENGTH OF COMMAND-AREA
