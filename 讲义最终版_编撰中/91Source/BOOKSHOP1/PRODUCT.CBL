              (    PRODUCTNO
                 , PRODUCTDESC
                 , CURRENTPRICE
                 , AVAILSTATUS
              )
              VALUES (
                   :DCLPRODUCT.PRODUCTNO
                 , :DCLPRODUCT.PRODUCTDESC
                 , :DCLPRODUCT.CURRENTPRICE
                 , :DCLPRODUCT.AVAILSTATUS
              )
             END-EXEC
           ELSE
       K000-RTN-START.
           EXEC  SQL  DECLARE  K000_CUR  CURSOR
            WITH HOLD FOR SELECT
               PRODUCTNO , PRODUCTDESC , CURRENTPRICE ,
               AVAILSTATUS
             FROM  ETPUSER.TBLPRODUCT
             FOR UPDATE OF
               PRODUCTDESC , CURRENTPRICE , AVAILSTATUS
           END-EXEC
           EVALUATE  OPTION  OF  COMMAND-AREA
             WHEN CS-OPEN
               EXEC  SQL  FETCH K000_CUR  INTO
                  :DCLPRODUCT.PRODUCTNO ,
                  :DCLPRODUCT.PRODUCTDESC ,
                  :DCLPRODUCT.CURRENTPRICE ,
                  :DCLPRODUCT.AVAILSTATUS
               END-EXEC
               MOVE  LENGTH OF DCLPRODUCT
                 TO  TABLE-LENGTH OF COMMAND-AREA
                 TO  DCLPRODUCT
               EXEC  SQL  UPDATE  ETPUSER.TBLPRODUCT SET
                PRODUCTDESC  = :DCLPRODUCT.PRODUCTDESC,
                CURRENTPRICE = :DCLPRODUCT.CURRENTPRICE,
                AVAILSTATUS  = :DCLPRODUCT.AVAILSTATUS
                 WHERE CURRENT OF K000_CUR  END-EXEC
             WHEN CS-DELETE
               EXEC  SQL  DELETE  FROM  ETPUSER.TBLPRODUCT
                 PRODUCT-S000-KEY
             EXEC  SQL
              SELECT
               PRODUCTNO , PRODUCTDESC , CURRENTPRICE , AVAILSTATUS
             INTO :DCLPRODUCT.PRODUCTNO ,
                  :DCLPRODUCT.PRODUCTDESC ,
                  :DCLPRODUCT.CURRENTPRICE ,
                  :DCLPRODUCT.AVAILSTATUS
             FROM  TBLPRODUCT
             WHERE PRODUCTNO = :PRODUCT-S000-KEY.PRODUCTNO
             END-EXEC
       J000-RTN-START.
           EXEC  SQL  DECLARE  J000_CUR  CURSOR
            WITH HOLD FOR SELECT
               PRODUCTNO , PRODUCTDESC , CURRENTPRICE ,
               AVAILSTATUS
             FROM  ETPUSER.TBLPRODUCT
             ORDER BY PRODUCTNO
           END-EXEC
               EXEC  SQL  FETCH J000_CUR  INTO
                  :DCLPRODUCT.PRODUCTNO ,
                  :DCLPRODUCT.PRODUCTDESC ,
                  :DCLPRODUCT.CURRENTPRICE ,
                  :DCLPRODUCT.AVAILSTATUS
               END-EXEC
               MOVE  LENGTH OF DCLPRODUCT
                 TO  TABLE-LENGTH OF COMMAND-AREA
