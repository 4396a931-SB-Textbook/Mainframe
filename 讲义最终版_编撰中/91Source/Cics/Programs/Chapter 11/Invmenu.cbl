           END-EVALUATE.
      *
      ******************************************************************
      *   1250-LOG-REFUSED-OPTION -- AN OPERATOR REACHING FOR AN       *
      *   OPTION ABOVE THEIR AUTHORITY IS REFUSED AND THE ATTEMPT      *
      *   GOES ON THE SECLOG FILE FOR SECURITY TO REVIEW, WITH THE     *
      *   OPERATOR'S LEVEL AND THE LEVEL THE OPTION NEEDS.             *
      ******************************************************************
       1250-LOG-REFUSED-OPTION.
      *
           MOVE SPACE TO SECURITY-LOG-RECORD.
           EXEC CICS
               ASKTIME ABSTIME(ABSOLUTE-TIME)
           END-EXEC.
           MOVE SGN-OPERATOR-ID TO SEC-OPERATOR-ID.
           SET SEC-OPTION-REFUSED TO TRUE.
           MOVE ACTIONI         TO SEC-OPTION-DIGIT.
           MOVE SGN-AUTHORITY-LEVEL TO SEC-OPERATOR-LEVEL.
           MOVE MO-AUTHORITY-LEVEL  TO SEC-REQUIRED-LEVEL.
           MOVE ZERO            TO SEC-FILE-COUNT.
      *
           EXEC CICS
               WRITE FILE('SECLOG')
