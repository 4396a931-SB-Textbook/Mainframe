      ******************************************************************
      *   APRPARM -- COMMUNICATION AREA APRWRK1 PASSES WHEN IT        *
      *   TRANSFERS CONTROL TO REFENT1, INVVOID, OR RETENT1 TO POST   *
      *   AN APPROVED ITEM FROM THE APRQ QUEUE.  THE ORIGINATING      *
      *   PROGRAM RECOGNIZES IT BY ITS LENGTH, POSTS THE ITEM, AND    *
      *   TRANSFERS BACK TO APRWRK1 WITH APA-RESULT-CODE AND          *
      *   APA-RESULT-MESSAGE FILLED IN.  AN ITEM THAT CAN NO LONGER   *
      *   POST (THE CASH WAS APPLIED, THE INVOICE VOIDED, THE PERIOD  *
      *   CLOSED) IS LEFT PENDING WITH THE REASON, FOR THE            *
      *   SUPERVISOR TO REJECT.                                       *
      ******************************************************************
       01  APPROVAL-POSTING-AREA.
           05  APA-QUEUE-NUMBER         PIC 9(06).
           05  APA-RESULT-CODE          PIC X(01).
               88  APA-POSTED                       VALUE 'P'.
               88  APA-NOT-POSTED                   VALUE 'N'.
           05  APA-RESULT-MESSAGE       PIC X(79).
