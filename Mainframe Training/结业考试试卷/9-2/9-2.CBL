          02 POSTCODE PIC 9(6).
          02 ADDRE PIC X(20).
          02 TELEPHONE PIC 9(7).
          02 ENTRY-STATUS PIC X.
             88 ENTRY-DEPARTED VALUE "D".
          02 DEPART-DATE PIC 9(8).
       WORKING-STORAGE SECTION.
       77 CHOICE PIC 9.
       77 IN-NAME PIC X(10).
           MOVE IN-POSTCODE TO POSTCODE.
           MOVE IN-ADDRE TO ADDRE.
           MOVE IN-TELEPHONE TO TELEPHONE.
      *
      *    A KEYED ENTRY IS A CURRENT ONE.  L92094 FLAGS THE ENTRIES
      *    OF PEOPLE WHO HAVE LEFT; MODIFYING ONE PUTS IT BACK.
           MOVE SPACE TO ENTRY-STATUS.
           MOVE ZERO TO DEPART-DATE.
       E9.
           EXIT.
       P1.
           IF NAME-LEN > ZERO
              IF NAME (1:NAME-LEN) NOT = FIND-NAME (1:NAME-LEN)
                          MOVE "Y" TO EOF-SW GO TO P42.
           IF ENTRY-DEPARTED
              DISPLAY NAME " " POSTCODE " " ADDRE " " TELEPHONE
                      " DEPARTED " DEPART-DATE
           ELSE
              DISPLAY NAME " " POSTCODE " " ADDRE " " TELEPHONE.
           ADD 1 TO LISTED.
           GO TO P41.
       P42.
      *
      *    MAILING LIST: READ ALONG THE POSTCODE ALTERNATE KEY SO
      *    THE LABELS COME OUT IN POSTCODE ORDER FOR THE MAIL ROOM.
      *    ENTRIES FLAGGED AS DEPARTED GET NO LABEL.
       P5.
           MOVE ZERO TO POSTCODE.
           MOVE "N" TO EOF-SW.
           IF EOF-SW = "Y" GO TO P52.
           READ NOTE-FILE NEXT RECORD
               AT END MOVE "Y" TO EOF-SW GO TO P52.
           IF ENTRY-DEPARTED GO TO P51.
           DISPLAY POSTCODE.
           DISPLAY NAME.
           DISPLAY ADDRE.
