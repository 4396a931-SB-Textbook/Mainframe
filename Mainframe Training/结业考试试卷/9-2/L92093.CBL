000080*
000090******************************************************************
000100*   L92093 -- PRINTED OFFICE DIRECTORY LISTING.                  *
000110*   READS THE NOTE FILE THAT L92092 MAINTAINS AND PRINTS THE     *
000120*   WHOLE DIRECTORY IN NAME ORDER, FIFTY ENTRIES TO A PAGE,      *
000130*   WITH A COUNT AT THE END.  RUN WHENEVER THE OFFICE WANTS A    *
000140*   FRESH PAPER COPY OF THE DIRECTORY.                           *
000141*   ENTRIES L92094 HAS FLAGGED AS DEPARTED ARE LEFT OUT OF THE   *
000142*   DIRECTORY PROPER AND PRINTED AFTER IT IN A SECTION OF THEIR  *
000143*   OWN, WITH THE DATE THEY WERE FLAGGED, SO THE OFFICE CAN      *
000144*   DECIDE WHEN TO KILL THEM.                                    *
000150*                                                                *
000160*   MODIFICATION HISTORY.                                        *
000170*   08/22/2026  OSG  INITIAL VERSION.                            *
000175*   10/15/2026  OSG  DEPARTED ENTRIES PRINTED IN THEIR OWN       *
000176*                    SECTION.                                    *
000180******************************************************************
000190*
000200 ENVIRONMENT DIVISION.
000520     02  POSTCODE                 PIC 9(6).
000530     02  ADDRE                    PIC X(20).
000540     02  TELEPHONE                PIC 9(7).
000541     02  ENTRY-STATUS             PIC X(1).
000542         88  ENTRY-DEPARTED                   VALUE 'D'.
000543     02  DEPART-DATE              PIC 9(8).
000550*
000560 FD  DIRECTORY-LIST
000570     LABEL RECORDS ARE OMITTED.
000660         88  WS-ABORT                         VALUE 'Y'.
000670     05  WS-NOTE-EOF-SW           PIC X(01)   VALUE 'N'.
000680         88  WS-NOTE-EOF                      VALUE 'Y'.
000685     05  WS-SECTION-SW            PIC X(01)   VALUE 'C'.
000686         88  WS-CURRENT-SECTION               VALUE 'C'.
000687         88  WS-DEPARTED-SECTION              VALUE 'D'.
000690*
000700 01  FILE-STATUS-FIELDS.
000710*
000750 01  WORK-FIELDS.
000760*
000770     05  WS-ENTRY-COUNT     PIC S9(05) COMP-3 VALUE ZERO.
000775     05  WS-DEPART-COUNT    PIC S9(05) COMP-3 VALUE ZERO.
000780     05  WS-LINE-COUNT      PIC S9(03) COMP-3 VALUE 99.
000790     05  WS-PAGE-COUNT      PIC S9(03) COMP-3 VALUE ZERO.
000800*
000810 01  HEADING-LINE-1.
000820*
000830     05  FILLER                   PIC X(01)   VALUE SPACE.
000840     05  HL1-TITLE                PIC X(30)   VALUE
000850             'OFFICE DIRECTORY LISTING'.
000860     05  FILLER                   PIC X(05)   VALUE 'PAGE '.
000870     05  HL1-PAGE                 PIC ZZ9.
000940     05  FILLER                   PIC X(10)   VALUE 'POSTCODE'.
000950     05  FILLER                   PIC X(22)   VALUE 'ADDRESS'.
000960     05  FILLER                   PIC X(09)   VALUE 'TELEPHONE'.
000970     05  HL2-DEPARTED             PIC X(26)   VALUE SPACE.
000980*
000990 01  DETAIL-LINE.
001000*
001060     05  DL-ADDRE                 PIC X(20).
001070     05  FILLER                   PIC X(02)   VALUE SPACE.
001080     05  DL-TELEPHONE             PIC 9(07).
001085     05  FILLER                   PIC X(02)   VALUE SPACE.
001086     05  DL-DEPART-AREA           PIC X(10)   VALUE SPACE.
001087     05  DL-DEPART-DATE REDEFINES DL-DEPART-AREA
001088                                  PIC 9999/99/99.
001090     05  FILLER                   PIC X(16)   VALUE SPACE.
001100*
001110 01  TOTAL-LINE.
001120*
001150             'ENTRIES LISTED.....:'.
001160     05  TL-ENTRY-COUNT           PIC ZZZZ9.
001170     05  FILLER                   PIC X(54)   VALUE SPACE.
001171*
001172 01  DEPART-TOTAL-LINE.
001173*
001174     05  FILLER                   PIC X(01)   VALUE SPACE.
001175     05  FILLER                   PIC X(20)   VALUE
001176             'DEPARTED ENTRIES...:'.
001177     05  TL-DEPART-COUNT          PIC ZZZZ9.
001178     05  FILLER                   PIC X(54)   VALUE SPACE.
001180*
001190 PROCEDURE DIVISION.
001200*
001540         PERFORM 2100-PRINT-ONE-ENTRY THRU 2100-EXIT
001550             UNTIL WS-NOTE-EOF
001560     END-IF.
001561*
001562*    THE FIRST PASS COUNTED THE DEPARTED ENTRIES IT SKIPPED.  IF
001563*    THERE WERE ANY, THE FILE IS READ AGAIN FROM THE TOP FOR THE
001564*    DEPARTED SECTION, WHICH STARTS ON A NEW PAGE.
001565*
001566     IF WS-ABORT OR WS-DEPART-COUNT = ZERO
001567         GO TO 2000-EXIT
001568     END-IF.
001569*
001570     MOVE SPACES TO PRINT-LINE.
001571     WRITE PRINT-LINE.
001572     MOVE WS-ENTRY-COUNT TO TL-ENTRY-COUNT.
001573     WRITE PRINT-LINE FROM TOTAL-LINE.
001574*
001575     CLOSE NOTE-FILE.
001576     OPEN INPUT NOTE-FILE.
001577     IF WS-NOTE-STATUS NOT = '00'
001578         DISPLAY 'L920930003E NOTE FILE REOPEN FAILED, STATUS='
001579             WS-NOTE-STATUS
001580         MOVE 'Y' TO WS-ABORT-SW
001581         MOVE 16 TO RETURN-CODE
001582         GO TO 2000-EXIT
001583     END-IF.
001584*
001585     MOVE 'N' TO WS-NOTE-EOF-SW.
001586     MOVE 'D' TO WS-SECTION-SW.
001587     MOVE 'DEPARTED ENTRIES' TO HL1-TITLE.
001588     MOVE 'DEPARTED' TO HL2-DEPARTED.
001589     MOVE 99 TO WS-LINE-COUNT.
001590     PERFORM 2100-PRINT-ONE-ENTRY THRU 2100-EXIT
001591         UNTIL WS-NOTE-EOF.
001570*
001580 2000-EXIT.
001590     EXIT.
001650             MOVE 'Y' TO WS-NOTE-EOF-SW
001660     END-READ.
001670*
001662     IF WS-NOTE-EOF
001663         GO TO 2100-EXIT
001664     END-IF.
001665*
001666     IF WS-CURRENT-SECTION AND ENTRY-DEPARTED
001667         ADD 1 TO WS-DEPART-COUNT
001668         GO TO 2100-EXIT
001669     END-IF.
001670     IF WS-DEPARTED-SECTION AND NOT ENTRY-DEPARTED
001671         GO TO 2100-EXIT
001672     END-IF.
001673*
001680     IF NOT WS-NOTE-EOF
001690         IF WS-LINE-COUNT > 50
001700             PERFORM 2200-PRINT-HEADINGS THRU 2200-EXIT
001730         MOVE POSTCODE  TO DL-POSTCODE
001740         MOVE ADDRE     TO DL-ADDRE
001750         MOVE TELEPHONE TO DL-TELEPHONE
001755         IF WS-DEPARTED-SECTION
001756             MOVE DEPART-DATE TO DL-DEPART-DATE
001757         END-IF
001760         WRITE PRINT-LINE FROM DETAIL-LINE
001770         ADD 1 TO WS-LINE-COUNT
001780         IF WS-CURRENT-SECTION
001785             ADD 1 TO WS-ENTRY-COUNT
001786         END-IF
001790     END-IF.
001800*
001810 2100-EXIT.
001990     IF NOT WS-ABORT
002000         MOVE SPACES TO PRINT-LINE
002010         WRITE PRINT-LINE
002015         IF WS-DEPARTED-SECTION
002016             MOVE WS-DEPART-COUNT TO TL-DEPART-COUNT
002017             WRITE PRINT-LINE FROM DEPART-TOTAL-LINE
002018         ELSE
002020             MOVE WS-ENTRY-COUNT TO TL-ENTRY-COUNT
002030             WRITE PRINT-LINE FROM TOTAL-LINE
002035         END-IF
002040         CLOSE DIRECTORY-LIST
002050     END-IF.
002060     CLOSE NOTE-FILE.
