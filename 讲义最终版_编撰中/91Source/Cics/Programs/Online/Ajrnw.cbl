      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA             PIC X(1101).
      *
       PROCEDURE DIVISION.
      *
