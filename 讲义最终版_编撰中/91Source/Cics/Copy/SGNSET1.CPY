      ******************************************************************
      *   SGNSET1 -- SYMBOLIC MAP FOR THE SGNMAP1 SCREEN (SIGNON1).   *
      *   GENERATED IN THE SAME EXTENDED-ATTRIBUTE STYLE AS ORDSET1.  *
      *   THE PASSWORD FIELD AND THE NEW-PASSWORD AND CONFIRM FIELDS  *
      *   (KEYED WHEN THE PASSWORD HAS EXPIRED OR BEEN RESET, OR      *
      *   WHENEVER THE OPERATOR WANTS TO CHANGE IT) ARE DEFINED DARK  *
      *   IN THE PHYSICAL MAP.                                        *
      ******************************************************************
       01  SGNMAP1.
           02  SGN-L-OPID           PIC S9(4) COMP.
           02  SGN-C-PASSWD         PIC X.
           02  SGN-H-PASSWD         PIC X.
           02  SGN-D-PASSWD         PIC X(08).
           02  SGN-L-NEWPW          PIC S9(4) COMP.
           02  SGN-A-NEWPW          PIC X.
           02  SGN-C-NEWPW          PIC X.
           02  SGN-H-NEWPW          PIC X.
           02  SGN-D-NEWPW          PIC X(08).
           02  SGN-L-CONFPW         PIC S9(4) COMP.
           02  SGN-A-CONFPW         PIC X.
           02  SGN-C-CONFPW         PIC X.
           02  SGN-H-CONFPW         PIC X.
           02  SGN-D-CONFPW         PIC X(08).
           02  SGN-L-MESSAGE        PIC S9(4) COMP.
           02  SGN-A-MESSAGE        PIC X.
           02  SGN-C-MESSAGE        PIC X.
