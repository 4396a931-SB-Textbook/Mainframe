000010************************************************
000020* (CPM_TRMRAT)
000030* EARLY-TERMINATION RATE SHEET, ONE RECORD PER CONTRACT
000040* CLASS (D463 CONTRACT CLASS, '*' FOR ANY) AND BAND OF
000050* REMAINING MONTHS MTHFRM-MTHTO, EFFECTIVE FROM EFFDAY.
000060* DSCRAT IS THE ANNUAL PERCENT THE UNEARNED INTEREST IS
000070* REBATED AT (ZERO: THE CONTRACT'S OWN YIELD); FEERAT THE
000080* TERMINATION FEE PERCENT OF THE DISCOUNTED REMAINDER,
000090* NEVER LESS THAN MINFEE YEN.
000100************************************************
000110 01  ()CNTKBN           PIC  X(1).
000120 01  ()MTHFRM           PIC  9(3).
000130 01  ()MTHTO            PIC  9(3).
000140 01  ()DSCRAT           PIC S9(2)V9(8) COMP-3.
000150 01  ()FEERAT           PIC S9(2)V9(8) COMP-3.
000160 01  ()MINFEE           PIC S9(13) COMP-3.
000170 01  ()EFFDAY           PIC  X(8).
