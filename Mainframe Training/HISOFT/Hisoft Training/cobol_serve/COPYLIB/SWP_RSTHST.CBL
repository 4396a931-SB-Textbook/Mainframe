000010************************************************
000020* (SWP_RSTHST)
000030* RATE-RESET HISTORY RECORD, ONE PER FLOATING LEG FIXED BY
000040* SWPRST01, ACCUMULATED RUN AFTER RUN (THE JCL APPENDS) SO
000050* EACH ACCRUAL PERIOD (INTBGN-DUEDAY) CAN BE TRACED TO ITS
000060* FIXING.  LEGTYP 'R' = RECEIVE LEG, 'P' = PAY LEG.  FIXRAT
000070* IS THE MARKET RATE TAKEN AND WRITTEN TO THE LEG'S RATE;
000080* MARGIN IS THE SPREAD THE LEG ACCRUES ON TOP OF IT (THE
000090* CONTRACT MARGIN FOR THE PAY LEG, AS SWPACR01 APPLIES IT;
000100* ZERO FOR THE RECEIVE LEG); ALLRAT IS FIXRAT PLUS MARGIN,
000110* THE ALL-IN RATE THE PERIOD ACCRUES AT.
000120************************************************
000130 01  ()RUNDAY           PIC  X(8).
000140 01  ()CTLNUM           PIC  X(4).
000150 01  ()LEGTYP           PIC  X(1).
000160 01  ()CCYCOD           PIC  X(3).
000170 01  ()INTBGN           PIC  X(8).
000180 01  ()DUEDAY           PIC  X(8).
000190 01  ()OLDRAT           PIC S9(2)V9(6) COMP-3.
000200 01  ()FIXRAT           PIC S9(2)V9(6) COMP-3.
000210 01  ()MARGIN           PIC S9(2)V9(6) COMP-3.
000220 01  ()ALLRAT           PIC S9(2)V9(6) COMP-3.
