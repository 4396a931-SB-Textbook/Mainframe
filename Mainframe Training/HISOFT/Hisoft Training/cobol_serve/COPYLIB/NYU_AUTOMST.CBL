000010************************************************
000020* (NYU_AUTOMST)
000030* AUTO-DEBIT MANDATE MASTER, ONE RECORD PER PAYER (PAYNUM =
000040* THE PAYCLT OF THE PAYMENT SCHEDULE), MAINTAINED BY
000050* NYUMNT01 FROM NYU_AUTOADML REQUESTS.  BNKCOD/BRCCOD/
000060* DEPKND/DEPNUM IDENTIFY THE ACCOUNT THE DEBIT TRANSMISSION
000070* DRAWS ON; DEPKND '1' = ORDINARY, '2' = CURRENT,
000080* '4' = SAVINGS.  PAYDAY IS THE DEBIT DAY (MMDD OR DD).
000090************************************************
000100 01  ()PAYNUM           PIC  X(8).
000110 01  ()PAYDAY           PIC  X(4).
000120 01  ()BNKCOD           PIC  X(4).
000130 01  ()BNKNAM           PIC  X(15).
000140 01  ()BRCCOD           PIC  X(3).
000150 01  ()BRCNAM           PIC  X(15).
000160 01  ()CSTNAM           PIC  X(30).
000170 01  ()DEPKND           PIC  X(1).
000180 01  ()DEPNUM           PIC  X(7).
000190 01  ()TRNAMT           PIC S9(10) COMP-3.
000200 01  ()REGDAY           PIC  X(8).
000210 01  ()REGTIM           PIC  X(6).
000220 01  ()REGPSN           PIC  X(4).
000230 01  ()MODDAY           PIC  X(8).
000240 01  ()MODTIM           PIC  X(6).
000250 01  ()MODPSN           PIC  X(4).
