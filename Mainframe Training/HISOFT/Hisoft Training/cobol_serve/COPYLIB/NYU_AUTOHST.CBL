000010************************************************
000020* (NYU_AUTOHST)
000030* MANDATE CHANGE HISTORY, ONE RECORD PER REGISTRATION,
000040* CHANGE OR CANCELLATION APPLIED BY NYUMNT01, ACCUMULATED
000050* RUN AFTER RUN (THE JCL APPENDS).  JOBTYP 'A' = ADD,
000060* 'C' = CHANGE, 'D' = CANCEL.  THE _O FIELDS ARE THE
000070* MANDATE BEFORE THE CHANGE (SPACES/ZERO ON AN ADD), THE
000080* PLAIN FIELDS THE MANDATE AFTER IT (SPACES/ZERO ON A
000090* CANCEL).  REGTIM IS THE REQUEST'S ENTRY TIME.
000100************************************************
000110 01  ()HSTDAY           PIC  X(8).
000120 01  ()HSTTIM           PIC  X(6).
000130 01  ()HSTPSN           PIC  X(4).
000140 01  ()JOBTYP           PIC  X(1).
000150 01  ()REGTIM           PIC  X(6).
000160 01  ()PAYNUM           PIC  X(8).
000170 01  ()PAYDAY           PIC  X(4).
000180 01  ()BNKCOD           PIC  X(4).
000190 01  ()BNKNAM           PIC  X(15).
000200 01  ()BRCCOD           PIC  X(3).
000210 01  ()BRCNAM           PIC  X(15).
000220 01  ()CSTNAM           PIC  X(30).
000230 01  ()DEPKND           PIC  X(1).
000240 01  ()DEPNUM           PIC  X(7).
000250 01  ()TRNAMT           PIC S9(10) COMP-3.
000260 01  ()PAYDAY_O         PIC  X(4).
000270 01  ()BNKCOD_O         PIC  X(4).
000280 01  ()BNKNAM_O         PIC  X(15).
000290 01  ()BRCCOD_O         PIC  X(3).
000300 01  ()BRCNAM_O         PIC  X(15).
000310 01  ()CSTNAM_O         PIC  X(30).
000320 01  ()DEPKND_O         PIC  X(1).
000330 01  ()DEPNUM_O         PIC  X(7).
000340 01  ()TRNAMT_O         PIC S9(10) COMP-3.
