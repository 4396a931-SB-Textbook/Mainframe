000010************************************************
000020* (PAY_BNKMST)
000030* BANK/BRANCH MASTER, ONE RECORD PER BRANCH THE DEBIT
000040* TRANSMISSION CAN DRAW ON.  BNKNAM/BRCNAM ARE THE NAMES
000050* CARRIED ONTO THE MANDATE.  CLSDAY IS THE DATE THE BRANCH
000060* CLOSED OR MERGED (YYYYMMDD), SPACES WHILE IT IS OPEN; A
000070* CLOSED BRANCH TAKES NO NEW OR CHANGED MANDATES.
000080************************************************
000090 01  ()BNKCOD           PIC  X(4).
000100 01  ()BRCCOD           PIC  X(3).
000110 01  ()BNKNAM           PIC  X(15).
000120 01  ()BRCNAM           PIC  X(15).
000130 01  ()CLSDAY           PIC  X(8).
