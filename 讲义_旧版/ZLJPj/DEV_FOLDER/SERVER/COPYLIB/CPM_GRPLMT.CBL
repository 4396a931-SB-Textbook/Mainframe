000010************************************************
000020* (CPM_GRPLMT)
000030* COUNTERPARTY GROUP CREDIT LIMIT TABLE, ONE RECORD PER
000040* GROUP THE CREDIT COMMITTEE HAS SET A LIMIT FOR.  GRPCOD
000050* IS THE GROUP KEY GRPEXP01 ROLLS CPBIS058 BALANCES UP TO
000060* (THE CPBIS059 GROUP CODE, OR THE NAME-AGGREGATION CODE OF
000070* A COUNTERPARTY WITH NO GROUP).  LMTAMT IS THE LIMIT IN
000080* YEN; APRDAY THE DATE THE COMMITTEE APPROVED IT.
000090************************************************
000100 01  ()GRPCOD           PIC  X(8).
000110 01  ()GRPNAM           PIC  X(40).
000120 01  ()LMTAMT           PIC S9(13) COMP-3.
000130 01  ()APRDAY           PIC  X(8).
