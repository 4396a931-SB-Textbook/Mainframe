000370    03  ()取引先住所情報市町村コード PIC  X(6).
000380    03  ()取引先住所情報郵便ＮＯ親 PIC  X(3).
000390    03  ()取引先住所情報郵便ＮＯ子 PIC  X(4).
000400    03  ()取引先住所情報住所１町名等漢字
000405                        PIC  X(30).
000410    03  ()取引先住所情報住所２肩書き漢字
000415                        PIC  X(30).
000420    03  ()取引先住所情報住所カナ PIC  X(50).
000430    03  ()転リースコード         PIC  X(2).
000440    03  ()五十音順ソートＫＥＹ位置区分 PIC  X(1).
000560    03  ()決算日                 PIC S9(2).
000570    03  ()上場非上場区分         PIC  X(1).
000580    03  ()電話番号               PIC  X(15).
000590    03  ()資本金
000595                        PIC S9(13)  SIGN LEADING SEPARATE.
000600    03  ()与信限度単位百万
000605                        PIC S9(6)  SIGN LEADING SEPARATE.
000610    03  ()業績前年度業績決算期   PIC S9(3).
000620    03  ()業績前年度業績決算年度世紀 PIC  X(1).
000630    03  ()業績前年度業績決算年度 PIC  X(4).
000640    03  ()業績前年度業績売上
000645                        PIC S9(13)  SIGN LEADING SEPARATE.
000650    03  ()業績前年度業績経常利益
000655                        PIC S9(13)  SIGN LEADING SEPARATE.
000660    03  ()業績前年度業績当期利益
000665                        PIC S9(13)  SIGN LEADING SEPARATE.
000670    03  ()業績前年度業績申告所得
000675                        PIC S9(13)  SIGN LEADING SEPARATE.
000680    03  ()業績前々年度業績決算期 PIC S9(3).
000690    03  ()業績前々年度業績決算年度世紀 PIC  X(1).
000700    03  ()業績前々年度業績決算年度 PIC  X(4).
000710    03  ()業績前々年度業績売上
000715                        PIC S9(13)  SIGN LEADING SEPARATE.
000720    03  ()業績前々年度業績経常利益
000725                        PIC S9(13)  SIGN LEADING SEPARATE.
000730    03  ()業績前々年度業績当期利益
000735                        PIC S9(13)  SIGN LEADING SEPARATE.
000740    03  ()業績前々年度業績申告所得
000745                        PIC S9(13)  SIGN LEADING SEPARATE.
000750    03  ()業績前々々年度業績決算期 PIC S9(3).
000760    03  ()業績前々々年度業績決算年度世紀 PIC  X(1).
000770    03  ()業績前々々年度業績決算年度 PIC  X(4).
000780    03  ()業績前々々年度業績売上
000785                        PIC S9(13)  SIGN LEADING SEPARATE.
000790    03  ()業績前々々年度業績経常利益
000795                        PIC S9(13)  SIGN LEADING SEPARATE.
000800    03  ()業績前々々年度業績当期利益
000805                        PIC S9(13)  SIGN LEADING SEPARATE.
000810    03  ()業績前々々年度業績申告所得
000815                        PIC S9(13)  SIGN LEADING SEPARATE.
000820    03  ()外部情報帝国データバンクコード PIC S9(9).
000830    03  ()外部情報長銀コード     PIC S9(5).
000840    03  ()外部情報東銀名簿コード PIC S9(6).
