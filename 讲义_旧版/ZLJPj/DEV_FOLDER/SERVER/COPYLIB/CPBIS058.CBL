000030************************************************
000040    03  ()取引先コード           PIC  X(8).
000050    03  ()事業所コード           PIC S9(4).
000060    03  ()債権残高情報リース
000065                        PIC S9(13)  SIGN LEADING SEPARATE.
000070    03  ()債権残高情報割賦
000075                        PIC S9(13)  SIGN LEADING SEPARATE.
000080    03  ()債権残高情報金消
000085                        PIC S9(13)  SIGN LEADING SEPARATE.
000090    03  ()債権残高情報ファクタリング
000095                        PIC S9(13)  SIGN LEADING SEPARATE.
000100    03  ()債権残高情報支払保証
000105                        PIC S9(13)  SIGN LEADING SEPARATE.
000110    03  ()債権残高情報斡旋
000115                        PIC S9(13)  SIGN LEADING SEPARATE.
000120    03  ()債権残高情報手数料
000125                        PIC S9(13)  SIGN LEADING SEPARATE.
000130    03  ()債権残高情報再リース
000135                        PIC S9(13)  SIGN LEADING SEPARATE.
000140    03  ()債権残高情報合計額
000145                        PIC S9(13)  SIGN LEADING SEPARATE.
000150    03  FILLER           PIC  X(33).
