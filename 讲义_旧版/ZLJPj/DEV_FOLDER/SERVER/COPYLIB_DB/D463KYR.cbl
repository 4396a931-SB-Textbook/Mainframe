           03  Ｄ４６３−契約番号    PIC  X(010).
           03  Ｄ４６３−再リース回数
                                     PIC S9(002) PACKED-DECIMAL.
           03  Ｄ４６３−申請連番
                                     PIC S9(002) PACKED-DECIMAL.
           03  Ｄ４６３−見積番号
                                     PIC S9(007) PACKED-DECIMAL.
           03  Ｄ４６３−見積番号枝番
                                     PIC S9(002) PACKED-DECIMAL.
           03  Ｄ４６３−取引先コード
           03  Ｄ４６３−担当者コード
                                     PIC  X(008).
           03  Ｄ４６３−変則払      PIC  X(001).
           03  Ｄ４６３−月額料金
                                     PIC S9(013) PACKED-DECIMAL.
           03  Ｄ４６３−契約総額
                                     PIC S9(013) PACKED-DECIMAL.
           03  Ｄ４６３−次回再リース料
                                     PIC S9(013) PACKED-DECIMAL.
           03  Ｄ４６３−再リース料金区分
                                     PIC  X(005).
           03  Ｄ４６３−主幹事先コード
                                     PIC  X(009).
           03  Ｄ４６３−利回り
                                     PIC S9(002)V9(008) PACKED-DECIMAL.
           03  Ｄ４６３−ユーザ利回り
                                     PIC S9(002)V9(008) PACKED-DECIMAL.
           03  Ｄ４６３−長プラ金利
                                     PIC S9(002)V9(008) PACKED-DECIMAL.
           03  Ｄ４６３−社内金利
                                     PIC S9(002)V9(008) PACKED-DECIMAL.
           03  Ｄ４６３−請求先コード
                                     PIC  X(005).
           03  Ｄ４６３−請求書作成区分
                                     PIC  X(001).
           03  Ｄ４６３−解約フラグ  PIC  X(001).
           03  Ｄ４６３−解約年月日  PIC  X(008).
           03  Ｄ４６３−総回収回数
                                     PIC S9(003) PACKED-DECIMAL.
           03  Ｄ４６３−物件確認    PIC  X(001).
           03  Ｄ４６３−まるめ単位  PIC  X(001).
           03  Ｄ４６３−内訳印刷方法
           03  Ｄ４６３−更新年月日  PIC  X(008).
           03  Ｄ４６３−更新時間    PIC  X(008).
           03  Ｄ４６３−更新者      PIC  X(008).
           03  Ｄ４６３−当初利回り
                                     PIC S9(002)V9(008) PACKED-DECIMAL.
           03  Ｄ４６３−当初粗利額
                                     PIC S9(013) PACKED-DECIMAL.
           03  Ｄ４６３−当初月額料金
                                     PIC S9(013) PACKED-DECIMAL.
           03  Ｄ４６３−当初契約総額
                                     PIC S9(013) PACKED-DECIMAL.
           03  Ｄ４６３−以降回収サイト
                                     PIC S9(002) PACKED-DECIMAL.
           03  Ｄ４６３−以降回収日
                                     PIC S9(002) PACKED-DECIMAL.
           03  Ｄ４６３−以降回収間隔
                                     PIC S9(002) PACKED-DECIMAL.
           03  Ｄ４６３−旧取引番号  PIC  X(010).
                                     PIC  X(006).
           03  Ｄ４６３−管理債権レベル
                                     PIC  X(001).
           03  Ｄ４６３−契約料率
                                     PIC S9(002)V9(008) PACKED-DECIMAL.
           03  Ｄ４６３−粗利額      PIC S9(013) PACKED-DECIMAL.
           03  Ｄ４６３−当初契約料率
                                     PIC S9(002)V9(008) PACKED-DECIMAL.
           03  Ｄ４６３−以降回収方法
                                     PIC  X(001).
           03  Ｄ４６３−請求サイト
                                     PIC S9(002) PACKED-DECIMAL.
           03  Ｄ４６３−請求間隔
                                     PIC S9(002) PACKED-DECIMAL.
           03  Ｄ４６３−請求基準月
                                     PIC S9(002) PACKED-DECIMAL.
           03  Ｄ４６３−契約取引区分
                                     PIC  X(001).
           03  Ｄ４６３−責任区分    PIC  X(001).
                                     PIC  X(001).
           03  Ｄ４６３−保険会社区分
                                     PIC  X(004).
           03  Ｄ４６３−動総保険料
                                     PIC S9(013) PACKED-DECIMAL.
           03  Ｄ４６３−動総付保開始年月日
                                     PIC  X(008).
           03  Ｄ４６３−入力担当者コード
           03  Ｄ４６３−お支払明細書要否
                                     PIC  X(001).
           03  Ｄ４６３−申請年月日  PIC  X(008).
           03  Ｄ４６３−対象元本額
                                     PIC S9(013) PACKED-DECIMAL.
           03  Ｄ４６３−消費税率区分
                                     PIC  X(002).
           03  Ｄ４６３−申請書出力年月日
                                     PIC S9(002) PACKED-DECIMAL.
           03  Ｄ４６３−次回再リース回収日
                                     PIC S9(002) PACKED-DECIMAL.
           03  Ｄ４６３−雑費保守料
                                     PIC S9(013) PACKED-DECIMAL.
           03  Ｄ４６３−雑費販促費
                                     PIC S9(013) PACKED-DECIMAL.
           03  Ｄ４６３−雑費信用保険
                                     PIC S9(013) PACKED-DECIMAL.
           03  Ｄ４６３−雑費その他
                                     PIC S9(013) PACKED-DECIMAL.
           03  Ｄ４６３−徴求完了フラグ
                                     PIC  X(001).
           03  Ｄ４６３−徴求完了取消フラグ
                                     PIC  X(080).
           03  Ｄ４６３−社内金利区分
                                     PIC  X(001).
           03  Ｄ４６３−雑費調整額
                                     PIC S9(013) PACKED-DECIMAL.
           03  Ｄ４６３−オープンブラインド区分
                                     PIC  X(001).
           03  Ｄ４６３−協調回収区分
                                     PIC S9(002)V9(008) PACKED-DECIMAL.
           03  Ｄ４６３−一般実質利回り
                                     PIC S9(002)V9(008) PACKED-DECIMAL.
           03  Ｄ４６３−一般粗利額
                                     PIC S9(013) PACKED-DECIMAL.
           03  Ｄ４６３−一般基本利回り総額分
                                     PIC S9(002)V9(008) PACKED-DECIMAL.
           03  Ｄ４６３−一般実質利回り総額分
           03  Ｄ４６３−登録担当者  PIC  X(008).
           03  Ｄ４６３−転リース提携先コード
                                     PIC  X(003).
           03  Ｄ４６３−斡旋手数料
                                     PIC S9(013) PACKED-DECIMAL.
           03  Ｄ４６３−業務区分    PIC  X(001).
           03  Ｄ４６３−買戻義務区分
                                     PIC  X(001).
           03  Ｄ４６３−代理回収    PIC  X(001).
           03  Ｄ４６３−買取金額
                                     PIC S9(013) PACKED-DECIMAL.
           03  Ｄ４６３−金利変動区分
                                     PIC  X(001).
           03  Ｄ４６３−連動金利区分
                                     PIC  X(002).
           03  Ｄ４６３−割引率
                                     PIC S9(002)V9(008) PACKED-DECIMAL.
           03  Ｄ４６３−貸付金額
                                     PIC S9(013) PACKED-DECIMAL.
           03  Ｄ４６３−貸付金利
                                     PIC S9(002)V9(008) PACKED-DECIMAL.
           03  Ｄ４６３−資金使途区分
                                     PIC  X(002).
           03  Ｄ４６３−資金使途文言
                                     PIC  X(001).
           03  Ｄ４６３−重要性基準区分
                                     PIC  X(001).
           03  Ｄ４６３−前渡金金利
                                     PIC S9(002)V9(008) PACKED-DECIMAL.
           03  Ｄ４６３−トリプルオプション方式
                                     PIC  X(001).
           03  Ｄ４６３−引合中止区分
                                     PIC S9(002)V9(002) PACKED-DECIMAL.
           03  Ｄ４６３−債権買取区分
                                     PIC  X(001).
           03  Ｄ４６３−支払基準月
                                     PIC S9(002) PACKED-DECIMAL.
           03  Ｄ４６３−損害賠償金文言
                                     PIC  X(080).
           03  Ｄ４６３−流動化番号  PIC  X(006).
                                     PIC  X(080).
           03  Ｄ４６３−新規先区分  PIC  X(001).
           03  Ｄ４６３−親密先区分  PIC  X(001).
           03  Ｄ４６３−財務部金利
                                     PIC S9(002)V9(008) PACKED-DECIMAL.
           03  Ｄ４６３−一般前渡金金利
                                     PIC S9(002)V9(008) PACKED-DECIMAL.
           03  Ｄ４６３−決裁ランク  PIC  X(001).
