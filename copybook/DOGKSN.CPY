      *****************************************************************
      *  DOGKSN.CPY
      *    不納欠損台帳のレコード
      *      欠損確定（KESSONP 処理区分"2"）で累積請求ファイル
      *      （BILRUI）から外した請求を、発行年度・欠損処分日・決裁日
      *      ・欠損理由付きで永久に累積する（常に追記）。決算の
      *      不納欠損額の根拠になる
      *      欠損理由： "01"＝時効完成　"02"＝執行停止後の消滅
      *                 "03"＝死亡・所在不明等による徴収不能
      *****************************************************************
       01  KESSON-DAICHOU-RECORD.
           03 KN-REGI-NUM        PIC 9(6).
           03 KN-OWNER-NAME      PIC  N(20).
           03 KN-RYOUKIN-GAKU    PIC 9(5).
           03 KN-HAKKOU-DATE     PIC 9(8).
           03 KN-HAKKOU-NENDO    PIC 9(4).
           03 KN-KESSON-DATE     PIC 9(8).
           03 KN-SHOUNIN-DATE    PIC 9(8).
           03 KN-RIYUU-CODE      PIC X(2).
               88 KN-JIKOU-KANSEI      VALUE "01".
               88 KN-SHIKKOU-TEISHI    VALUE "02".
               88 KN-CHOUSHUU-FUNOU    VALUE "03".
