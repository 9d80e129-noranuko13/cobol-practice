      *****************************************************************
      *  DOGKSP.CPY
      *    不納欠損処理のパラメタファイルのレコード
      *      年度末の不納欠損（KESSONP）の実行ごとに1レコードで
      *      処理区分・時効年数・欠損理由・決裁日を指定する
      *      処理区分： "1"＝候補抽出（処分候補一覧の印刷）
      *                 "2"＝欠損確定（決裁済み候補の台帳への移動）
      *      時効年数：発行日からこの年数を過ぎた未消込請求を候補と
      *                する（0は既定の5年）
      *      欠損理由： "01"＝時効完成　"02"＝執行停止後の消滅
      *                 "03"＝死亡・所在不明等による徴収不能
      *                 （空白は既定の"01"）
      *      決裁日　：課長決裁の日付（欠損確定時に台帳へ記録する）
      *****************************************************************
       01  KESSON-PARAM-RECORD.
           03 KP-SHORI-KUBUN     PIC X(1).
               88 KP-KOUHO-CHUUSHUTSU  VALUE "1".
               88 KP-KESSON-KAKUTEI    VALUE "2".
           03 KP-JIKOU-NENSUU    PIC 9(2).
           03 KP-RIYUU-CODE      PIC X(2).
           03 KP-SHOUNIN-DATE    PIC 9(8).
