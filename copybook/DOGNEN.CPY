      *****************************************************************
      *  DOGNEN.CPY
      *    狂犬病予防法年度報告（県への年報）のレコード
      *      年度報告（NENPOURP）が年度1件1レコードで作る。同じ形の
      *      固定長レコードを県へ電子提出する提出ファイル（NENPSUB）と、
      *      年度をキーに累積する年報台帳（NENPDAI。索引編成）の
      *      両方に使う。翌年度の報告は台帳の前年度の年度末登録頭数
      *      を年度初め登録頭数として引き継ぐ
      *      頭数はすべて年度（4月1日～3月31日）中の件数。接種率は
      *      接種頭数÷年度末登録頭数（パーセント、小数1位）
      *      検証区分：
      *        "0"＝一致　"1"＝不一致（差引は期首＋増－減－期末）
      *        "2"＝前年度の台帳なし（期首は期末から逆算した推計値）
      *      台帳に使う場合は接頭辞を置き換えて取り込む
      *****************************************************************
       01  NENPOU-TEISHUTSU-RECORD.
           03 NP-NENDO           PIC 9(4).
           03 NP-SAKUSEI-DATE    PIC 9(8).
           03 NP-KISHU-TOUROKU   PIC 9(8).
           03 NP-SHINKI-TOUROKU  PIC 9(8).
           03 NP-TENNYU          PIC 9(8).
           03 NP-TENSHUTSU       PIC 9(8).
           03 NP-SHIBOU          PIC 9(8).
           03 NP-SONOTA-MASSHOU  PIC 9(8).
           03 NP-KIMATSU-TOUROKU PIC 9(8).
           03 NP-SESSHU          PIC 9(8).
           03 NP-SESSHU-RITSU    PIC 9(3)V9.
           03 NP-KENSHOU-KUBUN   PIC X(01).
               88 NP-ICCHI            VALUE "0".
               88 NP-FUICCHI          VALUE "1".
               88 NP-KISHU-SUIKEI     VALUE "2".
           03 NP-SAGAKU-FUGOU    PIC X(01).
           03 NP-SAGAKU          PIC 9(8).
