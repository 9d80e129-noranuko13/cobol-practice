      *****************************************************************
      *  DOGKSK.CPY
      *    不納欠損処分候補ファイルのレコード
      *      候補抽出（KESSONP 処理区分"1"）が時効年数を過ぎた未消込
      *      請求を候補番号付きで書き出す（承認区分は"0"）。課長決裁
      *      の済んだ候補は承認区分を"1"へ訂正してから欠損確定
      *      （処理区分"2"）の入力とする。承認区分"1"以外の候補は
      *      欠損確定で読み飛ばし、累積請求ファイルに残る
      *****************************************************************
       01  KESSON-KOUHO-RECORD.
           03 KK-KOUHO-NUM       PIC 9(6).
           03 KK-SHOUNIN-KUBUN   PIC X(1).
               88 KK-MISHOUNIN         VALUE "0".
               88 KK-SHOUNIN           VALUE "1".
           03 KK-REGI-NUM        PIC 9(6).
           03 KK-OWNER-NAME      PIC  N(20).
           03 KK-RYOUKIN-GAKU    PIC 9(5).
           03 KK-HAKKOU-DATE     PIC 9(8).
