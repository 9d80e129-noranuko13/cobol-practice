      *****************************************************************
      *  DOGKAN.CPY
      *    鑑札台帳（索引編成）のレコード
      *      鑑札番号（KB-KANSATSU-NUM）を主キーとし、市が受け入れた
      *      鑑札1枚につき1レコードを持つ。鑑札在庫保守（KANSATMT）
      *      が受入時に在庫として書き、登録バッチ（SYNTAX）・転入
      *      処理（TENNYUP）が登録時に在庫から1枚払い出して交付済み
      *      へ進め、登録番号・交付区分・交付日を記入する。在庫の
      *      書損・紛失はKANSATMTが、交付済み鑑札の紛失・き損は
      *      再交付（SYNTAXの"04"）が状態と廃止日を書き換える
      *      副キー：KB-JOUTAI（在庫からの払い出し用）
      *              KB-REGI-NUM（犬ごとの交付鑑札の照会用。在庫分と
      *              交付前に書損・紛失となった分は0）
      *      状態：
      *        "0"＝在庫　"1"＝交付済み　"2"＝書損・き損　"3"＝紛失
      *      交付区分：
      *        "1"＝新規登録　"2"＝転入　"3"＝再交付
      *        "4"＝後日交付（登録時に交付できなかった犬への交付）
      *      交付後に書損・紛失となった鑑札は登録番号・交付日を
      *      残したまま状態と廃止日を書き換える。再交付で払い出した
      *      鑑札は廃止した元の鑑札番号を持つ（それ以外は0）
      *****************************************************************
       01  KANSATSU-DAICHOU-RECORD.
           03 KB-KANSATSU-NUM    PIC 9(7).
           03 KB-JOUTAI          PIC X(01).
               88 KB-ZAIKO            VALUE "0".
               88 KB-KOUFU-ZUMI       VALUE "1".
               88 KB-SHOSON           VALUE "2".
               88 KB-FUNSHITSU        VALUE "3".
           03 KB-REGI-NUM        PIC 9(6).
           03 KB-UKEIRE-DATE     PIC 9(8).
           03 KB-KOUFU-KUBUN     PIC X(01).
               88 KB-KOUFU-SHINKI     VALUE "1".
               88 KB-KOUFU-TENNYU     VALUE "2".
               88 KB-KOUFU-SAIKOUFU   VALUE "3".
               88 KB-KOUFU-GOJITSU    VALUE "4".
           03 KB-KOUFU-DATE      PIC 9(8).
           03 KB-HAISHI-DATE     PIC 9(8).
           03 KB-MOTO-KANSATSU-NUM PIC 9(7).
