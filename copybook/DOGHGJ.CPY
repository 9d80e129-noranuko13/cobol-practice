      *****************************************************************
      *  DOGHGJ.CPY
      *    保護犬事件簿（索引編成）のレコード
      *      動物愛護センター・警察が収容した迷い犬1頭につき1件を
      *      保護番号（HG-JIKEN-NUM）を主キーとして持つ。迷い犬保守
      *      （MAIGOMT）が保護の届出（"91"）で書き、迷い犬照合
      *      （MAIGOSHO）が犬登録マスタ・接種マスタ・捜索届と照合して
      *      飼主へ通知した時点で状態を通知済みに進め、照合した登録
      *      番号・捜索届番号・通知日を記入する。返還・譲渡・処分の
      *      終結はMAIGOMTの"92"で書き換える
      *      鑑札番号・注射済票番号は犬が着けていた場合だけ記入する
      *      （なしは鑑札番号0、注射済票番号空白）
      *      状態：
      *        "0"＝照合待ち　"1"＝飼主通知済み（引取り待ち）
      *        "2"＝返還　"3"＝譲渡　"4"＝処分・その他の終結
      *      収容機関：
      *        "1"＝動物愛護センター　"2"＝警察
      *****************************************************************
       01  HOGO-JIKEN-RECORD.
           03 HG-JIKEN-NUM       PIC X(08).
           03 HG-JOUTAI          PIC X(01).
               88 HG-SHOUGOU-MACHI    VALUE "0".
               88 HG-TSUUCHI-ZUMI     VALUE "1".
               88 HG-HENKAN           VALUE "2".
               88 HG-JOUTO            VALUE "3".
               88 HG-SONOTA-SHUURYOU  VALUE "4".
               88 HG-MIHENKAN         VALUES "0" "1".
               88 HG-SHUURYOU-SEIJOU  VALUES "2" "3" "4".
           03 HG-HOGO-KIKAN      PIC X(01).
               88 HG-AIGO-CENTER      VALUE "1".
               88 HG-KEISATSU         VALUE "2".
               88 HG-KIKAN-SEIJOU     VALUES "1" "2".
           03 HG-HOGO-DATE       PIC 9(8).
           03 HG-HOGO-BASHO      PIC  N(30).
           03 HG-KANSATSU-NUM    PIC 9(7).
           03 HG-SHOUMEI-NENDO   PIC 9(4).
           03 HG-SHOUMEI-NUM     PIC X(10).
           03 HG-KENSHU          PIC  N(10).
           03 HG-TOKUCHOU        PIC  N(30).
           03 HG-REGI-NUM        PIC 9(6).
           03 HG-SOUSAKU-NUM     PIC X(08).
           03 HG-TSUUCHI-DATE    PIC 9(8).
           03 HG-SHUURYOU-DATE   PIC 9(8).
