      *****************************************************************
      *  DOGSSK.CPY
      *    迷い犬捜索届（索引編成）のレコード
      *      飼主からの電話で受け付けた捜索届1件につき1件を捜索届
      *      番号（SA-SOUSAKU-NUM）を主キーとして持つ。迷い犬保守
      *      （MAIGOMT）が受付（"93"）で書き、迷い犬照合（MAIGOSHO）
      *      が保護犬と一致させた時点で状態を一致に進めて保護番号を
      *      記入する。犬が自力で戻った等の取下げはMAIGOMTの"94"で
      *      書き換える
      *      登録番号・鑑札番号は届出人が分かる場合だけ記入する
      *      （分からない場合は0）
      *      状態：
      *        "0"＝捜索中　"1"＝保護犬と一致（飼主通知済み）
      *        "2"＝解決・取下げ
      *****************************************************************
       01  SOUSAKU-TODOKE-RECORD.
           03 SA-SOUSAKU-NUM     PIC X(08).
           03 SA-JOUTAI          PIC X(01).
               88 SA-SOUSAKU-CHUU     VALUE "0".
               88 SA-ICCHI-ZUMI       VALUE "1".
               88 SA-KAIKETSU         VALUE "2".
           03 SA-UKETSUKE-DATE   PIC 9(8).
           03 SA-FUMEI-DATE      PIC 9(8).
           03 SA-FUMEI-BASHO     PIC  N(30).
           03 SA-REGI-NUM        PIC 9(6).
           03 SA-KANSATSU-NUM    PIC 9(7).
           03 SA-KENSHU          PIC  N(10).
           03 SA-TOKUCHOU        PIC  N(30).
           03 SA-TODOKEDE-NAME   PIC  N(20).
           03 SA-TODOKEDE-ADDR   PIC  N(40).
           03 SA-TODOKEDE-TEL    PIC X(13).
           03 SA-HOGO-JIKEN-NUM  PIC X(08).
           03 SA-KAIKETSU-DATE   PIC 9(8).
