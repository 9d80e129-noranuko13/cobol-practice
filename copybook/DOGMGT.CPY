      *****************************************************************
      *  DOGMGT.CPY
      *    迷い犬トランザクション（保護・捜索届の届出）レコード
      *      処理区分：
      *        "91"＝保護の登録　　"92"＝保護の終結（返還・譲渡・処分）
      *        "93"＝捜索届の受付　"94"＝捜索届の取下げ
      *      MY-BANGOUは"91"・"92"では保護番号、"93"・"94"では捜索届
      *      番号。終結区分は"92"だけで使う（保護犬事件簿の状態の
      *      "2"～"4"と同じ値）
      *      明細は"93"の捜索届の項目を基本とし、"91"の保護の項目は
      *      その再定義として持つ（"92"・"94"は明細を使わない）
      *****************************************************************
       01  MAIGO-TRANS-RECORD.
           03 MY-TRAN-CODE       PIC X(02).
               88 MY-HOGO-TOUROKU      VALUE "91".
               88 MY-HOGO-SHUURYOU     VALUE "92".
               88 MY-SOUSAKU-UKETSUKE  VALUE "93".
               88 MY-SOUSAKU-TORISAGE  VALUE "94".
               88 MY-CODE-SEIJOU       VALUES "91" "92" "93" "94".
           03 MY-BANGOU          PIC X(08).
           03 MY-SHUURYOU-KUBUN  PIC X(01).
           03 MY-SOUSAKU-DATA.
               05 MY-FUMEI-DATE      PIC 9(8).
               05 MY-FUMEI-BASHO     PIC  N(30).
               05 MY-SA-REGI-NUM     PIC 9(6).
               05 MY-SA-KANSATSU-NUM PIC 9(7).
               05 MY-SA-KENSHU       PIC  N(10).
               05 MY-SA-TOKUCHOU     PIC  N(30).
               05 MY-TODOKEDE-NAME   PIC  N(20).
               05 MY-TODOKEDE-ADDR   PIC  N(40).
               05 MY-TODOKEDE-TEL    PIC X(13).
           03 MY-HOGO-DATA REDEFINES MY-SOUSAKU-DATA.
               05 MY-HOGO-KIKAN      PIC X(01).
               05 MY-HOGO-DATE       PIC 9(8).
               05 MY-HOGO-BASHO      PIC  N(30).
               05 MY-HG-KANSATSU-NUM PIC 9(7).
               05 MY-SHOUMEI-NENDO   PIC 9(4).
               05 MY-SHOUMEI-NUM     PIC X(10).
               05 MY-HG-KENSHU       PIC  N(10).
               05 MY-HG-TOKUCHOU     PIC  N(30).
               05 FILLER             PIC X(124).
