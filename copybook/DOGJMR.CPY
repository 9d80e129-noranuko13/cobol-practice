      *****************************************************************
      *  DOGJMR.CPY
      *    住民異動照合の例外レコード（住民異動照合JUMINIFの作業用）
      *      窓口での確認が必要な住民異動1件・飼主候補1件につき
      *      1レコードを書き、飼主番号順に整列して登録犬と突き合わせ
      *      例外一覧を印刷する
      *      例外理由：
      *        "1"＝確定（死亡・市外転出で飼主を特定できたもの）
      *        "2"＝候補複数（氏名・住所の一致する飼主が複数）
      *        "3"＝住所不一致（氏名・電話番号だけが一致）
      *        "4"＝同姓同名過多（候補を絞り込めない。飼主番号0）
      *        "5"＝転居先不明（市内転居で転居先住所が空白のもの）
      *      異動の内容は住民異動ファイル（DOGJUM.CPY）の写し、
      *      飼主台帳側の住所・電話番号は照合時点の飼主マスタの値
      *      同一の集団項目を複数の作業ファイルで使うため、接頭辞を
      *      置き換えて取り込む
      *****************************************************************
       01  JUMIN-REIGAI-RECORD.
           03 JR-OWNER-NUM       PIC 9(6).
           03 JR-NYUURYOKU-NUM   PIC 9(8).
           03 JR-RIYUU-CODE      PIC X(01).
               88 JR-KAKUTEI          VALUE "1".
               88 JR-KOUHO-FUKUSUU    VALUE "2".
               88 JR-JUUSHO-FUICCHI   VALUE "3".
               88 JR-DOUMEI-KATA      VALUE "4".
               88 JR-TENKYOSAKI-FUMEI VALUE "5".
           03 JR-IDOU-KUBUN      PIC X(01).
               88 JR-SHINAI-TENKYO    VALUE "1".
               88 JR-SHIGAI-TENSHUTSU VALUE "2".
               88 JR-SHIBOU           VALUE "3".
           03 JR-IDOU-DATE       PIC 9(8).
           03 JR-SHIMEI          PIC  N(20).
           03 JR-JUUSHO          PIC  N(40).
           03 JR-SHIN-JUUSHO     PIC  N(40).
           03 JR-TEL             PIC X(13).
           03 JR-OWNER-ADDR      PIC  N(40).
           03 JR-OWNER-TEL       PIC X(13).
