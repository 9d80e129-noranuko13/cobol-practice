      *      先頭にトランザクション種別を置き、犬の基本データは
      *      DOGREC.CPY を内側に COPY して共有する
      *      処理区分： "01"＝新規登録　"02"＝変更　"03"＝抹消
      *                  "04"＝鑑札再交付
      *      抹消は登録番号に続けて抹消理由・死亡日を持つ
      *        （DOG-DATAの再定義。DOGMSR.CPYを参照）
      *      鑑札再交付は登録番号に続けて再交付理由を持つ
      *        （DOG-DATAの再定義。DOGSKF.CPYを参照）
      *      制御レコード（転送の途中切れ検出用）：
      *        "HD"＝見出し（作成日）　"TR"＝最終（明細件数）
      *        制御項目はDOG-DATAの再定義として先頭に持つ
               88 TRAN-SHINKI-TOUROKU  VALUE "01".
               88 TRAN-HENKOU          VALUE "02".
               88 TRAN-MASSHOU         VALUE "03".
               88 TRAN-SAIKOUFU        VALUE "04".
               88 TRAN-CODE-SEIJOU     VALUES "01" "02" "03" "04".
               88 TRAN-HEADER          VALUE "HD".
               88 TRAN-TRAILER         VALUE "TR".
           03 DOG-DATA.
               05 HD-SAKUSEI-DATE  PIC 9(8).
               05 TR-MEISAI-KENSUU REDEFINES HD-SAKUSEI-DATE
                                   PIC 9(8).
           03 MASSHOU-DATA REDEFINES DOG-DATA.
               COPY DOGMSR.
           03 SAIKOUFU-DATA REDEFINES DOG-DATA.
               COPY DOGSKF.
