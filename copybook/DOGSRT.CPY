      *      先頭1バイトを制御フラグとして持ち、通常レコードは
      *      SPACE、ファイル末尾を示す最終レコードは HIGH-VALUES を
      *      セットする（表意定数 HIGH-VALUES によるEOF検出）
      *      抹消（"03"）の抹消理由・死亡日と鑑札再交付（"04"）の
      *      再交付理由はDOG-DATAの再定義で持つ
      *****************************************************************
       01  TOUROKU-SORT-RECORD.
           03 SORT-TRAILER-FLAG  PIC X(01).
               88 TRAN-SHINKI-TOUROKU  VALUE "01".
               88 TRAN-HENKOU          VALUE "02".
               88 TRAN-MASSHOU         VALUE "03".
               88 TRAN-SAIKOUFU        VALUE "04".
           03 DOG-DATA.
               COPY DOGREC.
           03 MASSHOU-DATA REDEFINES DOG-DATA.
               COPY DOGMSR.
           03 SAIKOUFU-DATA REDEFINES DOG-DATA.
               COPY DOGSKF.
