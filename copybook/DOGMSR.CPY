      *****************************************************************
      *  DOGMSR.CPY
      *    抹消トランザクション（処理区分"03"）の項目
      *      抹消では犬の基本データのうち登録番号しか使わないため、
      *      DOG-DATAの再定義として登録番号に続けて抹消理由と死亡日を
      *      持つ（DOGREC.CPYを取り込んだ集団項目の再定義の内側として
      *      COPYする。先頭6桁はDOGRECの登録番号と重なる）
      *      抹消理由：
      *        "1"＝死亡　"2"＝所在不明　"3"＝転出　"9"＝その他
      *      死亡日（YYYYMMDD）は抹消理由が死亡のときだけ記入する
      *****************************************************************
           05 FILLER             PIC X(06).
           05 MS-RIYUU-CODE      PIC X(01).
               88 MS-SHIBOU           VALUE "1".
               88 MS-SHOZAI-FUMEI     VALUE "2".
               88 MS-TENSHUTSU        VALUE "3".
               88 MS-SONOTA           VALUE "9".
               88 MS-RIYUU-SEIJOU     VALUES "1" "2" "3" "9".
           05 MS-SHIBOU-DATE.
               07 MS-SHIBOU-YEAR     PIC 9999.
               07 MS-SHIBOU-MONTH    PIC 99.
               07 MS-SHIBOU-DAY      PIC 99.
