      *****************************************************************
      *  DOGSKF.CPY
      *    鑑札再交付トランザクション（処理区分"04"）の項目
      *      再交付では犬の基本データのうち登録番号しか使わないため、
      *      DOG-DATAの再定義として登録番号に続けて再交付理由を持つ
      *      （DOGMSR.CPYと同じくDOGREC.CPYを取り込んだ集団項目の
      *      再定義の内側としてCOPYする。先頭6桁はDOGRECの登録番号と
      *      重なる）
      *      再交付理由：
      *        "1"＝紛失　"2"＝き損（現物を返納）
      *        "3"＝未交付（登録時に鑑札の在庫がなく交付できなかった
      *             犬、鑑札台帳の運用前に登録された犬への交付。
      *             元の鑑札がないため手数料は取らない）
      *****************************************************************
           05 FILLER             PIC X(06).
           05 SF-RIYUU-CODE      PIC X(01).
               88 SF-FUNSHITSU        VALUE "1".
               88 SF-KISON            VALUE "2".
               88 SF-MIKOUFU          VALUE "3".
               88 SF-RIYUU-SEIJOU     VALUES "1" "2" "3".
