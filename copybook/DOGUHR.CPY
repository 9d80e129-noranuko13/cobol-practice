      *****************************************************************
      *  DOGUHR.CPY
      *    鑑札受払トランザクション（鑑札在庫の届出）レコード
      *      処理区分： "81"＝受入　"82"＝書損　"83"＝紛失
      *      鑑札番号の範囲（開始～終了）でまとめて届け出る。1枚だけ
      *      の場合は開始と終了に同じ番号を書く
      *      "82"・"83"は在庫（未交付）の鑑札だけが対象。交付済み
      *      鑑札の紛失・き損は登録トランザクションの再交付（"04"）
      *      で届け出る
      *****************************************************************
       01  UKEHARAI-TRANS-RECORD.
           03 UH-TRAN-CODE       PIC X(02).
               88 UH-UKEIRE            VALUE "81".
               88 UH-SHOSON            VALUE "82".
               88 UH-FUNSHITSU         VALUE "83".
               88 UH-CODE-SEIJOU       VALUES "81" "82" "83".
           03 UH-KANSATSU-FROM   PIC 9(7).
           03 UH-KANSATSU-TO     PIC 9(7).
