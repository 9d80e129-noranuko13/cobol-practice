      *      消込日付きで累積する（常に追記）。累積請求ファイル
      *      （BILRUI）には消し込めなかった請求だけが繰り越され、
      *      消込済みの明細はこのファイルが唯一の置き場になる
      *      金額相違（"2"）は相違精算（SOUISEI）が不足分の追加請求
      *      ・過払分の還付通知を出した時点で精算区分と精算日を立て、
      *      二度目の精算を防ぐ（空白＝未精算。一致分は対象外）
      *    変更履歴
      *      2026/10/15  精算区分・精算日を追加。レコード長が変わる
      *                  ため、既存のBILKESIはファイル移行（IKOUCNV）
      *                  で未精算（空白・0）を付けて作り直すこと
      *****************************************************************
       01  BILL-KESHIKOMI-RECORD.
           03 KE-REGI-NUM        PIC 9(6).
               88 KE-ITCHI            VALUE "1".
               88 KE-SOUI             VALUE "2".
           03 KE-SHORI-DATE      PIC 9(8).
           03 KE-SEISAN-KUBUN    PIC X(1).
               88 KE-MISEISAN         VALUE SPACE.
               88 KE-TSUIKA-SEIKYUU   VALUE "1".
               88 KE-KANPU            VALUE "2".
               88 KE-SEISAN-ZUMI      VALUES "1" "2".
           03 KE-SEISAN-DATE     PIC 9(8).
