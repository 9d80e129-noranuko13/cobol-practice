      *****************************************************************
      *  DOGMSD.CPY
      *    抹消台帳（索引編成）のレコード
      *      登録（SYNTAXの"03"）・転出（TENSHUTP）で犬登録マスタから
      *      抹消した犬を、抹消理由・死亡日・抹消日・抹消した
      *      プログラム名付きで残す。MD-REGI-NUMを主キー、犬登録
      *      データ内のFURIGANAを読み検索用の副キーとし、フリガナ
      *      照会（FURIKEN）・飼主照会（OWNERIQ）が「抹消済」として
      *      表示する。犬登録データは抹消直前のマスタの写し
      *      抹消理由：
      *        "1"＝死亡　"2"＝所在不明　"3"＝転出　"9"＝その他
      *      死亡日は抹消理由が死亡のときだけ持ち、それ以外は0
      *      同一項目名が犬登録マスタと重なるため、参照時は IN／OF で
      *      MASSHOU-DAICHOU-RECORDを明示すること
      *****************************************************************
       01  MASSHOU-DAICHOU-RECORD.
           03 MD-REGI-NUM        PIC 9(6).
           03 MD-RIYUU-CODE      PIC X(01).
               88 MD-SHIBOU           VALUE "1".
               88 MD-SHOZAI-FUMEI     VALUE "2".
               88 MD-TENSHUTSU        VALUE "3".
               88 MD-SONOTA           VALUE "9".
           03 MD-SHIBOU-DATE     PIC 9(8).
           03 MD-MASSHOU-DATE    PIC 9(8).
           03 MD-PROGRAM-NAME    PIC X(8).
           03 MD-DOG-DATA.
               COPY DOGREC.
