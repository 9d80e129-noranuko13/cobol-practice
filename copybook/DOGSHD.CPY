      *****************************************************************
      *  DOGSHD.CPY
      *    注射済票交付台帳（索引編成）のレコード
      *      予防接種マスタ保守（CHUSHAMT）が受け付けた接種届出1件
      *      につき1レコードを書き、接種年度＋注射済票番号（SD-KEY）
      *      を主キーとして同じ番号の二重使用を防ぐ。交付した動物
      *      病院・登録番号・接種日と受付日（業務日付）を持ち、
      *      動物病院別の月次精算（JUUISEI）は受付日で月を締める
      *****************************************************************
       01  SHOUMEI-DAICHOU-RECORD.
           03 SD-KEY.
               05 SD-NENDO       PIC 9(4).
               05 SD-SHOUMEI-NUM PIC X(10).
           03 SD-BYOUIN-CODE     PIC X(05).
           03 SD-REGI-NUM        PIC 9(6).
           03 SD-SESSHU-DATE     PIC 9(8).
           03 SD-UKETSUKE-DATE   PIC 9(8).
