      *      で再開始位置を管理する（REGI-NUMは重複し得るため位置の
      *      特定には使わず、直近の参考情報としてのみ残す）
      *      CK-SEIJOU-COUNT以下の各COUNTは再開始時に集計を
      *      継続するための累計値（鑑札の再交付・未交付の件数も
      *      同じ扱い）
      *****************************************************************
       01  CHECKPOINT-RECORD.
           03 CK-LAST-REGI-NUM   PIC 9(6).
           03 CK-MITOUROKU-COUNT PIC 9(8).
           03 CK-RYOUKIN-GOUKEI  PIC 9(9).
           03 CK-RUN-DATE        PIC 9(8).
           03 CK-SAIKOUFU-COUNT  PIC 9(8).
           03 CK-SAIKOUFU-KYAKKA-COUNT PIC 9(8).
           03 CK-KANSATSU-MIKOUFU-COUNT PIC 9(8).
