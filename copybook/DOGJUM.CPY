      *****************************************************************
      *  DOGJUM.CPY
      *    住民異動ファイル（住民基本台帳システムから毎月受け取る
      *    異動の連絡）のレコード
      *      異動区分： "1"＝市内転居　"2"＝市外転出　"3"＝死亡
      *      JM-JUUSHOは住民記録上の異動前の住所（飼主マスタの住所と
      *      照合する）。JM-SHIN-JUUSHOは市内転居の転居先で、転出・
      *      死亡では空白。電話番号は届出のあった場合だけ持つ
      *      住民異動照合（JUMINIF）が飼主マスタと氏名・住所・電話
      *      番号で照合する
      *****************************************************************
       01  JUMIN-IDOU-RECORD.
           03 JM-IDOU-KUBUN      PIC X(01).
               88 JM-SHINAI-TENKYO    VALUE "1".
               88 JM-SHIGAI-TENSHUTSU VALUE "2".
               88 JM-SHIBOU           VALUE "3".
               88 JM-KUBUN-SEIJOU     VALUES "1" "2" "3".
           03 JM-IDOU-DATE       PIC 9(8).
           03 JM-SHIMEI          PIC  N(20).
           03 JM-JUUSHO          PIC  N(40).
           03 JM-SHIN-JUUSHO     PIC  N(40).
           03 JM-TEL             PIC X(13).
