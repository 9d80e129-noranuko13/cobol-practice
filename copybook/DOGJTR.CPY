      *****************************************************************
      *  DOGJTR.CPY
      *    動物病院トランザクション（動物病院マスタの届出）レコード
      *      処理区分： "71"＝病院登録　"72"＝病院変更
      *      "72"は名称・所在地・電話番号・委託区分・注射済票番号の
      *      範囲をまとめて書き換える（年度替わりの番号範囲の交付も
      *      "72"で行う。マスタより新しい交付年度を届けると、それまで
      *      の範囲は前年度の欄へ繰り下がる。前年度と同じ交付年度は
      *      前年度の範囲の訂正になる）
      *****************************************************************
       01  JUUI-TRANS-RECORD.
           03 JT-TRAN-CODE       PIC X(02).
               88 JT-BYOUIN-TOUROKU    VALUE "71".
               88 JT-BYOUIN-HENKOU     VALUE "72".
               88 JT-CODE-SEIJOU       VALUES "71" "72".
           03 JT-BYOUIN-CODE     PIC X(05).
           03 JT-BYOUIN-NAME     PIC  N(20).
           03 JT-BYOUIN-ADDR     PIC  N(40).
           03 JT-BYOUIN-TEL      PIC X(13).
           03 JT-ITAKU-KUBUN     PIC X(01).
           03 JT-KOUFU-NENDO     PIC 9(4).
           03 JT-SHOUMEI-FROM    PIC X(10).
           03 JT-SHOUMEI-TO      PIC X(10).
