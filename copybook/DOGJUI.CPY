      *****************************************************************
      *  DOGJUI.CPY
      *    動物病院マスタ（索引編成）のレコード
      *      JU-BYOUIN-CODE を主キーとし、予防接種を届け出る動物病院
      *      の名称・所在地・電話番号、市の委託（注射済票の交付事務
      *      の代行）契約の有無、交付した注射済票番号の範囲を1病院
      *      1レコードで持つ。番号範囲は交付年度（JU-KOUFU-NENDO）
      *      の分と、その前の年度（JU-ZEN-KOUFU-NENDO）の分を持つ。
      *      年度替わりに動物病院マスタ保守（JUUIMT）で新年度の範囲を
      *      届けると、それまでの範囲は前年度の欄へ繰り下がる（年度
      *      明けに届く前年度の接種の検査に使う）。予防接種マスタ保守
      *      （CHUSHAMT）が届出の病院コード・注射済票番号を、届出の
      *      年度の範囲で検査する
      *****************************************************************
       01  JUUI-MASTER-RECORD.
           03 JU-BYOUIN-CODE     PIC X(05).
           03 JU-BYOUIN-NAME     PIC  N(20).
           03 JU-BYOUIN-ADDR     PIC  N(40).
           03 JU-BYOUIN-TEL      PIC X(13).
           03 JU-ITAKU-KUBUN     PIC X(01).
               88 JU-ITAKU            VALUE "1".
               88 JU-ITAKU-NASHI      VALUE "0".
               88 JU-ITAKU-SEIJOU     VALUES "0" "1".
           03 JU-KOUFU-NENDO     PIC 9(4).
           03 JU-SHOUMEI-FROM    PIC X(10).
           03 JU-SHOUMEI-TO      PIC X(10).
           03 JU-ZEN-KOUFU-NENDO PIC 9(4).
           03 JU-ZEN-SHOUMEI-FROM PIC X(10).
           03 JU-ZEN-SHOUMEI-TO  PIC X(10).
