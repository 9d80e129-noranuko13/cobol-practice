      *    予防接種トランザクション（当日分の接種届出）レコード
      *      処理区分： "11"＝接種登録
      *      登録番号が犬登録マスタに存在する届出だけを受け付ける
      *      VT-BYOUIN-CODEは接種した動物病院（動物病院マスタ
      *      DOGJUI.CPYのコード）。未登録の病院、病院に交付した範囲
      *      外・使用済みの注射済票番号の届出は棄却する
      *****************************************************************
       01  VACCINE-TRANS-RECORD.
           03 VT-TRAN-CODE       PIC X(02).
           03 VT-SESSHU-DATE     PIC 9(8).
           03 VT-JUUI-NAME       PIC  N(20).
           03 VT-SHOUMEI-NUM     PIC X(10).
           03 VT-BYOUIN-CODE     PIC X(05).
