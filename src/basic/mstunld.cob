      *   2026/09/03  最終レコードに退避取得日を追加（前進復旧
      *               （MSTRECV）がジャーナルのどこから当て直すかの
      *               基準にする）
      *   2026/10/15  前工程をBILAPNDからマスタ件数照合（MSTBAL）へ
      *               変更（件数の合わないマスタで正しい退避を上書き
      *               しないよう、照合が一致して完了した日だけ退避
      *               する）


      *** 環境部

      * 運行管理（自プログラム名と前工程名）
       01 RUNCTL-JIBUN-NAME        PIC X(8) VALUE "MSTUNLD".
       01 RUNCTL-ZENKOUTEI-NAME    PIC X(8) VALUE "MSTBAL".

      *   運行管理の自レコード存在スイッチ
       01 RUNCTL-ARI-SWITCH        PIC X(01).
