      *               適用開始日が業務日付以前で最も新しい料率を
      *               採用し、適用した料率を運転管理報告書に印字
      *               する。ファイル未作成時は従来の定数で動く）
      *   2026/10/15  抹消（"03"）で抹消した犬を抹消台帳（MASSDAI）へ
      *               抹消理由・死亡日・抹消日付きで残すよう変更
      *               （台帳へ書けてからマスタを抹消する。同じ登録
      *               番号が台帳にあれば最新の抹消で置き換える）
      *   2026/10/15  鑑札の交付を追加（新規登録で鑑札台帳（KANSDAI）
      *               の在庫から1枚払い出して登録番号に結び付け、
      *               登録証に鑑札番号を印字する。在庫切れでも登録は
      *               行い、鑑札未交付として数えて復帰コード4とする。
      *               住所変更の再発行は交付中の鑑札番号を印字する）
      *   2026/10/15  鑑札再交付（"04"）を追加（紛失・き損は交付中の
      *               鑑札を廃止して新しい鑑札を払い出し、登録証を
      *               再発行して料金パラメタの再交付手数料を請求抽出
      *               へ出す。未交付の犬への後日交付は手数料なし）
      *   2026/10/15  再開始で中断前に処理済みの"04"を読み直した場合に
      *               二重交付・二重請求しないよう、交付中の鑑札が
      *               当日の再交付・後日交付であれば処理済みとして
      *               読み飛ばすよう修正（鑑札台帳の交付日・廃止日は
      *               運行管理の業務日付に統一し、日付をまたいだ再開始
      *               を重ねても判定がずれないようにする）


      *** 環境部
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS UNTEN-PRINT-STATUS.

      *    抹消台帳（索引編成。抹消した犬を理由・日付付きで残す）
           SELECT MASSHOU-DAICHOU  ASSIGN TO "MASSDAI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-REGI-NUM
               ALTERNATE RECORD KEY IS
                   FURIGANA IN MASSHOU-DAICHOU-RECORD
                   WITH DUPLICATES
               FILE STATUS IS MASSHOU-DAICHOU-STATUS.

      *    運行管理マスタ（索引編成。二重実行・順序違反の防止）
           SELECT RUN-CONTROL      ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               RECORD KEY IS RC-KEY
               FILE STATUS IS RUN-CONTROL-STATUS.

      *    鑑札台帳（索引編成。鑑札の在庫と交付先の登録番号）
           SELECT KANSATSU-DAICHOU ASSIGN TO "KANSDAI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KB-KANSATSU-NUM
               ALTERNATE RECORD KEY IS KB-JOUTAI
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS KB-REGI-NUM
                   WITH DUPLICATES
               FILE STATUS IS KANSATSU-DAICHOU-STATUS.

      *    料金パラメタ（更新案内と共有する料率。適用開始日付き）
           SELECT FEE-PARAM        ASSIGN TO "FEEPRM"
               ORGANIZATION IS SEQUENTIAL
           03 CR-LABEL              PIC  N(08).
           03 CR-REGI-NUM           PIC 9(06).
           03 FILLER                PIC X(60).
      *    鑑札番号は未交付のとき空白にして備考へ（未交付）と印字する
       01  CERT-KANSATSU-LINE.
           03 FILLER               PIC X(10).
           03 CS-LABEL              PIC  N(08).
           03 CS-KANSATSU-NUM       PIC X(07).
           03 FILLER                PIC X(02).
           03 CS-BIKOU              PIC  N(06).
           03 FILLER                PIC X(45).
       01  CERT-NAME-LINE.
           03 FILLER               PIC X(10).
           03 CN-LABEL              PIC  N(08).
           LABEL RECORDS ARE STANDARD.
           COPY DOGJNL.

       FD  MASSHOU-DAICHOU
           LABEL RECORDS ARE STANDARD.
           COPY DOGMSD.

       FD  RUN-CONTROL
           LABEL RECORDS ARE STANDARD.
           COPY DOGRUN.

       FD  KANSATSU-DAICHOU
           LABEL RECORDS ARE STANDARD.
           COPY DOGKAN.

       FD  FEE-PARAM
           LABEL RECORDS ARE STANDARD.
           COPY DOGFEE.
       01 UNTEN-PRINT-STATUS       PIC X(02).
           88 UNTEN-PRINT-OK           VALUE "00".

       01 MASSHOU-DAICHOU-STATUS   PIC X(02).
           88 MASSHOU-DAICHOU-OK       VALUE "00".
           88 MASSHOU-DAICHOU-DUP      VALUE "22".
           88 MASSHOU-DAICHOU-NASHI    VALUE "35".

       01 RUN-CONTROL-STATUS       PIC X(02).
           88 RUN-CONTROL-OK           VALUE "00".
           88 RUN-CONTROL-NASHI        VALUE "35".

       01 KANSATSU-DAICHOU-STATUS  PIC X(02).
           88 KANSATSU-DAICHOU-OK      VALUE "00".
           88 KANSATSU-DAICHOU-NASHI   VALUE "35".

      * 運行管理（自プログラム名と前工程名。業務日付は日付をまたいだ
      *   再開始では中断前の実行日を使う）
       01 RUNCTL-JIBUN-NAME        PIC X(8) VALUE "SYNTAX".
       01 MASTER-ARI-SWITCH        PIC X(01) VALUE "N".
           88 MASTER-ARI               VALUE "Y".

      *   鑑札台帳の同一登録番号の読み終わりスイッチ（交付中の鑑札の
      *   探索用）
       01 KANSATSU-EOF-SWITCH      PIC X(01) VALUE "N".
           88 KANSATSU-IS-EOF          VALUE "Y".

      * 件数・チェックポイント関連
       01 TRAN-COUNT               PIC 9(8) VALUE 0.
       01 SEIJOU-COUNT             PIC 9(8) VALUE 0.
       01 MASSHOU-COUNT            PIC 9(8) VALUE 0.
       01 MITOUROKU-COUNT          PIC 9(8) VALUE 0.
       01 TRAN-CODE-IJOU-COUNT     PIC 9(8) VALUE 0.
       01 SAIKOUFU-COUNT           PIC 9(8) VALUE 0.
       01 SAIKOUFU-KYAKKA-COUNT    PIC 9(8) VALUE 0.
       01 KANSATSU-MIKOUFU-COUNT   PIC 9(8) VALUE 0.
       01 SAIKOUFU-SUMI-COUNT      PIC 9(8) VALUE 0.

      * 制御レコード関連（読み込んだ明細件数と最終レコードの件数）
       01 MEISAI-YOMI-COUNT        PIC 9(8) VALUE 0.
       01 KOUREI-GENGAKU           PIC 9(5) VALUE 0500.
       01 KOUREI-NENREI            PIC 9(3) VALUE 010.

      * 鑑札再交付手数料（初期値は料金パラメタが未作成の場合の料率）
       01 SAIKOUFU-RYOUKIN         PIC 9(5) VALUE 1600.

      * 鑑札の払い出し（交付区分は呼出し元で設定する。払い出した
      *   鑑札番号は登録証の印字に使い、0は在庫切れで未交付を示す。
      *   交付中の鑑札番号は再交付で廃止する元の鑑札・住所変更の
      *   再発行の印字に使い、0は交付中の鑑札がないことを示す）
       01 HARAIDASHI-KUBUN         PIC X(01).
       01 HAKKOU-KANSATSU-NUM      PIC 9(7).
       01 GENKOU-KANSATSU-NUM      PIC 9(7).

      *   登録証の備考（再交付で発行したときだけ（再交付）と印字する）
       01 SHOUMEI-SAIKOUFU-SWITCH  PIC X(01) VALUE "N".
           88 SHOUMEI-SAIKOUFU         VALUE "Y".

      * 料金パラメタ関連（採用した料率の適用開始日。0は内蔵の
      *   従来料率で動いたことを示す）
       01 FEE-PARAM-STATUS         PIC X(02).
                       TO RYOUKIN-GOUKEI
                   MOVE CK-RUN-DATE IN CHECKPOINT-RECORD
                       TO SAIKAISHI-RUN-DATE
                   MOVE CK-SAIKOUFU-COUNT IN CHECKPOINT-RECORD
                       TO SAIKOUFU-COUNT
                   MOVE CK-SAIKOUFU-KYAKKA-COUNT IN CHECKPOINT-RECORD
                       TO SAIKOUFU-KYAKKA-COUNT
                   MOVE CK-KANSATSU-MIKOUFU-COUNT IN CHECKPOINT-RECORD
                       TO KANSATSU-MIKOUFU-COUNT
               END-IF
               CLOSE CHECKPOINT-FILE
           END-IF
           MOVE FE-RYOUKIN-KIHON   TO RYOUKIN-KIHON
           MOVE FE-SAKYOKU-GENGAKU TO SAKYOKUZUMI-GENGAKU
           MOVE FE-KOUREI-GENGAKU  TO KOUREI-GENGAKU
           MOVE FE-KOUREI-NENREI   TO KOUREI-NENREI
           MOVE FE-SAIKOUFU-RYOUKIN TO SAIKOUFU-RYOUKIN.
       1210-EXIT.
           EXIT.


           ADD 1 TO MEISAI-YOMI-COUNT

      *    処理区分が新規登録（"01"）・変更（"02"）・抹消（"03"）・
      *    鑑札再交付（"04"）のいずれでもないトランザクションは整列
      *    の対象に含めず、ここで棄却する
           IF NOT TRAN-CODE-SEIJOU IN TOUROKU-TRANS-RECORD
               ADD 1 TO TRAN-CODE-IJOU-COUNT
               DISPLAY "*** 処理区分異常棄却 TRAN-CODE=" ,
           END-IF

           PERFORM 4090-DOG-MASTER-KAISHI THRU 4090-EXIT
           PERFORM 4095-MASSHOU-DAICHOU-KAISHI THRU 4095-EXIT
           PERFORM 4096-KANSATSU-DAICHOU-KAISHI THRU 4096-EXIT

      *    再開始の場合は、中断前の実行で既に出力済みの請求・登録証
      *    行を残したまま追記する（先頭から上書きすると消えてしまう）

           CLOSE TOUROKU-SORT-OUT.
           CLOSE DOG-MASTER.
           CLOSE MASSHOU-DAICHOU.
           CLOSE KANSATSU-DAICHOU.
           CLOSE BILLING-EXTRACT.
           CLOSE CERT-PRINT.
       4000-EXIT.
       4090-EXIT.
           EXIT.

      *    抹消台帳をI-Oモードで開く（未作成の場合はDOG-MASTERと同様
      *    に空の状態で新規作成してから開き直す）
       4095-MASSHOU-DAICHOU-KAISHI.
           OPEN I-O MASSHOU-DAICHOU
           IF MASSHOU-DAICHOU-NASHI
               OPEN OUTPUT MASSHOU-DAICHOU
               CLOSE MASSHOU-DAICHOU
               OPEN I-O MASSHOU-DAICHOU
           END-IF
           IF NOT MASSHOU-DAICHOU-OK
               DISPLAY "*** MASSHOU-DAICHOU 開始時異常 STATUS=" ,
                       MASSHOU-DAICHOU-STATUS
               STOP RUN
           END-IF.
       4095-EXIT.
           EXIT.

      *    鑑札台帳をI-Oモードで開く（未作成の場合はDOG-MASTERと同様
      *    に空の状態で新規作成してから開き直す。在庫がないため新規
      *    登録はすべて鑑札未交付になる）
       4096-KANSATSU-DAICHOU-KAISHI.
           OPEN I-O KANSATSU-DAICHOU
           IF KANSATSU-DAICHOU-NASHI
               OPEN OUTPUT KANSATSU-DAICHOU
               CLOSE KANSATSU-DAICHOU
               OPEN I-O KANSATSU-DAICHOU
           END-IF
           IF NOT KANSATSU-DAICHOU-OK
               DISPLAY "*** KANSATSU-DAICHOU 開始時異常 STATUS=" ,
                       KANSATSU-DAICHOU-STATUS
               STOP RUN
           END-IF.
       4096-EXIT.
           EXIT.


       4010-1KEN-YOMIKOMI.
           READ TOUROKU-SORT-OUT
      *****************************************************************
      * 4100 トランザクション1件分の更新処理
      *      マスタの存在有無を先に調べ、処理区分ごとの処理へ渡す
      *      （新規は既存REGI-NUMを重複棄却、変更・抹消・鑑札再交付は
      *      未登録のREGI-NUMを未登録棄却と、逆向きの検査になる）
      *****************************************************************
       4100-TORAN-1KEN-SHORI.
           ADD 1 TO TRAN-COUNT.
               IF TRAN-HENKOU IN TOUROKU-SORT-OUT-RECORD
                   PERFORM 4120-HENKOU-SHORI THRU 4120-EXIT
               ELSE
                   IF TRAN-MASSHOU IN TOUROKU-SORT-OUT-RECORD
                       PERFORM 4130-MASSHOU-SHORI THRU 4130-EXIT
                   ELSE
                       PERFORM 4140-KANSATSU-SAIKOUFU THRU 4140-EXIT
                   END-IF
               END-IF
           END-IF.
       4100-EXIT.
      * 4110 新規登録（"01"）
      *      重複REGI-NUMはエラーとして棄却する
      *      請求抽出・登録証の発行は新規登録のときだけ行う
      *      鑑札は在庫から1枚払い出して登録番号に結び付ける。在庫
      *      切れの場合も登録は行い、鑑札未交付として数える（後日、
      *      再交付"04"の未交付理由で交付する）
      *****************************************************************
       4110-SHINKI-TOUROKU.
           IF MASTER-ARI
           MOVE DOG TO JN-AFTER-IMAGE
           PERFORM 8100-JOURNAL-SHUTSURYOKU THRU 8100-EXIT

           MOVE 0 TO GENKOU-KANSATSU-NUM
           MOVE "1" TO HARAIDASHI-KUBUN
           PERFORM 4150-KANSATSU-HARAIDASHI THRU 4150-EXIT
           IF HAKKOU-KANSATSU-NUM = 0
               ADD 1 TO KANSATSU-MIKOUFU-COUNT
               DISPLAY "*** 鑑札在庫なしのため未交付" ,
                       " REGI-NUM=" REGI-NUM IN DOG
           END-IF

           PERFORM 6000-RYOUKIN-KEISAN   THRU 6000-EXIT
           MOVE "N" TO SHOUMEI-SAIKOUFU-SWITCH
           PERFORM 7000-SHOUMEISHO-HAKKOU THRU 7000-EXIT.
       4110-EXIT.
           EXIT.
           PERFORM 8100-JOURNAL-SHUTSURYOKU THRU 8100-EXIT

           IF OWNER-ADDR IN DOG NOT = OWNER-ADDR IN MOTO-DOG
               PERFORM 4160-GENKOU-KANSATSU-SAGASHI THRU 4160-EXIT
               MOVE GENKOU-KANSATSU-NUM TO HAKKOU-KANSATSU-NUM
               MOVE "N" TO SHOUMEI-SAIKOUFU-SWITCH
               PERFORM 7000-SHOUMEISHO-HAKKOU THRU 7000-EXIT
           END-IF.
       4120-EXIT.
      *****************************************************************
      * 4130 抹消（"03"）
      *      未登録REGI-NUMはエラーとして棄却する
      *      抹消する犬は抹消理由・死亡日付きで抹消台帳へ先に書き、
      *      書けてからマスタを抹消する（先に消すと台帳に書けなかった
      *      犬の記録が失われる）
      *****************************************************************
       4130-MASSHOU-SHORI.
           IF NOT MASTER-ARI
           END-IF

           MOVE DOG-MASTER-RECORD TO MOTO-DOG
           PERFORM 4135-MASSHOU-DAICHOU-KIROKU THRU 4135-EXIT

           DELETE DOG-MASTER
               INVALID KEY
       4130-EXIT.
           EXIT.

      *    抹消台帳への記録（死亡日は抹消理由が死亡のときだけ持つ。
      *    同じ登録番号が既にあれば最新の抹消で置き換える）
       4135-MASSHOU-DAICHOU-KIROKU.
           MOVE REGI-NUM IN MOTO-DOG TO MD-REGI-NUM
           MOVE MS-RIYUU-CODE IN TOUROKU-SORT-OUT-RECORD
               TO MD-RIYUU-CODE
           IF MS-SHIBOU IN TOUROKU-SORT-OUT-RECORD
               MOVE MS-SHIBOU-DATE IN TOUROKU-SORT-OUT-RECORD
                   TO MD-SHIBOU-DATE
           ELSE
               MOVE 0 TO MD-SHIBOU-DATE
           END-IF
           MOVE GYOUMU-DATE-8 TO MD-MASSHOU-DATE
           MOVE "SYNTAX" TO MD-PROGRAM-NAME
           MOVE MOTO-DOG TO MD-DOG-DATA
           WRITE MASSHOU-DAICHOU-RECORD
               INVALID KEY
                   IF MASSHOU-DAICHOU-DUP
                       REWRITE MASSHOU-DAICHOU-RECORD
                   END-IF
           END-WRITE
           IF NOT MASSHOU-DAICHOU-OK
               DISPLAY "*** 抹消台帳書込異常 REGI-NUM=" ,
                       MD-REGI-NUM " STATUS=" ,
                       MASSHOU-DAICHOU-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       4135-EXIT.
           EXIT.


      *****************************************************************
      * 4140 鑑札再交付（"04"）
      *      未登録REGI-NUMはエラーとして棄却する
      *      紛失・き損は交付中の鑑札がなければ棄却し、未交付は交付
      *      中の鑑札があれば棄却する。新しい鑑札を払い出せてから
      *      元の鑑札を廃止する（在庫切れで棄却した場合に元の鑑札を
      *      残すため）。紛失・き損は再交付手数料を請求抽出へ出す
      *      登録証は再交付の備考付きで再発行する
      *      交付中の鑑札が当日付の再交付・後日交付であれば、再開始
      *      で読み直した処理済みの"04"として何もせず読み飛ばす
      *****************************************************************
       4140-KANSATSU-SAIKOUFU.
           IF NOT MASTER-ARI
               ADD 1 TO MITOUROKU-COUNT
               DISPLAY "*** 未登録のため再交付棄却" ,
                       " REGI-NUM=" ,
                       REGI-NUM IN DOG-DATA IN TOUROKU-SORT-OUT-RECORD
               GO TO 4140-EXIT
           END-IF

           MOVE DOG-MASTER-RECORD TO DOG
           PERFORM 4160-GENKOU-KANSATSU-SAGASHI THRU 4160-EXIT

      *    4160で見つけた交付中の鑑札がレコード域に残っている
           IF GENKOU-KANSATSU-NUM NOT = 0
               IF (KB-KOUFU-SAIKOUFU OR KB-KOUFU-GOJITSU)
                       AND KB-KOUFU-DATE = RUNCTL-GYOUMU-DATE
                   ADD 1 TO SAIKOUFU-SUMI-COUNT
                   DISPLAY "*** 再交付処理済み読み飛ばし" ,
                           " REGI-NUM=" REGI-NUM IN DOG ,
                           " KANSATSU=" GENKOU-KANSATSU-NUM
                   GO TO 4140-EXIT
               END-IF
           END-IF

           IF SF-MIKOUFU IN TOUROKU-SORT-OUT-RECORD
               IF GENKOU-KANSATSU-NUM NOT = 0
                   ADD 1 TO SAIKOUFU-KYAKKA-COUNT
                   DISPLAY "*** 鑑札交付済みのため棄却" ,
                           " REGI-NUM=" REGI-NUM IN DOG ,
                           " KANSATSU=" GENKOU-KANSATSU-NUM
                   GO TO 4140-EXIT
               END-IF
               MOVE "4" TO HARAIDASHI-KUBUN
           ELSE
               IF GENKOU-KANSATSU-NUM = 0
                   ADD 1 TO SAIKOUFU-KYAKKA-COUNT
                   DISPLAY "*** 交付中の鑑札なし棄却" ,
                           " REGI-NUM=" REGI-NUM IN DOG
                   GO TO 4140-EXIT
               END-IF
               MOVE "3" TO HARAIDASHI-KUBUN
           END-IF

           PERFORM 4150-KANSATSU-HARAIDASHI THRU 4150-EXIT
           IF HAKKOU-KANSATSU-NUM = 0
               ADD 1 TO SAIKOUFU-KYAKKA-COUNT
               DISPLAY "*** 鑑札在庫なし再交付棄却" ,
                       " REGI-NUM=" REGI-NUM IN DOG
               GO TO 4140-EXIT
           END-IF

           IF NOT SF-MIKOUFU IN TOUROKU-SORT-OUT-RECORD
               PERFORM 4170-KYUU-KANSATSU-HAISHI THRU 4170-EXIT
               PERFORM 6100-SAIKOUFU-RYOUKIN THRU 6100-EXIT
           END-IF

           ADD 1 TO SAIKOUFU-COUNT
           SET SHOUMEI-SAIKOUFU TO TRUE
           PERFORM 7000-SHOUMEISHO-HAKKOU THRU 7000-EXIT.
       4140-EXIT.
           EXIT.


      *****************************************************************
      * 4150 鑑札の払い出し（DOGの登録番号へ交付する）
      *      在庫（状態"0"）の副キーで先頭の1枚を読み、交付済みへ
      *      進めて登録番号・交付区分・交付日と、再交付の場合は廃止
      *      する元の鑑札番号（GENKOU-KANSATSU-NUM）を記入する
      *      在庫がなければHAKKOU-KANSATSU-NUMを0で返す
      *****************************************************************
       4150-KANSATSU-HARAIDASHI.
           MOVE 0 TO HAKKOU-KANSATSU-NUM.
           MOVE "0" TO KB-JOUTAI
           START KANSATSU-DAICHOU
               KEY IS = KB-JOUTAI
               INVALID KEY
      *            在庫が1枚もない場合は未交付で返す
                   GO TO 4150-EXIT
           END-START
           READ KANSATSU-DAICHOU NEXT RECORD
               AT END
                   GO TO 4150-EXIT
           END-READ
           IF NOT KB-ZAIKO
               GO TO 4150-EXIT
           END-IF

           SET KB-KOUFU-ZUMI TO TRUE
           MOVE REGI-NUM IN DOG      TO KB-REGI-NUM
           MOVE HARAIDASHI-KUBUN     TO KB-KOUFU-KUBUN
      *    交付日は運行管理の業務日付（再開始では中断前の実行日）と
      *    し、4140の処理済み判定と同じ日付にそろえる
           MOVE RUNCTL-GYOUMU-DATE   TO KB-KOUFU-DATE
           MOVE GENKOU-KANSATSU-NUM  TO KB-MOTO-KANSATSU-NUM
           REWRITE KANSATSU-DAICHOU-RECORD
               INVALID KEY
                   DISPLAY "*** 鑑札台帳書換異常 KANSATSU=" ,
                           KB-KANSATSU-NUM " STATUS=" ,
                           KANSATSU-DAICHOU-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           MOVE KB-KANSATSU-NUM TO HAKKOU-KANSATSU-NUM.
       4150-EXIT.
           EXIT.


      *****************************************************************
      * 4160 交付中の鑑札の探索（DOGの登録番号）
      *      登録番号の副キーで同じ登録番号の鑑札を順に読み、交付済み
      *      （状態"1"）の鑑札番号をGENKOU-KANSATSU-NUMへ返す。交付中の
      *      鑑札がなければ0で返す
      *****************************************************************
       4160-GENKOU-KANSATSU-SAGASHI.
           MOVE 0 TO GENKOU-KANSATSU-NUM.
           MOVE REGI-NUM IN DOG TO KB-REGI-NUM
           START KANSATSU-DAICHOU
               KEY IS = KB-REGI-NUM
               INVALID KEY
      *            鑑札台帳にない犬は交付中の鑑札なしのままでよい
                   GO TO 4160-EXIT
           END-START
           MOVE "N" TO KANSATSU-EOF-SWITCH.
           PERFORM 4161-KANSATSU-1KEN THRU 4161-EXIT
               UNTIL KANSATSU-IS-EOF.
       4160-EXIT.
           EXIT.

       4161-KANSATSU-1KEN.
           READ KANSATSU-DAICHOU NEXT RECORD
               AT END
                   SET KANSATSU-IS-EOF TO TRUE
                   GO TO 4161-EXIT
           END-READ

           IF KB-REGI-NUM NOT = REGI-NUM IN DOG
               SET KANSATSU-IS-EOF TO TRUE
               GO TO 4161-EXIT
           END-IF

           IF KB-KOUFU-ZUMI
               MOVE KB-KANSATSU-NUM TO GENKOU-KANSATSU-NUM
               SET KANSATSU-IS-EOF TO TRUE
           END-IF.
       4161-EXIT.
           EXIT.


      *****************************************************************
      * 4170 元の鑑札の廃止（再交付の紛失・き損）
      *      交付中だった鑑札を紛失（状態"3"）またはき損（状態"2"）
      *      へ書き換え、廃止日を記入する。登録番号・交付日は残す
      *****************************************************************
       4170-KYUU-KANSATSU-HAISHI.
           MOVE GENKOU-KANSATSU-NUM TO KB-KANSATSU-NUM
           READ KANSATSU-DAICHOU
               INVALID KEY
                   DISPLAY "*** 鑑札台帳読込異常 KANSATSU=" ,
                           GENKOU-KANSATSU-NUM " STATUS=" ,
                           KANSATSU-DAICHOU-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ

           IF SF-FUNSHITSU IN TOUROKU-SORT-OUT-RECORD
               SET KB-FUNSHITSU TO TRUE
           ELSE
               SET KB-SHOSON TO TRUE
           END-IF
           MOVE RUNCTL-GYOUMU-DATE TO KB-HAISHI-DATE
           REWRITE KANSATSU-DAICHOU-RECORD
               INVALID KEY
                   DISPLAY "*** 鑑札台帳書換異常 KANSATSU=" ,
                           KB-KANSATSU-NUM " STATUS=" ,
                           KANSATSU-DAICHOU-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
       4170-EXIT.
           EXIT.


      *****************************************************************
      * 4500 マスタ全件の更新判定の見直し
           EXIT.


      *****************************************************************
      * 6100 鑑札再交付手数料の日次請求抽出への出力
      *      料金パラメタの再交付手数料を登録料と同じ請求抽出へ出す
      *****************************************************************
       6100-SAIKOUFU-RYOUKIN.
           MOVE REGI-NUM IN DOG      TO BX-REGI-NUM
           MOVE OWNER-NAME IN DOG    TO BX-OWNER-NAME
           MOVE SAIKOUFU-RYOUKIN      TO BX-RYOUKIN-GAKU
           MOVE GYOUMU-DATE-8         TO BX-HAKKOU-DATE
           WRITE BILL-EXTRACT-RECORD
           ADD SAIKOUFU-RYOUKIN TO RYOUKIN-GOUKEI.
       6100-EXIT.
           EXIT.


      *****************************************************************
      * 7000 登録証の発行（印刷ファイルへの出力）
      *****************************************************************
           MOVE REGI-NUM IN DOG TO CR-REGI-NUM.
           WRITE CERT-REGI-LINE.

      *    鑑札番号（呼出し元がHAKKOU-KANSATSU-NUMに設定する。0は
      *    在庫切れ等で鑑札を交付していないことを示す）
           INITIALIZE CERT-KANSATSU-LINE.
           MOVE "鑑札番号：" TO CS-LABEL.
           IF HAKKOU-KANSATSU-NUM = 0
               MOVE "（未交付）" TO CS-BIKOU
           ELSE
               MOVE HAKKOU-KANSATSU-NUM TO CS-KANSATSU-NUM
               IF SHOUMEI-SAIKOUFU
                   MOVE "（再交付）" TO CS-BIKOU
               END-IF
           END-IF
           WRITE CERT-KANSATSU-LINE.

           INITIALIZE CERT-NAME-LINE.
           MOVE "犬の名前：" TO CN-LABEL.
           MOVE NAME IN DOG TO CN-NAME.
               TO CK-MITOUROKU-COUNT IN CHECKPOINT-RECORD
           MOVE RYOUKIN-GOUKEI
               TO CK-RYOUKIN-GOUKEI IN CHECKPOINT-RECORD
           MOVE SAIKOUFU-COUNT
               TO CK-SAIKOUFU-COUNT IN CHECKPOINT-RECORD
           MOVE SAIKOUFU-KYAKKA-COUNT
               TO CK-SAIKOUFU-KYAKKA-COUNT IN CHECKPOINT-RECORD
           MOVE KANSATSU-MIKOUFU-COUNT
               TO CK-KANSATSU-MIKOUFU-COUNT IN CHECKPOINT-RECORD
      *    実行日は見出しレコードで確かめた業務上の作成日を引き継ぐ
      *    （当日日付を入れると、日付をまたいだ再開始の最中に採った
      *    チェックポイントを次の再開始が受け付けなくなる）

           CLOSE MASTER-JOURNAL.

      *    鑑札を交付できなかった新規登録は警告として知らせる
      *    （登録は済んでいるため後続の工程は止めない）
           IF KANSATSU-MIKOUFU-COUNT > 0
               DISPLAY "*** 鑑札未交付の登録あり 件数=" ,
                       KANSATSU-MIKOUFU-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 9800-RUNCTL-KANRYOU THRU 9800-EXIT.
       9000-EXIT.
           EXIT.
           MOVE MASSHOU-COUNT TO UK-KENSUU.
           WRITE UNTEN-KENSUU-LINE.

           MOVE SPACE TO UNTEN-KENSUU-LINE.
           MOVE "鑑札再交付　　　：" TO UK-LABEL.
           MOVE SAIKOUFU-COUNT TO UK-KENSUU.
           WRITE UNTEN-KENSUU-LINE.

           MOVE SPACE TO UNTEN-KENSUU-LINE.
           MOVE "鑑札未交付登録　：" TO UK-LABEL.
           MOVE KANSATSU-MIKOUFU-COUNT TO UK-KENSUU.
           WRITE UNTEN-KENSUU-LINE.

           MOVE SPACE TO UNTEN-KENSUU-LINE.
           MOVE "重複棄却　　　　：" TO UK-LABEL.
           MOVE JUUFUKU-COUNT TO UK-KENSUU.
           MOVE MITOUROKU-COUNT TO UK-KENSUU.
           WRITE UNTEN-KENSUU-LINE.

           MOVE SPACE TO UNTEN-KENSUU-LINE.
           MOVE "再交付棄却　　　：" TO UK-LABEL.
           MOVE SAIKOUFU-KYAKKA-COUNT TO UK-KENSUU.
           WRITE UNTEN-KENSUU-LINE.

           MOVE SPACE TO UNTEN-KENSUU-LINE.
           MOVE "再交付処理済み　：" TO UK-LABEL.
           MOVE SAIKOUFU-SUMI-COUNT TO UK-KENSUU.
           WRITE UNTEN-KENSUU-LINE.

           MOVE SPACE TO UNTEN-KENSUU-LINE.
           MOVE "区分異常棄却　　：" TO UK-LABEL.
           MOVE TRAN-CODE-IJOU-COUNT TO UK-KENSUU.
           MOVE "円" TO UG-EN.
           WRITE UNTEN-KINGAKU-LINE.

           MOVE SPACE TO UNTEN-KINGAKU-LINE.
           MOVE "鑑札再交付手数料：" TO UG-LABEL.
           MOVE SAIKOUFU-RYOUKIN TO UG-KINGAKU.
           MOVE "円" TO UG-EN.
           WRITE UNTEN-KINGAKU-LINE.

           MOVE SPACE TO UNTEN-JOUTAI-LINE.
           MOVE "再開始状況　　　：" TO UJ-LABEL.
           IF SAIKAISHI-JIKKOU
