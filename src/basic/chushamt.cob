      *               ションを読み、登録番号が犬登録マスタに存在する
      *               届出だけを予防接種マスタへ登録する。未登録の
      *               犬・同一年度の二重届出は棄却して数える）
      *   2026/10/15  届出に動物病院コードを追加し、動物病院マスタ
      *               （JUUIMST）で検査するよう変更（未登録の病院、
      *               病院に交付した範囲外の注射済票番号、注射済票
      *               交付台帳（SHOMDAI）に使用済みの番号は棄却する。
      *               受け付けた届出は同台帳へ記録し、動物病院別の
      *               月次精算（JUUISEI）の元にする）
      *   2026/10/15  注射済票番号の範囲検査を届出の年度の範囲で行う
      *               よう変更（年度替わりの後に届く前年度の接種を、
      *               動物病院マスタの前年度の範囲で検査する）


      *** 環境部
               RECORD KEY IS VC-KEY
               FILE STATUS IS VACCINE-MASTER-STATUS.

      *    動物病院マスタ（索引編成。病院コード・注射済票番号の
      *    範囲の検査に使う）
           SELECT JUUI-MASTER      ASSIGN TO "JUUIMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JU-BYOUIN-CODE
               FILE STATUS IS JUUI-MASTER-STATUS.

      *    注射済票交付台帳（索引編成。番号の二重使用の検査と
      *    受け付けた届出の記録）
           SELECT SHOUMEI-DAICHOU  ASSIGN TO "SHOMDAI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SD-KEY
               FILE STATUS IS SHOUMEI-DAICHOU-STATUS.

      *    当日分の接種トランザクション
           SELECT VACCINE-TRANS    ASSIGN TO "VACTRN"
               ORGANIZATION IS SEQUENTIAL
           LABEL RECORDS ARE STANDARD.
           COPY DOGVAC.

       FD  JUUI-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY DOGJUI.

       FD  SHOUMEI-DAICHOU
           LABEL RECORDS ARE STANDARD.
           COPY DOGSHD.

       FD  VACCINE-TRANS
           LABEL RECORDS ARE STANDARD.
           COPY DOGVTR.
           88 VACCINE-MASTER-DUP       VALUE "22".
           88 VACCINE-MASTER-NASHI     VALUE "35".

       01 JUUI-MASTER-STATUS       PIC X(02).
           88 JUUI-MASTER-OK           VALUE "00".
           88 JUUI-MASTER-NOTFOUND     VALUE "23".

       01 SHOUMEI-DAICHOU-STATUS   PIC X(02).
           88 SHOUMEI-DAICHOU-OK       VALUE "00".
           88 SHOUMEI-DAICHOU-NOTFOUND VALUE "23".
           88 SHOUMEI-DAICHOU-NASHI    VALUE "35".

       01 VACCINE-TRANS-STATUS     PIC X(02).
           88 VACCINE-TRANS-OK         VALUE "00".
           88 VACCINE-TRANS-EOF        VALUE "10".
       01 MASTER-ARI-SWITCH        PIC X(01).
           88 MASTER-ARI               VALUE "Y".

      *   動物病院マスタ存在スイッチ・注射済票番号使用済みスイッチ
       01 BYOUIN-ARI-SWITCH        PIC X(01).
           88 BYOUIN-ARI               VALUE "Y".

       01 SHIYOUZUMI-SWITCH        PIC X(01).
           88 SHIYOUZUMI               VALUE "Y".

      *   届出の年度の番号範囲（当年度・前年度のどちらかから採る。
      *   どちらの年度でもなければスイッチを落とす）
       01 HANI-ARI-SWITCH          PIC X(01).
           88 HANI-ARI                 VALUE "Y".
       01 HANI-SHOUMEI-FROM        PIC X(10).
       01 HANI-SHOUMEI-TO          PIC X(10).

      * 業務日付（注射済票交付台帳の受付日）
       01 GYOUMU-DATE-8            PIC 9(8).

      * 件数
       01 TRAN-COUNT               PIC 9(8) VALUE 0.
       01 SEIJOU-COUNT             PIC 9(8) VALUE 0.
       01 MITOUROKU-COUNT          PIC 9(8) VALUE 0.
       01 NIJUU-COUNT              PIC 9(8) VALUE 0.
       01 KUBUN-IJOU-COUNT         PIC 9(8) VALUE 0.
       01 BYOUIN-FUMEI-COUNT       PIC 9(8) VALUE 0.
       01 HANI-GAI-COUNT           PIC 9(8) VALUE 0.
       01 SHIYOUZUMI-COUNT         PIC 9(8) VALUE 0.


      *** 手続き部
      * 1000 初期処理（ファイルの開始）
      *****************************************************************
       1000-SHOKI-SHORI.
           ACCEPT GYOUMU-DATE-8 FROM DATE YYYYMMDD.

           OPEN INPUT DOG-MASTER
           IF NOT DOG-MASTER-OK
               DISPLAY "*** DOG-MASTER 開始時異常 STATUS=" ,

           PERFORM 1100-VACCINE-MASTER-KAISHI THRU 1100-EXIT

           OPEN INPUT JUUI-MASTER
           IF NOT JUUI-MASTER-OK
               DISPLAY "*** JUUI-MASTER 開始時異常 STATUS=" ,
                       JUUI-MASTER-STATUS
               STOP RUN
           END-IF

           PERFORM 1200-SHOUMEI-DAICHOU-KAISHI THRU 1200-EXIT

           OPEN INPUT VACCINE-TRANS
           IF NOT VACCINE-TRANS-OK
               DISPLAY "*** VACCINE-TRANS 開始時異常 STATUS=" ,
           EXIT.


      *****************************************************************
      * 1200 注射済票交付台帳をI-Oモードで開く（1100と同じ扱い）
      *****************************************************************
       1200-SHOUMEI-DAICHOU-KAISHI.
           OPEN I-O SHOUMEI-DAICHOU
           IF SHOUMEI-DAICHOU-NASHI
               OPEN OUTPUT SHOUMEI-DAICHOU
               IF NOT SHOUMEI-DAICHOU-OK
                   DISPLAY "*** SHOUMEI-DAICHOU 新規作成異常" ,
                           " STATUS=" SHOUMEI-DAICHOU-STATUS
                   STOP RUN
               END-IF
               CLOSE SHOUMEI-DAICHOU
               OPEN I-O SHOUMEI-DAICHOU
           END-IF
           IF NOT SHOUMEI-DAICHOU-OK
               DISPLAY "*** SHOUMEI-DAICHOU 開始時異常" ,
                       " STATUS=" SHOUMEI-DAICHOU-STATUS
               STOP RUN
           END-IF.
       1200-EXIT.
           EXIT.


      *****************************************************************
      * 4000 接種トランザクションの主ループ
      *****************************************************************
      * 4100 接種トランザクション1件分の登録処理
      *      登録番号が犬登録マスタにない届出、同一登録番号・年度の
      *      二重届出はエラーとして棄却する
      *      動物病院コードが動物病院マスタにない届出、注射済票番号
      *      がその病院に交付した範囲（交付年度と接種年度が同じで、
      *      開始～終了の間）にない届出、同じ年度の同じ番号が注射
      *      済票交付台帳にある届出も棄却する
      *****************************************************************
       4100-TORAN-1KEN-SHORI.
           READ VACCINE-TRANS
               GO TO 4100-EXIT
           END-IF

      *    動物病院マスタの存在確認
           MOVE "N" TO BYOUIN-ARI-SWITCH.
           MOVE VT-BYOUIN-CODE TO JU-BYOUIN-CODE
           READ JUUI-MASTER
               INVALID KEY
                   IF JUUI-MASTER-NOTFOUND
                       CONTINUE
                   ELSE
                       DISPLAY "*** 動物病院マスタ読込異常" ,
                               " STATUS=" JUUI-MASTER-STATUS
                       STOP RUN
                   END-IF
               NOT INVALID KEY
                   SET BYOUIN-ARI TO TRUE
           END-READ

           IF NOT BYOUIN-ARI
               ADD 1 TO BYOUIN-FUMEI-COUNT
               DISPLAY "*** 未登録の動物病院のため棄却" ,
                       " REGI-NUM=" VT-REGI-NUM ,
                       " BYOUIN-CODE=" VT-BYOUIN-CODE
               GO TO 4100-EXIT
           END-IF

      *    注射済票番号の交付範囲の確認（届出の年度の範囲で調べる。
      *    年度明けに届く前年度の接種は前年度の範囲で調べる）
           MOVE "N" TO HANI-ARI-SWITCH.
           IF VT-NENDO = JU-KOUFU-NENDO
               SET HANI-ARI TO TRUE
               MOVE JU-SHOUMEI-FROM TO HANI-SHOUMEI-FROM
               MOVE JU-SHOUMEI-TO   TO HANI-SHOUMEI-TO
           ELSE
               IF JU-ZEN-KOUFU-NENDO NOT = 0
                       AND VT-NENDO = JU-ZEN-KOUFU-NENDO
                   SET HANI-ARI TO TRUE
                   MOVE JU-ZEN-SHOUMEI-FROM TO HANI-SHOUMEI-FROM
                   MOVE JU-ZEN-SHOUMEI-TO   TO HANI-SHOUMEI-TO
               END-IF
           END-IF
           IF NOT HANI-ARI
                   OR VT-SHOUMEI-NUM < HANI-SHOUMEI-FROM
                   OR VT-SHOUMEI-NUM > HANI-SHOUMEI-TO
               ADD 1 TO HANI-GAI-COUNT
               DISPLAY "*** 番号範囲外のため棄却" ,
                       " REGI-NUM=" VT-REGI-NUM ,
                       " SHOUMEI-NUM=" VT-SHOUMEI-NUM
               GO TO 4100-EXIT
           END-IF

      *    注射済票番号の使用済み確認
           MOVE "N" TO SHIYOUZUMI-SWITCH.
           MOVE VT-NENDO       TO SD-NENDO
           MOVE VT-SHOUMEI-NUM TO SD-SHOUMEI-NUM
           READ SHOUMEI-DAICHOU
               INVALID KEY
                   IF SHOUMEI-DAICHOU-NOTFOUND
                       CONTINUE
                   ELSE
                       DISPLAY "*** 交付台帳読込異常" ,
                               " STATUS=" SHOUMEI-DAICHOU-STATUS
                       STOP RUN
                   END-IF
               NOT INVALID KEY
                   SET SHIYOUZUMI TO TRUE
           END-READ

           IF SHIYOUZUMI
               ADD 1 TO SHIYOUZUMI-COUNT
               DISPLAY "*** 番号使用済みのため棄却" ,
                       " REGI-NUM=" VT-REGI-NUM ,
                       " SHOUMEI-NUM=" VT-SHOUMEI-NUM
               GO TO 4100-EXIT
           END-IF

           MOVE VT-REGI-NUM     TO VC-REGI-NUM
           MOVE VT-NENDO        TO VC-NENDO
           MOVE VT-SESSHU-DATE  TO VC-SESSHU-DATE
                   GO TO 4100-EXIT
           END-WRITE

           ADD 1 TO SEIJOU-COUNT

      *    注射済票交付台帳への記録
           MOVE VT-NENDO       TO SD-NENDO
           MOVE VT-SHOUMEI-NUM TO SD-SHOUMEI-NUM
           MOVE VT-BYOUIN-CODE TO SD-BYOUIN-CODE
           MOVE VT-REGI-NUM    TO SD-REGI-NUM
           MOVE VT-SESSHU-DATE TO SD-SESSHU-DATE
           MOVE GYOUMU-DATE-8  TO SD-UKETSUKE-DATE
           WRITE SHOUMEI-DAICHOU-RECORD
               INVALID KEY
                   DISPLAY "*** 交付台帳更新エラー" ,
                           " REGI-NUM=" VT-REGI-NUM ,
                           " STATUS=" SHOUMEI-DAICHOU-STATUS
           END-WRITE.
       4100-EXIT.
           EXIT.

           CLOSE VACCINE-TRANS.
           CLOSE VACCINE-MASTER.
           CLOSE DOG-MASTER.
           CLOSE JUUI-MASTER.
           CLOSE SHOUMEI-DAICHOU.

           DISPLAY "--- 接種登録結果 ---".
           DISPLAY "処理件数　：" TRAN-COUNT.
           DISPLAY "未登録棄却：" MITOUROKU-COUNT.
           DISPLAY "二重棄却　：" NIJUU-COUNT.
           DISPLAY "区分異常　：" KUBUN-IJOU-COUNT.
           DISPLAY "病院不明　：" BYOUIN-FUMEI-COUNT.
           DISPLAY "番号範囲外：" HANI-GAI-COUNT.
           DISPLAY "番号使用済：" SHIYOUZUMI-COUNT.
       9000-EXIT.
           EXIT.
