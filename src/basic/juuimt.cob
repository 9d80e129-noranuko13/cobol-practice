      *** 見出し部
       IDENTIFICATION  DIVISION.

      * プログラム名
       PROGRAM-ID.     JUUIMT.

      * 変更履歴
      *   2026/10/15  新規作成（動物病院マスタ保守。動物病院トランザク
      *               ションを読み、"71"＝病院登録は動物病院マスタへ
      *               追加、"72"＝病院変更は名称・所在地・委託区分・
      *               注射済票番号の範囲を書き換える。病院コード・
      *               委託区分・番号範囲の誤りは棄却して数える）
      *   2026/10/15  注射済票番号の範囲を前年度分も持つよう変更
      *               （"72"で新しい交付年度を届けると、それまでの範囲
      *               を前年度の欄へ繰り下げる。前年度と同じ交付年度
      *               は前年度の範囲の訂正とし、それより古い年度は
      *               棄却する）


      *** 環境部
       ENVIRONMENT     DIVISION.

       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
      *    動物病院マスタ（索引編成）
           SELECT JUUI-MASTER      ASSIGN TO "JUUIMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JU-BYOUIN-CODE
               FILE STATUS IS JUUI-MASTER-STATUS.

      *    動物病院トランザクション
           SELECT JUUI-TRANS       ASSIGN TO "JUUITRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JUUI-TRANS-STATUS.


      *** データ部
       DATA            DIVISION.

      ** ファイル section
       FILE            SECTION.

       FD  JUUI-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY DOGJUI.

       FD  JUUI-TRANS
           LABEL RECORDS ARE STANDARD.
           COPY DOGJTR.


      ** 作業場所節
       WORKING-STORAGE SECTION.
      * ファイル状態コード
       01 JUUI-MASTER-STATUS       PIC X(02).
           88 JUUI-MASTER-OK           VALUE "00".
           88 JUUI-MASTER-DUPLICATE    VALUE "22".
           88 JUUI-MASTER-NOTFOUND     VALUE "23".
           88 JUUI-MASTER-FILE-NASHI   VALUE "35".

       01 JUUI-TRANS-STATUS        PIC X(02).
           88 JUUI-TRANS-OK            VALUE "00".
           88 JUUI-TRANS-EOF           VALUE "10".

      * スイッチ類
       01 TRAN-EOF-SWITCH          PIC X(01) VALUE "N".
           88 TRAN-IS-EOF              VALUE "Y".

      *   動物病院マスタ存在スイッチ（"71"では立っていれば重複棄却、
      *   "72"では落ちていれば未登録棄却に使う）
       01 BYOUIN-ARI-SWITCH        PIC X(01).
           88 BYOUIN-ARI               VALUE "Y".

      *   "72"の番号範囲の書き換え先（当年度の訂正・新年度への繰り
      *   下げ・前年度の訂正）
       01 HANI-KOUSHIN-KUBUN       PIC X(01).
           88 HANI-TOUNENDO            VALUE "1".
           88 HANI-KURISAGE            VALUE "2".
           88 HANI-ZENNENDO            VALUE "3".

      * 件数
       01 TRAN-COUNT               PIC 9(8) VALUE 0.
       01 TOUROKU-COUNT            PIC 9(8) VALUE 0.
       01 HENKOU-COUNT             PIC 9(8) VALUE 0.
       01 JUUFUKU-COUNT            PIC 9(8) VALUE 0.
       01 MITOUROKU-COUNT          PIC 9(8) VALUE 0.
       01 KUBUN-IJOU-COUNT         PIC 9(8) VALUE 0.
       01 KOUMOKU-IJOU-COUNT       PIC 9(8) VALUE 0.


      *** 手続き部
       PROCEDURE       DIVISION.

       0000-MAINLINE.
           PERFORM 1000-SHOKI-SHORI        THRU 1000-EXIT
           PERFORM 4000-TORAN-SHORI        THRU 4000-EXIT
           PERFORM 9000-SHUURYOU-SHORI     THRU 9000-EXIT
           STOP   RUN.


      *****************************************************************
      * 1000 初期処理（ファイルの開始）
      *      動物病院マスタが未作成の場合（STATUS=35）は空の状態で
      *      OUTPUTとして新規作成してからあらためてI-Oで開き直す
      *****************************************************************
       1000-SHOKI-SHORI.
           OPEN I-O JUUI-MASTER
           IF JUUI-MASTER-FILE-NASHI
               OPEN OUTPUT JUUI-MASTER
               IF NOT JUUI-MASTER-OK
                   DISPLAY "*** JUUI-MASTER 新規作成異常" ,
                           " STATUS=" JUUI-MASTER-STATUS
                   STOP RUN
               END-IF
               CLOSE JUUI-MASTER
               OPEN I-O JUUI-MASTER
           END-IF
           IF NOT JUUI-MASTER-OK
               DISPLAY "*** JUUI-MASTER 開始時異常 STATUS=" ,
                       JUUI-MASTER-STATUS
               STOP RUN
           END-IF

           OPEN INPUT JUUI-TRANS
           IF NOT JUUI-TRANS-OK
               DISPLAY "*** JUUI-TRANS 開始時異常 STATUS=" ,
                       JUUI-TRANS-STATUS
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.


      *****************************************************************
      * 4000 動物病院トランザクションの主ループ
      *****************************************************************
       4000-TORAN-SHORI.
           MOVE "N" TO TRAN-EOF-SWITCH.
           PERFORM 4100-TORAN-1KEN THRU 4100-EXIT
               UNTIL TRAN-IS-EOF.
       4000-EXIT.
           EXIT.

       4100-TORAN-1KEN.
           READ JUUI-TRANS
               AT END
                   SET TRAN-IS-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ

           ADD 1 TO TRAN-COUNT.

           IF NOT JT-CODE-SEIJOU
               ADD 1 TO KUBUN-IJOU-COUNT
               DISPLAY "*** 処理区分異常棄却 JT-TRAN-CODE=" ,
                       JT-TRAN-CODE
               GO TO 4100-EXIT
           END-IF

      *    項目の検査（病院コードは空白不可。委託区分は"0"か"1"。
      *    注射済票番号の範囲は交付年度が数字で、開始≦終了のこと。
      *    範囲未交付の病院は年度0・範囲空白で登録できる）
           IF JT-BYOUIN-CODE = SPACE
               ADD 1 TO KOUMOKU-IJOU-COUNT
               DISPLAY "*** 病院コード空白のため棄却"
               GO TO 4100-EXIT
           END-IF
           MOVE JT-ITAKU-KUBUN TO JU-ITAKU-KUBUN
           IF NOT JU-ITAKU-SEIJOU
               ADD 1 TO KOUMOKU-IJOU-COUNT
               DISPLAY "*** 委託区分異常のため棄却" ,
                       " BYOUIN-CODE=" JT-BYOUIN-CODE
               GO TO 4100-EXIT
           END-IF
           IF JT-KOUFU-NENDO IS NOT NUMERIC
                   OR JT-SHOUMEI-FROM > JT-SHOUMEI-TO
               ADD 1 TO KOUMOKU-IJOU-COUNT
               DISPLAY "*** 番号範囲異常のため棄却" ,
                       " BYOUIN-CODE=" JT-BYOUIN-CODE
               GO TO 4100-EXIT
           END-IF

      *    動物病院マスタの存在有無を先に調べる
           MOVE "N" TO BYOUIN-ARI-SWITCH.
           MOVE JT-BYOUIN-CODE TO JU-BYOUIN-CODE
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

           IF JT-BYOUIN-TOUROKU
               PERFORM 4110-BYOUIN-TOUROKU THRU 4110-EXIT
           ELSE
               PERFORM 4120-BYOUIN-HENKOU  THRU 4120-EXIT
           END-IF.
       4100-EXIT.
           EXIT.


      *****************************************************************
      * 4110 病院登録（"71"）
      *      重複する病院コードはエラーとして棄却する
      *****************************************************************
       4110-BYOUIN-TOUROKU.
           IF BYOUIN-ARI
               ADD 1 TO JUUFUKU-COUNT
               DISPLAY "*** 病院コード重複のため棄却" ,
                       " BYOUIN-CODE=" JT-BYOUIN-CODE
               GO TO 4110-EXIT
           END-IF

           PERFORM 4150-KOUMOKU-SETTEI THRU 4150-EXIT
           MOVE JT-KOUFU-NENDO  TO JU-KOUFU-NENDO
           MOVE JT-SHOUMEI-FROM TO JU-SHOUMEI-FROM
           MOVE JT-SHOUMEI-TO   TO JU-SHOUMEI-TO
           MOVE 0               TO JU-ZEN-KOUFU-NENDO
           MOVE SPACE           TO JU-ZEN-SHOUMEI-FROM
           MOVE SPACE           TO JU-ZEN-SHOUMEI-TO
           WRITE JUUI-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO JUUFUKU-COUNT
                   DISPLAY "*** 動物病院マスタ更新エラー" ,
                           " BYOUIN-CODE=" JT-BYOUIN-CODE ,
                           " STATUS=" JUUI-MASTER-STATUS
                   GO TO 4110-EXIT
           END-WRITE
           ADD 1 TO TOUROKU-COUNT.
       4110-EXIT.
           EXIT.


      *****************************************************************
      * 4120 病院変更（"72"）
      *      未登録の病院コードはエラーとして棄却する
      *      番号範囲は交付年度で書き換え先を決める
      *        マスタの交付年度と同じ　：当年度の範囲の訂正
      *        マスタの交付年度より新しい：当年度の範囲を前年度の欄へ
      *                                    繰り下げて新年度を入れる
      *        前年度と同じ　　　　　　：前年度の範囲の訂正
      *        それより古い　　　　　　：棄却
      *****************************************************************
       4120-BYOUIN-HENKOU.
           IF NOT BYOUIN-ARI
               ADD 1 TO MITOUROKU-COUNT
               DISPLAY "*** 未登録のため変更棄却" ,
                       " BYOUIN-CODE=" JT-BYOUIN-CODE
               GO TO 4120-EXIT
           END-IF

           MOVE SPACE TO HANI-KOUSHIN-KUBUN.
           IF JT-KOUFU-NENDO = JU-KOUFU-NENDO
               SET HANI-TOUNENDO TO TRUE
           ELSE
               IF JT-KOUFU-NENDO > JU-KOUFU-NENDO
                   SET HANI-KURISAGE TO TRUE
               ELSE
                   IF JT-KOUFU-NENDO NOT = 0
                           AND JT-KOUFU-NENDO = JU-ZEN-KOUFU-NENDO
                       SET HANI-ZENNENDO TO TRUE
                   END-IF
               END-IF
           END-IF
           IF HANI-KOUSHIN-KUBUN = SPACE
               ADD 1 TO KOUMOKU-IJOU-COUNT
               DISPLAY "*** 交付年度が古いため棄却" ,
                       " BYOUIN-CODE=" JT-BYOUIN-CODE ,
                       " NENDO=" JT-KOUFU-NENDO
               GO TO 4120-EXIT
           END-IF

           PERFORM 4150-KOUMOKU-SETTEI THRU 4150-EXIT
           IF HANI-KURISAGE
               MOVE JU-KOUFU-NENDO  TO JU-ZEN-KOUFU-NENDO
               MOVE JU-SHOUMEI-FROM TO JU-ZEN-SHOUMEI-FROM
               MOVE JU-SHOUMEI-TO   TO JU-ZEN-SHOUMEI-TO
           END-IF
           IF HANI-ZENNENDO
               MOVE JT-SHOUMEI-FROM TO JU-ZEN-SHOUMEI-FROM
               MOVE JT-SHOUMEI-TO   TO JU-ZEN-SHOUMEI-TO
           ELSE
               MOVE JT-KOUFU-NENDO  TO JU-KOUFU-NENDO
               MOVE JT-SHOUMEI-FROM TO JU-SHOUMEI-FROM
               MOVE JT-SHOUMEI-TO   TO JU-SHOUMEI-TO
           END-IF
           REWRITE JUUI-MASTER-RECORD
               INVALID KEY
                   DISPLAY "*** 動物病院マスタ変更エラー" ,
                           " BYOUIN-CODE=" JT-BYOUIN-CODE ,
                           " STATUS=" JUUI-MASTER-STATUS
                   GO TO 4120-EXIT
           END-REWRITE
           ADD 1 TO HENKOU-COUNT.
       4120-EXIT.
           EXIT.


      *****************************************************************
      * 4150 トランザクションの項目をマスタレコードへ移す
      *      （番号範囲は登録・変更のそれぞれで移す）
      *****************************************************************
       4150-KOUMOKU-SETTEI.
           MOVE JT-BYOUIN-CODE  TO JU-BYOUIN-CODE
           MOVE JT-BYOUIN-NAME  TO JU-BYOUIN-NAME
           MOVE JT-BYOUIN-ADDR  TO JU-BYOUIN-ADDR
           MOVE JT-BYOUIN-TEL   TO JU-BYOUIN-TEL
           MOVE JT-ITAKU-KUBUN  TO JU-ITAKU-KUBUN.
       4150-EXIT.
           EXIT.


      *****************************************************************
      * 9000 終了処理（結果件数の表示とファイルの終了）
      *****************************************************************
       9000-SHUURYOU-SHORI.
           CLOSE JUUI-TRANS.
           CLOSE JUUI-MASTER.

           DISPLAY "--- 動物病院マスタ保守結果 ---".
           DISPLAY "入力件数　：" TRAN-COUNT.
           DISPLAY "病院登録　：" TOUROKU-COUNT.
           DISPLAY "病院変更　：" HENKOU-COUNT.
           DISPLAY "重複棄却　：" JUUFUKU-COUNT.
           DISPLAY "未登録棄却：" MITOUROKU-COUNT.
           DISPLAY "区分異常　：" KUBUN-IJOU-COUNT.
           DISPLAY "項目異常　：" KOUMOKU-IJOU-COUNT.
       9000-EXIT.
           EXIT.
