      *** 見出し部
       IDENTIFICATION  DIVISION.

      * プログラム名
       PROGRAM-ID.     MAIGOMT.

      * 変更履歴
      *   2026/10/15  新規作成（迷い犬保守。迷い犬トランザクションを
      *               読み、"91"＝保護の登録は保護犬事件簿へ照合待ち
      *               として追加、"92"＝保護の終結は返還・譲渡・処分を
      *               記入する。"93"＝捜索届の受付は捜索届へ捜索中と
      *               して追加、"94"＝取下げは解決として書き換える。
      *               番号の重複・未登録・終結済み、項目の誤りは
      *               棄却して数える）


      *** 環境部
       ENVIRONMENT     DIVISION.

       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
      *    保護犬事件簿（索引編成）
           SELECT HOGO-JIKEN       ASSIGN TO "HOGODAI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HG-JIKEN-NUM
               FILE STATUS IS HOGO-JIKEN-STATUS.

      *    迷い犬捜索届（索引編成）
           SELECT SOUSAKU-TODOKE   ASSIGN TO "SOUSDAI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-SOUSAKU-NUM
               FILE STATUS IS SOUSAKU-TODOKE-STATUS.

      *    迷い犬トランザクション
           SELECT MAIGO-TRANS      ASSIGN TO "MAIGTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MAIGO-TRANS-STATUS.


      *** データ部
       DATA            DIVISION.

      ** ファイル section
       FILE            SECTION.

       FD  HOGO-JIKEN
           LABEL RECORDS ARE STANDARD.
           COPY DOGHGJ.

       FD  SOUSAKU-TODOKE
           LABEL RECORDS ARE STANDARD.
           COPY DOGSSK.

       FD  MAIGO-TRANS
           LABEL RECORDS ARE STANDARD.
           COPY DOGMGT.


      ** 作業場所節
       WORKING-STORAGE SECTION.
      * ファイル状態コード
       01 HOGO-JIKEN-STATUS        PIC X(02).
           88 HOGO-JIKEN-OK            VALUE "00".
           88 HOGO-JIKEN-NOTFOUND      VALUE "23".
           88 HOGO-JIKEN-FILE-NASHI    VALUE "35".

       01 SOUSAKU-TODOKE-STATUS    PIC X(02).
           88 SOUSAKU-TODOKE-OK        VALUE "00".
           88 SOUSAKU-TODOKE-NOTFOUND  VALUE "23".
           88 SOUSAKU-TODOKE-FILE-NASHI VALUE "35".

       01 MAIGO-TRANS-STATUS       PIC X(02).
           88 MAIGO-TRANS-OK           VALUE "00".

      * スイッチ類
       01 TRAN-EOF-SWITCH          PIC X(01) VALUE "N".
           88 TRAN-IS-EOF              VALUE "Y".

      *   事件簿・捜索届の存在スイッチ（登録では立っていれば重複
      *   棄却、終結・取下げでは落ちていれば未登録棄却に使う）
       01 JIKEN-ARI-SWITCH         PIC X(01).
           88 JIKEN-ARI                VALUE "Y".

       01 SOUSAKU-ARI-SWITCH       PIC X(01).
           88 SOUSAKU-ARI              VALUE "Y".

      * 業務日付（終結日・受付日に記入する）
       01 GYOUMU-DATE-8            PIC 9(8).

      * 件数
       01 TRAN-COUNT               PIC 9(8) VALUE 0.
       01 HOGO-TOUROKU-COUNT       PIC 9(8) VALUE 0.
       01 HOGO-SHUURYOU-COUNT      PIC 9(8) VALUE 0.
       01 SOUSAKU-UKETSUKE-COUNT   PIC 9(8) VALUE 0.
       01 SOUSAKU-TORISAGE-COUNT   PIC 9(8) VALUE 0.
       01 JUUFUKU-COUNT            PIC 9(8) VALUE 0.
       01 MITOUROKU-COUNT          PIC 9(8) VALUE 0.
       01 SHUURYOU-ZUMI-COUNT      PIC 9(8) VALUE 0.
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
      * 1000 初期処理（業務日付とファイルの開始）
      *      保護犬事件簿・捜索届が未作成の場合（STATUS=35）は空の
      *      状態でOUTPUTとして新規作成してからあらためてI-Oで開き
      *      直す
      *****************************************************************
       1000-SHOKI-SHORI.
           ACCEPT GYOUMU-DATE-8 FROM DATE YYYYMMDD.

           OPEN I-O HOGO-JIKEN
           IF HOGO-JIKEN-FILE-NASHI
               OPEN OUTPUT HOGO-JIKEN
               IF NOT HOGO-JIKEN-OK
                   DISPLAY "*** HOGO-JIKEN 新規作成異常" ,
                           " STATUS=" HOGO-JIKEN-STATUS
                   STOP RUN
               END-IF
               CLOSE HOGO-JIKEN
               OPEN I-O HOGO-JIKEN
           END-IF
           IF NOT HOGO-JIKEN-OK
               DISPLAY "*** HOGO-JIKEN 開始時異常 STATUS=" ,
                       HOGO-JIKEN-STATUS
               STOP RUN
           END-IF

           OPEN I-O SOUSAKU-TODOKE
           IF SOUSAKU-TODOKE-FILE-NASHI
               OPEN OUTPUT SOUSAKU-TODOKE
               IF NOT SOUSAKU-TODOKE-OK
                   DISPLAY "*** SOUSAKU-TODOKE 新規作成異常" ,
                           " STATUS=" SOUSAKU-TODOKE-STATUS
                   STOP RUN
               END-IF
               CLOSE SOUSAKU-TODOKE
               OPEN I-O SOUSAKU-TODOKE
           END-IF
           IF NOT SOUSAKU-TODOKE-OK
               DISPLAY "*** SOUSAKU-TODOKE 開始時異常 STATUS=" ,
                       SOUSAKU-TODOKE-STATUS
               STOP RUN
           END-IF

           OPEN INPUT MAIGO-TRANS
           IF NOT MAIGO-TRANS-OK
               DISPLAY "*** MAIGO-TRANS 開始時異常 STATUS=" ,
                       MAIGO-TRANS-STATUS
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.


      *****************************************************************
      * 4000 迷い犬トランザクションの主ループ
      *****************************************************************
       4000-TORAN-SHORI.
           MOVE "N" TO TRAN-EOF-SWITCH.
           PERFORM 4100-TORAN-1KEN THRU 4100-EXIT
               UNTIL TRAN-IS-EOF.
       4000-EXIT.
           EXIT.

       4100-TORAN-1KEN.
           READ MAIGO-TRANS
               AT END
                   SET TRAN-IS-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ

           ADD 1 TO TRAN-COUNT.

           IF NOT MY-CODE-SEIJOU
               ADD 1 TO KUBUN-IJOU-COUNT
               DISPLAY "*** 処理区分異常棄却 MY-TRAN-CODE=" ,
                       MY-TRAN-CODE
               GO TO 4100-EXIT
           END-IF

           IF MY-BANGOU = SPACE
               ADD 1 TO KOUMOKU-IJOU-COUNT
               DISPLAY "*** 番号空白のため棄却" ,
                       " MY-TRAN-CODE=" MY-TRAN-CODE
               GO TO 4100-EXIT
           END-IF

           IF MY-HOGO-TOUROKU OR MY-HOGO-SHUURYOU
               PERFORM 4200-JIKEN-YOMI THRU 4200-EXIT
           ELSE
               PERFORM 4300-SOUSAKU-YOMI THRU 4300-EXIT
           END-IF

           IF MY-HOGO-TOUROKU
               PERFORM 4110-HOGO-TOUROKU THRU 4110-EXIT
           END-IF
           IF MY-HOGO-SHUURYOU
               PERFORM 4120-HOGO-SHUURYOU THRU 4120-EXIT
           END-IF
           IF MY-SOUSAKU-UKETSUKE
               PERFORM 4130-SOUSAKU-UKETSUKE THRU 4130-EXIT
           END-IF
           IF MY-SOUSAKU-TORISAGE
               PERFORM 4140-SOUSAKU-TORISAGE THRU 4140-EXIT
           END-IF.
       4100-EXIT.
           EXIT.


      *****************************************************************
      * 4110 保護の登録（"91"）
      *      保護日は業務日付以前の日付、収容機関は"1"か"2"のこと。
      *      鑑札番号・注射済票の年度は数字（なしは0）のこと
      *****************************************************************
       4110-HOGO-TOUROKU.
           IF JIKEN-ARI
               ADD 1 TO JUUFUKU-COUNT
               DISPLAY "*** 保護番号重複のため棄却" ,
                       " JIKEN-NUM=" MY-BANGOU
               GO TO 4110-EXIT
           END-IF

           IF MY-HOGO-DATE IS NOT NUMERIC
                   OR MY-HOGO-DATE = 0
                   OR MY-HOGO-DATE > GYOUMU-DATE-8
               ADD 1 TO KOUMOKU-IJOU-COUNT
               DISPLAY "*** 保護日異常のため棄却" ,
                       " JIKEN-NUM=" MY-BANGOU
               GO TO 4110-EXIT
           END-IF
           MOVE MY-HOGO-KIKAN TO HG-HOGO-KIKAN
           IF NOT HG-KIKAN-SEIJOU
               ADD 1 TO KOUMOKU-IJOU-COUNT
               DISPLAY "*** 収容機関異常のため棄却" ,
                       " JIKEN-NUM=" MY-BANGOU
               GO TO 4110-EXIT
           END-IF
           IF MY-HG-KANSATSU-NUM IS NOT NUMERIC
                   OR MY-SHOUMEI-NENDO IS NOT NUMERIC
               ADD 1 TO KOUMOKU-IJOU-COUNT
               DISPLAY "*** 鑑札・済票番号異常棄却" ,
                       " JIKEN-NUM=" MY-BANGOU
               GO TO 4110-EXIT
           END-IF

           INITIALIZE HOGO-JIKEN-RECORD
           MOVE MY-BANGOU          TO HG-JIKEN-NUM
           SET HG-SHOUGOU-MACHI    TO TRUE
           MOVE MY-HOGO-KIKAN      TO HG-HOGO-KIKAN
           MOVE MY-HOGO-DATE       TO HG-HOGO-DATE
           MOVE MY-HOGO-BASHO      TO HG-HOGO-BASHO
           MOVE MY-HG-KANSATSU-NUM TO HG-KANSATSU-NUM
           MOVE MY-SHOUMEI-NENDO   TO HG-SHOUMEI-NENDO
           MOVE MY-SHOUMEI-NUM     TO HG-SHOUMEI-NUM
           MOVE MY-HG-KENSHU       TO HG-KENSHU
           MOVE MY-HG-TOKUCHOU     TO HG-TOKUCHOU
           MOVE 0                  TO HG-REGI-NUM
           MOVE SPACE              TO HG-SOUSAKU-NUM
           MOVE 0                  TO HG-TSUUCHI-DATE
           MOVE 0                  TO HG-SHUURYOU-DATE
           WRITE HOGO-JIKEN-RECORD
               INVALID KEY
                   ADD 1 TO JUUFUKU-COUNT
                   DISPLAY "*** 保護犬事件簿更新エラー" ,
                           " JIKEN-NUM=" MY-BANGOU ,
                           " STATUS=" HOGO-JIKEN-STATUS
                   GO TO 4110-EXIT
           END-WRITE
           ADD 1 TO HOGO-TOUROKU-COUNT.
       4110-EXIT.
           EXIT.


      *****************************************************************
      * 4120 保護の終結（"92"）
      *      未登録・終結済みの保護番号と終結区分の誤りは棄却する
      *****************************************************************
       4120-HOGO-SHUURYOU.
           IF NOT JIKEN-ARI
               ADD 1 TO MITOUROKU-COUNT
               DISPLAY "*** 未登録のため終結棄却" ,
                       " JIKEN-NUM=" MY-BANGOU
               GO TO 4120-EXIT
           END-IF
           IF NOT HG-MIHENKAN
               ADD 1 TO SHUURYOU-ZUMI-COUNT
               DISPLAY "*** 終結済みのため棄却" ,
                       " JIKEN-NUM=" MY-BANGOU
               GO TO 4120-EXIT
           END-IF

           MOVE MY-SHUURYOU-KUBUN TO HG-JOUTAI
           IF NOT HG-SHUURYOU-SEIJOU
               ADD 1 TO KOUMOKU-IJOU-COUNT
               DISPLAY "*** 終結区分異常のため棄却" ,
                       " JIKEN-NUM=" MY-BANGOU
               GO TO 4120-EXIT
           END-IF
           MOVE GYOUMU-DATE-8 TO HG-SHUURYOU-DATE
           REWRITE HOGO-JIKEN-RECORD
               INVALID KEY
                   DISPLAY "*** 保護犬事件簿変更エラー" ,
                           " JIKEN-NUM=" MY-BANGOU ,
                           " STATUS=" HOGO-JIKEN-STATUS
                   GO TO 4120-EXIT
           END-REWRITE
           ADD 1 TO HOGO-SHUURYOU-COUNT.

      *    一致した捜索届があれば解決として閉じる
           IF HG-SOUSAKU-NUM NOT = SPACE
               MOVE HG-SOUSAKU-NUM TO SA-SOUSAKU-NUM
               PERFORM 4150-SOUSAKU-KAIKETSU THRU 4150-EXIT
           END-IF.
       4120-EXIT.
           EXIT.


      *****************************************************************
      * 4130 捜索届の受付（"93"）
      *      いなくなった日は業務日付以前の日付、登録番号・鑑札番号
      *      は数字（分からない場合は0）のこと
      *****************************************************************
       4130-SOUSAKU-UKETSUKE.
           IF SOUSAKU-ARI
               ADD 1 TO JUUFUKU-COUNT
               DISPLAY "*** 捜索届番号重複のため棄却" ,
                       " SOUSAKU-NUM=" MY-BANGOU
               GO TO 4130-EXIT
           END-IF

           IF MY-FUMEI-DATE IS NOT NUMERIC
                   OR MY-FUMEI-DATE = 0
                   OR MY-FUMEI-DATE > GYOUMU-DATE-8
               ADD 1 TO KOUMOKU-IJOU-COUNT
               DISPLAY "*** 不明日異常のため棄却" ,
                       " SOUSAKU-NUM=" MY-BANGOU
               GO TO 4130-EXIT
           END-IF
           IF MY-SA-REGI-NUM IS NOT NUMERIC
                   OR MY-SA-KANSATSU-NUM IS NOT NUMERIC
               ADD 1 TO KOUMOKU-IJOU-COUNT
               DISPLAY "*** 登録・鑑札の番号異常棄却" ,
                       " SOUSAKU-NUM=" MY-BANGOU
               GO TO 4130-EXIT
           END-IF
           IF MY-TODOKEDE-NAME = SPACE
               ADD 1 TO KOUMOKU-IJOU-COUNT
               DISPLAY "*** 届出人氏名空白のため棄却" ,
                       " SOUSAKU-NUM=" MY-BANGOU
               GO TO 4130-EXIT
           END-IF

           INITIALIZE SOUSAKU-TODOKE-RECORD
           MOVE MY-BANGOU          TO SA-SOUSAKU-NUM
           SET SA-SOUSAKU-CHUU     TO TRUE
           MOVE GYOUMU-DATE-8      TO SA-UKETSUKE-DATE
           MOVE MY-FUMEI-DATE      TO SA-FUMEI-DATE
           MOVE MY-FUMEI-BASHO     TO SA-FUMEI-BASHO
           MOVE MY-SA-REGI-NUM     TO SA-REGI-NUM
           MOVE MY-SA-KANSATSU-NUM TO SA-KANSATSU-NUM
           MOVE MY-SA-KENSHU       TO SA-KENSHU
           MOVE MY-SA-TOKUCHOU     TO SA-TOKUCHOU
           MOVE MY-TODOKEDE-NAME   TO SA-TODOKEDE-NAME
           MOVE MY-TODOKEDE-ADDR   TO SA-TODOKEDE-ADDR
           MOVE MY-TODOKEDE-TEL    TO SA-TODOKEDE-TEL
           MOVE SPACE              TO SA-HOGO-JIKEN-NUM
           MOVE 0                  TO SA-KAIKETSU-DATE
           WRITE SOUSAKU-TODOKE-RECORD
               INVALID KEY
                   ADD 1 TO JUUFUKU-COUNT
                   DISPLAY "*** 捜索届更新エラー" ,
                           " SOUSAKU-NUM=" MY-BANGOU ,
                           " STATUS=" SOUSAKU-TODOKE-STATUS
                   GO TO 4130-EXIT
           END-WRITE
           ADD 1 TO SOUSAKU-UKETSUKE-COUNT.
       4130-EXIT.
           EXIT.


      *****************************************************************
      * 4140 捜索届の取下げ（"94"）
      *      未登録・解決済みの捜索届番号は棄却する
      *****************************************************************
       4140-SOUSAKU-TORISAGE.
           IF NOT SOUSAKU-ARI
               ADD 1 TO MITOUROKU-COUNT
               DISPLAY "*** 未登録のため取下げ棄却" ,
                       " SOUSAKU-NUM=" MY-BANGOU
               GO TO 4140-EXIT
           END-IF
           IF SA-KAIKETSU
               ADD 1 TO SHUURYOU-ZUMI-COUNT
               DISPLAY "*** 解決済みのため取下げ棄却" ,
                       " SOUSAKU-NUM=" MY-BANGOU
               GO TO 4140-EXIT
           END-IF

           PERFORM 4150-SOUSAKU-KAIKETSU THRU 4150-EXIT
           ADD 1 TO SOUSAKU-TORISAGE-COUNT.
       4140-EXIT.
           EXIT.


      *****************************************************************
      * 4150 捜索届を解決として書き換える（SA-SOUSAKU-NUMで引く）
      *      保護の終結から呼ばれた場合、捜索届が見つからないか解決
      *      済みであれば何もしない
      *****************************************************************
       4150-SOUSAKU-KAIKETSU.
           READ SOUSAKU-TODOKE
               INVALID KEY
                   GO TO 4150-EXIT
           END-READ
           IF SA-KAIKETSU
               GO TO 4150-EXIT
           END-IF

           SET SA-KAIKETSU TO TRUE
           MOVE GYOUMU-DATE-8 TO SA-KAIKETSU-DATE
           REWRITE SOUSAKU-TODOKE-RECORD
               INVALID KEY
                   DISPLAY "*** 捜索届変更エラー" ,
                           " SOUSAKU-NUM=" SA-SOUSAKU-NUM ,
                           " STATUS=" SOUSAKU-TODOKE-STATUS
           END-REWRITE.
       4150-EXIT.
           EXIT.


      *****************************************************************
      * 4200 保護犬事件簿の存在有無を調べる
      *****************************************************************
       4200-JIKEN-YOMI.
           MOVE "N" TO JIKEN-ARI-SWITCH.
           MOVE MY-BANGOU TO HG-JIKEN-NUM
           READ HOGO-JIKEN
               INVALID KEY
                   IF HOGO-JIKEN-NOTFOUND
                       CONTINUE
                   ELSE
                       DISPLAY "*** 保護犬事件簿読込異常" ,
                               " STATUS=" HOGO-JIKEN-STATUS
                       STOP RUN
                   END-IF
               NOT INVALID KEY
                   SET JIKEN-ARI TO TRUE
           END-READ.
       4200-EXIT.
           EXIT.


      *****************************************************************
      * 4300 捜索届の存在有無を調べる
      *****************************************************************
       4300-SOUSAKU-YOMI.
           MOVE "N" TO SOUSAKU-ARI-SWITCH.
           MOVE MY-BANGOU TO SA-SOUSAKU-NUM
           READ SOUSAKU-TODOKE
               INVALID KEY
                   IF SOUSAKU-TODOKE-NOTFOUND
                       CONTINUE
                   ELSE
                       DISPLAY "*** 捜索届読込異常" ,
                               " STATUS=" SOUSAKU-TODOKE-STATUS
                       STOP RUN
                   END-IF
               NOT INVALID KEY
                   SET SOUSAKU-ARI TO TRUE
           END-READ.
       4300-EXIT.
           EXIT.


      *****************************************************************
      * 9000 終了処理（結果件数の表示とファイルの終了）
      *****************************************************************
       9000-SHUURYOU-SHORI.
           CLOSE MAIGO-TRANS.
           CLOSE HOGO-JIKEN.
           CLOSE SOUSAKU-TODOKE.

           DISPLAY "--- 迷い犬保守結果 ---".
           DISPLAY "入力件数　：" TRAN-COUNT.
           DISPLAY "保護登録　：" HOGO-TOUROKU-COUNT.
           DISPLAY "保護終結　：" HOGO-SHUURYOU-COUNT.
           DISPLAY "捜索届受付：" SOUSAKU-UKETSUKE-COUNT.
           DISPLAY "捜索届取下：" SOUSAKU-TORISAGE-COUNT.
           DISPLAY "重複棄却　：" JUUFUKU-COUNT.
           DISPLAY "未登録棄却：" MITOUROKU-COUNT.
           DISPLAY "終結済棄却：" SHUURYOU-ZUMI-COUNT.
           DISPLAY "区分異常　：" KUBUN-IJOU-COUNT.
           DISPLAY "項目異常　：" KOUMOKU-IJOU-COUNT.
       9000-EXIT.
           EXIT.
