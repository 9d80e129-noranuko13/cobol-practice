      *** 見出し部
       IDENTIFICATION  DIVISION.

      * プログラム名
       PROGRAM-ID.     KANSATMT.

      * 変更履歴
      *   2026/10/15  新規作成（鑑札在庫保守。鑑札受払トランザクション
      *               を読み、"81"＝受入は鑑札番号の範囲を在庫として
      *               鑑札台帳へ追加、"82"＝書損・"83"＝紛失は範囲内の
      *               在庫の鑑札を書損・紛失へ書き換えて廃止日を記入
      *               する。台帳にない番号・在庫でない番号は1枚ずつ
      *               棄却して数える）


      *** 環境部
       ENVIRONMENT     DIVISION.

       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
      *    鑑札台帳（索引編成）
           SELECT KANSATSU-DAICHOU ASSIGN TO "KANSDAI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KB-KANSATSU-NUM
               ALTERNATE RECORD KEY IS KB-JOUTAI
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS KB-REGI-NUM
                   WITH DUPLICATES
               FILE STATUS IS KANSATSU-DAICHOU-STATUS.

      *    鑑札受払トランザクション
           SELECT UKEHARAI-TRANS   ASSIGN TO "KANSTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS UKEHARAI-TRANS-STATUS.


      *** データ部
       DATA            DIVISION.

      ** ファイル section
       FILE            SECTION.

       FD  KANSATSU-DAICHOU
           LABEL RECORDS ARE STANDARD.
           COPY DOGKAN.

       FD  UKEHARAI-TRANS
           LABEL RECORDS ARE STANDARD.
           COPY DOGUHR.


      ** 作業場所節
       WORKING-STORAGE SECTION.
      * ファイル状態コード
       01 KANSATSU-DAICHOU-STATUS  PIC X(02).
           88 KANSATSU-DAICHOU-OK      VALUE "00".
           88 KANSATSU-DAICHOU-DUP     VALUE "22".
           88 KANSATSU-DAICHOU-NOTFOUND VALUE "23".
           88 KANSATSU-DAICHOU-NASHI   VALUE "35".

       01 UKEHARAI-TRANS-STATUS    PIC X(02).
           88 UKEHARAI-TRANS-OK        VALUE "00".

      * スイッチ類
       01 TRAN-EOF-SWITCH          PIC X(01) VALUE "N".
           88 TRAN-IS-EOF              VALUE "Y".

      * 業務日付（受入日・廃止日に記入する）
       01 GYOUMU-DATE-8            PIC 9(8).

      * 範囲の1枚ずつの処理（終了番号9999999の次で桁あふれしない
      *   よう1桁多く持つ）
       01 KANSATSU-SOUSA           PIC 9(8).
       01 HANI-MAISUU              PIC 9(8).

      *   1回の届出で扱う範囲の上限（番号の書き誤りで台帳へ大量の
      *   番号を積むのを防ぐ。納品1回分の枚数を上回る値とする）
       01 HANI-JOUGEN              PIC 9(8) VALUE 10000.

      * 件数（トランザクション件数以外は鑑札の枚数）
       01 TRAN-COUNT               PIC 9(8) VALUE 0.
       01 UKEIRE-COUNT             PIC 9(8) VALUE 0.
       01 SHOSON-COUNT             PIC 9(8) VALUE 0.
       01 FUNSHITSU-COUNT          PIC 9(8) VALUE 0.
       01 JUUFUKU-COUNT            PIC 9(8) VALUE 0.
       01 MITOUROKU-COUNT          PIC 9(8) VALUE 0.
       01 ZAIKOGAI-COUNT           PIC 9(8) VALUE 0.
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
      *      鑑札台帳が未作成の場合（STATUS=35）は空の状態で
      *      OUTPUTとして新規作成してからあらためてI-Oで開き直す
      *****************************************************************
       1000-SHOKI-SHORI.
           ACCEPT GYOUMU-DATE-8 FROM DATE YYYYMMDD.

           OPEN I-O KANSATSU-DAICHOU
           IF KANSATSU-DAICHOU-NASHI
               OPEN OUTPUT KANSATSU-DAICHOU
               IF NOT KANSATSU-DAICHOU-OK
                   DISPLAY "*** KANSATSU-DAICHOU 新規作成異常" ,
                           " STATUS=" KANSATSU-DAICHOU-STATUS
                   STOP RUN
               END-IF
               CLOSE KANSATSU-DAICHOU
               OPEN I-O KANSATSU-DAICHOU
           END-IF
           IF NOT KANSATSU-DAICHOU-OK
               DISPLAY "*** KANSATSU-DAICHOU 開始時異常" ,
                       " STATUS=" KANSATSU-DAICHOU-STATUS
               STOP RUN
           END-IF

           OPEN INPUT UKEHARAI-TRANS
           IF NOT UKEHARAI-TRANS-OK
               DISPLAY "*** UKEHARAI-TRANS 開始時異常 STATUS=" ,
                       UKEHARAI-TRANS-STATUS
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.


      *****************************************************************
      * 4000 鑑札受払トランザクションの主ループ
      *****************************************************************
       4000-TORAN-SHORI.
           MOVE "N" TO TRAN-EOF-SWITCH.
           PERFORM 4100-TORAN-1KEN THRU 4100-EXIT
               UNTIL TRAN-IS-EOF.
       4000-EXIT.
           EXIT.

       4100-TORAN-1KEN.
           READ UKEHARAI-TRANS
               AT END
                   SET TRAN-IS-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ

           ADD 1 TO TRAN-COUNT.

           IF NOT UH-CODE-SEIJOU
               ADD 1 TO KUBUN-IJOU-COUNT
               DISPLAY "*** 処理区分異常棄却 UH-TRAN-CODE=" ,
                       UH-TRAN-CODE
               GO TO 4100-EXIT
           END-IF

      *    範囲の検査（番号は数字で0でなく、開始≦終了のこと。
      *    範囲の枚数は上限以内のこと）
           IF UH-KANSATSU-FROM IS NOT NUMERIC
                   OR UH-KANSATSU-TO IS NOT NUMERIC
               ADD 1 TO KOUMOKU-IJOU-COUNT
               DISPLAY "*** 鑑札番号非数字のため棄却"
               GO TO 4100-EXIT
           END-IF
           IF UH-KANSATSU-FROM = 0
                   OR UH-KANSATSU-FROM > UH-KANSATSU-TO
               ADD 1 TO KOUMOKU-IJOU-COUNT
               DISPLAY "*** 番号範囲異常のため棄却" ,
                       " FROM=" UH-KANSATSU-FROM ,
                       " TO=" UH-KANSATSU-TO
               GO TO 4100-EXIT
           END-IF
           COMPUTE HANI-MAISUU = UH-KANSATSU-TO - UH-KANSATSU-FROM + 1
           IF HANI-MAISUU > HANI-JOUGEN
               ADD 1 TO KOUMOKU-IJOU-COUNT
               DISPLAY "*** 範囲の枚数過大のため棄却" ,
                       " FROM=" UH-KANSATSU-FROM ,
                       " TO=" UH-KANSATSU-TO
               GO TO 4100-EXIT
           END-IF

           MOVE UH-KANSATSU-FROM TO KANSATSU-SOUSA.
           IF UH-UKEIRE
               PERFORM 4110-UKEIRE-1MAI THRU 4110-EXIT
                   UNTIL KANSATSU-SOUSA > UH-KANSATSU-TO
           ELSE
               PERFORM 4120-HAISHI-1MAI THRU 4120-EXIT
                   UNTIL KANSATSU-SOUSA > UH-KANSATSU-TO
           END-IF.
       4100-EXIT.
           EXIT.


      *****************************************************************
      * 4110 受入（"81"）の1枚分
      *      在庫として鑑札台帳へ追加する。台帳に既にある番号は
      *      重複として棄却する（二重の受入で交付済みの鑑札を在庫へ
      *      戻さないため）
      *****************************************************************
       4110-UKEIRE-1MAI.
           INITIALIZE KANSATSU-DAICHOU-RECORD
           MOVE KANSATSU-SOUSA TO KB-KANSATSU-NUM
           SET KB-ZAIKO TO TRUE
           MOVE 0 TO KB-REGI-NUM
           MOVE GYOUMU-DATE-8 TO KB-UKEIRE-DATE
           MOVE SPACE TO KB-KOUFU-KUBUN
           MOVE 0 TO KB-KOUFU-DATE
           MOVE 0 TO KB-HAISHI-DATE
           MOVE 0 TO KB-MOTO-KANSATSU-NUM
           WRITE KANSATSU-DAICHOU-RECORD
               INVALID KEY
                   IF KANSATSU-DAICHOU-DUP
                       ADD 1 TO JUUFUKU-COUNT
                       DISPLAY "*** 鑑札番号重複のため棄却" ,
                               " KANSATSU=" KB-KANSATSU-NUM
                   ELSE
                       DISPLAY "*** 鑑札台帳更新エラー" ,
                               " KANSATSU=" KB-KANSATSU-NUM ,
                               " STATUS=" KANSATSU-DAICHOU-STATUS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO UKEIRE-COUNT
           END-WRITE
           ADD 1 TO KANSATSU-SOUSA.
       4110-EXIT.
           EXIT.


      *****************************************************************
      * 4120 書損（"82"）・紛失（"83"）の1枚分
      *      在庫の鑑札だけを書損・紛失へ書き換えて廃止日を記入する
      *      台帳にない番号・交付済みや廃止済みの番号は棄却する
      *****************************************************************
       4120-HAISHI-1MAI.
           PERFORM 4121-HAISHI-KIROKU THRU 4121-EXIT
           ADD 1 TO KANSATSU-SOUSA.
       4120-EXIT.
           EXIT.

       4121-HAISHI-KIROKU.
           MOVE KANSATSU-SOUSA TO KB-KANSATSU-NUM
           READ KANSATSU-DAICHOU
               INVALID KEY
                   IF KANSATSU-DAICHOU-NOTFOUND
                       ADD 1 TO MITOUROKU-COUNT
                       DISPLAY "*** 台帳外の鑑札番号棄却" ,
                               " KANSATSU=" KB-KANSATSU-NUM
                   ELSE
                       DISPLAY "*** 鑑札台帳読込異常" ,
                               " STATUS=" KANSATSU-DAICHOU-STATUS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   GO TO 4121-EXIT
           END-READ

           IF NOT KB-ZAIKO
               ADD 1 TO ZAIKOGAI-COUNT
               DISPLAY "*** 在庫でない鑑札のため棄却" ,
                       " KANSATSU=" KB-KANSATSU-NUM ,
                       " JOUTAI=" KB-JOUTAI
               GO TO 4121-EXIT
           END-IF

           IF UH-SHOSON
               SET KB-SHOSON TO TRUE
           ELSE
               SET KB-FUNSHITSU TO TRUE
           END-IF
           MOVE GYOUMU-DATE-8 TO KB-HAISHI-DATE
           REWRITE KANSATSU-DAICHOU-RECORD
               INVALID KEY
                   DISPLAY "*** 鑑札台帳変更エラー" ,
                           " KANSATSU=" KB-KANSATSU-NUM ,
                           " STATUS=" KANSATSU-DAICHOU-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           IF UH-SHOSON
               ADD 1 TO SHOSON-COUNT
           ELSE
               ADD 1 TO FUNSHITSU-COUNT
           END-IF.
       4121-EXIT.
           EXIT.


      *****************************************************************
      * 9000 終了処理（結果件数の表示とファイルの終了）
      *****************************************************************
       9000-SHUURYOU-SHORI.
           CLOSE UKEHARAI-TRANS.
           CLOSE KANSATSU-DAICHOU.

           DISPLAY "--- 鑑札在庫保守結果 ---".
           DISPLAY "入力件数　：" TRAN-COUNT.
           DISPLAY "受入枚数　：" UKEIRE-COUNT.
           DISPLAY "書損枚数　：" SHOSON-COUNT.
           DISPLAY "紛失枚数　：" FUNSHITSU-COUNT.
           DISPLAY "重複棄却　：" JUUFUKU-COUNT.
           DISPLAY "台帳外棄却：" MITOUROKU-COUNT.
           DISPLAY "在庫外棄却：" ZAIKOGAI-COUNT.
           DISPLAY "区分異常　：" KUBUN-IJOU-COUNT.
           DISPLAY "項目異常　：" KOUMOKU-IJOU-COUNT.
       9000-EXIT.
           EXIT.
