      *** 見出し部
       IDENTIFICATION  DIVISION.

      * プログラム名
       PROGRAM-ID.     KANSARP.

      * 変更履歴
      *   2026/10/15  新規作成（鑑札在庫月報。締めた前月について鑑札
      *               台帳から月初在庫・受入・交付・書損・紛失・月末
      *               在庫を集計して在庫の増減を検証し、交付枚数を
      *               ジャーナルの新規登録・転入の件数と、再交付の
      *               枚数を廃止した交付済み鑑札の枚数と突き合わせて
      *               印刷する。差があれば復帰コード4で知らせる）


      *** 環境部
       ENVIRONMENT     DIVISION.

       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
      *    鑑札台帳（索引編成。全件を順読みする。未作成の場合は
      *    0枚として扱う）
           SELECT KANSATSU-DAICHOU ASSIGN TO "KANSDAI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KB-KANSATSU-NUM
               ALTERNATE RECORD KEY IS KB-JOUTAI
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS KB-REGI-NUM
                   WITH DUPLICATES
               FILE STATUS IS KANSATSU-DAICHOU-STATUS.

      *    マスタ更新ジャーナル（月次締め後は当月分だけを持つ）
           SELECT MASTER-JOURNAL   ASSIGN TO "JNLFL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MASTER-JOURNAL-STATUS.

      *    ジャーナル退避世代（JNLROLLの月次締めの出力。対象月に
      *    かかる世代を運用が割り当てる）
           SELECT JOURNAL-ARCHIVE  ASSIGN TO "JNLARC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOURNAL-ARCHIVE-STATUS.

      *    鑑札在庫月報の印刷ファイル
           SELECT KANSATSU-PRINT   ASSIGN TO "KANSRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS KANSATSU-PRINT-STATUS.


      *** データ部
       DATA            DIVISION.

      ** ファイル section
       FILE            SECTION.

       FD  KANSATSU-DAICHOU
           LABEL RECORDS ARE STANDARD.
           COPY DOGKAN.

       FD  MASTER-JOURNAL
           LABEL RECORDS ARE STANDARD.
           COPY DOGJNL.

       FD  JOURNAL-ARCHIVE
           LABEL RECORDS ARE STANDARD.
           COPY DOGJAR.

      *    鑑札在庫月報（複数の行レイアウトを同一バッファで使い分ける）
       FD  KANSATSU-PRINT
           LABEL RECORDS ARE OMITTED.
       01  KANSATSU-TITLE-LINE.
           03 FILLER               PIC X(10).
           03 KR-TITLE              PIC  N(10).
           03 KR-YM                 PIC 9(06).
           03 FILLER                PIC X(56).
       01  KANSATSU-KIKAN-LINE.
           03 FILLER               PIC X(04).
           03 KI-LABEL              PIC  N(08).
           03 KI-KAISHI-DATE        PIC 9(08).
           03 KI-NAMI               PIC X(01).
           03 KI-SHUURYOU-DATE      PIC 9(08).
           03 FILLER                PIC X(55).
       01  KANSATSU-KOUMOKU-LINE.
           03 FILLER               PIC X(04).
           03 KM-LABEL              PIC  N(12).
           03 KM-MAISUU             PIC 9(08).
           03 FILLER                PIC X(56).
       01  KANSATSU-KENSHOU-LINE.
           03 FILLER               PIC X(04).
           03 KK-LABEL              PIC  N(12).
           03 KK-FUGOU              PIC X(01).
           03 KK-SAGAKU             PIC 9(08).
           03 FILLER                PIC X(02).
           03 KK-MESSAGE            PIC  N(16).
           03 FILLER                PIC X(21).
       01  KANSATSU-MIDASHI-LINE.
           03 FILLER               PIC X(04).
           03 KH-MIDASHI            PIC  N(12).
           03 KH-KOUFU-MAISUU       PIC  N(04).
           03 FILLER                PIC X(02).
           03 KH-TAISHOU-KENSUU     PIC  N(04).
           03 FILLER                PIC X(02).
           03 KH-SAGAKU             PIC  N(04).
           03 FILLER                PIC X(02).
           03 KH-MESSAGE            PIC  N(04).
           03 FILLER                PIC X(26).
       01  KANSATSU-TOTSUGOU-LINE.
           03 FILLER               PIC X(04).
           03 KT-LABEL              PIC  N(12).
           03 KT-KOUFU-MAISUU       PIC 9(08).
           03 FILLER                PIC X(02).
           03 KT-TAISHOU-KENSUU     PIC 9(08).
           03 FILLER                PIC X(02).
           03 KT-SAGAKU             PIC 9(08).
           03 FILLER                PIC X(02).
           03 KT-MESSAGE            PIC  N(06).
           03 FILLER                PIC X(22).


      ** 作業場所節
       WORKING-STORAGE SECTION.
      *   集計対象のジャーナル1件分を保持する作業領域（当月分の
      *   ジャーナル・退避世代のどちらから読んだ場合もここへ移して
      *   共通の分類にかける）
           COPY DOGJNL REPLACING ==MASTER-JOURNAL-RECORD==
                             BY  ==WK-JOURNAL-RECORD==
                       LEADING ==JN== BY ==WJ==.

      * ファイル状態コード
       01 KANSATSU-DAICHOU-STATUS  PIC X(02).
           88 KANSATSU-DAICHOU-OK      VALUE "00".
           88 KANSATSU-DAICHOU-NASHI   VALUE "35".

       01 MASTER-JOURNAL-STATUS    PIC X(02).
           88 MASTER-JOURNAL-OK        VALUE "00".
           88 MASTER-JOURNAL-NOTFOUND  VALUE "35".

       01 JOURNAL-ARCHIVE-STATUS   PIC X(02).
           88 JOURNAL-ARCHIVE-OK       VALUE "00".
           88 JOURNAL-ARCHIVE-NASHI    VALUE "35".

       01 KANSATSU-PRINT-STATUS    PIC X(02).
           88 KANSATSU-PRINT-OK        VALUE "00".

      * スイッチ類
       01 KANSATSU-EOF-SWITCH      PIC X(01) VALUE "N".
           88 KANSATSU-IS-EOF          VALUE "Y".

       01 JOURNAL-EOF-SWITCH       PIC X(01) VALUE "N".
           88 JOURNAL-IS-EOF           VALUE "Y".

       01 ARCHIVE-EOF-SWITCH       PIC X(01) VALUE "N".
           88 ARCHIVE-IS-EOF           VALUE "Y".

      *   鑑札台帳が未作成の場合に立てる
       01 DAICHOU-NASHI-SWITCH     PIC X(01) VALUE "N".
           88 DAICHOU-NASHI            VALUE "Y".

      *   突合1行の結果（行ごとに判定し直す）
       01 TOTSUGOU-KUBUN           PIC X(01).
           88 TOTSUGOU-ICCHI           VALUE "0".
           88 TOTSUGOU-SAI             VALUE "1".

      * 業務日付と対象年月（業務日付の前月）
       01 GYOUMU-DATE-8            PIC 9(8).
       01 GYOUMU-DATE-BUNKAI REDEFINES GYOUMU-DATE-8.
           03 GYOUMU-YEAR           PIC 9(4).
           03 GYOUMU-MONTH          PIC 9(2).
           03 GYOUMU-DAY            PIC 9(2).
       01 TAISHOU-YM               PIC 9(6).
       01 TAISHOU-YM-BUNKAI REDEFINES TAISHOU-YM.
           03 TAISHOU-YEAR          PIC 9(4).
           03 TAISHOU-MONTH         PIC 9(2).
       01 TAISHOU-KAISHI-DATE      PIC 9(8).
       01 TAISHOU-MATSU-DATE       PIC 9(8).

      *   鑑札1枚が在庫を離れた日（交付日、交付前に書損・紛失と
      *   なった鑑札は廃止日。在庫のままの鑑札は0）
       01 ZAIKO-HANARE-DATE        PIC 9(8).

      * 在庫の増減（枚数）
       01 GESSHO-ZAIKO             PIC 9(8) VALUE 0.
       01 UKEIRE-MAISUU            PIC 9(8) VALUE 0.
       01 KOUFU-MAISUU             PIC 9(8) VALUE 0.
       01 ZAIKO-SHOSON-MAISUU      PIC 9(8) VALUE 0.
       01 ZAIKO-FUNSHITSU-MAISUU   PIC 9(8) VALUE 0.
       01 GETSUMATSU-ZAIKO         PIC 9(8) VALUE 0.

      * 交付区分別の交付枚数
       01 SHINKI-KOUFU-MAISUU      PIC 9(8) VALUE 0.
       01 TENNYU-KOUFU-MAISUU      PIC 9(8) VALUE 0.
       01 SAIKOUFU-MAISUU          PIC 9(8) VALUE 0.
       01 GOJITSU-KOUFU-MAISUU     PIC 9(8) VALUE 0.

      * 突合の相手（登録件数はジャーナル、廃止は鑑札台帳から）
       01 SHINKI-TOUROKU-COUNT     PIC 9(8) VALUE 0.
       01 TENNYU-TOUROKU-COUNT     PIC 9(8) VALUE 0.
       01 KOUFUGO-HAISHI-MAISUU    PIC 9(8) VALUE 0.

      * 在庫検証の差引（月初＋受入－交付－書損－紛失－月末）と
      * 突合の差の作業域
       01 SAGAKU                   PIC S9(9) VALUE 0.
       01 TOTSUGOU-SAGAKU          PIC S9(9) VALUE 0.
       01 SAI-COUNT                PIC 9(8) VALUE 0.


      *** 手続き部
       PROCEDURE       DIVISION.

       0000-MAINLINE.
           PERFORM 1000-SHOKI-SHORI        THRU 1000-EXIT
           PERFORM 4000-DAICHOU-SHUUKEI    THRU 4000-EXIT
           PERFORM 5000-JOURNAL-SHUUKEI    THRU 5000-EXIT
           PERFORM 7000-GEPPOU-INJI        THRU 7000-EXIT
           PERFORM 9000-SHUURYOU-SHORI     THRU 9000-EXIT
           STOP   RUN.


      *****************************************************************
      * 1000 初期処理（対象年月の算出とファイルの開始）
      *      対象年月は業務日付の前月（締めたばかりの月）とする
      *****************************************************************
       1000-SHOKI-SHORI.
           ACCEPT GYOUMU-DATE-8 FROM DATE YYYYMMDD.
           IF GYOUMU-MONTH = 1
               COMPUTE TAISHOU-YEAR = GYOUMU-YEAR - 1
               MOVE 12 TO TAISHOU-MONTH
           ELSE
               MOVE GYOUMU-YEAR TO TAISHOU-YEAR
               COMPUTE TAISHOU-MONTH = GYOUMU-MONTH - 1
           END-IF
           COMPUTE TAISHOU-KAISHI-DATE = TAISHOU-YM * 100 + 1
           COMPUTE TAISHOU-MATSU-DATE  = TAISHOU-YM * 100 + 31

           OPEN INPUT KANSATSU-DAICHOU
           IF KANSATSU-DAICHOU-NASHI
               SET DAICHOU-NASHI TO TRUE
           ELSE
               IF NOT KANSATSU-DAICHOU-OK
                   DISPLAY "*** KANSATSU-DAICHOU 開始時異常" ,
                           " STATUS=" KANSATSU-DAICHOU-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT KANSATSU-PRINT
           IF NOT KANSATSU-PRINT-OK
               DISPLAY "*** KANSATSU-PRINT 開始時異常 STATUS=" ,
                       KANSATSU-PRINT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.


      *****************************************************************
      * 4000 鑑札台帳の集計
      *      鑑札1枚ごとに、受入日と在庫を離れた日から月初・月末の
      *      在庫を判定し、対象月中の受入・交付・廃止を数える
      *****************************************************************
       4000-DAICHOU-SHUUKEI.
           IF DAICHOU-NASHI
               GO TO 4000-EXIT
           END-IF
           MOVE "N" TO KANSATSU-EOF-SWITCH.
           PERFORM 4100-DAICHOU-1MAI THRU 4100-EXIT
               UNTIL KANSATSU-IS-EOF.
           CLOSE KANSATSU-DAICHOU.
       4000-EXIT.
           EXIT.

       4100-DAICHOU-1MAI.
           READ KANSATSU-DAICHOU NEXT RECORD
               AT END
                   SET KANSATSU-IS-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ

      *    在庫を離れた日
           MOVE 0 TO ZAIKO-HANARE-DATE.
           IF KB-KOUFU-DATE NOT = 0
               MOVE KB-KOUFU-DATE TO ZAIKO-HANARE-DATE
           ELSE
               IF NOT KB-ZAIKO
                   MOVE KB-HAISHI-DATE TO ZAIKO-HANARE-DATE
               END-IF
           END-IF

      *    月初在庫（前月末までに受け入れ、月初以後も在庫にあった）
           IF KB-UKEIRE-DATE < TAISHOU-KAISHI-DATE
               IF ZAIKO-HANARE-DATE = 0
                       OR ZAIKO-HANARE-DATE NOT < TAISHOU-KAISHI-DATE
                   ADD 1 TO GESSHO-ZAIKO
               END-IF
           END-IF

      *    月末在庫（月末までに受け入れ、月末にまだ在庫にあった）
           IF KB-UKEIRE-DATE NOT > TAISHOU-MATSU-DATE
               IF ZAIKO-HANARE-DATE = 0
                       OR ZAIKO-HANARE-DATE > TAISHOU-MATSU-DATE
                   ADD 1 TO GETSUMATSU-ZAIKO
               END-IF
           END-IF

      *    対象月中の受入
           IF KB-UKEIRE-DATE (1:6) = TAISHOU-YM
               ADD 1 TO UKEIRE-MAISUU
           END-IF

      *    対象月中の交付（交付区分別）
           IF KB-KOUFU-DATE (1:6) = TAISHOU-YM
               ADD 1 TO KOUFU-MAISUU
               IF KB-KOUFU-SHINKI
                   ADD 1 TO SHINKI-KOUFU-MAISUU
               END-IF
               IF KB-KOUFU-TENNYU
                   ADD 1 TO TENNYU-KOUFU-MAISUU
               END-IF
               IF KB-KOUFU-SAIKOUFU
                   ADD 1 TO SAIKOUFU-MAISUU
               END-IF
               IF KB-KOUFU-GOJITSU
                   ADD 1 TO GOJITSU-KOUFU-MAISUU
               END-IF
           END-IF

      *    対象月中の廃止（交付前の在庫の書損・紛失と、再交付で
      *    廃止した交付済みの鑑札を分ける）
           IF KB-ZAIKO OR KB-KOUFU-ZUMI
               GO TO 4100-EXIT
           END-IF
           IF KB-HAISHI-DATE (1:6) NOT = TAISHOU-YM
               GO TO 4100-EXIT
           END-IF
           IF KB-KOUFU-DATE NOT = 0
               ADD 1 TO KOUFUGO-HAISHI-MAISUU
               GO TO 4100-EXIT
           END-IF
           IF KB-SHOSON
               ADD 1 TO ZAIKO-SHOSON-MAISUU
           ELSE
               ADD 1 TO ZAIKO-FUNSHITSU-MAISUU
           END-IF.
       4100-EXIT.
           EXIT.


      *****************************************************************
      * 5000 ジャーナルからの登録件数の集計
      *      退避世代（5100）を読み、続けて当月分のジャーナル（5200）
      *      を読む。どちらも未作成の場合は0件として扱う
      *****************************************************************
       5000-JOURNAL-SHUUKEI.
           PERFORM 5100-ARCHIVE-SHUUKEI THRU 5100-EXIT

           OPEN INPUT MASTER-JOURNAL
           IF MASTER-JOURNAL-NOTFOUND
               GO TO 5000-EXIT
           END-IF
           IF NOT MASTER-JOURNAL-OK
               DISPLAY "*** MASTER-JOURNAL 開始時異常 STATUS=" ,
                       MASTER-JOURNAL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "N" TO JOURNAL-EOF-SWITCH.
           PERFORM 5200-JOURNAL-1KEN THRU 5200-EXIT
               UNTIL JOURNAL-IS-EOF.
           CLOSE MASTER-JOURNAL.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 5100 退避世代からの集計
      *      最終レコード（"T"）は世代の区切りのため読み飛ばす
      *****************************************************************
       5100-ARCHIVE-SHUUKEI.
           OPEN INPUT JOURNAL-ARCHIVE
           IF JOURNAL-ARCHIVE-NASHI
               GO TO 5100-EXIT
           END-IF
           IF NOT JOURNAL-ARCHIVE-OK
               DISPLAY "*** JOURNAL-ARCHIVE 開始時異常 STATUS=" ,
                       JOURNAL-ARCHIVE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO ARCHIVE-EOF-SWITCH.
           PERFORM 5110-ARCHIVE-1KEN THRU 5110-EXIT
               UNTIL ARCHIVE-IS-EOF.
           CLOSE JOURNAL-ARCHIVE.
       5100-EXIT.
           EXIT.

       5110-ARCHIVE-1KEN.
           READ JOURNAL-ARCHIVE
               AT END
                   SET ARCHIVE-IS-EOF TO TRUE
                   GO TO 5110-EXIT
           END-READ

           IF AR-TRAILER-REC
               GO TO 5110-EXIT
           END-IF

           MOVE AR-JNL-DATA TO WK-JOURNAL-RECORD
           PERFORM 5300-TOUROKU-BUNRUI THRU 5300-EXIT.
       5110-EXIT.
           EXIT.

       5200-JOURNAL-1KEN.
           READ MASTER-JOURNAL
               AT END
                   SET JOURNAL-IS-EOF TO TRUE
                   GO TO 5200-EXIT
           END-READ

           MOVE MASTER-JOURNAL-RECORD TO WK-JOURNAL-RECORD
           PERFORM 5300-TOUROKU-BUNRUI THRU 5300-EXIT.
       5200-EXIT.
           EXIT.

      *****************************************************************
      * 5300 ジャーナル1件の登録区分の判定と集計
      *      対象月中の登録（処理種別"1"）を、登録バッチ（SYNTAX）の
      *      新規登録と転入（TENNYUP）に分けて数える。復元（MSTRELD）
      *      による書き戻しは鑑札を交付しないため数えない
      *****************************************************************
       5300-TOUROKU-BUNRUI.
           IF WJ-RUN-DATE (1:6) NOT = TAISHOU-YM
               GO TO 5300-EXIT
           END-IF
           IF NOT WJ-TOUROKU
               GO TO 5300-EXIT
           END-IF

           IF WJ-PROGRAM-NAME = "SYNTAX"
               ADD 1 TO SHINKI-TOUROKU-COUNT
           END-IF
           IF WJ-PROGRAM-NAME = "TENNYUP"
               ADD 1 TO TENNYU-TOUROKU-COUNT
           END-IF.
       5300-EXIT.
           EXIT.


      *****************************************************************
      * 7000 鑑札在庫月報の印刷
      *****************************************************************
       7000-GEPPOU-INJI.
           MOVE SPACE TO KANSATSU-TITLE-LINE.
           MOVE "鑑札在庫月報　　　　" TO KR-TITLE.
           MOVE TAISHOU-YM TO KR-YM.
           WRITE KANSATSU-TITLE-LINE.

           MOVE SPACE TO KANSATSU-KIKAN-LINE.
           MOVE "対象期間　　　：" TO KI-LABEL.
           MOVE TAISHOU-KAISHI-DATE TO KI-KAISHI-DATE.
           MOVE "-" TO KI-NAMI.
           MOVE TAISHOU-MATSU-DATE  TO KI-SHUURYOU-DATE.
           WRITE KANSATSU-KIKAN-LINE.

           IF DAICHOU-NASHI
               MOVE SPACE TO KANSATSU-MIDASHI-LINE
               MOVE "鑑札台帳なし（０枚）" TO KH-MIDASHI
               WRITE KANSATSU-MIDASHI-LINE
           END-IF

           PERFORM 7100-ZAIKO-INJI    THRU 7100-EXIT
           PERFORM 7200-TOTSUGOU-INJI THRU 7200-EXIT.
       7000-EXIT.
           EXIT.

      *****************************************************************
      * 7100 在庫の増減と検証
      *      月初在庫＋受入－交付－書損－紛失＝月末在庫が成り立た
      *      ない場合は差引を印字し、復帰コード4で知らせる
      *****************************************************************
       7100-ZAIKO-INJI.
           COMPUTE SAGAKU = GESSHO-ZAIKO + UKEIRE-MAISUU
                          - KOUFU-MAISUU - ZAIKO-SHOSON-MAISUU
                          - ZAIKO-FUNSHITSU-MAISUU - GETSUMATSU-ZAIKO

           MOVE SPACE TO KANSATSU-KOUMOKU-LINE.
           MOVE "月初在庫　　　　　　　：" TO KM-LABEL.
           MOVE GESSHO-ZAIKO TO KM-MAISUU.
           WRITE KANSATSU-KOUMOKU-LINE.

           MOVE SPACE TO KANSATSU-KOUMOKU-LINE.
           MOVE "　受入　　　　　　　　：" TO KM-LABEL.
           MOVE UKEIRE-MAISUU TO KM-MAISUU.
           WRITE KANSATSU-KOUMOKU-LINE.

           MOVE SPACE TO KANSATSU-KOUMOKU-LINE.
           MOVE "　交付　　　　　　　　：" TO KM-LABEL.
           MOVE KOUFU-MAISUU TO KM-MAISUU.
           WRITE KANSATSU-KOUMOKU-LINE.

           MOVE SPACE TO KANSATSU-KOUMOKU-LINE.
           MOVE "　書損（在庫）　　　　：" TO KM-LABEL.
           MOVE ZAIKO-SHOSON-MAISUU TO KM-MAISUU.
           WRITE KANSATSU-KOUMOKU-LINE.

           MOVE SPACE TO KANSATSU-KOUMOKU-LINE.
           MOVE "　紛失（在庫）　　　　：" TO KM-LABEL.
           MOVE ZAIKO-FUNSHITSU-MAISUU TO KM-MAISUU.
           WRITE KANSATSU-KOUMOKU-LINE.

           MOVE SPACE TO KANSATSU-KOUMOKU-LINE.
           MOVE "月末在庫　　　　　　　：" TO KM-LABEL.
           MOVE GETSUMATSU-ZAIKO TO KM-MAISUU.
           WRITE KANSATSU-KOUMOKU-LINE.

           MOVE SPACE TO KANSATSU-KENSHOU-LINE.
           MOVE "在庫検証　差引　　　　：" TO KK-LABEL.
           IF SAGAKU < 0
               MOVE "-" TO KK-FUGOU
           ELSE
               MOVE "+" TO KK-FUGOU
           END-IF
           MOVE SAGAKU TO KK-SAGAKU.
           IF SAGAKU = 0
               MOVE "一致" TO KK-MESSAGE
           ELSE
               MOVE "＊＊＊　不一致　要確認　＊＊＊"
                   TO KK-MESSAGE
               ADD 1 TO SAI-COUNT
           END-IF
           WRITE KANSATSU-KENSHOU-LINE.
       7100-EXIT.
           EXIT.

      *****************************************************************
      * 7200 交付枚数の突合
      *      新規登録の交付はジャーナルの新規登録件数と、転入の交付
      *      は転入件数と、再交付の交付は再交付で廃止した交付済み
      *      鑑札の枚数と突き合わせる。在庫切れで交付できなかった
      *      登録があると差が出る（後日交付は前月以前の登録への
      *      交付を含むため突き合わせずに枚数だけを印字する）
      *****************************************************************
       7200-TOTSUGOU-INJI.
           MOVE SPACE TO KANSATSU-MIDASHI-LINE.
           MOVE "交付の突合　　　　　　　" TO KH-MIDASHI.
           MOVE "交付枚数" TO KH-KOUFU-MAISUU.
           MOVE "突合件数" TO KH-TAISHOU-KENSUU.
           MOVE "差　　　" TO KH-SAGAKU.
           MOVE "判定" TO KH-MESSAGE.
           WRITE KANSATSU-MIDASHI-LINE.

           MOVE SPACE TO KANSATSU-TOTSUGOU-LINE.
           MOVE "　新規登録　　　　　　：" TO KT-LABEL.
           MOVE SHINKI-KOUFU-MAISUU TO KT-KOUFU-MAISUU.
           MOVE SHINKI-TOUROKU-COUNT TO KT-TAISHOU-KENSUU.
           PERFORM 7210-TOTSUGOU-HANTEI THRU 7210-EXIT.
           WRITE KANSATSU-TOTSUGOU-LINE.

           MOVE SPACE TO KANSATSU-TOTSUGOU-LINE.
           MOVE "　転入　　　　　　　　：" TO KT-LABEL.
           MOVE TENNYU-KOUFU-MAISUU TO KT-KOUFU-MAISUU.
           MOVE TENNYU-TOUROKU-COUNT TO KT-TAISHOU-KENSUU.
           PERFORM 7210-TOTSUGOU-HANTEI THRU 7210-EXIT.
           WRITE KANSATSU-TOTSUGOU-LINE.

           MOVE SPACE TO KANSATSU-TOTSUGOU-LINE.
           MOVE "　再交付　　　　　　　：" TO KT-LABEL.
           MOVE SAIKOUFU-MAISUU TO KT-KOUFU-MAISUU.
           MOVE KOUFUGO-HAISHI-MAISUU TO KT-TAISHOU-KENSUU.
           PERFORM 7210-TOTSUGOU-HANTEI THRU 7210-EXIT.
           WRITE KANSATSU-TOTSUGOU-LINE.

           MOVE SPACE TO KANSATSU-KOUMOKU-LINE.
           MOVE "　後日交付　　　　　　：" TO KM-LABEL.
           MOVE GOJITSU-KOUFU-MAISUU TO KM-MAISUU.
           WRITE KANSATSU-KOUMOKU-LINE.

           IF SAI-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       7200-EXIT.
           EXIT.

      *****************************************************************
      * 7210 突合1行の差と判定（差は絶対値で印字する）
      *****************************************************************
       7210-TOTSUGOU-HANTEI.
           COMPUTE TOTSUGOU-SAGAKU = KT-KOUFU-MAISUU
                                   - KT-TAISHOU-KENSUU
           IF TOTSUGOU-SAGAKU < 0
               COMPUTE TOTSUGOU-SAGAKU = 0 - TOTSUGOU-SAGAKU
           END-IF
           MOVE TOTSUGOU-SAGAKU TO KT-SAGAKU.
           IF TOTSUGOU-SAGAKU = 0
               SET TOTSUGOU-ICCHI TO TRUE
               MOVE "一致" TO KT-MESSAGE
           ELSE
               SET TOTSUGOU-SAI TO TRUE
               MOVE "差異あり" TO KT-MESSAGE
               ADD 1 TO SAI-COUNT
           END-IF.
       7210-EXIT.
           EXIT.


      *****************************************************************
      * 9000 終了処理（結果の表示とファイルの終了）
      *****************************************************************
       9000-SHUURYOU-SHORI.
           CLOSE KANSATSU-PRINT.

           DISPLAY "--- 鑑札在庫月報結果 ---".
           DISPLAY "対象年月　：" TAISHOU-YM.
           DISPLAY "月初在庫　：" GESSHO-ZAIKO.
           DISPLAY "受入枚数　：" UKEIRE-MAISUU.
           DISPLAY "交付枚数　：" KOUFU-MAISUU.
           DISPLAY "月末在庫　：" GETSUMATSU-ZAIKO.
           IF SAI-COUNT > 0
               DISPLAY "*** 在庫検証・交付の突合で差異" ,
                       " 件数=" SAI-COUNT
           END-IF.
       9000-EXIT.
           EXIT.
