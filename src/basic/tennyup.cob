      *               制御レコード検証と同じ考え方。従来は登録後の
      *               検証だったため、途中切れでも打ち切りまでに
      *               登録した分がマスタに残ってしまっていた）
      *   2026/10/15  鑑札の交付を追加（転入した犬へ鑑札台帳（KANSDAI）
      *               の在庫から1枚払い出して当市の登録番号に結び
      *               付け、登録証と転入登録簿に鑑札番号を印字する。
      *               在庫切れでも転入は登録し、鑑札未交付として
      *               数えて復帰コード4とする）


      *** 環境部
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MASTER-JOURNAL-STATUS.

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

      *    登録証発行用の印刷ファイル
           SELECT CERT-PRINT       ASSIGN TO "TENCPRT"
               ORGANIZATION IS SEQUENTIAL
           LABEL RECORDS ARE STANDARD.
           COPY DOGJNL.

       FD  KANSATSU-DAICHOU
           LABEL RECORDS ARE STANDARD.
           COPY DOGKAN.

      *    登録証（SYNTAXの登録証と同じ行レイアウト）
       FD  CERT-PRINT
           LABEL RECORDS ARE OMITTED.
           03 CR-LABEL              PIC  N(08).
           03 CR-REGI-NUM           PIC 9(06).
           03 FILLER                PIC X(60).
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
           03 TM-OWNER-NAME         PIC  N(20).
           03 FILLER                PIC X(02).
           03 TM-MOTO-CITY          PIC 9(06).
           03 FILLER                PIC X(02).
           03 TM-KANSATSU-NUM       PIC X(07).
           03 FILLER                PIC X(71).
       01  TBO-GOUKEI-LINE.
           03 FILLER               PIC X(04).
           03 TG-LABEL              PIC  N(10).
       01 TOUROKUBO-PRINT-STATUS   PIC X(02).
           88 TOUROKUBO-PRINT-OK       VALUE "00".

       01 KANSATSU-DAICHOU-STATUS  PIC X(02).
           88 KANSATSU-DAICHOU-OK      VALUE "00".
           88 KANSATSU-DAICHOU-NASHI   VALUE "35".

      * スイッチ類
       01 RENRAKU-EOF-SWITCH       PIC X(01) VALUE "N".
           88 RENRAKU-IS-EOF           VALUE "Y".
       01 TENNYUU-COUNT            PIC 9(8) VALUE 0.
       01 KYAKKA-COUNT             PIC 9(8) VALUE 0.
       01 SESSHU-TOUROKU-COUNT     PIC 9(8) VALUE 0.
       01 KANSATSU-MIKOUFU-COUNT   PIC 9(8) VALUE 0.

      * 払い出した鑑札番号（0は在庫切れで未交付を示す）
       01 HAKKOU-KANSATSU-NUM      PIC 9(7).

      * 業務日付
       01 GYOUMU-DATE-8            PIC 9(8).
           PERFORM 1100-DOG-MASTER-KAISHI  THRU 1100-EXIT
           PERFORM 1200-VAC-MASTER-KAISHI  THRU 1200-EXIT
           PERFORM 1300-SAIBAN-YOMIKOMI    THRU 1300-EXIT
           PERFORM 1400-KANSATSU-KAISHI    THRU 1400-EXIT

           OPEN EXTEND MASTER-JOURNAL
           IF MASTER-JOURNAL-NOTFOUND
           EXIT.


      *****************************************************************
      * 1400 鑑札台帳をI-Oモードで開く（1100と同じ扱い。未作成の場合
      *      は在庫がないため転入はすべて鑑札未交付になる）
      *****************************************************************
       1400-KANSATSU-KAISHI.
           OPEN I-O KANSATSU-DAICHOU
           IF KANSATSU-DAICHOU-NASHI
               OPEN OUTPUT KANSATSU-DAICHOU
               CLOSE KANSATSU-DAICHOU
               OPEN I-O KANSATSU-DAICHOU
           END-IF
           IF NOT KANSATSU-DAICHOU-OK
               DISPLAY "*** KANSATSU-DAICHOU 開始時異常" ,
                       " STATUS=" KANSATSU-DAICHOU-STATUS
               STOP RUN
           END-IF.
       1400-EXIT.
           EXIT.


      *****************************************************************
      * 2000 異動連絡ファイルの事前検証
      *      見出し・最終レコードのそろいと明細件数を登録の前に

      *****************************************************************
      * 4200 転入1頭分の登録
      *      項目検査→採番→マスタ登録→接種登録→鑑札の払い出し→
      *      登録証・登録簿
      *      前住地の飼主番号は引き継がず0とする（飼主マスタ保守で
      *      当市の飼主番号を割り当てるまでの仮の値）
      *****************************************************************
               PERFORM 4400-SESSHU-TOUROKU THRU 4400-EXIT
           END-IF

           PERFORM 4500-KANSATSU-HARAIDASHI THRU 4500-EXIT
           IF HAKKOU-KANSATSU-NUM = 0
               ADD 1 TO KANSATSU-MIKOUFU-COUNT
               DISPLAY "*** 鑑札在庫なしのため未交付" ,
                       " REGI-NUM=" REGI-NUM IN KENSA-DOG-DATA
           END-IF

           PERFORM 7000-SHOUMEISHO-HAKKOU THRU 7000-EXIT

           MOVE SPACE TO TBO-MEISAI-LINE
           MOVE NAME IN KENSA-DOG-DATA       TO TM-NAME
           MOVE OWNER-NAME IN KENSA-DOG-DATA TO TM-OWNER-NAME
           MOVE MOTO-CITY-CODE               TO TM-MOTO-CITY
           IF HAKKOU-KANSATSU-NUM NOT = 0
               MOVE HAKKOU-KANSATSU-NUM      TO TM-KANSATSU-NUM
           END-IF
           WRITE TBO-MEISAI-LINE.
       4200-EXIT.
           EXIT.
           EXIT.


      *****************************************************************
      * 4500 鑑札の払い出し（SYNTAXの4150と同じ規則。交付区分は転入）
      *      在庫（状態"0"）の副キーで先頭の1枚を読み、交付済みへ
      *      進めて当市の登録番号・交付日を記入する。在庫がなければ
      *      HAKKOU-KANSATSU-NUMを0で返す
      *****************************************************************
       4500-KANSATSU-HARAIDASHI.
           MOVE 0 TO HAKKOU-KANSATSU-NUM.
           MOVE "0" TO KB-JOUTAI
           START KANSATSU-DAICHOU
               KEY IS = KB-JOUTAI
               INVALID KEY
      *            在庫が1枚もない場合は未交付で返す
                   GO TO 4500-EXIT
           END-START
           READ KANSATSU-DAICHOU NEXT RECORD
               AT END
                   GO TO 4500-EXIT
           END-READ
           IF NOT KB-ZAIKO
               GO TO 4500-EXIT
           END-IF

           SET KB-KOUFU-ZUMI TO TRUE
           SET KB-KOUFU-TENNYU TO TRUE
           MOVE REGI-NUM IN KENSA-DOG-DATA TO KB-REGI-NUM
           MOVE GYOUMU-DATE-8 TO KB-KOUFU-DATE
           MOVE 0 TO KB-MOTO-KANSATSU-NUM
           REWRITE KANSATSU-DAICHOU-RECORD
               INVALID KEY
                   DISPLAY "*** 鑑札台帳書換異常 KANSATSU=" ,
                           KB-KANSATSU-NUM " STATUS=" ,
                           KANSATSU-DAICHOU-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           MOVE KB-KANSATSU-NUM TO HAKKOU-KANSATSU-NUM.
       4500-EXIT.
           EXIT.


      *****************************************************************
      * 3000 1件分の項目検査（TORANCHKの3000と同じ規則。異動連絡に
      *      処理区分はないため項目の検査のみ。飼主番号は0に落として
           MOVE REGI-NUM IN KENSA-DOG-DATA TO CR-REGI-NUM.
           WRITE CERT-REGI-LINE.

           INITIALIZE CERT-KANSATSU-LINE.
           MOVE "鑑札番号：" TO CS-LABEL.
           IF HAKKOU-KANSATSU-NUM = 0
               MOVE "（未交付）" TO CS-BIKOU
           ELSE
               MOVE HAKKOU-KANSATSU-NUM TO CS-KANSATSU-NUM
           END-IF
           WRITE CERT-KANSATSU-LINE.

           INITIALIZE CERT-NAME-LINE.
           MOVE "犬の名前：" TO CN-LABEL.
           MOVE NAME IN KENSA-DOG-DATA TO CN-NAME.
           MOVE SESSHU-TOUROKU-COUNT TO TG-KENSUU.
           WRITE TBO-GOUKEI-LINE.

           MOVE SPACE TO TBO-GOUKEI-LINE.
           MOVE "鑑札未交付：" TO TG-LABEL.
           MOVE KANSATSU-MIKOUFU-COUNT TO TG-KENSUU.
           WRITE TBO-GOUKEI-LINE.

           CLOSE DOG-MASTER.
           CLOSE KANSATSU-DAICHOU.
           CLOSE VACCINE-MASTER.
           CLOSE MASTER-JOURNAL.
           CLOSE CERT-PRINT.
           DISPLAY "転入件数　：" TENNYUU-COUNT.
           DISPLAY "検査棄却　：" KYAKKA-COUNT.
           DISPLAY "接種登録　：" SESSHU-TOUROKU-COUNT.
           DISPLAY "鑑札未交付：" KANSATSU-MIKOUFU-COUNT.

      *    鑑札を交付できなかった転入は警告として知らせる
           IF KANSATSU-MIKOUFU-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
