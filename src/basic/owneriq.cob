      *               ごとに、飼主マスタの世帯情報と、犬登録マスタを
      *               通読して同じ飼主番号を持つ登録犬の全頭一覧を
      *               応答リストへ印字する）
      *   2026/10/15  抹消台帳（MASSDAI）を通読して同じ飼主番号の抹消
      *               した犬も「抹消済」として抹消理由・抹消日（死亡
      *               は死亡日も）付きで印字し、抹消頭数を結果行に
      *               加えるよう変更（台帳が未作成の場合は検索しない）


      *** 環境部
                   WITH DUPLICATES
               FILE STATUS IS DOG-MASTER-STATUS.

      *    抹消台帳（索引編成。飼主番号の一致する抹消済みの犬を探す）
           SELECT MASSHOU-DAICHOU  ASSIGN TO "MASSDAI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-REGI-NUM
               ALTERNATE RECORD KEY IS
                   FURIGANA IN MASSHOU-DAICHOU-RECORD
                   WITH DUPLICATES
               FILE STATUS IS MASSHOU-DAICHOU-STATUS.

      *    照会依頼ファイル（調べたい飼主番号の一覧）
           SELECT OWNER-INQUIRY    ASSIGN TO "OWNIREQ"
               ORGANIZATION IS SEQUENTIAL
           LABEL RECORDS ARE STANDARD.
           COPY DOGMST.

       FD  MASSHOU-DAICHOU
           LABEL RECORDS ARE STANDARD.
           COPY DOGMSD.

       FD  OWNER-INQUIRY
           LABEL RECORDS ARE STANDARD.
           COPY DOGOIQ.
           03 FILLER                PIC X(02).
           03 KS-RENEWAL-FLAG       PIC X(01).
           03 FILLER                PIC X(15).
       01  KENSAKU-MASSHOU-LINE.
           03 FILLER               PIC X(04).
           03 KD-REGI-NUM           PIC 9(06).
           03 FILLER                PIC X(02).
           03 KD-NAME               PIC  N(30).
           03 FILLER                PIC X(02).
           03 KD-BIRTHDAY           PIC 9(08).
           03 FILLER                PIC X(02).
           03 KD-MASSHOU-ZUMI       PIC  N(03).
           03 FILLER                PIC X(01).
           03 KD-RIYUU              PIC  N(04).
           03 FILLER                PIC X(01).
           03 KD-MASSHOU-DATE       PIC 9(08).
           03 FILLER                PIC X(01).
           03 KD-SHIBOU-LABEL       PIC  N(03).
           03 KD-SHIBOU-DATE        PIC 9(08).
       01  KENSAKU-KEKKA-LINE.
           03 FILLER               PIC X(04).
           03 KK-LABEL              PIC  N(08).
       01 DOG-MASTER-STATUS        PIC X(02).
           88 DOG-MASTER-OK            VALUE "00".

       01 MASSHOU-DAICHOU-STATUS   PIC X(02).
           88 MASSHOU-DAICHOU-OK       VALUE "00".
           88 MASSHOU-DAICHOU-NASHI    VALUE "35".

       01 OWNER-INQUIRY-STATUS     PIC X(02).
           88 OWNER-INQUIRY-OK         VALUE "00".

       01 MASTER-EOF-SWITCH        PIC X(01).
           88 MASTER-IS-EOF            VALUE "Y".

       01 DAICHOU-EOF-SWITCH       PIC X(01).
           88 DAICHOU-IS-EOF           VALUE "Y".

      *   抹消台帳なしスイッチ（未作成の場合は抹消済みの検索を
      *   行わない）
       01 DAICHOU-NASHI-SWITCH     PIC X(01) VALUE "N".
           88 DAICHOU-NASHI            VALUE "Y".

      *   飼主マスタ存在スイッチ（1依頼ごとに立て直す）
       01 OWNER-ARI-SWITCH         PIC X(01).
           88 OWNER-ARI                VALUE "Y".
      * 照会中の飼主番号と該当頭数
       01 SHOUKAI-OWNER-NUM        PIC 9(6).
       01 GAITOU-COUNT             PIC 9(8).
       01 MASSHOU-GAITOU-COUNT     PIC 9(8).

      * 抹消理由の表示名
       01 RIYUU-MEI                PIC  N(04).

      * 件数
       01 IRAI-COUNT               PIC 9(8) VALUE 0.
               STOP RUN
           END-IF

      *    抹消台帳が未作成の場合は抹消済みの検索を行わない
           OPEN INPUT MASSHOU-DAICHOU
           IF MASSHOU-DAICHOU-NASHI
               SET DAICHOU-NASHI TO TRUE
           ELSE
               IF NOT MASSHOU-DAICHOU-OK
                   DISPLAY "*** MASSHOU-DAICHOU 開始時異常" ,
                           " STATUS=" MASSHOU-DAICHOU-STATUS
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT OWNER-INQUIRY
           IF NOT OWNER-INQUIRY-OK
               DISPLAY "*** OWNER-INQUIRY 開始時異常 STATUS=" ,
           ADD 1 TO IRAI-COUNT.
           MOVE IO-OWNER-NUM TO SHOUKAI-OWNER-NUM.
           MOVE 0 TO GAITOU-COUNT.
           MOVE 0 TO MASSHOU-GAITOU-COUNT.

      *    世帯情報（飼主マスタに未登録の番号は見出しにその旨を出し、
      *    犬の検索は行わない）
           WRITE KENSAKU-JUUSHO-LINE.

           PERFORM 4200-INU-KENSAKU THRU 4200-EXIT.
           PERFORM 4300-MASSHOU-KENSAKU THRU 4300-EXIT.
           PERFORM 4190-KEKKA-INJI THRU 4190-EXIT.
       4100-EXIT.
           EXIT.
           MOVE "登録頭数：" TO KK-LABEL.
           MOVE GAITOU-COUNT TO KK-KENSUU.
           WRITE KENSAKU-KEKKA-LINE.

           MOVE SPACE TO KENSAKU-KEKKA-LINE.
           MOVE "抹消頭数：" TO KK-LABEL.
           MOVE MASSHOU-GAITOU-COUNT TO KK-KENSUU.
           WRITE KENSAKU-KEKKA-LINE.
       4190-EXIT.
           EXIT.

           EXIT.


      *****************************************************************
      * 4300 抹消台帳の検索
      *      台帳を先頭から順読みし、飼主番号の一致する抹消済みの犬を
      *      「抹消済」の明細行として抹消理由・抹消日付きで印字する
      *****************************************************************
       4300-MASSHOU-KENSAKU.
           IF DAICHOU-NASHI
               GO TO 4300-EXIT
           END-IF
           MOVE 0 TO MD-REGI-NUM
           START MASSHOU-DAICHOU
               KEY NOT < MD-REGI-NUM
               INVALID KEY
      *            台帳が空の場合は抹消0頭のままでよい
                   GO TO 4300-EXIT
           END-START
           MOVE "N" TO DAICHOU-EOF-SWITCH.
           PERFORM 4310-MASSHOU-1KEN THRU 4310-EXIT
               UNTIL DAICHOU-IS-EOF.
       4300-EXIT.
           EXIT.

       4310-MASSHOU-1KEN.
           READ MASSHOU-DAICHOU NEXT RECORD
               AT END
                   SET DAICHOU-IS-EOF TO TRUE
                   GO TO 4310-EXIT
           END-READ

           IF OWNER-NUM IN MASSHOU-DAICHOU-RECORD
                   NOT = SHOUKAI-OWNER-NUM
               GO TO 4310-EXIT
           END-IF

           ADD 1 TO MASSHOU-GAITOU-COUNT
           PERFORM 4320-RIYUU-HENSHUU THRU 4320-EXIT

           MOVE SPACE TO KENSAKU-MASSHOU-LINE
           MOVE MD-REGI-NUM TO KD-REGI-NUM
           MOVE NAME IN MASSHOU-DAICHOU-RECORD     TO KD-NAME
           MOVE BIRTHDAY IN MASSHOU-DAICHOU-RECORD TO KD-BIRTHDAY
           MOVE "抹消済" TO KD-MASSHOU-ZUMI
           MOVE RIYUU-MEI TO KD-RIYUU
           MOVE MD-MASSHOU-DATE TO KD-MASSHOU-DATE
           IF MD-SHIBOU
               MOVE "死亡日" TO KD-SHIBOU-LABEL
               MOVE MD-SHIBOU-DATE TO KD-SHIBOU-DATE
           END-IF
           WRITE KENSAKU-MASSHOU-LINE.
       4310-EXIT.
           EXIT.

      *    抹消理由コードの表示名への変換
       4320-RIYUU-HENSHUU.
           MOVE "その他" TO RIYUU-MEI
           IF MD-SHIBOU
               MOVE "死亡" TO RIYUU-MEI
           END-IF
           IF MD-SHOZAI-FUMEI
               MOVE "所在不明" TO RIYUU-MEI
           END-IF
           IF MD-TENSHUTSU
               MOVE "転出" TO RIYUU-MEI
           END-IF.
       4320-EXIT.
           EXIT.


      *****************************************************************
      * 9000 終了処理（結果件数の表示とファイルの終了）
      *****************************************************************
           CLOSE OWNER-INQUIRY.
           CLOSE OWNER-MASTER.
           CLOSE DOG-MASTER.
           IF NOT DAICHOU-NASHI
               CLOSE MASSHOU-DAICHOU
           END-IF
           CLOSE KENSAKU-PRINT.

           DISPLAY "--- 飼主照会結果 ---".
