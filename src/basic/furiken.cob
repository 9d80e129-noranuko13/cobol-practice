      *               フリガナ（先頭一致の部分指定可）ごとに、犬登録
      *               マスタの副キーをSTART／READ NEXTでたどって該当
      *               全件（重複キー含む）を応答リストへ印字する）
      *   2026/10/15  抹消台帳（MASSDAI）も同じフリガナ副キーで検索し、
      *               抹消した犬を「抹消済」として抹消理由・抹消日
      *               （死亡は死亡日も）付きで印字するよう変更（台帳
      *               が未作成の場合は検索しない）


      *** 環境部
                   WITH DUPLICATES
               FILE STATUS IS DOG-MASTER-STATUS.

      *    抹消台帳（索引編成。抹消済みの犬もフリガナ副キーで探す）
           SELECT MASSHOU-DAICHOU  ASSIGN TO "MASSDAI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-REGI-NUM
               ALTERNATE RECORD KEY IS
                   FURIGANA IN MASSHOU-DAICHOU-RECORD
                   WITH DUPLICATES
               FILE STATUS IS MASSHOU-DAICHOU-STATUS.

      *    照会依頼ファイル
           SELECT FURIGANA-INQUIRY ASSIGN TO "FURIREQ"
               ORGANIZATION IS SEQUENTIAL
           LABEL RECORDS ARE STANDARD.
           COPY DOGMST.

       FD  MASSHOU-DAICHOU
           LABEL RECORDS ARE STANDARD.
           COPY DOGMSD.

       FD  FURIGANA-INQUIRY
           LABEL RECORDS ARE STANDARD.
           COPY DOGFIQ.
           03 FILLER                PIC X(02).
           03 KS-RENEWAL-FLAG       PIC X(01).
           03 FILLER                PIC X(33).
       01  KENSAKU-MASSHOU-LINE.
           03 FILLER               PIC X(04).
           03 KD-REGI-NUM           PIC 9(06).
           03 FILLER                PIC X(02).
           03 KD-NAME               PIC  N(30).
           03 FILLER                PIC X(02).
           03 KD-BIRTHDAY           PIC 9(08).
           03 FILLER                PIC X(02).
           03 KD-OWNER-NAME         PIC  N(20).
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
           88 DOG-MASTER-NOTFOUND      VALUE "23".
           88 DOG-MASTER-EOF           VALUE "10".

       01 MASSHOU-DAICHOU-STATUS   PIC X(02).
           88 MASSHOU-DAICHOU-OK       VALUE "00".
           88 MASSHOU-DAICHOU-NASHI    VALUE "35".

       01 FURIGANA-INQUIRY-STATUS  PIC X(02).
           88 FURIGANA-INQUIRY-OK      VALUE "00".
           88 FURIGANA-INQUIRY-EOF     VALUE "10".
       01 KENSAKU-OWARI-SWITCH     PIC X(01).
           88 KENSAKU-OWARI            VALUE "Y".

      *   抹消台帳なしスイッチ（未作成の場合は抹消済みの検索を
      *   行わない）
       01 DAICHOU-NASHI-SWITCH     PIC X(01) VALUE "N".
           88 DAICHOU-NASHI            VALUE "Y".

      * 抹消理由の表示名
       01 RIYUU-MEI                PIC  N(04).

      * 照会指定の文字数（後方空白を除いた先頭一致の比較桁数）
       01 SHITEI-KETA              PIC 9(2).

       01 IRAI-COUNT               PIC 9(8) VALUE 0.
       01 GAITOU-COUNT             PIC 9(8) VALUE 0.
       01 IRAI-GAITOU-COUNT        PIC 9(8) VALUE 0.
       01 MASSHOU-GAITOU-COUNT     PIC 9(8) VALUE 0.


      *** 手続き部
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

           OPEN INPUT FURIGANA-INQUIRY
           IF NOT FURIGANA-INQUIRY-OK
               DISPLAY "*** FURIGANA-INQUIRY 開始時異常 STATUS=" ,
           PERFORM 4200-GAITOU-1KEN THRU 4200-EXIT
               UNTIL KENSAKU-OWARI

           PERFORM 4400-MASSHOU-KENSAKU THRU 4400-EXIT
           PERFORM 4300-KEKKA-INJI THRU 4300-EXIT.
       4100-EXIT.
           EXIT.
           EXIT.


      *****************************************************************
      * 4400 抹消台帳の検索
      *      犬登録マスタと同じく副キーを指定値へ位置付け、先頭一致
      *      の間読み進めて「抹消済」の明細を印字する（該当件数に
      *      含める）
      *****************************************************************
       4400-MASSHOU-KENSAKU.
           IF DAICHOU-NASHI
               GO TO 4400-EXIT
           END-IF
           MOVE IQ-FURIGANA TO FURIGANA IN MASSHOU-DAICHOU-RECORD
           MOVE "N" TO KENSAKU-OWARI-SWITCH.
           START MASSHOU-DAICHOU KEY NOT <
                   FURIGANA IN MASSHOU-DAICHOU-RECORD
               INVALID KEY
                   SET KENSAKU-OWARI TO TRUE
           END-START
           PERFORM 4410-MASSHOU-1KEN THRU 4410-EXIT
               UNTIL KENSAKU-OWARI.
       4400-EXIT.
           EXIT.

       4410-MASSHOU-1KEN.
           READ MASSHOU-DAICHOU NEXT RECORD
               AT END
                   SET KENSAKU-OWARI TO TRUE
                   GO TO 4410-EXIT
           END-READ

           IF FURIGANA IN MASSHOU-DAICHOU-RECORD (1:SHITEI-KETA)
                   NOT = IQ-FURIGANA (1:SHITEI-KETA)
               SET KENSAKU-OWARI TO TRUE
               GO TO 4410-EXIT
           END-IF

           ADD 1 TO GAITOU-COUNT
           ADD 1 TO IRAI-GAITOU-COUNT
           ADD 1 TO MASSHOU-GAITOU-COUNT
           PERFORM 4420-RIYUU-HENSHUU THRU 4420-EXIT

           MOVE SPACE TO KENSAKU-MASSHOU-LINE
           MOVE MD-REGI-NUM TO KD-REGI-NUM
           MOVE NAME IN MASSHOU-DAICHOU-RECORD     TO KD-NAME
           MOVE BIRTHDAY IN MASSHOU-DAICHOU-RECORD TO KD-BIRTHDAY
           MOVE OWNER-NAME IN MASSHOU-DAICHOU-RECORD
               TO KD-OWNER-NAME
           MOVE "抹消済" TO KD-MASSHOU-ZUMI
           MOVE RIYUU-MEI TO KD-RIYUU
           MOVE MD-MASSHOU-DATE TO KD-MASSHOU-DATE
           IF MD-SHIBOU
               MOVE "死亡日" TO KD-SHIBOU-LABEL
               MOVE MD-SHIBOU-DATE TO KD-SHIBOU-DATE
           END-IF
           WRITE KENSAKU-MASSHOU-LINE.
       4410-EXIT.
           EXIT.

      *    抹消理由コードの表示名への変換
       4420-RIYUU-HENSHUU.
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
       4420-EXIT.
           EXIT.


      *****************************************************************
      * 5000 照会指定の比較桁数の計算
      *      後方の空白を除いた文字数を先頭一致の桁数とする
      *****************************************************************
       9000-SHUURYOU-SHORI.
           CLOSE DOG-MASTER.
           IF NOT DAICHOU-NASHI
               CLOSE MASSHOU-DAICHOU
           END-IF
           CLOSE FURIGANA-INQUIRY.
           CLOSE KENSAKU-PRINT.

           DISPLAY "--- フリガナ照会結果 ---".
           DISPLAY "依頼件数　：" IRAI-COUNT.
           DISPLAY "該当件数　：" GAITOU-COUNT.
           DISPLAY "うち抹消済：" MASSHOU-GAITOU-COUNT.
       9000-EXIT.
           EXIT.
