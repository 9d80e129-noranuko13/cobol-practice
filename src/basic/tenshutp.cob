      *               県への提出用に転出登録簿を印刷する。連絡
      *               ファイルには見出し・件数入りの最終レコードを
      *               付け、転入側が途中切れを検出できるようにする）
      *   2026/10/15  転出した犬を抹消台帳（MASSDAI）へ抹消理由"転出"
      *               ・抹消日付きで残すよう変更（台帳へ書けてから
      *               マスタを抹消する）


      *** 環境部
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MASTER-JOURNAL-STATUS.

      *    抹消台帳（索引編成。抹消した犬を理由・日付付きで残す）
           SELECT MASSHOU-DAICHOU  ASSIGN TO "MASSDAI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-REGI-NUM
               ALTERNATE RECORD KEY IS
                   FURIGANA IN MASSHOU-DAICHOU-RECORD
                   WITH DUPLICATES
               FILE STATUS IS MASSHOU-DAICHOU-STATUS.

      *    転出登録簿の印刷ファイル（県への提出用）
           SELECT TOUROKUBO-PRINT  ASSIGN TO "IDOSRPT"
               ORGANIZATION IS SEQUENTIAL
           LABEL RECORDS ARE STANDARD.
           COPY DOGJNL.

       FD  MASSHOU-DAICHOU
           LABEL RECORDS ARE STANDARD.
           COPY DOGMSD.

      *    転出登録簿（複数の行レイアウトを同一バッファで使い分ける）
       FD  TOUROKUBO-PRINT
           LABEL RECORDS ARE OMITTED.
           88 MASTER-JOURNAL-OK        VALUE "00".
           88 MASTER-JOURNAL-NOTFOUND  VALUE "35".

       01 MASSHOU-DAICHOU-STATUS   PIC X(02).
           88 MASSHOU-DAICHOU-OK       VALUE "00".
           88 MASSHOU-DAICHOU-DUP      VALUE "22".
           88 MASSHOU-DAICHOU-NASHI    VALUE "35".

       01 TOUROKUBO-PRINT-STATUS   PIC X(02).
           88 TOUROKUBO-PRINT-OK       VALUE "00".

               STOP RUN
           END-IF

      *    抹消台帳（未作成の場合は空の状態で新規作成してから
      *    開き直す）
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
           END-IF

           OPEN OUTPUT TOUROKUBO-PRINT
           IF NOT TOUROKUBO-PRINT-OK
               DISPLAY "*** TOUROKUBO-PRINT 開始時異常 STATUS=" ,

      *****************************************************************
      * 4300 マスタの抹消とジャーナル・転出登録簿の出力
      *      抹消台帳へ先に書き、書けてからマスタを抹消する
      *****************************************************************
       4300-MASSHOU-SHORI.
           PERFORM 4310-MASSHOU-DAICHOU-KIROKU THRU 4310-EXIT

           DELETE DOG-MASTER
               INVALID KEY
                   DISPLAY "*** マスタ抹消エラー REGI-NUM=" ,
       4300-EXIT.
           EXIT.

      *    抹消台帳への記録（抹消理由は転出、死亡日は0。同じ登録番号
      *    が既にあれば最新の抹消で置き換える）
       4310-MASSHOU-DAICHOU-KIROKU.
           MOVE REGI-NUM IN MOTO-DOG TO MD-REGI-NUM
           SET MD-TENSHUTSU TO TRUE
           MOVE 0 TO MD-SHIBOU-DATE
           MOVE GYOUMU-DATE-8 TO MD-MASSHOU-DATE
           MOVE "TENSHUTP" TO MD-PROGRAM-NAME
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
       4310-EXIT.
           EXIT.


      *****************************************************************
      * 9000 終了処理（登録簿集計の印字とファイルの終了）
               CLOSE VACCINE-MASTER
           END-IF
           CLOSE MASTER-JOURNAL.
           CLOSE MASSHOU-DAICHOU.
           CLOSE TOUROKUBO-PRINT.

           DISPLAY "--- 転出処理結果 ---".
