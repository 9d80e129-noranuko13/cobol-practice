      *** 見出し部
       IDENTIFICATION  DIVISION.

      * プログラム名
       PROGRAM-ID.     MAIGOSHO.

      * 変更履歴
      *   2026/10/15  新規作成（迷い犬照合。保護犬事件簿の照合待ちの
      *               保護犬を、着けていた鑑札の番号は鑑札台帳から、
      *               注射済票の番号は接種マスタから登録番号を引いて
      *               犬登録マスタと、また捜索中の捜索届と照合する。
      *               一致した犬は飼主マスタの住所（捜索届だけの一致
      *               は届出人の住所）へ保護のお知らせを印刷して通知
      *               済みとし、犬種だけが合う捜索届は照合候補として
      *               一覧に出す。保管期限の近い未返還の保護犬を一覧
      *               の後半に印字する）


      *** 環境部
       ENVIRONMENT     DIVISION.

       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
      *    保護犬事件簿（索引編成。照合待ちの事件を順読みし、通知
      *    した事件を書き換える）
           SELECT HOGO-JIKEN       ASSIGN TO "HOGODAI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HG-JIKEN-NUM
               FILE STATUS IS HOGO-JIKEN-STATUS.

      *    迷い犬捜索届（索引編成。捜索中の届を照合表に読み込み、
      *    一致した届を書き換える）
           SELECT SOUSAKU-TODOKE   ASSIGN TO "SOUSDAI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-SOUSAKU-NUM
               FILE STATUS IS SOUSAKU-TODOKE-STATUS.

      *    鑑札台帳（索引編成。鑑札番号から登録番号を引く。未作成の
      *    場合は引かない）
           SELECT KANSATSU-DAICHOU ASSIGN TO "KANSDAI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KB-KANSATSU-NUM
               ALTERNATE RECORD KEY IS KB-JOUTAI
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS KB-REGI-NUM
                   WITH DUPLICATES
               FILE STATUS IS KANSATSU-DAICHOU-STATUS.

      *    狂犬病予防接種マスタ（索引編成。注射済票番号は副キーを
      *    持たないため全件を順読みして照合表と突き合わせる）
           SELECT VACCINE-MASTER   ASSIGN TO "VACMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VC-KEY
               FILE STATUS IS VACCINE-MASTER-STATUS.

      *    犬登録マスタ（索引編成。照合した登録番号で引く）
           SELECT DOG-MASTER       ASSIGN TO "DOGMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS
                   REGI-NUM IN DOG-MASTER-RECORD
               ALTERNATE RECORD KEY IS
                   FURIGANA IN DOG-MASTER-RECORD
                   WITH DUPLICATES
               FILE STATUS IS DOG-MASTER-STATUS.

      *    飼主マスタ（索引編成。通知の宛先の照会元）
           SELECT OWNER-MASTER     ASSIGN TO "OWNMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OW-OWNER-NUM
               FILE STATUS IS OWNER-MASTER-STATUS.

      *    飼主への保護のお知らせの印刷ファイル
           SELECT TSUUCHI-PRINT    ASSIGN TO "MAIGTSU"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TSUUCHI-PRINT-STATUS.

      *    迷い犬照合一覧の印刷ファイル
           SELECT SHOUGOU-PRINT    ASSIGN TO "MAIGRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SHOUGOU-PRINT-STATUS.


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

       FD  KANSATSU-DAICHOU
           LABEL RECORDS ARE STANDARD.
           COPY DOGKAN.

       FD  VACCINE-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY DOGVAC.

       FD  DOG-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY DOGMST.

       FD  OWNER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY DOGOWN.

      *    保護のお知らせ（複数の行レイアウトを同一バッファで使い
      *    分ける）
       FD  TSUUCHI-PRINT
           LABEL RECORDS ARE OMITTED.
       01  TSUU-ADDR-LINE.
           03 FILLER               PIC X(05).
           03 NA-ADDR               PIC  N(40).
           03 FILLER                PIC X(15).
       01  TSUU-ATESAKI-LINE.
           03 FILLER               PIC X(05).
           03 NS-NAME               PIC  N(20).
           03 NS-KEISHOU            PIC  N(02).
           03 FILLER                PIC X(51).
       01  TSUU-TITLE-LINE.
           03 FILLER               PIC X(20).
           03 NT-TITLE              PIC  N(14).
           03 FILLER                PIC X(52).
       01  TSUU-BANGOU-LINE.
           03 FILLER               PIC X(10).
           03 NB-LABEL              PIC  N(08).
           03 NB-BANGOU             PIC X(08).
           03 FILLER                PIC X(66).
       01  TSUU-DATE-LINE.
           03 FILLER               PIC X(10).
           03 ND-LABEL              PIC  N(08).
           03 ND-YEAR               PIC 9999.
           03 ND-SLASH1             PIC X(01).
           03 ND-MONTH              PIC 99.
           03 ND-SLASH2             PIC X(01).
           03 ND-DAY                PIC 99.
           03 FILLER                PIC X(64).
       01  TSUU-NAIYOU-LINE.
           03 FILLER               PIC X(10).
           03 NN-LABEL              PIC  N(08).
           03 NN-NAIYOU             PIC  N(30).
           03 FILLER                PIC X(14).
       01  TSUU-ONEGAI-LINE.
           03 FILLER               PIC X(10).
           03 NO-MESSAGE            PIC  N(24).
           03 FILLER                PIC X(42).
      *    連絡期限の行（日数は保管期限の定数から編集する。1桁の
      *    日数が他の行の本文と同じ位置から始まるよう前を詰める）
       01  TSUU-KIGEN-LINE.
           03 FILLER               PIC X(08).
           03 NK-NISSU              PIC ZZ9.
           03 NK-MESSAGE            PIC  N(15).
           03 FILLER                PIC X(59).
       01  TSUU-KUGIRI-LINE.
           03 NKG-KUGIRI            PIC X(40).
           03 FILLER                PIC X(60).

      *    迷い犬照合一覧（複数の行レイアウトを同一バッファで使い
      *    分ける）
       FD  SHOUGOU-PRINT
           LABEL RECORDS ARE OMITTED.
       01  SHOUGOU-TITLE-LINE.
           03 FILLER               PIC X(10).
           03 MR-TITLE              PIC  N(10).
           03 MR-DATE               PIC 9(08).
           03 FILLER                PIC X(82).
       01  SHOUGOU-MIDASHI-LINE.
           03 FILLER               PIC X(04).
           03 MH-MIDASHI            PIC  N(14).
           03 FILLER                PIC X(88).
       01  SHOUGOU-ICCHI-LINE.
           03 FILLER               PIC X(04).
           03 MI-JIKEN-NUM          PIC X(08).
           03 FILLER                PIC X(02).
           03 MI-KUBUN              PIC  N(06).
           03 FILLER                PIC X(02).
           03 MI-REGI-NUM           PIC 9(06).
           03 FILLER                PIC X(02).
           03 MI-SOUSAKU-NUM        PIC X(08).
           03 FILLER                PIC X(02).
           03 MI-NAME               PIC  N(20).
           03 FILLER                PIC X(02).
           03 MI-MESSAGE            PIC  N(08).
           03 FILLER                PIC X(16).
       01  SHOUGOU-KIGEN-LINE.
           03 FILLER               PIC X(04).
           03 MK-JIKEN-NUM          PIC X(08).
           03 FILLER                PIC X(02).
           03 MK-HOGO-DATE          PIC 9(08).
           03 FILLER                PIC X(02).
           03 MK-JOUTAI             PIC  N(04).
           03 FILLER                PIC X(02).
           03 MK-KEIKA-NISSU        PIC 9(03).
           03 FILLER                PIC X(02).
           03 MK-ZAN-FUGOU          PIC X(01).
           03 MK-ZAN-NISSU          PIC 9(03).
           03 FILLER                PIC X(02).
           03 MK-BASHO              PIC  N(30).
           03 FILLER                PIC X(15).
       01  SHOUGOU-GOUKEI-LINE.
           03 FILLER               PIC X(04).
           03 MG-LABEL              PIC  N(12).
           03 MG-KENSUU             PIC 9(08).
           03 FILLER                PIC X(84).


      ** 作業場所節
       WORKING-STORAGE SECTION.
      * ファイル状態コード
       01 HOGO-JIKEN-STATUS        PIC X(02).
           88 HOGO-JIKEN-OK            VALUE "00".
           88 HOGO-JIKEN-NASHI         VALUE "35".

       01 SOUSAKU-TODOKE-STATUS    PIC X(02).
           88 SOUSAKU-TODOKE-OK        VALUE "00".
           88 SOUSAKU-TODOKE-NASHI     VALUE "35".

       01 KANSATSU-DAICHOU-STATUS  PIC X(02).
           88 KANSATSU-DAICHOU-OK      VALUE "00".
           88 KANSATSU-DAICHOU-NASHI   VALUE "35".

       01 VACCINE-MASTER-STATUS    PIC X(02).
           88 VACCINE-MASTER-OK        VALUE "00".
           88 VACCINE-MASTER-NASHI     VALUE "35".

       01 DOG-MASTER-STATUS        PIC X(02).
           88 DOG-MASTER-OK            VALUE "00".
           88 DOG-MASTER-NOTFOUND      VALUE "23".

       01 OWNER-MASTER-STATUS      PIC X(02).
           88 OWNER-MASTER-OK          VALUE "00".
           88 OWNER-MASTER-NOTFOUND    VALUE "23".

       01 TSUUCHI-PRINT-STATUS     PIC X(02).
           88 TSUUCHI-PRINT-OK         VALUE "00".

       01 SHOUGOU-PRINT-STATUS     PIC X(02).
           88 SHOUGOU-PRINT-OK         VALUE "00".

      * スイッチ類
       01 JIKEN-EOF-SWITCH         PIC X(01) VALUE "N".
           88 JIKEN-IS-EOF             VALUE "Y".

       01 SOUSAKU-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SOUSAKU-IS-EOF           VALUE "Y".

       01 VACCINE-EOF-SWITCH       PIC X(01) VALUE "N".
           88 VACCINE-IS-EOF           VALUE "Y".

      *   未作成のファイルがあった場合に立てる（保護犬事件簿がない
      *   場合は照合する事件がない）
       01 JIKEN-NASHI-SWITCH       PIC X(01) VALUE "N".
           88 JIKEN-NASHI              VALUE "Y".

       01 SOUSAKU-NASHI-SWITCH     PIC X(01) VALUE "N".
           88 SOUSAKU-NASHI            VALUE "Y".

       01 KANSATSU-NASHI-SWITCH    PIC X(01) VALUE "N".
           88 KANSATSU-NASHI           VALUE "Y".

       01 VACCINE-NASHI-SWITCH     PIC X(01) VALUE "N".
           88 VACCINE-NASHI            VALUE "Y".

      *   犬登録マスタ存在スイッチ（1事件ごとに立て直す）
       01 MASTER-ARI-SWITCH        PIC X(01).
           88 MASTER-ARI               VALUE "Y".

      *   照合表に入りきらない届・事件があった
       01 HYOU-KAHOU-SWITCH        PIC X(01) VALUE "N".
           88 HYOU-KAHOU               VALUE "Y".

      *   1事件の照合区分（登録番号をどこから引いたか）
       01 ICCHI-KUBUN              PIC X(01).
           88 ICCHI-NASHI              VALUE SPACE.
           88 ICCHI-KANSATSU           VALUE "1".
           88 ICCHI-SHOUMEI            VALUE "2".
           88 ICCHI-SOUSAKU            VALUE "3".

      * 捜索中の捜索届の照合表
       01 SOUSAKU-TABLE.
           03 SOUSAKU-KENSUU        PIC 9(4) VALUE 0.
           03 SOUSAKU-HYOU          OCCURS 500.
               05 ST-SOUSAKU-NUM    PIC X(08).
               05 ST-REGI-NUM       PIC 9(6).
               05 ST-KANSATSU-NUM   PIC 9(7).
               05 ST-KENSHU         PIC  N(10).
               05 ST-FUMEI-DATE     PIC 9(8).
               05 ST-ICCHI          PIC X(01).
                   88 ST-ICCHI-ZUMI       VALUE "Y".
       01 SOUSAKU-SOEJI            PIC 9(4).
       01 ICCHI-SOEJI              PIC 9(4).
       01 SOUSAKU-JOUGEN           PIC 9(4) VALUE 500.

      * 注射済票を着けていた照合待ち事件の照合表（接種マスタを
      *   1回だけ順読みして登録番号を埋める。同じ番号が複数年度に
      *   あれば最も新しい年度の犬を採り、同じ年度に別の犬があれば
      *   重複として照合に使わない）
       01 SHOUMEI-TABLE.
           03 SHOUMEI-KENSUU        PIC 9(4) VALUE 0.
           03 SHOUMEI-HYOU          OCCURS 500.
               05 SH-JIKEN-NUM      PIC X(08).
               05 SH-NENDO          PIC 9(4).
               05 SH-SHOUMEI-NUM    PIC X(10).
               05 SH-REGI-NUM       PIC 9(6).
               05 SH-ICCHI-NENDO    PIC 9(4).
               05 SH-JUUFUKU        PIC X(01).
                   88 SH-JUUFUKU-ARI      VALUE "Y".
       01 SHOUMEI-SOEJI            PIC 9(4).
       01 SHOUMEI-JOUGEN           PIC 9(4) VALUE 500.

      * 1事件の照合結果
       01 ICCHI-REGI-NUM           PIC 9(6).

      * 通知の宛先
       01 ATESAKI-NAME             PIC  N(20).
       01 ATESAKI-ADDR             PIC  N(40).

      * 保管期限（狂犬病予防法第6条による。飼主の分からない犬は
      *   公示2日間の満了後1日、通知した犬は通知後3日を期限とし、
      *   残りの日数が予告日数以下になった未返還の犬を一覧に出す）
       01 KOUJI-KIGEN-NISSU        PIC 9(3) VALUE 003.
       01 TSUUCHI-KIGEN-NISSU      PIC 9(3) VALUE 003.
       01 KIGEN-YOKOKU-NISSU       PIC 9(3) VALUE 001.

      * 業務日付
       01 GYOUMU-DATE-8            PIC 9(8).

      * 経過日数計算（年×372＋月×31＋日の通算値の差による概算判定。
      *   督促（TOKUSOKP）と同じ求め方）
       01 KIJUN-TSUUSAN            PIC 9(7).
       01 GYOUMU-TSUUSAN           PIC 9(7).
       01 KEIKA-NISSU              PIC S9(7).
       01 ZAN-NISSU                PIC S9(7).
       01 TSUUSAN-WORK-DATE        PIC 9(8).
       01 TSUUSAN-WORK-BUNKAI REDEFINES TSUUSAN-WORK-DATE.
           03 TSUUSAN-YEAR          PIC 9(4).
           03 TSUUSAN-MONTH         PIC 9(2).
           03 TSUUSAN-DAY           PIC 9(2).
       01 TSUUSAN-KEKKA            PIC 9(7).

      * 保護日の分解（お知らせへの印字用）
       01 HOGO-DATE-8              PIC 9(8).
       01 HOGO-DATE-BUNKAI REDEFINES HOGO-DATE-8.
           03 HOGO-YEAR             PIC 9(4).
           03 HOGO-MONTH            PIC 9(2).
           03 HOGO-DAY              PIC 9(2).

      * 件数
       01 TAISHOU-COUNT            PIC 9(8) VALUE 0.
       01 TSUUCHI-COUNT            PIC 9(8) VALUE 0.
       01 KANSATSU-ICCHI-COUNT     PIC 9(8) VALUE 0.
       01 SHOUMEI-ICCHI-COUNT      PIC 9(8) VALUE 0.
       01 SOUSAKU-ICCHI-COUNT      PIC 9(8) VALUE 0.
       01 KOUHO-COUNT              PIC 9(8) VALUE 0.
       01 MASTER-NASHI-COUNT       PIC 9(8) VALUE 0.
       01 FUICCHI-COUNT            PIC 9(8) VALUE 0.
       01 KIGEN-COUNT              PIC 9(8) VALUE 0.
       01 KOUHO-JIKEN-COUNT        PIC 9(8) VALUE 0.


      *** 手続き部
       PROCEDURE       DIVISION.

       0000-MAINLINE.
           PERFORM 1000-SHOKI-SHORI        THRU 1000-EXIT
           PERFORM 2000-SOUSAKU-YOMIKOMI   THRU 2000-EXIT
           PERFORM 3000-SHOUMEI-SHOUGOU    THRU 3000-EXIT
           PERFORM 4000-JIKEN-SHOUGOU      THRU 4000-EXIT
           PERFORM 6000-KIGEN-ICHIRAN      THRU 6000-EXIT
           PERFORM 9000-SHUURYOU-SHORI     THRU 9000-EXIT
           STOP   RUN.


      *****************************************************************
      * 1000 初期処理（業務日付の取得とファイルの開始）
      *      鑑札台帳・接種マスタ・捜索届が未作成の場合はその照合を
      *      行わない
      *****************************************************************
       1000-SHOKI-SHORI.
           ACCEPT GYOUMU-DATE-8 FROM DATE YYYYMMDD.
           MOVE GYOUMU-DATE-8 TO TSUUSAN-WORK-DATE.
           PERFORM 5000-TSUUSAN-KEISAN THRU 5000-EXIT.
           MOVE TSUUSAN-KEKKA TO GYOUMU-TSUUSAN.

           OPEN I-O HOGO-JIKEN
           IF HOGO-JIKEN-NASHI
               SET JIKEN-NASHI TO TRUE
           ELSE
               IF NOT HOGO-JIKEN-OK
                   DISPLAY "*** HOGO-JIKEN 開始時異常 STATUS=" ,
                           HOGO-JIKEN-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN I-O SOUSAKU-TODOKE
           IF SOUSAKU-TODOKE-NASHI
               SET SOUSAKU-NASHI TO TRUE
           ELSE
               IF NOT SOUSAKU-TODOKE-OK
                   DISPLAY "*** SOUSAKU-TODOKE 開始時異常" ,
                           " STATUS=" SOUSAKU-TODOKE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT KANSATSU-DAICHOU
           IF KANSATSU-DAICHOU-NASHI
               SET KANSATSU-NASHI TO TRUE
           ELSE
               IF NOT KANSATSU-DAICHOU-OK
                   DISPLAY "*** KANSATSU-DAICHOU 開始時異常" ,
                           " STATUS=" KANSATSU-DAICHOU-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT DOG-MASTER
           IF NOT DOG-MASTER-OK
               DISPLAY "*** DOG-MASTER 開始時異常 STATUS=" ,
                       DOG-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT OWNER-MASTER
           IF NOT OWNER-MASTER-OK
               DISPLAY "*** OWNER-MASTER 開始時異常 STATUS=" ,
                       OWNER-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT TSUUCHI-PRINT
           IF NOT TSUUCHI-PRINT-OK
               DISPLAY "*** TSUUCHI-PRINT 開始時異常 STATUS=" ,
                       TSUUCHI-PRINT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT SHOUGOU-PRINT
           IF NOT SHOUGOU-PRINT-OK
               DISPLAY "*** SHOUGOU-PRINT 開始時異常 STATUS=" ,
                       SHOUGOU-PRINT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACE TO SHOUGOU-TITLE-LINE.
           MOVE "迷い犬照合一覧　　　" TO MR-TITLE.
           MOVE GYOUMU-DATE-8 TO MR-DATE.
           WRITE SHOUGOU-TITLE-LINE.
       1000-EXIT.
           EXIT.


      *****************************************************************
      * 2000 捜索中の捜索届を照合表に読み込む
      *      表に入りきらない届は今回の照合から外し、復帰コード4で
      *      知らせる
      *****************************************************************
       2000-SOUSAKU-YOMIKOMI.
           IF SOUSAKU-NASHI
               GO TO 2000-EXIT
           END-IF
           MOVE "N" TO SOUSAKU-EOF-SWITCH.
           PERFORM 2100-SOUSAKU-1KEN THRU 2100-EXIT
               UNTIL SOUSAKU-IS-EOF.
       2000-EXIT.
           EXIT.

       2100-SOUSAKU-1KEN.
           READ SOUSAKU-TODOKE NEXT RECORD
               AT END
                   SET SOUSAKU-IS-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ

           IF NOT SA-SOUSAKU-CHUU
               GO TO 2100-EXIT
           END-IF
           IF SOUSAKU-KENSUU NOT < SOUSAKU-JOUGEN
               SET HYOU-KAHOU TO TRUE
               DISPLAY "*** 照合表あふれ捜索届除外" ,
                       " SOUSAKU-NUM=" SA-SOUSAKU-NUM
               GO TO 2100-EXIT
           END-IF

           ADD 1 TO SOUSAKU-KENSUU
           MOVE SA-SOUSAKU-NUM  TO ST-SOUSAKU-NUM  (SOUSAKU-KENSUU)
           MOVE SA-REGI-NUM     TO ST-REGI-NUM     (SOUSAKU-KENSUU)
           MOVE SA-KANSATSU-NUM TO ST-KANSATSU-NUM (SOUSAKU-KENSUU)
           MOVE SA-KENSHU       TO ST-KENSHU       (SOUSAKU-KENSUU)
           MOVE SA-FUMEI-DATE   TO ST-FUMEI-DATE   (SOUSAKU-KENSUU)
           MOVE "N"             TO ST-ICCHI        (SOUSAKU-KENSUU).
       2100-EXIT.
           EXIT.


      *****************************************************************
      * 3000 注射済票番号の照合
      *      照合待ちで注射済票を着けていた事件を照合表に読み込み、
      *      接種マスタを1回だけ順読みして同じ注射済票番号（保護時に
      *      年度が読み取れた場合は年度も）の接種記録の登録番号を
      *      表に埋める。事件簿は照合（4000）のため開き直す
      *****************************************************************
       3000-SHOUMEI-SHOUGOU.
           IF JIKEN-NASHI
               GO TO 3000-EXIT
           END-IF
           MOVE "N" TO JIKEN-EOF-SWITCH.
           PERFORM 3100-SHOUMEI-HYOU-1KEN THRU 3100-EXIT
               UNTIL JIKEN-IS-EOF.
           CLOSE HOGO-JIKEN.
           OPEN I-O HOGO-JIKEN
           IF NOT HOGO-JIKEN-OK
               DISPLAY "*** HOGO-JIKEN 再開始時異常 STATUS=" ,
                       HOGO-JIKEN-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           IF SHOUMEI-KENSUU = 0
               GO TO 3000-EXIT
           END-IF
           OPEN INPUT VACCINE-MASTER
           IF VACCINE-MASTER-NASHI
               SET VACCINE-NASHI TO TRUE
               GO TO 3000-EXIT
           END-IF
           IF NOT VACCINE-MASTER-OK
               DISPLAY "*** VACCINE-MASTER 開始時異常" ,
                       " STATUS=" VACCINE-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO VACCINE-EOF-SWITCH.
           PERFORM 3200-SESSHU-1KEN THRU 3200-EXIT
               UNTIL VACCINE-IS-EOF.
           CLOSE VACCINE-MASTER.
       3000-EXIT.
           EXIT.

       3100-SHOUMEI-HYOU-1KEN.
           READ HOGO-JIKEN NEXT RECORD
               AT END
                   SET JIKEN-IS-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ

           IF NOT HG-SHOUGOU-MACHI
               GO TO 3100-EXIT
           END-IF
           IF HG-SHOUMEI-NUM = SPACE
               GO TO 3100-EXIT
           END-IF
           IF SHOUMEI-KENSUU NOT < SHOUMEI-JOUGEN
               SET HYOU-KAHOU TO TRUE
               DISPLAY "*** 照合表あふれ注射済票除外" ,
                       " JIKEN-NUM=" HG-JIKEN-NUM
               GO TO 3100-EXIT
           END-IF

           ADD 1 TO SHOUMEI-KENSUU
           MOVE HG-JIKEN-NUM     TO SH-JIKEN-NUM   (SHOUMEI-KENSUU)
           MOVE HG-SHOUMEI-NENDO TO SH-NENDO       (SHOUMEI-KENSUU)
           MOVE HG-SHOUMEI-NUM   TO SH-SHOUMEI-NUM (SHOUMEI-KENSUU)
           MOVE 0                TO SH-REGI-NUM    (SHOUMEI-KENSUU)
           MOVE 0                TO SH-ICCHI-NENDO (SHOUMEI-KENSUU)
           MOVE "N"              TO SH-JUUFUKU     (SHOUMEI-KENSUU).
       3100-EXIT.
           EXIT.

       3200-SESSHU-1KEN.
           READ VACCINE-MASTER NEXT RECORD
               AT END
                   SET VACCINE-IS-EOF TO TRUE
                   GO TO 3200-EXIT
           END-READ

           IF VC-SHOUMEI-NUM = SPACE
               GO TO 3200-EXIT
           END-IF
           MOVE 1 TO SHOUMEI-SOEJI.
           PERFORM 3210-SHOUMEI-HIKAKU THRU 3210-EXIT
               UNTIL SHOUMEI-SOEJI > SHOUMEI-KENSUU.
       3200-EXIT.
           EXIT.

       3210-SHOUMEI-HIKAKU.
           IF SH-SHOUMEI-NUM (SHOUMEI-SOEJI) = VC-SHOUMEI-NUM
               IF SH-NENDO (SHOUMEI-SOEJI) = 0
                       OR SH-NENDO (SHOUMEI-SOEJI) = VC-NENDO
      *            接種マスタは登録番号＋年度順のため、読んだ順では
      *            なく一致した年度を比べて新しい年度の犬を採る
                   IF SH-REGI-NUM (SHOUMEI-SOEJI) = 0
                       OR VC-NENDO > SH-ICCHI-NENDO (SHOUMEI-SOEJI)
                       MOVE VC-REGI-NUM
                           TO SH-REGI-NUM (SHOUMEI-SOEJI)
                       MOVE VC-NENDO
                           TO SH-ICCHI-NENDO (SHOUMEI-SOEJI)
                       MOVE "N" TO SH-JUUFUKU (SHOUMEI-SOEJI)
                   ELSE
      *                同じ年度に別の犬があれば番号だけでは決めない
                       IF VC-NENDO = SH-ICCHI-NENDO (SHOUMEI-SOEJI)
                          AND VC-REGI-NUM NOT =
                              SH-REGI-NUM (SHOUMEI-SOEJI)
                           SET SH-JUUFUKU-ARI (SHOUMEI-SOEJI) TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           ADD 1 TO SHOUMEI-SOEJI.
       3210-EXIT.
           EXIT.


      *****************************************************************
      * 4000 照合待ちの事件の照合
      *****************************************************************
       4000-JIKEN-SHOUGOU.
           MOVE SPACE TO SHOUGOU-MIDASHI-LINE.
           MOVE "飼主通知・照合結果" TO MH-MIDASHI.
           WRITE SHOUGOU-MIDASHI-LINE.

           IF JIKEN-NASHI
               GO TO 4000-EXIT
           END-IF
           MOVE "N" TO JIKEN-EOF-SWITCH.
           PERFORM 4100-JIKEN-1KEN THRU 4100-EXIT
               UNTIL JIKEN-IS-EOF.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * 4100 事件1件の照合
      *      登録番号は鑑札番号（鑑札台帳）、注射済票番号（接種
      *      マスタ）の順に引き、続けて捜索届と照合する。犬登録
      *      マスタにある犬は飼主マスタの住所へ、捜索届とだけ一致
      *      した犬は届出人の住所へお知らせを印刷して通知済みとする
      *      どれとも一致しない犬は犬種の合う捜索届を照合候補として
      *      一覧に出す（候補は職員が電話で確かめるため通知しない）
      *****************************************************************
       4100-JIKEN-1KEN.
           READ HOGO-JIKEN NEXT RECORD
               AT END
                   SET JIKEN-IS-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ

           IF NOT HG-SHOUGOU-MACHI
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO TAISHOU-COUNT.

           MOVE 0 TO ICCHI-REGI-NUM.
           MOVE SPACE TO ICCHI-KUBUN.
           MOVE 0 TO ICCHI-SOEJI.
           MOVE "N" TO MASTER-ARI-SWITCH.

           PERFORM 4200-KANSATSU-SHOUKAI THRU 4200-EXIT
           IF ICCHI-NASHI
               PERFORM 4300-SHOUMEI-SHOUKAI THRU 4300-EXIT
           END-IF
           PERFORM 4400-SOUSAKU-SHOUGOU THRU 4400-EXIT

      *    捜索届だけで一致し、届に登録番号があればそれを採る
           IF ICCHI-NASHI AND ICCHI-SOEJI NOT = 0
               SET ICCHI-SOUSAKU TO TRUE
               MOVE ST-REGI-NUM (ICCHI-SOEJI) TO ICCHI-REGI-NUM
           END-IF

           IF ICCHI-NASHI
               ADD 1 TO FUICCHI-COUNT
               PERFORM 4500-KOUHO-SAGASHI THRU 4500-EXIT
               GO TO 4100-EXIT
           END-IF

           IF ICCHI-REGI-NUM NOT = 0
               PERFORM 4600-MASTER-SHOUKAI THRU 4600-EXIT
           END-IF

      *    宛先を決める（マスタの飼主を優先し、次に捜索届の届出人）
           IF MASTER-ARI
               PERFORM 4700-OWNER-ATESAKI THRU 4700-EXIT
           ELSE
               IF ICCHI-SOEJI = 0
                   ADD 1 TO MASTER-NASHI-COUNT
                   DISPLAY "*** 照合登録番号マスタなし" ,
                           " JIKEN-NUM=" HG-JIKEN-NUM ,
                           " REGI-NUM=" ICCHI-REGI-NUM
                   MOVE SPACE TO ATESAKI-NAME
                   PERFORM 7200-ICCHI-INJI THRU 7200-EXIT
                   GO TO 4100-EXIT
               END-IF
               PERFORM 4800-TODOKEDE-ATESAKI THRU 4800-EXIT
           END-IF

           PERFORM 7000-TSUUCHI-INJI THRU 7000-EXIT
           PERFORM 7200-ICCHI-INJI   THRU 7200-EXIT
           PERFORM 4900-TSUUCHI-KIROKU THRU 4900-EXIT.
       4100-EXIT.
           EXIT.


      *****************************************************************
      * 4200 鑑札番号から登録番号を引く（鑑札台帳）
      *      交付後に紛失・き損とした鑑札でも交付した犬は変わらない
      *      ため、登録番号があれば一致とする
      *****************************************************************
       4200-KANSATSU-SHOUKAI.
           IF HG-KANSATSU-NUM = 0 OR KANSATSU-NASHI
               GO TO 4200-EXIT
           END-IF

           MOVE HG-KANSATSU-NUM TO KB-KANSATSU-NUM
           READ KANSATSU-DAICHOU
               INVALID KEY
                   GO TO 4200-EXIT
           END-READ
           IF KB-REGI-NUM = 0
               GO TO 4200-EXIT
           END-IF

           SET ICCHI-KANSATSU TO TRUE
           MOVE KB-REGI-NUM TO ICCHI-REGI-NUM.
       4200-EXIT.
           EXIT.


      *****************************************************************
      * 4300 注射済票番号から登録番号を引く（3000で埋めた照合表）
      *      同じ年度に複数の犬がある番号は一致とせず、候補の検索
      *      （4500）へ回して確認リストに載せる
      *****************************************************************
       4300-SHOUMEI-SHOUKAI.
           IF HG-SHOUMEI-NUM = SPACE OR VACCINE-NASHI
               GO TO 4300-EXIT
           END-IF

           MOVE 1 TO SHOUMEI-SOEJI.
           PERFORM 4310-SHOUMEI-SAGASHI THRU 4310-EXIT
               UNTIL SHOUMEI-SOEJI > SHOUMEI-KENSUU
                  OR ICCHI-SHOUMEI.
       4300-EXIT.
           EXIT.

       4310-SHOUMEI-SAGASHI.
           IF SH-JIKEN-NUM (SHOUMEI-SOEJI) = HG-JIKEN-NUM
                   AND SH-REGI-NUM (SHOUMEI-SOEJI) NOT = 0
               IF SH-JUUFUKU-ARI (SHOUMEI-SOEJI)
                   DISPLAY "*** 注射済票番号重複 JIKEN-NUM=" ,
                           HG-JIKEN-NUM
                   MOVE SHOUMEI-KENSUU TO SHOUMEI-SOEJI
               ELSE
                   SET ICCHI-SHOUMEI TO TRUE
                   MOVE SH-REGI-NUM (SHOUMEI-SOEJI) TO ICCHI-REGI-NUM
               END-IF
           END-IF
           ADD 1 TO SHOUMEI-SOEJI.
       4310-EXIT.
           EXIT.


      *****************************************************************
      * 4400 捜索届との照合
      *      登録番号または鑑札番号の同じ捜索中の届を一致とする
      *      （今回の実行で別の事件と一致した届は除く）
      *****************************************************************
       4400-SOUSAKU-SHOUGOU.
           MOVE 1 TO SOUSAKU-SOEJI.
           PERFORM 4410-SOUSAKU-HIKAKU THRU 4410-EXIT
               UNTIL SOUSAKU-SOEJI > SOUSAKU-KENSUU
                  OR ICCHI-SOEJI NOT = 0.
       4400-EXIT.
           EXIT.

       4410-SOUSAKU-HIKAKU.
           IF NOT ST-ICCHI-ZUMI (SOUSAKU-SOEJI)
               IF ICCHI-REGI-NUM NOT = 0
                       AND ST-REGI-NUM (SOUSAKU-SOEJI) = ICCHI-REGI-NUM
                   MOVE SOUSAKU-SOEJI TO ICCHI-SOEJI
               ELSE
                   IF HG-KANSATSU-NUM NOT = 0
                           AND ST-KANSATSU-NUM (SOUSAKU-SOEJI) =
                               HG-KANSATSU-NUM
                       MOVE SOUSAKU-SOEJI TO ICCHI-SOEJI
                   END-IF
               END-IF
           END-IF
           ADD 1 TO SOUSAKU-SOEJI.
       4410-EXIT.
           EXIT.


      *****************************************************************
      * 4500 照合候補の一覧
      *      犬種が同じで、いなくなった日が保護日以前の捜索中の届を
      *      候補として1件ずつ一覧に出す
      *****************************************************************
       4500-KOUHO-SAGASHI.
           IF HG-KENSHU = SPACE
               MOVE SPACE TO ATESAKI-NAME
               PERFORM 7200-ICCHI-INJI THRU 7200-EXIT
               GO TO 4500-EXIT
           END-IF

           MOVE 0 TO KOUHO-COUNT.
           MOVE 1 TO SOUSAKU-SOEJI.
           PERFORM 4510-KOUHO-HIKAKU THRU 4510-EXIT
               UNTIL SOUSAKU-SOEJI > SOUSAKU-KENSUU.
           IF KOUHO-COUNT = 0
               MOVE SPACE TO ATESAKI-NAME
               PERFORM 7200-ICCHI-INJI THRU 7200-EXIT
           ELSE
               ADD 1 TO KOUHO-JIKEN-COUNT
           END-IF.
       4500-EXIT.
           EXIT.

       4510-KOUHO-HIKAKU.
           IF NOT ST-ICCHI-ZUMI (SOUSAKU-SOEJI)
                   AND ST-KENSHU (SOUSAKU-SOEJI) = HG-KENSHU
                   AND ST-FUMEI-DATE (SOUSAKU-SOEJI) NOT > HG-HOGO-DATE
               ADD 1 TO KOUHO-COUNT
               PERFORM 7300-KOUHO-INJI THRU 7300-EXIT
           END-IF
           ADD 1 TO SOUSAKU-SOEJI.
       4510-EXIT.
           EXIT.


      *****************************************************************
      * 4600 照合した登録番号で犬登録マスタを引く
      *      抹消済み等で見つからない場合は通知の宛先に使わない
      *****************************************************************
       4600-MASTER-SHOUKAI.
           MOVE ICCHI-REGI-NUM TO REGI-NUM IN DOG-MASTER-RECORD
           READ DOG-MASTER
               INVALID KEY
                   IF DOG-MASTER-NOTFOUND
                       CONTINUE
                   ELSE
                       DISPLAY "*** マスタ読込異常" ,
                               " STATUS=" DOG-MASTER-STATUS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               NOT INVALID KEY
                   SET MASTER-ARI TO TRUE
           END-READ.
       4600-EXIT.
           EXIT.


      *****************************************************************
      * 4700 飼主の宛先（飼主マスタを正とし、飼主番号のない犬や
      *      飼主マスタにない場合は犬登録マスタの飼主情報の写し）
      *****************************************************************
       4700-OWNER-ATESAKI.
           MOVE OWNER-NAME IN DOG-MASTER-RECORD TO ATESAKI-NAME
           MOVE OWNER-ADDR IN DOG-MASTER-RECORD TO ATESAKI-ADDR
           IF OWNER-NUM IN DOG-MASTER-RECORD = 0
               GO TO 4700-EXIT
           END-IF

           MOVE OWNER-NUM IN DOG-MASTER-RECORD TO OW-OWNER-NUM
           READ OWNER-MASTER
               INVALID KEY
                   IF OWNER-MASTER-NOTFOUND
                       GO TO 4700-EXIT
                   ELSE
                       DISPLAY "*** 飼主マスタ読込異常" ,
                               " STATUS=" OWNER-MASTER-STATUS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ
           MOVE OW-OWNER-NAME TO ATESAKI-NAME
           MOVE OW-OWNER-ADDR TO ATESAKI-ADDR.
       4700-EXIT.
           EXIT.


      *****************************************************************
      * 4800 捜索届の届出人の宛先
      *****************************************************************
       4800-TODOKEDE-ATESAKI.
           MOVE ST-SOUSAKU-NUM (ICCHI-SOEJI) TO SA-SOUSAKU-NUM
           READ SOUSAKU-TODOKE
               INVALID KEY
                   DISPLAY "*** 捜索届読込異常" ,
                           " SOUSAKU-NUM=" SA-SOUSAKU-NUM ,
                           " STATUS=" SOUSAKU-TODOKE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE SA-TODOKEDE-NAME TO ATESAKI-NAME
           MOVE SA-TODOKEDE-ADDR TO ATESAKI-ADDR.
       4800-EXIT.
           EXIT.


      *****************************************************************
      * 4900 通知の記録
      *      事件を通知済みとして登録番号・捜索届番号・通知日を
      *      記入し、一致した捜索届は一致として保護番号を記入する
      *****************************************************************
       4900-TSUUCHI-KIROKU.
           ADD 1 TO TSUUCHI-COUNT
           IF ICCHI-KANSATSU
               ADD 1 TO KANSATSU-ICCHI-COUNT
           END-IF
           IF ICCHI-SHOUMEI
               ADD 1 TO SHOUMEI-ICCHI-COUNT
           END-IF
           IF ICCHI-SOUSAKU
               ADD 1 TO SOUSAKU-ICCHI-COUNT
           END-IF

           SET HG-TSUUCHI-ZUMI TO TRUE
           MOVE ICCHI-REGI-NUM TO HG-REGI-NUM
           MOVE GYOUMU-DATE-8 TO HG-TSUUCHI-DATE
           IF ICCHI-SOEJI NOT = 0
               MOVE ST-SOUSAKU-NUM (ICCHI-SOEJI) TO HG-SOUSAKU-NUM
           END-IF
           REWRITE HOGO-JIKEN-RECORD
               INVALID KEY
                   DISPLAY "*** 保護犬事件簿変更エラー" ,
                           " JIKEN-NUM=" HG-JIKEN-NUM ,
                           " STATUS=" HOGO-JIKEN-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-REWRITE

           IF ICCHI-SOEJI = 0
               GO TO 4900-EXIT
           END-IF
           SET ST-ICCHI-ZUMI (ICCHI-SOEJI) TO TRUE
           MOVE ST-SOUSAKU-NUM (ICCHI-SOEJI) TO SA-SOUSAKU-NUM
           READ SOUSAKU-TODOKE
               INVALID KEY
                   DISPLAY "*** 捜索届読込異常" ,
                           " SOUSAKU-NUM=" SA-SOUSAKU-NUM ,
                           " STATUS=" SOUSAKU-TODOKE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ
           SET SA-ICCHI-ZUMI TO TRUE
           MOVE HG-JIKEN-NUM TO SA-HOGO-JIKEN-NUM
           REWRITE SOUSAKU-TODOKE-RECORD
               INVALID KEY
                   DISPLAY "*** 捜索届変更エラー" ,
                           " SOUSAKU-NUM=" SA-SOUSAKU-NUM ,
                           " STATUS=" SOUSAKU-TODOKE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
       4900-EXIT.
           EXIT.


      *****************************************************************
      * 5000 日付の通算値計算（TSUUSAN-WORK-DATE→TSUUSAN-KEKKA）
      *      年×372＋月×31＋日。差をとると経過日数の概算になる
      *****************************************************************
       5000-TSUUSAN-KEISAN.
           COMPUTE TSUUSAN-KEKKA = TSUUSAN-YEAR * 372
                                 + TSUUSAN-MONTH * 31
                                 + TSUUSAN-DAY.
       5000-EXIT.
           EXIT.


      *****************************************************************
      * 6000 保管期限の近い未返還の保護犬の一覧
      *      照合（4000）で通知済みにした事件も含めるため、事件簿を
      *      開き直して全件を順に読む
      *****************************************************************
       6000-KIGEN-ICHIRAN.
           MOVE SPACE TO SHOUGOU-MIDASHI-LINE.
           MOVE "保管期限の近い未返還の保護犬"
               TO MH-MIDASHI.
           WRITE SHOUGOU-MIDASHI-LINE.

           IF JIKEN-NASHI
               GO TO 6000-EXIT
           END-IF
           CLOSE HOGO-JIKEN.
           OPEN INPUT HOGO-JIKEN
           IF NOT HOGO-JIKEN-OK
               DISPLAY "*** HOGO-JIKEN 再開始時異常 STATUS=" ,
                       HOGO-JIKEN-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO JIKEN-EOF-SWITCH.
           PERFORM 6100-KIGEN-1KEN THRU 6100-EXIT
               UNTIL JIKEN-IS-EOF.
       6000-EXIT.
           EXIT.

      *****************************************************************
      * 6100 事件1件の保管期限の判定
      *      通知済みの犬は通知日から、飼主の分からない犬は保護日
      *      から数え、残りの日数が予告日数以下のものを出す（残りが
      *      負のものは期限経過）
      *****************************************************************
       6100-KIGEN-1KEN.
           READ HOGO-JIKEN NEXT RECORD
               AT END
                   SET JIKEN-IS-EOF TO TRUE
                   GO TO 6100-EXIT
           END-READ

           IF NOT HG-MIHENKAN
               GO TO 6100-EXIT
           END-IF

           IF HG-TSUUCHI-ZUMI
               MOVE HG-TSUUCHI-DATE TO TSUUSAN-WORK-DATE
           ELSE
               MOVE HG-HOGO-DATE TO TSUUSAN-WORK-DATE
           END-IF
           PERFORM 5000-TSUUSAN-KEISAN THRU 5000-EXIT.
           MOVE TSUUSAN-KEKKA TO KIJUN-TSUUSAN.
           COMPUTE KEIKA-NISSU = GYOUMU-TSUUSAN - KIJUN-TSUUSAN
           IF HG-TSUUCHI-ZUMI
               COMPUTE ZAN-NISSU = TSUUCHI-KIGEN-NISSU - KEIKA-NISSU
           ELSE
               COMPUTE ZAN-NISSU = KOUJI-KIGEN-NISSU - KEIKA-NISSU
           END-IF
           IF ZAN-NISSU > KIGEN-YOKOKU-NISSU
               GO TO 6100-EXIT
           END-IF

           ADD 1 TO KIGEN-COUNT
           PERFORM 7400-KIGEN-INJI THRU 7400-EXIT.
       6100-EXIT.
           EXIT.


      *****************************************************************
      * 7000 保護のお知らせ1通分の印刷
      *      冒頭を郵送用の宛名ブロック（住所・氏名）とし、窓あき
      *      封筒でそのまま発送できる形にする（督促状と同じ）
      *****************************************************************
       7000-TSUUCHI-INJI.
           INITIALIZE TSUU-ADDR-LINE.
           MOVE ATESAKI-ADDR TO NA-ADDR.
           WRITE TSUU-ADDR-LINE.

           INITIALIZE TSUU-ATESAKI-LINE.
           MOVE ATESAKI-NAME TO NS-NAME.
           MOVE "様" TO NS-KEISHOU.
           WRITE TSUU-ATESAKI-LINE.

           INITIALIZE TSUU-TITLE-LINE.
           MOVE "保護した犬についてのお知らせ"
               TO NT-TITLE.
           WRITE TSUU-TITLE-LINE.

           INITIALIZE TSUU-BANGOU-LINE.
           MOVE "保護番号：" TO NB-LABEL.
           MOVE HG-JIKEN-NUM TO NB-BANGOU.
           WRITE TSUU-BANGOU-LINE.

           INITIALIZE TSUU-DATE-LINE.
           MOVE "保護日　：" TO ND-LABEL.
           MOVE HG-HOGO-DATE TO HOGO-DATE-8.
           MOVE HOGO-YEAR  TO ND-YEAR.
           MOVE HOGO-MONTH TO ND-MONTH.
           MOVE HOGO-DAY   TO ND-DAY.
           MOVE "/" TO ND-SLASH1.
           MOVE "/" TO ND-SLASH2.
           WRITE TSUU-DATE-LINE.

           INITIALIZE TSUU-NAIYOU-LINE.
           MOVE "保護場所：" TO NN-LABEL.
           MOVE HG-HOGO-BASHO TO NN-NAIYOU.
           WRITE TSUU-NAIYOU-LINE.

           INITIALIZE TSUU-NAIYOU-LINE.
           MOVE "収容先　：" TO NN-LABEL.
           IF HG-KEISATSU
               MOVE "警察署" TO NN-NAIYOU
           ELSE
               MOVE "動物愛護センター" TO NN-NAIYOU
           END-IF
           WRITE TSUU-NAIYOU-LINE.

           IF ICCHI-REGI-NUM NOT = 0
               INITIALIZE TSUU-BANGOU-LINE
               MOVE "登録番号：" TO NB-LABEL
               MOVE ICCHI-REGI-NUM TO NB-BANGOU
               WRITE TSUU-BANGOU-LINE
           END-IF

           IF MASTER-ARI
               INITIALIZE TSUU-NAIYOU-LINE
               MOVE "犬の名前：" TO NN-LABEL
               MOVE NAME IN DOG-MASTER-RECORD TO NN-NAIYOU
               WRITE TSUU-NAIYOU-LINE
           END-IF

           INITIALIZE TSUU-NAIYOU-LINE.
           MOVE "犬種　　：" TO NN-LABEL.
           MOVE HG-KENSHU TO NN-NAIYOU.
           WRITE TSUU-NAIYOU-LINE.

           INITIALIZE TSUU-NAIYOU-LINE.
           MOVE "特徴　　：" TO NN-LABEL.
           MOVE HG-TOKUCHOU TO NN-NAIYOU.
           WRITE TSUU-NAIYOU-LINE.

           INITIALIZE TSUU-KIGEN-LINE.
           MOVE TSUUCHI-KIGEN-NISSU TO NK-NISSU.
           MOVE "日以内に収容先へご連絡ください"
               TO NK-MESSAGE.
           WRITE TSUU-KIGEN-LINE.

           INITIALIZE TSUU-ONEGAI-LINE.
           MOVE "期限後は処分されることがあります"
               TO NO-MESSAGE.
           WRITE TSUU-ONEGAI-LINE.

           INITIALIZE TSUU-KUGIRI-LINE.
           MOVE ALL "-" TO NKG-KUGIRI.
           WRITE TSUU-KUGIRI-LINE.
       7000-EXIT.
           EXIT.


      *****************************************************************
      * 7200 照合結果1行の印字（通知・マスタなし・一致なし）
      *****************************************************************
       7200-ICCHI-INJI.
           MOVE SPACE TO SHOUGOU-ICCHI-LINE.
           MOVE HG-JIKEN-NUM TO MI-JIKEN-NUM.
           IF ICCHI-KANSATSU
               MOVE "鑑札一致" TO MI-KUBUN
           END-IF
           IF ICCHI-SHOUMEI
               MOVE "注射済票一致" TO MI-KUBUN
           END-IF
           IF ICCHI-SOUSAKU
               MOVE "捜索届一致" TO MI-KUBUN
           END-IF
           IF ICCHI-NASHI
               MOVE "一致なし" TO MI-KUBUN
           END-IF
           MOVE ICCHI-REGI-NUM TO MI-REGI-NUM.
           IF ICCHI-SOEJI NOT = 0
               MOVE ST-SOUSAKU-NUM (ICCHI-SOEJI) TO MI-SOUSAKU-NUM
           END-IF
           MOVE ATESAKI-NAME TO MI-NAME.
           IF ICCHI-NASHI
               MOVE "照合待ち継続" TO MI-MESSAGE
           ELSE
               IF ATESAKI-NAME = SPACE
                   MOVE "マスタなし要確認" TO MI-MESSAGE
               ELSE
                   MOVE "通知済み" TO MI-MESSAGE
               END-IF
           END-IF
           WRITE SHOUGOU-ICCHI-LINE.
       7200-EXIT.
           EXIT.


      *****************************************************************
      * 7300 照合候補1行の印字（犬種だけが合う捜索届）
      *****************************************************************
       7300-KOUHO-INJI.
           MOVE SPACE TO SHOUGOU-ICCHI-LINE.
           MOVE HG-JIKEN-NUM TO MI-JIKEN-NUM.
           MOVE "照合候補" TO MI-KUBUN.
           MOVE ST-REGI-NUM (SOUSAKU-SOEJI) TO MI-REGI-NUM.
           MOVE ST-SOUSAKU-NUM (SOUSAKU-SOEJI) TO MI-SOUSAKU-NUM.
           MOVE ST-KENSHU (SOUSAKU-SOEJI) TO MI-NAME.
           MOVE "電話で要確認" TO MI-MESSAGE.
           WRITE SHOUGOU-ICCHI-LINE.
       7300-EXIT.
           EXIT.


      *****************************************************************
      * 7400 保管期限の近い事件1行の印字
      *****************************************************************
       7400-KIGEN-INJI.
           MOVE SPACE TO SHOUGOU-KIGEN-LINE.
           MOVE HG-JIKEN-NUM TO MK-JIKEN-NUM.
           MOVE HG-HOGO-DATE TO MK-HOGO-DATE.
           IF HG-TSUUCHI-ZUMI
               MOVE "通知済み" TO MK-JOUTAI
           ELSE
               MOVE "飼主不明" TO MK-JOUTAI
           END-IF
           MOVE KEIKA-NISSU TO MK-KEIKA-NISSU.
           IF ZAN-NISSU < 0
               MOVE "-" TO MK-ZAN-FUGOU
           ELSE
               MOVE "+" TO MK-ZAN-FUGOU
           END-IF
           MOVE ZAN-NISSU TO MK-ZAN-NISSU.
           MOVE HG-HOGO-BASHO TO MK-BASHO.
           WRITE SHOUGOU-KIGEN-LINE.
       7400-EXIT.
           EXIT.


      *****************************************************************
      * 9000 終了処理（集計の印字・結果の表示とファイルの終了）
      *****************************************************************
       9000-SHUURYOU-SHORI.
           MOVE SPACE TO SHOUGOU-MIDASHI-LINE.
           MOVE "集計" TO MH-MIDASHI.
           WRITE SHOUGOU-MIDASHI-LINE.

           MOVE SPACE TO SHOUGOU-GOUKEI-LINE.
           MOVE "照合待ち事件　　　　　：" TO MG-LABEL.
           MOVE TAISHOU-COUNT TO MG-KENSUU.
           WRITE SHOUGOU-GOUKEI-LINE.

           MOVE SPACE TO SHOUGOU-GOUKEI-LINE.
           MOVE "飼主通知　　　　　　　：" TO MG-LABEL.
           MOVE TSUUCHI-COUNT TO MG-KENSUU.
           WRITE SHOUGOU-GOUKEI-LINE.

           MOVE SPACE TO SHOUGOU-GOUKEI-LINE.
           MOVE "　鑑札一致　　　　　　：" TO MG-LABEL.
           MOVE KANSATSU-ICCHI-COUNT TO MG-KENSUU.
           WRITE SHOUGOU-GOUKEI-LINE.

           MOVE SPACE TO SHOUGOU-GOUKEI-LINE.
           MOVE "　注射済票一致　　　　：" TO MG-LABEL.
           MOVE SHOUMEI-ICCHI-COUNT TO MG-KENSUU.
           WRITE SHOUGOU-GOUKEI-LINE.

           MOVE SPACE TO SHOUGOU-GOUKEI-LINE.
           MOVE "　捜索届一致　　　　　：" TO MG-LABEL.
           MOVE SOUSAKU-ICCHI-COUNT TO MG-KENSUU.
           WRITE SHOUGOU-GOUKEI-LINE.

           MOVE SPACE TO SHOUGOU-GOUKEI-LINE.
           MOVE "マスタなし　　　　　　：" TO MG-LABEL.
           MOVE MASTER-NASHI-COUNT TO MG-KENSUU.
           WRITE SHOUGOU-GOUKEI-LINE.

           MOVE SPACE TO SHOUGOU-GOUKEI-LINE.
           MOVE "一致なし　　　　　　　：" TO MG-LABEL.
           MOVE FUICCHI-COUNT TO MG-KENSUU.
           WRITE SHOUGOU-GOUKEI-LINE.

           MOVE SPACE TO SHOUGOU-GOUKEI-LINE.
           MOVE "　うち照合候補あり　　：" TO MG-LABEL.
           MOVE KOUHO-JIKEN-COUNT TO MG-KENSUU.
           WRITE SHOUGOU-GOUKEI-LINE.

           MOVE SPACE TO SHOUGOU-GOUKEI-LINE.
           MOVE "保管期限の近い事件　　：" TO MG-LABEL.
           MOVE KIGEN-COUNT TO MG-KENSUU.
           WRITE SHOUGOU-GOUKEI-LINE.

           IF NOT JIKEN-NASHI
               CLOSE HOGO-JIKEN
           END-IF
           IF NOT SOUSAKU-NASHI
               CLOSE SOUSAKU-TODOKE
           END-IF
           IF NOT KANSATSU-NASHI
               CLOSE KANSATSU-DAICHOU
           END-IF
           CLOSE DOG-MASTER.
           CLOSE OWNER-MASTER.
           CLOSE TSUUCHI-PRINT.
           CLOSE SHOUGOU-PRINT.

           DISPLAY "--- 迷い犬照合結果 ---".
           DISPLAY "照合待ち　：" TAISHOU-COUNT.
           DISPLAY "飼主通知　：" TSUUCHI-COUNT.
           DISPLAY "マスタなし：" MASTER-NASHI-COUNT.
           DISPLAY "一致なし　：" FUICCHI-COUNT.
           DISPLAY "期限間近　：" KIGEN-COUNT.
           IF HYOU-KAHOU
               MOVE 4 TO RETURN-CODE
               DISPLAY "*** 照合表あふれ一部未照合"
           END-IF.
       9000-EXIT.
           EXIT.
