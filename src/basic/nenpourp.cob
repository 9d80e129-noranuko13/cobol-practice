      *** 見出し部
       IDENTIFICATION  DIVISION.

      * プログラム名
       PROGRAM-ID.     NENPOURP.

      * 変更履歴
      *   2026/10/15  新規作成（狂犬病予防法年度報告。締めた年度の
      *               年度初め・年度末の登録頭数、年度中の新規登録・
      *               転入・転出・抹消（死亡とそれ以外）の頭数、年度
      *               中の予防接種頭数と接種率を集計して県への年報を
      *               印刷し、同じ数値を固定長の提出ファイルへ書く。
      *               年度初め＋増－減＝年度末を検証し、差があれば
      *               報告書に不一致として印字する）


      *** 環境部
       ENVIRONMENT     DIVISION.

       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
      *    犬登録マスタ（索引編成。全件を順読みして現在頭数を数える）
           SELECT DOG-MASTER       ASSIGN TO "DOGMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS
                   REGI-NUM IN DOG-MASTER-RECORD
               ALTERNATE RECORD KEY IS
                   FURIGANA IN DOG-MASTER-RECORD
                   WITH DUPLICATES
               FILE STATUS IS DOG-MASTER-STATUS.

      *    狂犬病予防接種マスタ（索引編成。全件を順読みして報告
      *    年度の接種記録を数える）
           SELECT VACCINE-MASTER   ASSIGN TO "VACMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VC-KEY
               FILE STATUS IS VACCINE-MASTER-STATUS.

      *    抹消台帳（索引編成。登録の抹消を死亡・転出・その他に
      *    分けるために登録番号で引く。未作成の場合は引かない）
           SELECT MASSHOU-DAICHOU  ASSIGN TO "MASSDAI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-REGI-NUM
               ALTERNATE RECORD KEY IS
                   FURIGANA IN MASSHOU-DAICHOU-RECORD
                   WITH DUPLICATES
               FILE STATUS IS MASSHOU-DAICHOU-STATUS.

      *    マスタ更新ジャーナル（月次締め後は当月分だけを持つ）
           SELECT MASTER-JOURNAL   ASSIGN TO "JNLFL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MASTER-JOURNAL-STATUS.

      *    ジャーナル退避世代（JNLROLLの月次締めの出力。報告年度の
      *    4月から前月までにかかる世代を運用が連結して割り当てる）
           SELECT JOURNAL-ARCHIVE  ASSIGN TO "JNLARC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOURNAL-ARCHIVE-STATUS.

      *    年報台帳（索引編成。年度をキーに報告した数値を累積し、
      *    翌年度の年度初め登録頭数の引継ぎに使う）
           SELECT NENPOU-DAICHOU   ASSIGN TO "NENPDAI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ND-NENDO
               FILE STATUS IS NENPOU-DAICHOU-STATUS.

      *    県への電子提出ファイル（固定長。年度1件）
           SELECT NENPOU-TEISHUTSU ASSIGN TO "NENPSUB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NENPOU-TEISHUTSU-STATUS.

      *    年度報告書の印刷ファイル
           SELECT NENPOU-PRINT     ASSIGN TO "NENPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NENPOU-PRINT-STATUS.


      *** データ部
       DATA            DIVISION.

      ** ファイル section
       FILE            SECTION.

       FD  DOG-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY DOGMST.

       FD  VACCINE-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY DOGVAC.

       FD  MASSHOU-DAICHOU
           LABEL RECORDS ARE STANDARD.
           COPY DOGMSD.

       FD  MASTER-JOURNAL
           LABEL RECORDS ARE STANDARD.
           COPY DOGJNL.

       FD  JOURNAL-ARCHIVE
           LABEL RECORDS ARE STANDARD.
           COPY DOGJAR.

      *    年報台帳（項目構成は提出レコードと同一。項目名の重複を
      *    避けるため接頭辞を置き換えて取り込む）
       FD  NENPOU-DAICHOU
           LABEL RECORDS ARE STANDARD.
           COPY DOGNEN REPLACING ==NENPOU-TEISHUTSU-RECORD==
                             BY  ==NENPOU-DAICHOU-RECORD==
                       LEADING ==NP== BY ==ND==.

       FD  NENPOU-TEISHUTSU
           LABEL RECORDS ARE STANDARD.
           COPY DOGNEN.

      *    年度報告書（複数の行レイアウトを同一バッファで使い分ける）
       FD  NENPOU-PRINT
           LABEL RECORDS ARE OMITTED.
       01  NENPOU-TITLE-LINE.
           03 FILLER               PIC X(10).
           03 NT-TITLE              PIC  N(12).
           03 NT-NENDO              PIC 9999.
           03 NT-NENDO-LABEL        PIC  N(02).
           03 FILLER                PIC X(58).
       01  NENPOU-KIKAN-LINE.
           03 FILLER               PIC X(04).
           03 NK-LABEL              PIC  N(08).
           03 NK-KAISHI-DATE        PIC 9(08).
           03 NK-NAMI               PIC X(01).
           03 NK-SHUURYOU-DATE      PIC 9(08).
           03 FILLER                PIC X(63).
       01  NENPOU-KOUMOKU-LINE.
           03 FILLER               PIC X(04).
           03 NM-LABEL              PIC  N(12).
           03 NM-KENSUU             PIC 9(08).
           03 FILLER                PIC X(64).
       01  NENPOU-RITSU-LINE.
           03 FILLER               PIC X(04).
           03 NR-LABEL              PIC  N(12).
           03 NR-RITSU              PIC ZZ9.9.
           03 NR-PERCENT            PIC X(01).
           03 FILLER                PIC X(66).
       01  NENPOU-KENSHOU-LINE.
           03 FILLER               PIC X(04).
           03 NS-LABEL              PIC  N(12).
           03 NS-FUGOU              PIC X(01).
           03 NS-SAGAKU             PIC 9(08).
           03 FILLER                PIC X(02).
           03 NS-MESSAGE            PIC  N(16).
           03 FILLER                PIC X(29).


      ** 作業場所節
       WORKING-STORAGE SECTION.
      *   集計対象のジャーナル1件分を保持する作業領域（当月分の
      *   ジャーナル・退避世代のどちらから読んだ場合もここへ移して
      *   共通の分類にかける）
           COPY DOGJNL REPLACING ==MASTER-JOURNAL-RECORD==
                             BY  ==WK-JOURNAL-RECORD==
                       LEADING ==JN== BY ==WJ==.

      * ファイル状態コード
       01 DOG-MASTER-STATUS        PIC X(02).
           88 DOG-MASTER-OK            VALUE "00".

       01 VACCINE-MASTER-STATUS    PIC X(02).
           88 VACCINE-MASTER-OK        VALUE "00".
           88 VACCINE-MASTER-NASHI     VALUE "35".

       01 MASSHOU-DAICHOU-STATUS   PIC X(02).
           88 MASSHOU-DAICHOU-OK       VALUE "00".
           88 MASSHOU-DAICHOU-NASHI    VALUE "35".

       01 MASTER-JOURNAL-STATUS    PIC X(02).
           88 MASTER-JOURNAL-OK        VALUE "00".
           88 MASTER-JOURNAL-NOTFOUND  VALUE "35".

       01 JOURNAL-ARCHIVE-STATUS   PIC X(02).
           88 JOURNAL-ARCHIVE-OK       VALUE "00".
           88 JOURNAL-ARCHIVE-NASHI    VALUE "35".

       01 NENPOU-DAICHOU-STATUS    PIC X(02).
           88 NENPOU-DAICHOU-OK        VALUE "00".
           88 NENPOU-DAICHOU-NASHI     VALUE "35".

       01 NENPOU-TEISHUTSU-STATUS  PIC X(02).
           88 NENPOU-TEISHUTSU-OK      VALUE "00".

       01 NENPOU-PRINT-STATUS      PIC X(02).
           88 NENPOU-PRINT-OK          VALUE "00".

      * スイッチ類
       01 MASTER-EOF-SWITCH        PIC X(01) VALUE "N".
           88 MASTER-IS-EOF            VALUE "Y".

       01 VACCINE-EOF-SWITCH       PIC X(01) VALUE "N".
           88 VACCINE-IS-EOF           VALUE "Y".

       01 JOURNAL-EOF-SWITCH       PIC X(01) VALUE "N".
           88 JOURNAL-IS-EOF           VALUE "Y".

       01 ARCHIVE-EOF-SWITCH       PIC X(01) VALUE "N".
           88 ARCHIVE-IS-EOF           VALUE "Y".

      *   抹消台帳・接種マスタが未作成の場合に立てる
       01 DAICHOU-NASHI-SWITCH     PIC X(01) VALUE "N".
           88 DAICHOU-NASHI            VALUE "Y".

       01 VACCINE-NASHI-SWITCH     PIC X(01) VALUE "N".
           88 VACCINE-NASHI            VALUE "Y".

      *   前年度の年報台帳レコードの有無
       01 ZENNENDO-SWITCH          PIC X(01) VALUE "N".
           88 ZENNENDO-ARI             VALUE "Y".

      *   ジャーナル1件の異動区分（1件ごとに判定し直す）
       01 IDOU-KUBUN               PIC X(01).
           88 IDOU-NASHI               VALUE SPACE.
           88 IDOU-SHINKI              VALUE "1".
           88 IDOU-TENNYU              VALUE "2".
           88 IDOU-TENSHUTSU           VALUE "3".
           88 IDOU-SHIBOU              VALUE "4".
           88 IDOU-SONOTA              VALUE "5".
           88 IDOU-ZOUKA               VALUES "1" "2".

      * 業務日付と報告年度
       01 GYOUMU-DATE-8            PIC 9(8).
       01 GYOUMU-DATE-BUNKAI REDEFINES GYOUMU-DATE-8.
           03 GYOUMU-YEAR           PIC 9(4).
           03 GYOUMU-MONTH          PIC 9(2).
           03 GYOUMU-DAY            PIC 9(2).
       01 HOUKOKU-NENDO            PIC 9(4).
       01 ZEN-NENDO                PIC 9(4).
       01 NENDO-KAISHI-DATE        PIC 9(8).
       01 NENDO-SHUURYOU-DATE      PIC 9(8).

      * 年度中の異動頭数
       01 SHINKI-COUNT             PIC 9(8) VALUE 0.
       01 TENNYU-COUNT             PIC 9(8) VALUE 0.
       01 TENSHUTSU-COUNT          PIC 9(8) VALUE 0.
       01 SHIBOU-COUNT             PIC 9(8) VALUE 0.
       01 SONOTA-COUNT             PIC 9(8) VALUE 0.
       01 ZOUKA-COUNT              PIC 9(8) VALUE 0.
       01 GENSHOU-COUNT            PIC 9(8) VALUE 0.

      * 年度末より後（報告の実行日まで）の増減頭数
      * （現在頭数から年度末頭数を求めるために戻す）
       01 YOKU-ZOUKA-COUNT         PIC 9(8) VALUE 0.
       01 YOKU-GENSHOU-COUNT       PIC 9(8) VALUE 0.

      * 登録頭数・接種頭数・接種率
       01 GENZAI-COUNT             PIC 9(8) VALUE 0.
       01 KISHU-COUNT              PIC 9(8) VALUE 0.
       01 KIMATSU-COUNT            PIC 9(8) VALUE 0.
       01 SESSHU-COUNT             PIC 9(8) VALUE 0.
       01 SESSHU-RITSU             PIC 9(3)V9 VALUE 0.

      * 検証の差引（期首＋増－減－期末）と期首逆算の作業域
       01 SAGAKU                   PIC S9(9) VALUE 0.
       01 KISHU-SUIKEI             PIC S9(9) VALUE 0.
       01 KENSHOU-KUBUN            PIC X(01).
           88 KENSHOU-ICCHI            VALUE "0".
           88 KENSHOU-FUICCHI          VALUE "1".
           88 KENSHOU-KISHU-SUIKEI     VALUE "2".


      *** 手続き部
       PROCEDURE       DIVISION.

       0000-MAINLINE.
           PERFORM 1000-SHOKI-SHORI        THRU 1000-EXIT
           PERFORM 4000-MASTER-KAZOE       THRU 4000-EXIT
           PERFORM 5000-JOURNAL-SHUUKEI    THRU 5000-EXIT
           PERFORM 6000-SESSHU-SHUUKEI     THRU 6000-EXIT
           PERFORM 6500-TOUROKU-KENSHOU    THRU 6500-EXIT
           PERFORM 7000-NENPOU-INJI        THRU 7000-EXIT
           PERFORM 7500-TEISHUTSU-KIROKU   THRU 7500-EXIT
           PERFORM 9000-SHUURYOU-SHORI     THRU 9000-EXIT
           STOP   RUN.


      *****************************************************************
      * 1000 初期処理（報告年度の算出とファイルの開始）
      *      報告年度は業務日付の属する年度の前年度（4月に締めた
      *      ばかりの年度）とする。年度は4月始まり
      *****************************************************************
       1000-SHOKI-SHORI.
           ACCEPT GYOUMU-DATE-8 FROM DATE YYYYMMDD.
           IF GYOUMU-MONTH < 4
               COMPUTE HOUKOKU-NENDO = GYOUMU-YEAR - 2
           ELSE
               COMPUTE HOUKOKU-NENDO = GYOUMU-YEAR - 1
           END-IF
           COMPUTE ZEN-NENDO = HOUKOKU-NENDO - 1
           COMPUTE NENDO-KAISHI-DATE = HOUKOKU-NENDO * 10000 + 401
           COMPUTE NENDO-SHUURYOU-DATE =
                   (HOUKOKU-NENDO + 1) * 10000 + 331

           OPEN INPUT DOG-MASTER
           IF NOT DOG-MASTER-OK
               DISPLAY "*** DOG-MASTER 開始時異常 STATUS=" ,
                       DOG-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT VACCINE-MASTER
           IF VACCINE-MASTER-NASHI
               SET VACCINE-NASHI TO TRUE
           ELSE
               IF NOT VACCINE-MASTER-OK
                   DISPLAY "*** VACCINE-MASTER 開始時異常" ,
                           " STATUS=" VACCINE-MASTER-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT MASSHOU-DAICHOU
           IF MASSHOU-DAICHOU-NASHI
               SET DAICHOU-NASHI TO TRUE
           ELSE
               IF NOT MASSHOU-DAICHOU-OK
                   DISPLAY "*** MASSHOU-DAICHOU 開始時異常" ,
                           " STATUS=" MASSHOU-DAICHOU-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN I-O NENPOU-DAICHOU
           IF NENPOU-DAICHOU-NASHI
               OPEN OUTPUT NENPOU-DAICHOU
               CLOSE NENPOU-DAICHOU
               OPEN I-O NENPOU-DAICHOU
           END-IF
           IF NOT NENPOU-DAICHOU-OK
               DISPLAY "*** NENPOU-DAICHOU 開始時異常 STATUS=" ,
                       NENPOU-DAICHOU-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT NENPOU-TEISHUTSU
           IF NOT NENPOU-TEISHUTSU-OK
               DISPLAY "*** NENPOU-TEISHUTSU 開始時異常 STATUS=" ,
                       NENPOU-TEISHUTSU-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT NENPOU-PRINT
           IF NOT NENPOU-PRINT-OK
               DISPLAY "*** NENPOU-PRINT 開始時異常 STATUS=" ,
                       NENPOU-PRINT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.


      *****************************************************************
      * 4000 犬登録マスタの現在頭数を数える
      *****************************************************************
       4000-MASTER-KAZOE.
           MOVE "N" TO MASTER-EOF-SWITCH.
           PERFORM 4100-MASTER-1KEN THRU 4100-EXIT
               UNTIL MASTER-IS-EOF.
           CLOSE DOG-MASTER.
       4000-EXIT.
           EXIT.

       4100-MASTER-1KEN.
           READ DOG-MASTER NEXT RECORD
               AT END
                   SET MASTER-IS-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ
           ADD 1 TO GENZAI-COUNT.
       4100-EXIT.
           EXIT.


      *****************************************************************
      * 5000 ジャーナルからの異動頭数の集計
      *      退避世代（5100）を読み、続けて当月分のジャーナル（5200）
      *      を読む。どちらも未作成の場合は0件として扱う
      *      報告年度中の異動は種類別に、年度末より後の異動は年度末
      *      頭数の算出用に増・減だけを数える
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
      *      （複数世代の連結に対応）
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
           PERFORM 5300-IDOU-BUNRUI THRU 5300-EXIT.
       5110-EXIT.
           EXIT.

       5200-JOURNAL-1KEN.
           READ MASTER-JOURNAL
               AT END
                   SET JOURNAL-IS-EOF TO TRUE
                   GO TO 5200-EXIT
           END-READ

           MOVE MASTER-JOURNAL-RECORD TO WK-JOURNAL-RECORD
           PERFORM 5300-IDOU-BUNRUI THRU 5300-EXIT.
       5200-EXIT.
           EXIT.

      *****************************************************************
      * 5300 ジャーナル1件の異動区分の判定と集計
      *      増：登録バッチ（SYNTAX）の新規登録、転入（TENNYUP）
      *      減：転出（TENSHUTP）の抹消、登録バッチの"03"抹消
      *      "03"抹消は抹消台帳の抹消理由で死亡・転出・その他に
      *      分ける（台帳にない抹消はその他とする）
      *      変更（処理種別"2"）と復元（MSTRELD）による書き戻しは
      *      頭数の増減ではないため数えない
      *****************************************************************
       5300-IDOU-BUNRUI.
           IF WJ-RUN-DATE < NENDO-KAISHI-DATE
               GO TO 5300-EXIT
           END-IF

           MOVE SPACE TO IDOU-KUBUN.
           IF WJ-TOUROKU
               IF WJ-PROGRAM-NAME = "SYNTAX"
                   SET IDOU-SHINKI TO TRUE
               END-IF
               IF WJ-PROGRAM-NAME = "TENNYUP"
                   SET IDOU-TENNYU TO TRUE
               END-IF
           END-IF
           IF WJ-SAKUJO
               IF WJ-PROGRAM-NAME = "TENSHUTP"
                   SET IDOU-TENSHUTSU TO TRUE
               END-IF
               IF WJ-PROGRAM-NAME = "SYNTAX"
                   PERFORM 5310-MASSHOU-RIYUU THRU 5310-EXIT
               END-IF
           END-IF
           IF IDOU-NASHI
               GO TO 5300-EXIT
           END-IF

      *    年度末より後の異動は増・減だけを数える
           IF WJ-RUN-DATE > NENDO-SHUURYOU-DATE
               IF IDOU-ZOUKA
                   ADD 1 TO YOKU-ZOUKA-COUNT
               ELSE
                   ADD 1 TO YOKU-GENSHOU-COUNT
               END-IF
               GO TO 5300-EXIT
           END-IF

           IF IDOU-SHINKI
               ADD 1 TO SHINKI-COUNT
           END-IF
           IF IDOU-TENNYU
               ADD 1 TO TENNYU-COUNT
           END-IF
           IF IDOU-TENSHUTSU
               ADD 1 TO TENSHUTSU-COUNT
           END-IF
           IF IDOU-SHIBOU
               ADD 1 TO SHIBOU-COUNT
           END-IF
           IF IDOU-SONOTA
               ADD 1 TO SONOTA-COUNT
           END-IF.
       5300-EXIT.
           EXIT.

      *****************************************************************
      * 5310 "03"抹消の抹消理由を抹消台帳から引く
      *****************************************************************
       5310-MASSHOU-RIYUU.
           SET IDOU-SONOTA TO TRUE.
           IF DAICHOU-NASHI
               GO TO 5310-EXIT
           END-IF

           MOVE REGI-NUM IN WJ-BEFORE-IMAGE TO MD-REGI-NUM
           READ MASSHOU-DAICHOU
               INVALID KEY
                   GO TO 5310-EXIT
           END-READ

           IF MD-SHIBOU
               SET IDOU-SHIBOU TO TRUE
           END-IF
           IF MD-TENSHUTSU
               SET IDOU-TENSHUTSU TO TRUE
           END-IF.
       5310-EXIT.
           EXIT.


      *****************************************************************
      * 6000 報告年度の予防接種頭数の集計
      *      接種マスタは登録番号＋年度の1件1頭のため、接種年度が
      *      報告年度のレコード数がそのまま接種頭数になる
      *****************************************************************
       6000-SESSHU-SHUUKEI.
           IF VACCINE-NASHI
               GO TO 6000-EXIT
           END-IF
           MOVE "N" TO VACCINE-EOF-SWITCH.
           PERFORM 6100-SESSHU-1KEN THRU 6100-EXIT
               UNTIL VACCINE-IS-EOF.
           CLOSE VACCINE-MASTER.
       6000-EXIT.
           EXIT.

       6100-SESSHU-1KEN.
           READ VACCINE-MASTER NEXT RECORD
               AT END
                   SET VACCINE-IS-EOF TO TRUE
                   GO TO 6100-EXIT
           END-READ
           IF VC-NENDO = HOUKOKU-NENDO
               ADD 1 TO SESSHU-COUNT
           END-IF.
       6100-EXIT.
           EXIT.


      *****************************************************************
      * 6500 登録頭数の検証
      *      年度末頭数＝現在頭数－年度末後の増＋年度末後の減
      *      年度初め頭数は年報台帳の前年度の年度末頭数を引き継ぐ
      *      前年度の台帳がない場合（初回）は年度末から逆算した推計
      *      値とし、検証区分を"2"にする
      *      年度初め＋増－減＝年度末が成り立たない場合は差引を
      *      報告書・提出ファイルに出し、復帰コード4で知らせる
      *****************************************************************
       6500-TOUROKU-KENSHOU.
           COMPUTE KIMATSU-COUNT = GENZAI-COUNT + YOKU-GENSHOU-COUNT
                                 - YOKU-ZOUKA-COUNT
           COMPUTE ZOUKA-COUNT   = SHINKI-COUNT + TENNYU-COUNT
           COMPUTE GENSHOU-COUNT = TENSHUTSU-COUNT + SHIBOU-COUNT
                                 + SONOTA-COUNT

           MOVE ZEN-NENDO TO ND-NENDO
           READ NENPOU-DAICHOU
               INVALID KEY
                   MOVE "N" TO ZENNENDO-SWITCH
               NOT INVALID KEY
                   SET ZENNENDO-ARI TO TRUE
           END-READ

           IF ZENNENDO-ARI
               MOVE ND-KIMATSU-TOUROKU TO KISHU-COUNT
               COMPUTE SAGAKU = KISHU-COUNT + ZOUKA-COUNT
                              - GENSHOU-COUNT - KIMATSU-COUNT
               IF SAGAKU = 0
                   SET KENSHOU-ICCHI TO TRUE
               ELSE
                   SET KENSHOU-FUICCHI TO TRUE
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 6500-EXIT
           END-IF

           SET KENSHOU-KISHU-SUIKEI TO TRUE
           COMPUTE KISHU-SUIKEI = KIMATSU-COUNT - ZOUKA-COUNT
                                + GENSHOU-COUNT
           IF KISHU-SUIKEI < 0
               MOVE 0 TO KISHU-COUNT
               MOVE KISHU-SUIKEI TO SAGAKU
               SET KENSHOU-FUICCHI TO TRUE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE KISHU-SUIKEI TO KISHU-COUNT
           END-IF.
       6500-EXIT.
           EXIT.


      *****************************************************************
      * 7000 年度報告書の印刷
      *****************************************************************
       7000-NENPOU-INJI.
      *    接種率（年度末頭数0の場合は0%とする）
           IF KIMATSU-COUNT = 0
               MOVE 0 TO SESSHU-RITSU
           ELSE
               COMPUTE SESSHU-RITSU ROUNDED =
                   SESSHU-COUNT * 100 / KIMATSU-COUNT
           END-IF

           MOVE SPACE TO NENPOU-TITLE-LINE.
           MOVE "狂犬病予防法　年度報告　" TO NT-TITLE.
           MOVE HOUKOKU-NENDO TO NT-NENDO.
           MOVE "年度" TO NT-NENDO-LABEL.
           WRITE NENPOU-TITLE-LINE.

           MOVE SPACE TO NENPOU-KIKAN-LINE.
           MOVE "対象期間　　　：" TO NK-LABEL.
           MOVE NENDO-KAISHI-DATE   TO NK-KAISHI-DATE.
           MOVE "-" TO NK-NAMI.
           MOVE NENDO-SHUURYOU-DATE TO NK-SHUURYOU-DATE.
           WRITE NENPOU-KIKAN-LINE.

           MOVE SPACE TO NENPOU-KOUMOKU-LINE.
           MOVE "年度初め登録頭数　　　：" TO NM-LABEL.
           MOVE KISHU-COUNT TO NM-KENSUU.
           WRITE NENPOU-KOUMOKU-LINE.

           MOVE SPACE TO NENPOU-KOUMOKU-LINE.
           MOVE "　新規登録　　　　　　：" TO NM-LABEL.
           MOVE SHINKI-COUNT TO NM-KENSUU.
           WRITE NENPOU-KOUMOKU-LINE.

           MOVE SPACE TO NENPOU-KOUMOKU-LINE.
           MOVE "　転入　　　　　　　　：" TO NM-LABEL.
           MOVE TENNYU-COUNT TO NM-KENSUU.
           WRITE NENPOU-KOUMOKU-LINE.

           MOVE SPACE TO NENPOU-KOUMOKU-LINE.
           MOVE "　転出　　　　　　　　：" TO NM-LABEL.
           MOVE TENSHUTSU-COUNT TO NM-KENSUU.
           WRITE NENPOU-KOUMOKU-LINE.

           MOVE SPACE TO NENPOU-KOUMOKU-LINE.
           MOVE "　抹消（死亡）　　　　：" TO NM-LABEL.
           MOVE SHIBOU-COUNT TO NM-KENSUU.
           WRITE NENPOU-KOUMOKU-LINE.

           MOVE SPACE TO NENPOU-KOUMOKU-LINE.
           MOVE "　抹消（死亡以外）　　：" TO NM-LABEL.
           MOVE SONOTA-COUNT TO NM-KENSUU.
           WRITE NENPOU-KOUMOKU-LINE.

           MOVE SPACE TO NENPOU-KOUMOKU-LINE.
           MOVE "年度末登録頭数　　　　：" TO NM-LABEL.
           MOVE KIMATSU-COUNT TO NM-KENSUU.
           WRITE NENPOU-KOUMOKU-LINE.

           MOVE SPACE TO NENPOU-KOUMOKU-LINE.
           MOVE "予防接種頭数　　　　　：" TO NM-LABEL.
           MOVE SESSHU-COUNT TO NM-KENSUU.
           WRITE NENPOU-KOUMOKU-LINE.

           MOVE SPACE TO NENPOU-RITSU-LINE.
           MOVE "接種率　　　　　　　　：" TO NR-LABEL.
           MOVE SESSHU-RITSU TO NR-RITSU.
           MOVE "%" TO NR-PERCENT.
           WRITE NENPOU-RITSU-LINE.

      *    検証結果（差引は期首＋増－減－期末）
           MOVE SPACE TO NENPOU-KENSHOU-LINE.
           MOVE "頭数検証　差引　　　　：" TO NS-LABEL.
           IF SAGAKU < 0
               MOVE "-" TO NS-FUGOU
           ELSE
               MOVE "+" TO NS-FUGOU
           END-IF
           MOVE SAGAKU TO NS-SAGAKU.
           IF KENSHOU-ICCHI
               MOVE "一致" TO NS-MESSAGE
           END-IF
           IF KENSHOU-FUICCHI
               MOVE "＊＊＊　不一致　要確認　＊＊＊"
                   TO NS-MESSAGE
           END-IF
           IF KENSHOU-KISHU-SUIKEI
               MOVE "前年度台帳なし（期首は推計）"
                   TO NS-MESSAGE
           END-IF
           WRITE NENPOU-KENSHOU-LINE.
       7000-EXIT.
           EXIT.


      *****************************************************************
      * 7500 提出ファイルと年報台帳への記録
      *      年報台帳は同じ年度を再実行した場合は書き換える
      *****************************************************************
       7500-TEISHUTSU-KIROKU.
           MOVE SPACE TO NENPOU-TEISHUTSU-RECORD.
           MOVE HOUKOKU-NENDO   TO NP-NENDO.
           MOVE GYOUMU-DATE-8   TO NP-SAKUSEI-DATE.
           MOVE KISHU-COUNT     TO NP-KISHU-TOUROKU.
           MOVE SHINKI-COUNT    TO NP-SHINKI-TOUROKU.
           MOVE TENNYU-COUNT    TO NP-TENNYU.
           MOVE TENSHUTSU-COUNT TO NP-TENSHUTSU.
           MOVE SHIBOU-COUNT    TO NP-SHIBOU.
           MOVE SONOTA-COUNT    TO NP-SONOTA-MASSHOU.
           MOVE KIMATSU-COUNT   TO NP-KIMATSU-TOUROKU.
           MOVE SESSHU-COUNT    TO NP-SESSHU.
           MOVE SESSHU-RITSU    TO NP-SESSHU-RITSU.
           MOVE KENSHOU-KUBUN   TO NP-KENSHOU-KUBUN.
           IF SAGAKU < 0
               MOVE "-" TO NP-SAGAKU-FUGOU
           ELSE
               MOVE "+" TO NP-SAGAKU-FUGOU
           END-IF
           MOVE SAGAKU TO NP-SAGAKU.
           WRITE NENPOU-TEISHUTSU-RECORD.

           MOVE NENPOU-TEISHUTSU-RECORD TO NENPOU-DAICHOU-RECORD.
           WRITE NENPOU-DAICHOU-RECORD
               INVALID KEY
                   REWRITE NENPOU-DAICHOU-RECORD
                       INVALID KEY
                           DISPLAY "*** 年報台帳書込異常" ,
                                   " NENDO=" ,
                                   ND-NENDO " STATUS=" ,
                                   NENPOU-DAICHOU-STATUS
                           MOVE 12 TO RETURN-CODE
                   END-REWRITE
           END-WRITE.
       7500-EXIT.
           EXIT.


      *****************************************************************
      * 9000 終了処理（結果の表示とファイルの終了）
      *****************************************************************
       9000-SHUURYOU-SHORI.
           IF NOT DAICHOU-NASHI
               CLOSE MASSHOU-DAICHOU
           END-IF
           CLOSE NENPOU-DAICHOU.
           CLOSE NENPOU-TEISHUTSU.
           CLOSE NENPOU-PRINT.

           DISPLAY "--- 年度報告結果 ---".
           DISPLAY "報告年度　：" HOUKOKU-NENDO.
           DISPLAY "年度初め　：" KISHU-COUNT.
           DISPLAY "増加　　　：" ZOUKA-COUNT.
           DISPLAY "減少　　　：" GENSHOU-COUNT.
           DISPLAY "年度末　　：" KIMATSU-COUNT.
           DISPLAY "接種頭数　：" SESSHU-COUNT.
           IF KENSHOU-FUICCHI
               DISPLAY "*** 登録頭数の検証で不一致" ,
                       " 差引=" SAGAKU
           END-IF.
       9000-EXIT.
           EXIT.
