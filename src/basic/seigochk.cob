      *** 見出し部
       IDENTIFICATION  DIVISION.

      * プログラム名
       PROGRAM-ID.     SEIGOCHK.

      * 変更履歴
      *   2026/10/15  新規作成（マスタ間整合性検査。週次に犬登録
      *               マスタ・飼主マスタ・接種マスタ・累積請求
      *               ファイルを1回ずつ読み、ファイルをまたがる矛盾
      *               （飼主マスタにない飼主番号、飼主マスタと食い
      *               違うOWNER-INFOの写し、抹消済みの登録番号の
      *               接種記録・未消込請求、誕生日と合わない更新
      *               判定、25歳を超える犬）を区分ごとに一覧へ印刷
      *               する。1件でもあれば戻り値4で終了する）


      *** 環境部
       ENVIRONMENT     DIVISION.

       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
      *    犬登録マスタ（索引編成。登録番号順に全件を読む）
           SELECT DOG-MASTER       ASSIGN TO "DOGMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS
                   REGI-NUM IN DOG-MASTER-RECORD
               ALTERNATE RECORD KEY IS
                   FURIGANA IN DOG-MASTER-RECORD
                   WITH DUPLICATES
               FILE STATUS IS DOG-MASTER-STATUS.

      *    飼主マスタ（索引編成。犬の飼主番号で直接読む）
           SELECT OWNER-MASTER     ASSIGN TO "OWNMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OW-OWNER-NUM
               FILE STATUS IS OWNER-MASTER-STATUS.

      *    接種マスタ（索引編成。登録番号＋年度順に全件を読み、
      *    犬登録マスタと併合する）
           SELECT VACCINE-MASTER   ASSIGN TO "VACMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VC-KEY
               FILE STATUS IS VACCINE-MASTER-STATUS.

      *    累積請求ファイル（未消込の請求だけを持つ）
           SELECT BILLING-RUISEKI  ASSIGN TO "BILRUI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BILLING-RUISEKI-STATUS.

      *    登録番号順に整列した後の請求明細
           SELECT BILL-SORTED      ASSIGN TO "SGBSRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BILL-SORTED-STATUS.

      *    整合性検査一覧の印刷ファイル
           SELECT SEIGOU-PRINT     ASSIGN TO "SEIGRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SEIGOU-PRINT-STATUS.

      *    整列（SORT文）の作業用ファイル（請求側・検査結果側）
           SELECT BILL-SORT-WORK   ASSIGN TO "SGBSRWK".
           SELECT SEIGOU-SORT-WORK ASSIGN TO "SGRSRWK".


      *** データ部
       DATA            DIVISION.

      ** ファイル section
       FILE            SECTION.

       FD  DOG-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY DOGMST.

       FD  OWNER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY DOGOWN.

       FD  VACCINE-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY DOGVAC.

       FD  BILLING-RUISEKI
           LABEL RECORDS ARE STANDARD.
           COPY DOGBILL.

      *    整列の作業用・整列後の請求レコード（項目構成は元ファイルと
      *    同一。項目名の重複を避けるため接頭辞を置き換えて取り込む）
       SD  BILL-SORT-WORK.
           COPY DOGBILL REPLACING ==BILL-EXTRACT-RECORD==
                              BY  ==BILL-SORT-RECORD==
                        LEADING ==BX== BY ==WB==.

       FD  BILL-SORTED
           LABEL RECORDS ARE STANDARD.
           COPY DOGBILL REPLACING ==BILL-EXTRACT-RECORD==
                              BY  ==BILL-SORTED-RECORD==
                        LEADING ==BX== BY ==BS==.

      *    整列（SORT文）の作業用レコード（検査で見つかった矛盾1件分。
      *    区分・登録番号・飼主番号・発見順を整列キーとし、一覧に
      *    印字する見出しと値を2行分まで持つ。値は漢字項目の場合と
      *    英数字項目の場合があるため、同じ領域を両方の形で使う）
       SD  SEIGOU-SORT-WORK.
       01  SEIGOU-SORT-RECORD.
           03 SS-BUNRUI            PIC X(01).
               88 SS-OWNER-NASHI       VALUE "1".
               88 SS-OWNER-FUICCHI     VALUE "2".
               88 SS-SESSHU-MASSHOU    VALUE "3".
               88 SS-SEIKYUU-MASSHOU   VALUE "4".
               88 SS-KOUSHIN-FUICCHI   VALUE "5".
               88 SS-KOUREI            VALUE "6".
           03 SS-REGI-NUM          PIC 9(06).
           03 SS-OWNER-NUM         PIC 9(06).
           03 SS-RENBAN            PIC 9(08).
           03 SS-LABEL-1           PIC  N(07).
           03 SS-ATAI-1            PIC X(80).
           03 SS-ATAI-1-KANJI      REDEFINES SS-ATAI-1
                                   PIC  N(40).
           03 SS-LABEL-2           PIC  N(07).
           03 SS-ATAI-2            PIC X(80).
           03 SS-ATAI-2-KANJI      REDEFINES SS-ATAI-2
                                   PIC  N(40).

      *    整合性検査一覧（複数の行レイアウトを同一バッファで使い
      *    分ける）
       FD  SEIGOU-PRINT
           LABEL RECORDS ARE OMITTED.
       01  SEIGOU-TITLE-LINE.
           03 FILLER               PIC X(10).
           03 ST-TITLE              PIC  N(12).
           03 FILLER                PIC X(02).
           03 ST-GYOUMU-DATE        PIC 9(08).
           03 FILLER                PIC X(76).
       01  SEIGOU-BUNRUI-LINE.
           03 FILLER               PIC X(02).
           03 SB-BUNRUI-MEI         PIC  N(20).
           03 FILLER                PIC X(78).
       01  SEIGOU-KOUMOKU-LINE.
           03 FILLER               PIC X(02).
           03 SK-REGI-LABEL         PIC  N(04).
           03 FILLER                PIC X(01).
           03 SK-OWNER-LABEL        PIC  N(04).
           03 FILLER                PIC X(01).
           03 SK-NAIYOU-LABEL       PIC  N(04).
           03 FILLER                PIC X(100).
       01  SEIGOU-MEISAI-LINE.
           03 FILLER               PIC X(02).
           03 SM-REGI-NUM           PIC Z(06).
           03 FILLER                PIC X(03).
           03 SM-OWNER-NUM          PIC Z(06).
           03 FILLER                PIC X(03).
           03 SM-LABEL              PIC  N(07).
           03 FILLER                PIC X(01).
           03 SM-ATAI               PIC X(80).
           03 FILLER                PIC X(05).
       01  SEIGOU-SHOUKEI-LINE.
           03 FILLER               PIC X(04).
           03 SS2-LABEL             PIC  N(04).
           03 SS2-KENSUU            PIC 9(08).
           03 FILLER                PIC X(100).
       01  SEIGOU-KUGIRI-LINE.
           03 SKG-KUGIRI            PIC X(120).


      ** 作業場所節
       WORKING-STORAGE SECTION.
      * ファイル状態コード
       01 DOG-MASTER-STATUS        PIC X(02).
           88 DOG-MASTER-OK            VALUE "00".

       01 OWNER-MASTER-STATUS      PIC X(02).
           88 OWNER-MASTER-OK          VALUE "00".
           88 OWNER-MASTER-NOTFOUND    VALUE "23".

       01 VACCINE-MASTER-STATUS    PIC X(02).
           88 VACCINE-MASTER-OK        VALUE "00".
           88 VACCINE-MASTER-NASHI     VALUE "35".

       01 BILLING-RUISEKI-STATUS   PIC X(02).
           88 BILLING-RUISEKI-OK       VALUE "00".

       01 BILL-SORTED-STATUS       PIC X(02).
           88 BILL-SORTED-OK           VALUE "00".

       01 SEIGOU-PRINT-STATUS      PIC X(02).
           88 SEIGOU-PRINT-OK          VALUE "00".

      * スイッチ類
       01 MASTER-EOF-SWITCH        PIC X(01) VALUE "N".
           88 MASTER-IS-EOF            VALUE "Y".

       01 SORT-EOF-SWITCH          PIC X(01) VALUE "N".
           88 SORT-IS-EOF              VALUE "Y".

      *   接種マスタが未作成（STATUS=35）の場合は接種側を空とみなす
       01 VACMST-NASHI-SWITCH      PIC X(01) VALUE "N".
           88 VACMST-NASHI             VALUE "Y".

      * 併合の比較キー（犬側・接種側・請求側。読み切った側は
      * HIGH-VALUEにして残る側を流し切る）
       01 DOG-HIKAKU-KEY           PIC X(06).
       01 VAC-HIKAKU-KEY           PIC X(06).
       01 BILL-HIKAKU-KEY          PIC X(06).

      * 一覧の区分の切り替わり判定
       01 ZENKAI-BUNRUI            PIC X(01) VALUE SPACE.

      * 業務日付
       01 GYOUMU-DATE-8            PIC 9(8).
       01 GYOUMU-DATE-BUNKAI       REDEFINES GYOUMU-DATE-8.
           03 GYOUMU-YEAR           PIC 9(4).
           03 GYOUMU-MONTH          PIC 9(2).
           03 GYOUMU-DAY            PIC 9(2).

      * 年齢・更新判定の再計算（登録バッチの年齢計算と同じ求め方。
      * 誕生日が業務日付より後の場合に負になるため符号付きとする）
       01 NENREI                   PIC S9(4).
       01 NENREI-HENSHUU           PIC -(3)9.
       01 SAIKEISAN-FLAG           PIC X(01).

      * 生存の上限とみなす年齢（これを超える犬は死亡届の出し忘れ
      * として一覧に出す）
       01 KOUREI-JOUGEN            PIC 9(3) VALUE 25.

      * 請求金額の編集
       01 RYOUKIN-HENSHUU          PIC ZZ,ZZ9.

      * 件数
       01 DOG-COUNT                PIC 9(8) VALUE 0.
       01 VAC-COUNT                PIC 9(8) VALUE 0.
       01 BILL-COUNT               PIC 9(8) VALUE 0.
       01 REIGAI-COUNT             PIC 9(8) VALUE 0.
       01 BUNRUI-COUNT             PIC 9(8) VALUE 0.
       01 OWNER-NASHI-COUNT        PIC 9(8) VALUE 0.
       01 OWNER-FUICCHI-COUNT      PIC 9(8) VALUE 0.
       01 SESSHU-MASSHOU-COUNT     PIC 9(8) VALUE 0.
       01 SEIKYUU-MASSHOU-COUNT    PIC 9(8) VALUE 0.
       01 KOUSHIN-FUICCHI-COUNT    PIC 9(8) VALUE 0.
       01 KOUREI-COUNT             PIC 9(8) VALUE 0.


      *** 手続き部
       PROCEDURE       DIVISION.

       0000-MAINLINE.
           PERFORM 1000-SHOKI-SHORI        THRU 1000-EXIT
           PERFORM 2000-SEIKYUU-SEIRETSU   THRU 2000-EXIT
           PERFORM 4000-KENSA-SHORI        THRU 4000-EXIT
           PERFORM 9000-SHUURYOU-SHORI     THRU 9000-EXIT
           STOP   RUN.


      *****************************************************************
      * 1000 初期処理（業務日付の取得とファイルの開始）
      *****************************************************************
       1000-SHOKI-SHORI.
           ACCEPT GYOUMU-DATE-8 FROM DATE YYYYMMDD.

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

           OPEN INPUT VACCINE-MASTER
           IF VACCINE-MASTER-NASHI
               SET VACMST-NASHI TO TRUE
           ELSE
               IF NOT VACCINE-MASTER-OK
                   DISPLAY "*** VACCINE-MASTER 開始時異常" ,
                           " STATUS=" VACCINE-MASTER-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT SEIGOU-PRINT
           IF NOT SEIGOU-PRINT-OK
               DISPLAY "*** SEIGOU-PRINT 開始時異常 STATUS=" ,
                       SEIGOU-PRINT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.


      *****************************************************************
      * 2000 累積請求の登録番号順整列
      *****************************************************************
       2000-SEIKYUU-SEIRETSU.
           SORT BILL-SORT-WORK
               ON ASCENDING KEY WB-REGI-NUM
               ON ASCENDING KEY WB-HAKKOU-DATE
               USING  BILLING-RUISEKI
               GIVING BILL-SORTED.

           OPEN INPUT BILL-SORTED
           IF NOT BILL-SORTED-OK
               DISPLAY "*** BILL-SORTED 開始時異常 STATUS=" ,
                       BILL-SORTED-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       2000-EXIT.
           EXIT.


      *****************************************************************
      * 4000 検査と一覧の印刷
      *      検査で見つかった矛盾を区分・登録番号順に整列し、区分
      *      ごとにまとめて印字する
      *****************************************************************
       4000-KENSA-SHORI.
           SORT SEIGOU-SORT-WORK
               ON ASCENDING KEY SS-BUNRUI
               ON ASCENDING KEY SS-REGI-NUM
               ON ASCENDING KEY SS-OWNER-NUM
               ON ASCENDING KEY SS-RENBAN
               INPUT  PROCEDURE IS 4100-SORT-NYUURYOKU THRU 4100-EXIT
               OUTPUT PROCEDURE IS 4300-SORT-SHUTSURYOKU
                                   THRU 4300-EXIT.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * 4100 ソート入力（犬登録マスタ・接種マスタ・請求の3者併合）
      *      3ファイルとも登録番号順に読み、犬の登録番号より小さい
      *      接種記録・請求は犬登録マスタにない（抹消済みの）登録
      *      番号のものとして出力する。犬を読み切った後は犬側の
      *      キーをHIGH-VALUEにして残りを流し切る
      *****************************************************************
       4100-SORT-NYUURYOKU.
           PERFORM 4800-VAC-YOMI  THRU 4800-EXIT.
           PERFORM 4900-BILL-YOMI THRU 4900-EXIT.

           MOVE "N" TO MASTER-EOF-SWITCH.
           PERFORM 4110-1KEN-KENSA THRU 4110-EXIT
               UNTIL MASTER-IS-EOF.

           MOVE HIGH-VALUE TO DOG-HIKAKU-KEY.
           PERFORM 4210-SESSHU-1KEN THRU 4210-EXIT
               UNTIL VAC-HIKAKU-KEY = HIGH-VALUE.
           PERFORM 4220-SEIKYUU-1KEN THRU 4220-EXIT
               UNTIL BILL-HIKAKU-KEY = HIGH-VALUE.

           CLOSE DOG-MASTER.
           CLOSE OWNER-MASTER.
           IF NOT VACMST-NASHI
               CLOSE VACCINE-MASTER
           END-IF
           CLOSE BILL-SORTED.
       4100-EXIT.
           EXIT.

       4110-1KEN-KENSA.
           READ DOG-MASTER NEXT RECORD
               AT END
                   SET MASTER-IS-EOF TO TRUE
                   GO TO 4110-EXIT
           END-READ

           ADD 1 TO DOG-COUNT.
           MOVE REGI-NUM IN DOG-MASTER-RECORD TO DOG-HIKAKU-KEY.

      *    犬より前の登録番号の接種記録・請求を流し、同じ登録番号の
      *    ものは読み飛ばす
           PERFORM 4210-SESSHU-1KEN THRU 4210-EXIT
               UNTIL VAC-HIKAKU-KEY > DOG-HIKAKU-KEY.
           PERFORM 4220-SEIKYUU-1KEN THRU 4220-EXIT
               UNTIL BILL-HIKAKU-KEY > DOG-HIKAKU-KEY.

           PERFORM 5000-OWNER-KENSA  THRU 5000-EXIT.
           PERFORM 6000-NENREI-KENSA THRU 6000-EXIT.
       4110-EXIT.
           EXIT.


      *****************************************************************
      * 4210 接種記録1件の突き合わせ（犬登録マスタにない登録番号の
      *      接種記録を出力する）
      *****************************************************************
       4210-SESSHU-1KEN.
           IF VAC-HIKAKU-KEY < DOG-HIKAKU-KEY
               MOVE SPACE TO SEIGOU-SORT-RECORD
               SET SS-SESSHU-MASSHOU TO TRUE
               MOVE VC-REGI-NUM TO SS-REGI-NUM
               MOVE 0 TO SS-OWNER-NUM
               MOVE "接種記録" TO SS-LABEL-1
               STRING "年度=" VC-NENDO
                      " 接種日=" VC-SESSHU-DATE
                      " 証明書番号=" VC-SHOUMEI-NUM
                   DELIMITED BY SIZE INTO SS-ATAI-1
               END-STRING
               MOVE "獣医師" TO SS-LABEL-2
               MOVE VC-JUUI-NAME TO SS-ATAI-2-KANJI
               ADD 1 TO SESSHU-MASSHOU-COUNT
               PERFORM 4700-REIGAI-RELEASE THRU 4700-EXIT
           END-IF
           PERFORM 4800-VAC-YOMI THRU 4800-EXIT.
       4210-EXIT.
           EXIT.


      *****************************************************************
      * 4220 請求1件の突き合わせ（犬登録マスタにない登録番号の
      *      未消込請求を出力する）
      *****************************************************************
       4220-SEIKYUU-1KEN.
           IF BILL-HIKAKU-KEY < DOG-HIKAKU-KEY
               MOVE SPACE TO SEIGOU-SORT-RECORD
               SET SS-SEIKYUU-MASSHOU TO TRUE
               MOVE BS-REGI-NUM TO SS-REGI-NUM
               MOVE 0 TO SS-OWNER-NUM
               MOVE BS-RYOUKIN-GAKU TO RYOUKIN-HENSHUU
               MOVE "未消込請求" TO SS-LABEL-1
               STRING "発行日=" BS-HAKKOU-DATE
                      " 金額=" RYOUKIN-HENSHUU
                   DELIMITED BY SIZE INTO SS-ATAI-1
               END-STRING
               MOVE "請求先" TO SS-LABEL-2
               MOVE BS-OWNER-NAME TO SS-ATAI-2-KANJI
               ADD 1 TO SEIKYUU-MASSHOU-COUNT
               PERFORM 4700-REIGAI-RELEASE THRU 4700-EXIT
           END-IF
           PERFORM 4900-BILL-YOMI THRU 4900-EXIT.
       4220-EXIT.
           EXIT.


      *****************************************************************
      * 4300 ソート出力（区分ごとの一覧の印刷）
      *      区分が変わるたびに区分名と項目見出しを印字し、区分の
      *      終わりに件数を印字する
      *****************************************************************
       4300-SORT-SHUTSURYOKU.
           MOVE SPACE TO SEIGOU-TITLE-LINE.
           MOVE "マスタ間整合性検査一覧　" TO ST-TITLE.
           MOVE GYOUMU-DATE-8 TO ST-GYOUMU-DATE.
           WRITE SEIGOU-TITLE-LINE.

           MOVE "N" TO SORT-EOF-SWITCH.
           PERFORM 4310-1KEN-INJI THRU 4310-EXIT
               UNTIL SORT-IS-EOF.

           IF ZENKAI-BUNRUI = SPACE
               MOVE SPACE TO SEIGOU-BUNRUI-LINE
               MOVE "矛盾なし" TO SB-BUNRUI-MEI
               WRITE SEIGOU-BUNRUI-LINE
           ELSE
               PERFORM 7200-SHOUKEI-INJI THRU 7200-EXIT
           END-IF.
       4300-EXIT.
           EXIT.

       4310-1KEN-INJI.
           RETURN SEIGOU-SORT-WORK
               AT END
                   SET SORT-IS-EOF TO TRUE
                   GO TO 4310-EXIT
           END-RETURN

           IF SS-BUNRUI NOT = ZENKAI-BUNRUI
               IF ZENKAI-BUNRUI NOT = SPACE
                   PERFORM 7200-SHOUKEI-INJI THRU 7200-EXIT
               END-IF
               PERFORM 7100-BUNRUI-MIDASHI THRU 7100-EXIT
           END-IF
           MOVE SS-BUNRUI TO ZENKAI-BUNRUI.

           ADD 1 TO BUNRUI-COUNT.
           MOVE SPACE TO SEIGOU-MEISAI-LINE.
           MOVE SS-REGI-NUM  TO SM-REGI-NUM.
           MOVE SS-OWNER-NUM TO SM-OWNER-NUM.
           MOVE SS-LABEL-1   TO SM-LABEL.
           MOVE SS-ATAI-1    TO SM-ATAI.
           WRITE SEIGOU-MEISAI-LINE.

           IF SS-ATAI-2 NOT = SPACE
               MOVE SPACE TO SEIGOU-MEISAI-LINE
               MOVE SS-LABEL-2 TO SM-LABEL
               MOVE SS-ATAI-2  TO SM-ATAI
               WRITE SEIGOU-MEISAI-LINE
           END-IF.
       4310-EXIT.
           EXIT.


      *****************************************************************
      * 4700 矛盾1件のソートへの受け渡し
      *****************************************************************
       4700-REIGAI-RELEASE.
           ADD 1 TO REIGAI-COUNT.
           MOVE REIGAI-COUNT TO SS-RENBAN.
           RELEASE SEIGOU-SORT-RECORD.
       4700-EXIT.
           EXIT.


      *****************************************************************
      * 4800 接種マスタを1件読む
      * 4900 登録番号順の請求を1件読む
      *****************************************************************
       4800-VAC-YOMI.
           IF VACMST-NASHI
               MOVE HIGH-VALUE TO VAC-HIKAKU-KEY
               GO TO 4800-EXIT
           END-IF
           READ VACCINE-MASTER NEXT RECORD
               AT END
                   MOVE HIGH-VALUE TO VAC-HIKAKU-KEY
                   GO TO 4800-EXIT
           END-READ
           ADD 1 TO VAC-COUNT.
           MOVE VC-REGI-NUM TO VAC-HIKAKU-KEY.
       4800-EXIT.
           EXIT.

       4900-BILL-YOMI.
           READ BILL-SORTED
               AT END
                   MOVE HIGH-VALUE TO BILL-HIKAKU-KEY
                   GO TO 4900-EXIT
           END-READ
           ADD 1 TO BILL-COUNT.
           MOVE BS-REGI-NUM TO BILL-HIKAKU-KEY.
       4900-EXIT.
           EXIT.


      *****************************************************************
      * 5000 飼主の検査
      *      飼主番号0は世帯を特定していない犬として検査しない
      *      飼主マスタにない飼主番号はその旨を、ある場合はOWNER-INFO
      *      の写しと飼主マスタの氏名・住所・電話番号を比べ、食い
      *      違う項目ごとに出力する
      *****************************************************************
       5000-OWNER-KENSA.
           IF OWNER-NUM IN DOG-MASTER-RECORD = 0
               GO TO 5000-EXIT
           END-IF

           MOVE OWNER-NUM IN DOG-MASTER-RECORD TO OW-OWNER-NUM
           READ OWNER-MASTER
               INVALID KEY
                   IF OWNER-MASTER-NOTFOUND
                       PERFORM 5100-OWNER-NASHI THRU 5100-EXIT
                       GO TO 5000-EXIT
                   ELSE
                       DISPLAY "*** 飼主マスタ読込異常" ,
                               " STATUS=" OWNER-MASTER-STATUS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ

           IF OWNER-NAME IN DOG-MASTER-RECORD NOT = OW-OWNER-NAME
               PERFORM 5200-FUICCHI-SHOKI THRU 5200-EXIT
               MOVE "犬登録：氏名" TO SS-LABEL-1
               MOVE OWNER-NAME IN DOG-MASTER-RECORD
                   TO SS-ATAI-1-KANJI
               MOVE "飼主：氏名" TO SS-LABEL-2
               MOVE OW-OWNER-NAME TO SS-ATAI-2-KANJI
               PERFORM 4700-REIGAI-RELEASE THRU 4700-EXIT
           END-IF
           IF OWNER-ADDR IN DOG-MASTER-RECORD NOT = OW-OWNER-ADDR
               PERFORM 5200-FUICCHI-SHOKI THRU 5200-EXIT
               MOVE "犬登録：住所" TO SS-LABEL-1
               MOVE OWNER-ADDR IN DOG-MASTER-RECORD
                   TO SS-ATAI-1-KANJI
               MOVE "飼主：住所" TO SS-LABEL-2
               MOVE OW-OWNER-ADDR TO SS-ATAI-2-KANJI
               PERFORM 4700-REIGAI-RELEASE THRU 4700-EXIT
           END-IF
           IF OWNER-TEL IN DOG-MASTER-RECORD NOT = OW-OWNER-TEL
               PERFORM 5200-FUICCHI-SHOKI THRU 5200-EXIT
               MOVE "犬登録：電話" TO SS-LABEL-1
               MOVE OWNER-TEL IN DOG-MASTER-RECORD TO SS-ATAI-1
               MOVE "飼主：電話" TO SS-LABEL-2
               MOVE OW-OWNER-TEL TO SS-ATAI-2
               PERFORM 4700-REIGAI-RELEASE THRU 4700-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

       5100-OWNER-NASHI.
           MOVE SPACE TO SEIGOU-SORT-RECORD.
           SET SS-OWNER-NASHI TO TRUE.
           MOVE REGI-NUM IN DOG-MASTER-RECORD  TO SS-REGI-NUM.
           MOVE OWNER-NUM IN DOG-MASTER-RECORD TO SS-OWNER-NUM.
           MOVE "犬登録：氏名" TO SS-LABEL-1.
           MOVE OWNER-NAME IN DOG-MASTER-RECORD TO SS-ATAI-1-KANJI.
           MOVE "犬登録：住所" TO SS-LABEL-2.
           MOVE OWNER-ADDR IN DOG-MASTER-RECORD TO SS-ATAI-2-KANJI.
           ADD 1 TO OWNER-NASHI-COUNT.
           PERFORM 4700-REIGAI-RELEASE THRU 4700-EXIT.
       5100-EXIT.
           EXIT.

       5200-FUICCHI-SHOKI.
           MOVE SPACE TO SEIGOU-SORT-RECORD.
           SET SS-OWNER-FUICCHI TO TRUE.
           MOVE REGI-NUM IN DOG-MASTER-RECORD  TO SS-REGI-NUM.
           MOVE OWNER-NUM IN DOG-MASTER-RECORD TO SS-OWNER-NUM.
           ADD 1 TO OWNER-FUICCHI-COUNT.
       5200-EXIT.
           EXIT.


      *****************************************************************
      * 6000 誕生日による検査
      *      年齢と更新判定を登録バッチと同じ求め方で計算し直し、
      *      マスタの更新判定と食い違うもの、年齢が上限を超える
      *      ものを出力する。誕生日が数字でない犬は計算できない
      *      ため、更新判定の区分に誕生日異常として出す
      *****************************************************************
       6000-NENREI-KENSA.
           IF BIRTHDAY IN DOG-MASTER-RECORD IS NOT NUMERIC
               MOVE SPACE TO SEIGOU-SORT-RECORD
               SET SS-KOUSHIN-FUICCHI TO TRUE
               MOVE REGI-NUM IN DOG-MASTER-RECORD  TO SS-REGI-NUM
               MOVE OWNER-NUM IN DOG-MASTER-RECORD TO SS-OWNER-NUM
               MOVE "誕生日異常" TO SS-LABEL-1
               MOVE BIRTHDAY IN DOG-MASTER-RECORD TO SS-ATAI-1
               ADD 1 TO KOUSHIN-FUICCHI-COUNT
               PERFORM 4700-REIGAI-RELEASE THRU 4700-EXIT
               GO TO 6000-EXIT
           END-IF

           COMPUTE NENREI = GYOUMU-YEAR - YEAR IN DOG-MASTER-RECORD
           IF GYOUMU-MONTH < MONTH IN DOG-MASTER-RECORD
               SUBTRACT 1 FROM NENREI
           ELSE
               IF GYOUMU-MONTH = MONTH IN DOG-MASTER-RECORD
                       AND GYOUMU-DAY < DT IN DOG-MASTER-RECORD
                   SUBTRACT 1 FROM NENREI
               END-IF
           END-IF
           MOVE NENREI TO NENREI-HENSHUU

           IF GYOUMU-MONTH = MONTH IN DOG-MASTER-RECORD
               MOVE "1" TO SAIKEISAN-FLAG
           ELSE
               MOVE "0" TO SAIKEISAN-FLAG
           END-IF

           IF RENEWAL-DUE-FLAG IN DOG-MASTER-RECORD
                   NOT = SAIKEISAN-FLAG
               MOVE SPACE TO SEIGOU-SORT-RECORD
               SET SS-KOUSHIN-FUICCHI TO TRUE
               MOVE REGI-NUM IN DOG-MASTER-RECORD  TO SS-REGI-NUM
               MOVE OWNER-NUM IN DOG-MASTER-RECORD TO SS-OWNER-NUM
               MOVE "更新判定" TO SS-LABEL-1
               STRING "マスタ=" RENEWAL-DUE-FLAG IN DOG-MASTER-RECORD
                      " 再計算=" SAIKEISAN-FLAG
                   DELIMITED BY SIZE INTO SS-ATAI-1
               END-STRING
               MOVE "誕生日・年齢" TO SS-LABEL-2
               STRING BIRTHDAY IN DOG-MASTER-RECORD
                      " " NENREI-HENSHUU "歳"
                   DELIMITED BY SIZE INTO SS-ATAI-2
               END-STRING
               ADD 1 TO KOUSHIN-FUICCHI-COUNT
               PERFORM 4700-REIGAI-RELEASE THRU 4700-EXIT
           END-IF

           IF NENREI > KOUREI-JOUGEN
               MOVE SPACE TO SEIGOU-SORT-RECORD
               SET SS-KOUREI TO TRUE
               MOVE REGI-NUM IN DOG-MASTER-RECORD  TO SS-REGI-NUM
               MOVE OWNER-NUM IN DOG-MASTER-RECORD TO SS-OWNER-NUM
               MOVE "誕生日・年齢" TO SS-LABEL-1
               STRING BIRTHDAY IN DOG-MASTER-RECORD
                      " " NENREI-HENSHUU "歳"
                   DELIMITED BY SIZE INTO SS-ATAI-1
               END-STRING
               MOVE "犬の名前" TO SS-LABEL-2
               MOVE NAME IN DOG-MASTER-RECORD TO SS-ATAI-2-KANJI
               ADD 1 TO KOUREI-COUNT
               PERFORM 4700-REIGAI-RELEASE THRU 4700-EXIT
           END-IF.
       6000-EXIT.
           EXIT.


      *****************************************************************
      * 7100 区分名と項目見出しの印字
      *****************************************************************
       7100-BUNRUI-MIDASHI.
           MOVE 0 TO BUNRUI-COUNT.
           MOVE SPACE TO SEIGOU-KUGIRI-LINE.
           MOVE ALL "=" TO SKG-KUGIRI.
           WRITE SEIGOU-KUGIRI-LINE.

           MOVE SPACE TO SEIGOU-BUNRUI-LINE.
           IF SS-OWNER-NASHI
               MOVE "飼主マスタにない飼主番号"
                   TO SB-BUNRUI-MEI
           END-IF
           IF SS-OWNER-FUICCHI
               MOVE "飼主情報の写しの不一致"
                   TO SB-BUNRUI-MEI
           END-IF
           IF SS-SESSHU-MASSHOU
               MOVE "抹消済み番号の接種記録"
                   TO SB-BUNRUI-MEI
           END-IF
           IF SS-SEIKYUU-MASSHOU
               MOVE "抹消済み番号の未消込請求"
                   TO SB-BUNRUI-MEI
           END-IF
           IF SS-KOUSHIN-FUICCHI
               MOVE "誕生日と合わない更新判定"
                   TO SB-BUNRUI-MEI
           END-IF
           IF SS-KOUREI
               MOVE "２５歳を超える犬（死亡届の確認）"
                   TO SB-BUNRUI-MEI
           END-IF
           WRITE SEIGOU-BUNRUI-LINE.

           MOVE SPACE TO SEIGOU-KOUMOKU-LINE.
           MOVE "登録番号" TO SK-REGI-LABEL.
           MOVE "飼主番号" TO SK-OWNER-LABEL.
           MOVE "内容" TO SK-NAIYOU-LABEL.
           WRITE SEIGOU-KOUMOKU-LINE.
       7100-EXIT.
           EXIT.


      *****************************************************************
      * 7200 区分の件数の印字
      *****************************************************************
       7200-SHOUKEI-INJI.
           MOVE SPACE TO SEIGOU-SHOUKEI-LINE.
           MOVE "件数：" TO SS2-LABEL.
           MOVE BUNRUI-COUNT TO SS2-KENSUU.
           WRITE SEIGOU-SHOUKEI-LINE.
       7200-EXIT.
           EXIT.


      *****************************************************************
      * 9000 終了処理（結果件数の表示と戻り値の設定）
      *      矛盾が1件でもあれば戻り値4で終了し、運用に知らせる
      *****************************************************************
       9000-SHUURYOU-SHORI.
           CLOSE SEIGOU-PRINT.

           DISPLAY "--- マスタ間整合性検査結果 ---".
           DISPLAY "犬登録件数：" DOG-COUNT.
           DISPLAY "接種記録数：" VAC-COUNT.
           DISPLAY "未消込請求：" BILL-COUNT.
           DISPLAY "飼主なし　：" OWNER-NASHI-COUNT.
           DISPLAY "飼主不一致：" OWNER-FUICCHI-COUNT.
           DISPLAY "接種抹消済：" SESSHU-MASSHOU-COUNT.
           DISPLAY "請求抹消済：" SEIKYUU-MASSHOU-COUNT.
           DISPLAY "更新判定　：" KOUSHIN-FUICCHI-COUNT.
           DISPLAY "高齢　　　：" KOUREI-COUNT.
           DISPLAY "矛盾合計　：" REIGAI-COUNT.

           IF REIGAI-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
