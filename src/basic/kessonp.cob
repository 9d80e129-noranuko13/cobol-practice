      *** 見出し部
       IDENTIFICATION  DIVISION.

      * プログラム名
       PROGRAM-ID.     KESSONP.

      * 変更履歴
      *   2026/10/15  新規作成（不納欠損処理。年度末に累積請求ファイル
      *               BILRUIの未消込請求のうち、発行日から時効年数
      *               （パラメタ指定）を過ぎたものを2段階で処理する。
      *               処理区分"1"＝候補抽出：処分候補ファイルへ書き
      *               出し、課長決裁用の処分候補一覧を印刷する。
      *               処理区分"2"＝欠損確定：決裁済み（承認区分"1"）
      *               の候補をBILRUIから外して不納欠損台帳へ欠損日・
      *               理由付きで移す。どちらも決算用に発行年度別の
      *               件数・金額の集計を印字する）


      *** 環境部
       ENVIRONMENT     DIVISION.

       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
      *    不納欠損パラメタ（処理区分・時効年数・欠損理由・決裁日）
           SELECT KESSON-PARAM     ASSIGN TO "KESSPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS KESSON-PARAM-STATUS.

      *    累積請求ファイル（未消込の請求。欠損確定では処分した
      *    請求を除いた残りを書き戻す）
           SELECT BILLING-EXTRACT  ASSIGN TO "BILRUI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BILLING-EXTRACT-STATUS.

      *    処分候補ファイル（候補抽出の出力・欠損確定の入力）
           SELECT KESSON-KOUHO     ASSIGN TO "KESSKOU"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS KESSON-KOUHO-STATUS.

      *    不納欠損台帳（処分済み請求の永久累積。常に追記する）
           SELECT KESSON-DAICHOU   ASSIGN TO "KESSDAI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS KESSON-DAICHOU-STATUS.

      *    照合キー順に整列した後の請求明細・処分候補
           SELECT BILL-SORTED      ASSIGN TO "KESBSRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BILL-SORTED-STATUS.

           SELECT KOUHO-SORTED     ASSIGN TO "KESKSRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS KOUHO-SORTED-STATUS.

      *    繰越ファイル（処分しなかった請求。終了時にBILRUIへ書き
      *    戻す）
           SELECT BILL-KURIKOSHI   ASSIGN TO "KESKURI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BILL-KURIKOSHI-STATUS.

      *    処分候補一覧・欠損処分報告書の印刷ファイル
           SELECT KESSON-PRINT     ASSIGN TO "KESSRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS KESSON-PRINT-STATUS.

      *    運行管理マスタ（索引編成。欠損確定の二重実行・順序違反の
      *    防止）
           SELECT RUN-CONTROL      ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS RUN-CONTROL-STATUS.

      *    整列（SORT文）の作業用ファイル（請求側・候補側）
           SELECT BILL-SORT-WORK   ASSIGN TO "KBSRTWK".
           SELECT KOUHO-SORT-WORK  ASSIGN TO "KKSRTWK".


      *** データ部
       DATA            DIVISION.

      ** ファイル section
       FILE            SECTION.

       FD  KESSON-PARAM
           LABEL RECORDS ARE STANDARD.
           COPY DOGKSP.

       FD  BILLING-EXTRACT
           LABEL RECORDS ARE STANDARD.
           COPY DOGBILL.

       FD  KESSON-KOUHO
           LABEL RECORDS ARE STANDARD.
           COPY DOGKSK.

       FD  KESSON-DAICHOU
           LABEL RECORDS ARE STANDARD.
           COPY DOGKSN.

      *    整列の作業用レコード（項目構成は元ファイルと同一。項目名
      *    の重複を避けるため接頭辞を置き換えて取り込む）
       SD  BILL-SORT-WORK.
           COPY DOGBILL REPLACING ==BILL-EXTRACT-RECORD==
                              BY  ==BILL-SORT-RECORD==
                        LEADING ==BX== BY ==WB==.

       SD  KOUHO-SORT-WORK.
           COPY DOGKSK REPLACING ==KESSON-KOUHO-RECORD==
                             BY  ==KOUHO-SORT-RECORD==
                       LEADING ==KK== BY ==WK==.

       FD  BILL-SORTED
           LABEL RECORDS ARE STANDARD.
           COPY DOGBILL REPLACING ==BILL-EXTRACT-RECORD==
                              BY  ==BILL-SORTED-RECORD==
                        LEADING ==BX== BY ==SB==.

       FD  KOUHO-SORTED
           LABEL RECORDS ARE STANDARD.
           COPY DOGKSK REPLACING ==KESSON-KOUHO-RECORD==
                             BY  ==KOUHO-SORTED-RECORD==
                       LEADING ==KK== BY ==SK==.

      *    繰越レコード（項目構成はDOGBILL.CPYと同一。項目名の
      *    重複を避けるため接頭辞をKR-へ置き換えて取り込む）
       FD  BILL-KURIKOSHI
           LABEL RECORDS ARE STANDARD.
           COPY DOGBILL REPLACING ==BILL-EXTRACT-RECORD==
                              BY  ==BILL-KURIKOSHI-RECORD==
                        LEADING ==BX== BY ==KR==.

       FD  RUN-CONTROL
           LABEL RECORDS ARE STANDARD.
           COPY DOGRUN.

      *    処分候補一覧・欠損処分報告書（複数の行レイアウトを同一
      *    バッファで使い分ける）
       FD  KESSON-PRINT
           LABEL RECORDS ARE OMITTED.
       01  KESSON-TITLE-LINE.
           03 FILLER               PIC X(10).
           03 KT-TITLE              PIC  N(14).
           03 KT-YEAR               PIC 9999.
           03 KT-SLASH1             PIC X(01).
           03 KT-MONTH              PIC 99.
           03 KT-SLASH2             PIC X(01).
           03 KT-DAY                PIC 99.
           03 FILLER                PIC X(52).
       01  KESSON-MEISAI-LINE.
           03 FILLER               PIC X(02).
           03 KM-KOUHO-NUM          PIC 9(06).
           03 FILLER                PIC X(02).
           03 KM-REGI-NUM           PIC 9(06).
           03 FILLER                PIC X(02).
           03 KM-OWNER-NAME         PIC  N(20).
           03 FILLER                PIC X(02).
           03 KM-RYOUKIN-GAKU       PIC 9(05).
           03 FILLER                PIC X(02).
           03 KM-HAKKOU-DATE        PIC 9(08).
           03 FILLER                PIC X(02).
           03 KM-NENDO              PIC 9(04).
           03 FILLER                PIC X(02).
           03 KM-KEKKA              PIC  N(06).
       01  KESSON-NENDO-LINE.
           03 FILLER               PIC X(04).
           03 KY-LABEL              PIC  N(06).
           03 KY-NENDO              PIC 9(04).
           03 KY-IZEN               PIC  N(02).
           03 FILLER                PIC X(02).
           03 KY-KENSUU             PIC 9(08).
           03 FILLER                PIC X(02).
           03 KY-KINGAKU            PIC 9(09).
           03 KY-EN                 PIC  N(01).
           03 FILLER                PIC X(43).
       01  KESSON-GOUKEI-LINE.
           03 FILLER               PIC X(04).
           03 KG-LABEL              PIC  N(10).
           03 KG-KENSUU             PIC 9(08).
           03 FILLER                PIC X(02).
           03 KG-KINGAKU            PIC 9(09).
           03 KG-EN                 PIC  N(01).
           03 FILLER                PIC X(55).
       01  KESSON-HIZUKE-LINE.
           03 FILLER               PIC X(04).
           03 KD-LABEL              PIC  N(10).
           03 KD-YEAR               PIC 9999.
           03 KD-SLASH1             PIC X(01).
           03 KD-MONTH              PIC 99.
           03 KD-SLASH2             PIC X(01).
           03 KD-DAY                PIC 99.
           03 FILLER                PIC X(66).
       01  KESSON-KESSAI-LINE.
           03 FILLER               PIC X(10).
           03 KS-KESSAI-1           PIC  N(13).
           03 KS-KESSAI-2           PIC  N(13).
           03 FILLER                PIC X(10).


      ** 作業場所節
       WORKING-STORAGE SECTION.
      * ファイル状態コード
       01 KESSON-PARAM-STATUS      PIC X(02).
           88 KESSON-PARAM-OK          VALUE "00".

       01 BILLING-EXTRACT-STATUS   PIC X(02).
           88 BILLING-EXTRACT-OK       VALUE "00".

       01 KESSON-KOUHO-STATUS      PIC X(02).
           88 KESSON-KOUHO-OK          VALUE "00".

       01 KESSON-DAICHOU-STATUS    PIC X(02).
           88 KESSON-DAICHOU-OK        VALUE "00".
           88 KESSON-DAICHOU-NASHI     VALUE "35".

       01 BILL-SORTED-STATUS       PIC X(02).
           88 BILL-SORTED-OK           VALUE "00".

       01 KOUHO-SORTED-STATUS      PIC X(02).
           88 KOUHO-SORTED-OK          VALUE "00".

       01 BILL-KURIKOSHI-STATUS    PIC X(02).
           88 BILL-KURIKOSHI-OK        VALUE "00".

       01 KESSON-PRINT-STATUS      PIC X(02).
           88 KESSON-PRINT-OK          VALUE "00".

       01 RUN-CONTROL-STATUS       PIC X(02).
           88 RUN-CONTROL-OK           VALUE "00".
           88 RUN-CONTROL-NASHI        VALUE "35".

      * 運行管理（自プログラム名と前工程名。欠損確定だけが記録する。
      *   当日の入金消込の後に実行し、入金済みの請求を処分しない）
       01 RUNCTL-JIBUN-NAME        PIC X(8) VALUE "KESSONP".
       01 RUNCTL-ZENKOUTEI-NAME    PIC X(8) VALUE "SHIHARAI".

      *   運行管理の自レコード存在スイッチ
       01 RUNCTL-ARI-SWITCH        PIC X(01).
           88 RUNCTL-ARI               VALUE "Y".

      * スイッチ類
       01 BILL-EOF-SWITCH          PIC X(01) VALUE "N".
           88 BILL-IS-EOF              VALUE "Y".

       01 KOUHO-EOF-SWITCH         PIC X(01) VALUE "N".
           88 KOUHO-IS-EOF             VALUE "Y".

       01 KURIKOSHI-EOF-SWITCH     PIC X(01) VALUE "N".
           88 KURIKOSHI-IS-EOF         VALUE "Y".

      *   決裁済み候補の読込スイッチ（未決裁の候補を読み飛ばして
      *   決裁済みの1件を読めたら立てる）
       01 KOUHO-YOMI-SWITCH        PIC X(01) VALUE "N".
           88 KOUHO-YOMI-ZUMI          VALUE "Y".

      *   併合終了スイッチ（請求・候補の両方を読み切ったら立てる）
       01 MATCH-OWARI-SWITCH       PIC X(01) VALUE "N".
           88 MATCH-OWARI              VALUE "Y".

      * パラメタの採用値（処理区分・時効年数・欠損理由・決裁日。
      *   パラメタファイルは読込後に閉じるため、以降はこちらを使う）
       01 SHORI-KUBUN              PIC X(1).
           88 KOUHO-CHUUSHUTSU         VALUE "1".
           88 KESSON-KAKUTEI           VALUE "2".
       01 JIKOU-NENSUU             PIC 9(2) VALUE 05.
       01 KESSON-RIYUU             PIC X(2) VALUE "01".
           88 KESSON-RIYUU-SEIJOU      VALUES "01" "02" "03".
       01 SHOUNIN-DATE             PIC 9(8) VALUE 0.
       01 SHOUNIN-DATE-BUNKAI REDEFINES SHOUNIN-DATE.
           03 SHOUNIN-YEAR          PIC 9(4).
           03 SHOUNIN-MONTH         PIC 9(2).
           03 SHOUNIN-DAY           PIC 9(2).

      * 時効の基準日（業務日付から時効年数をさかのぼった日。発行日が
      *   これより前の請求を候補とする）
       01 KIJUN-DATE-8             PIC 9(8).
       01 KIJUN-DATE-BUNKAI REDEFINES KIJUN-DATE-8.
           03 KIJUN-YEAR            PIC 9(4).
           03 KIJUN-MONTH           PIC 9(2).
           03 KIJUN-DAY             PIC 9(2).

      * 照合キー（登録番号＋発行日＋金額。同一登録番号・同一発行日の
      *   請求が複数あっても候補1件を請求1件ずつに割り当てる。
      *   読み終えた側はHIGH-VALUEにして残る側を流し切る）
       01 BILL-HIKAKU-KEY.
           03 BH-REGI-NUM           PIC 9(6).
           03 BH-HAKKOU-DATE        PIC 9(8).
           03 BH-RYOUKIN-GAKU       PIC 9(5).
       01 KOUHO-HIKAKU-KEY.
           03 KH-REGI-NUM           PIC 9(6).
           03 KH-HAKKOU-DATE        PIC 9(8).
           03 KH-RYOUKIN-GAKU       PIC 9(5).

      * 件数・金額
       01 SEIKYUU-COUNT            PIC 9(8) VALUE 0.
       01 KOUHO-COUNT              PIC 9(8) VALUE 0.
       01 KOUHO-KINGAKU            PIC 9(9) VALUE 0.
       01 MISHOUNIN-COUNT          PIC 9(8) VALUE 0.
       01 KESSON-COUNT             PIC 9(8) VALUE 0.
       01 KESSON-KINGAKU           PIC 9(9) VALUE 0.
       01 JOGAI-COUNT              PIC 9(8) VALUE 0.
       01 KURIKOSHI-COUNT          PIC 9(8) VALUE 0.
       01 KAKIMODOSHI-COUNT        PIC 9(8) VALUE 0.

      * 発行年度別の集計（添字1＝当年度、2＝前年度…。50以上前の
      *   年度は50へまとめて「以前」と印字する）
       01 NENDO-SHUUKEI-TBL.
           03 NENDO-SHUUKEI         OCCURS 50.
               05 NS-KENSUU          PIC 9(8).
               05 NS-KINGAKU         PIC 9(9).
       01 NENDO-SOEJI              PIC 9(2).
       01 NENDO-SA                 PIC 9(4).
       01 GYOUMU-NENDO             PIC 9(4).
       01 HAKKOU-NENDO             PIC 9(4).
       01 SHUUKEI-KINGAKU          PIC 9(5).

      * 発行日の分解（年度の算出用）
       01 HAKKOU-DATE-8            PIC 9(8).
       01 HAKKOU-DATE-BUNKAI REDEFINES HAKKOU-DATE-8.
           03 HAKKOU-YEAR           PIC 9(4).
           03 HAKKOU-MONTH          PIC 9(2).
           03 HAKKOU-DAY            PIC 9(2).

      * 業務日付
       01 GYOUMU-DATE-8            PIC 9(8).
       01 GYOUMU-DATE-BUNKAI REDEFINES GYOUMU-DATE-8.
           03 GYOUMU-YEAR           PIC 9(4).
           03 GYOUMU-MONTH          PIC 9(2).
           03 GYOUMU-DAY            PIC 9(2).


      *** 手続き部
       PROCEDURE       DIVISION.

       0000-MAINLINE.
           PERFORM 1000-SHOKI-SHORI        THRU 1000-EXIT
           IF KOUHO-CHUUSHUTSU
               PERFORM 4000-KOUHO-SHORI    THRU 4000-EXIT
           ELSE
               PERFORM 5000-KAKUTEI-SHORI  THRU 5000-EXIT
           END-IF
           PERFORM 9000-SHUURYOU-SHORI     THRU 9000-EXIT
           STOP   RUN.


      *****************************************************************
      * 1000 初期処理（業務日付・パラメタの読込と基準日の算出）
      *****************************************************************
       1000-SHOKI-SHORI.
           ACCEPT GYOUMU-DATE-8 FROM DATE YYYYMMDD.
           INITIALIZE NENDO-SHUUKEI-TBL.

      *    業務日付の年度（4月始まり）
           IF GYOUMU-MONTH < 4
               COMPUTE GYOUMU-NENDO = GYOUMU-YEAR - 1
           ELSE
               MOVE GYOUMU-YEAR TO GYOUMU-NENDO
           END-IF

           PERFORM 1100-PARAM-YOMIKOMI THRU 1100-EXIT

      *    時効の基準日（業務日付の時効年数前の同月同日）
           MOVE GYOUMU-DATE-8 TO KIJUN-DATE-8
           SUBTRACT JIKOU-NENSUU FROM KIJUN-YEAR

      *    欠損確定は累積請求を書き換えるため運行管理で保護する
           IF KESSON-KAKUTEI
               PERFORM 1900-RUNCTL-KAISHI THRU 1900-EXIT
           END-IF

           OPEN OUTPUT KESSON-PRINT
           IF NOT KESSON-PRINT-OK
               DISPLAY "*** KESSON-PRINT 開始時異常 STATUS=" ,
                       KESSON-PRINT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACE TO KESSON-TITLE-LINE.
           IF KOUHO-CHUUSHUTSU
               MOVE "不納欠損処分候補一覧" TO KT-TITLE
           ELSE
               MOVE "不納欠損処分報告書" TO KT-TITLE
           END-IF
           MOVE GYOUMU-YEAR  TO KT-YEAR.
           MOVE GYOUMU-MONTH TO KT-MONTH.
           MOVE GYOUMU-DAY   TO KT-DAY.
           MOVE "/" TO KT-SLASH1.
           MOVE "/" TO KT-SLASH2.
           WRITE KESSON-TITLE-LINE.
       1000-EXIT.
           EXIT.


      *****************************************************************
      * 1100 パラメタの読込
      *      処理区分は必須（誤った区分で累積請求を書き換えないよう、
      *      ファイルなし・区分異常は打ち切る）。時効年数0・欠損理由
      *      空白は既定値のまま動く。欠損理由は台帳へ永久に残るため
      *      "01"～"03"以外は打ち切る。欠損確定は決裁日を必須とする
      *      採用した値は作業場所へ写し、検査を終えてから閉じる
      *****************************************************************
       1100-PARAM-YOMIKOMI.
           OPEN INPUT KESSON-PARAM
           IF NOT KESSON-PARAM-OK
               DISPLAY "*** KESSON-PARAM 開始時異常 STATUS=" ,
                       KESSON-PARAM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ KESSON-PARAM
               AT END
                   DISPLAY "*** 不納欠損パラメタなし"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ

           MOVE KP-SHORI-KUBUN TO SHORI-KUBUN
           IF NOT KOUHO-CHUUSHUTSU AND NOT KESSON-KAKUTEI
               DISPLAY "*** 処理区分異常 KUBUN=" SHORI-KUBUN
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           IF KP-JIKOU-NENSUU IS NUMERIC AND KP-JIKOU-NENSUU > 0
               MOVE KP-JIKOU-NENSUU TO JIKOU-NENSUU
           END-IF
           IF KP-RIYUU-CODE NOT = SPACE
               MOVE KP-RIYUU-CODE TO KESSON-RIYUU
           END-IF
           IF NOT KESSON-RIYUU-SEIJOU
               DISPLAY "*** 欠損理由異常 RIYUU=" KESSON-RIYUU
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           IF KESSON-KAKUTEI
               IF KP-SHOUNIN-DATE IS NOT NUMERIC
                       OR KP-SHOUNIN-DATE = 0
                       OR KP-SHOUNIN-DATE > GYOUMU-DATE-8
                   DISPLAY "*** 決裁日異常 DATE=" KP-SHOUNIN-DATE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE KP-SHOUNIN-DATE TO SHOUNIN-DATE
           END-IF

           CLOSE KESSON-PARAM.
       1100-EXIT.
           EXIT.


      *****************************************************************
      * 1900 運行管理の開始時検査と開始記録
      *      同一業務日付で完了済みなら二重実行として打ち切り、
      *      前工程が完了していなければ順序違反として打ち切る。
      *      再実行は運行管理保守（RUNCTLMT）の許可（状態"9"）で通す
      *****************************************************************
       1900-RUNCTL-KAISHI.
           PERFORM 1990-RUNCTL-OPEN THRU 1990-EXIT

      *    自プログラムの当日分の確認
           MOVE "N" TO RUNCTL-ARI-SWITCH.
           MOVE RUNCTL-JIBUN-NAME TO RC-PROGRAM-NAME
           MOVE GYOUMU-DATE-8     TO RC-GYOUMU-DATE
           READ RUN-CONTROL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RUNCTL-ARI TO TRUE
           END-READ
           IF RUNCTL-ARI AND RC-KANRYOU
               DISPLAY "*** 当日分は実行済み" ,
                       "（二重実行） PROGRAM=" RUNCTL-JIBUN-NAME
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

      *    前工程の完了確認
           IF RUNCTL-ZENKOUTEI-NAME NOT = SPACE
               MOVE RUNCTL-ZENKOUTEI-NAME TO RC-PROGRAM-NAME
               MOVE GYOUMU-DATE-8 TO RC-GYOUMU-DATE
               READ RUN-CONTROL
                   INVALID KEY
                       DISPLAY "*** 前工程未実行 PROGRAM=" ,
                               RUNCTL-ZENKOUTEI-NAME
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
               END-READ
               IF NOT RC-KANRYOU
                   DISPLAY "*** 前工程未完了 PROGRAM=" ,
                           RUNCTL-ZENKOUTEI-NAME
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

      *    開始の記録（中断後の再実行・許可済み再実行は上書き）
           MOVE RUNCTL-JIBUN-NAME TO RC-PROGRAM-NAME
           MOVE GYOUMU-DATE-8     TO RC-GYOUMU-DATE
           MOVE "1" TO RC-STATUS
           MOVE 0 TO RC-SHORI-COUNT
           IF RUNCTL-ARI
               REWRITE RUN-CONTROL-RECORD
           ELSE
               WRITE RUN-CONTROL-RECORD
           END-IF
           CLOSE RUN-CONTROL.
       1900-EXIT.
           EXIT.

      *    運行管理マスタをI-Oモードで開く（未作成の場合は空の状態で
      *    新規作成してから開き直す）
       1990-RUNCTL-OPEN.
           OPEN I-O RUN-CONTROL
           IF RUN-CONTROL-NASHI
               OPEN OUTPUT RUN-CONTROL
               CLOSE RUN-CONTROL
               OPEN I-O RUN-CONTROL
           END-IF
           IF NOT RUN-CONTROL-OK
               DISPLAY "*** RUN-CONTROL 開始時異常 STATUS=" ,
                       RUN-CONTROL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       1990-EXIT.
           EXIT.


      *****************************************************************
      * 4000 候補抽出（処理区分"1"）
      *      累積請求を全件読み、発行日が基準日より前の請求に候補
      *      番号を振って処分候補ファイルへ書き出す（承認区分"0"）。
      *      累積請求は書き換えない
      *****************************************************************
       4000-KOUHO-SHORI.
           OPEN INPUT BILLING-EXTRACT
           IF NOT BILLING-EXTRACT-OK
               DISPLAY "*** BILLING-EXTRACT 開始時異常 STATUS=" ,
                       BILLING-EXTRACT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT KESSON-KOUHO
           IF NOT KESSON-KOUHO-OK
               DISPLAY "*** KESSON-KOUHO 開始時異常 STATUS=" ,
                       KESSON-KOUHO-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "N" TO BILL-EOF-SWITCH.
           PERFORM 4100-KOUHO-1KEN THRU 4100-EXIT
               UNTIL BILL-IS-EOF.

           CLOSE BILLING-EXTRACT.
           CLOSE KESSON-KOUHO.
       4000-EXIT.
           EXIT.

       4100-KOUHO-1KEN.
           READ BILLING-EXTRACT
               AT END
                   SET BILL-IS-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ
           ADD 1 TO SEIKYUU-COUNT

           IF BX-HAKKOU-DATE NOT < KIJUN-DATE-8
               GO TO 4100-EXIT
           END-IF

           ADD 1 TO KOUHO-COUNT
           ADD BX-RYOUKIN-GAKU TO KOUHO-KINGAKU
           MOVE KOUHO-COUNT     TO KK-KOUHO-NUM
           MOVE "0"             TO KK-SHOUNIN-KUBUN
           MOVE BX-REGI-NUM     TO KK-REGI-NUM
           MOVE BX-OWNER-NAME   TO KK-OWNER-NAME
           MOVE BX-RYOUKIN-GAKU TO KK-RYOUKIN-GAKU
           MOVE BX-HAKKOU-DATE  TO KK-HAKKOU-DATE
           WRITE KESSON-KOUHO-RECORD

           MOVE BX-HAKKOU-DATE  TO HAKKOU-DATE-8
           MOVE BX-RYOUKIN-GAKU TO SHUUKEI-KINGAKU
           PERFORM 6000-NENDO-SHUUKEI THRU 6000-EXIT

           MOVE SPACE TO KESSON-MEISAI-LINE
           MOVE KK-KOUHO-NUM    TO KM-KOUHO-NUM
           MOVE BX-REGI-NUM     TO KM-REGI-NUM
           MOVE BX-OWNER-NAME   TO KM-OWNER-NAME
           MOVE BX-RYOUKIN-GAKU TO KM-RYOUKIN-GAKU
           MOVE BX-HAKKOU-DATE  TO KM-HAKKOU-DATE
           MOVE HAKKOU-NENDO    TO KM-NENDO
           MOVE "処分候補　　" TO KM-KEKKA
           WRITE KESSON-MEISAI-LINE.
       4100-EXIT.
           EXIT.


      *****************************************************************
      * 5000 欠損確定（処理区分"2"）
      *      累積請求と処分候補を照合キー順に整列して順併合し、
      *      決裁済み（承認区分"1"）の候補と突き合った請求を台帳へ
      *      移す。それ以外の請求は繰越としてBILRUIへ書き戻す。
      *      候補抽出後に入金消込で消し込まれた候補は請求側に
      *      ないため除外として数える
      *****************************************************************
       5000-KAKUTEI-SHORI.
           SORT BILL-SORT-WORK
               ON ASCENDING KEY WB-REGI-NUM
               ON ASCENDING KEY WB-HAKKOU-DATE
               ON ASCENDING KEY WB-RYOUKIN-GAKU
               USING  BILLING-EXTRACT
               GIVING BILL-SORTED.

           SORT KOUHO-SORT-WORK
               ON ASCENDING KEY WK-REGI-NUM
               ON ASCENDING KEY WK-HAKKOU-DATE
               ON ASCENDING KEY WK-RYOUKIN-GAKU
               USING  KESSON-KOUHO
               GIVING KOUHO-SORTED.

           OPEN INPUT BILL-SORTED
           IF NOT BILL-SORTED-OK
               DISPLAY "*** BILL-SORTED 開始時異常 STATUS=" ,
                       BILL-SORTED-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT KOUHO-SORTED
           IF NOT KOUHO-SORTED-OK
               DISPLAY "*** KOUHO-SORTED 開始時異常 STATUS=" ,
                       KOUHO-SORTED-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT BILL-KURIKOSHI
           IF NOT BILL-KURIKOSHI-OK
               DISPLAY "*** BILL-KURIKOSHI 開始時異常 STATUS=" ,
                       BILL-KURIKOSHI-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

      *    台帳は過去の処分分に常に追記する（初回で未作成の場合
      *    （STATUS=35）はOUTPUTで新規作成する）
           OPEN EXTEND KESSON-DAICHOU
           IF KESSON-DAICHOU-NASHI
               OPEN OUTPUT KESSON-DAICHOU
           END-IF
           IF NOT KESSON-DAICHOU-OK
               DISPLAY "*** KESSON-DAICHOU 開始時異常 STATUS=" ,
                       KESSON-DAICHOU-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 5010-SEIKYUU-YOMI THRU 5010-EXIT
           PERFORM 5020-KOUHO-YOMI   THRU 5020-EXIT

           MOVE "N" TO MATCH-OWARI-SWITCH.
           PERFORM 5100-HEIGOU-1KEN THRU 5100-EXIT
               UNTIL MATCH-OWARI.

           CLOSE BILL-SORTED.
           CLOSE KOUHO-SORTED.
           CLOSE BILL-KURIKOSHI.
           CLOSE KESSON-DAICHOU.

           PERFORM 5200-KURIKOSHI-KAKIMODOSHI THRU 5200-EXIT.
       5000-EXIT.
           EXIT.

       5010-SEIKYUU-YOMI.
           READ BILL-SORTED
               AT END
                   SET BILL-IS-EOF TO TRUE
                   MOVE HIGH-VALUE TO BILL-HIKAKU-KEY
                   GO TO 5010-EXIT
           END-READ
           ADD 1 TO SEIKYUU-COUNT
           MOVE SB-REGI-NUM     TO BH-REGI-NUM
           MOVE SB-HAKKOU-DATE  TO BH-HAKKOU-DATE
           MOVE SB-RYOUKIN-GAKU TO BH-RYOUKIN-GAKU.
       5010-EXIT.
           EXIT.

      *    未決裁（承認区分"1"以外）の候補は読み飛ばす
       5020-KOUHO-YOMI.
           MOVE "N" TO KOUHO-YOMI-SWITCH.
           PERFORM 5021-KOUHO-1KEN THRU 5021-EXIT
               UNTIL KOUHO-IS-EOF OR KOUHO-YOMI-ZUMI.
       5020-EXIT.
           EXIT.

       5021-KOUHO-1KEN.
           READ KOUHO-SORTED
               AT END
                   SET KOUHO-IS-EOF TO TRUE
                   MOVE HIGH-VALUE TO KOUHO-HIKAKU-KEY
                   GO TO 5021-EXIT
           END-READ
           ADD 1 TO KOUHO-COUNT
           ADD SK-RYOUKIN-GAKU TO KOUHO-KINGAKU
           IF NOT SK-SHOUNIN
               ADD 1 TO MISHOUNIN-COUNT
               GO TO 5021-EXIT
           END-IF
           MOVE SK-REGI-NUM     TO KH-REGI-NUM
           MOVE SK-HAKKOU-DATE  TO KH-HAKKOU-DATE
           MOVE SK-RYOUKIN-GAKU TO KH-RYOUKIN-GAKU
           SET KOUHO-YOMI-ZUMI TO TRUE.
       5021-EXIT.
           EXIT.

      *****************************************************************
      * 5100 併合の1こま
      *      請求側が小さい＝処分しない請求（繰越）
      *      候補側が小さい＝請求が既にない候補（入金済み等で除外）
      *      一致＝欠損処分（台帳へ移す）
      *****************************************************************
       5100-HEIGOU-1KEN.
           IF BILL-IS-EOF AND KOUHO-IS-EOF
               SET MATCH-OWARI TO TRUE
               GO TO 5100-EXIT
           END-IF

           IF BILL-HIKAKU-KEY < KOUHO-HIKAKU-KEY
               MOVE BILL-SORTED-RECORD TO BILL-KURIKOSHI-RECORD
               WRITE BILL-KURIKOSHI-RECORD
               ADD 1 TO KURIKOSHI-COUNT
               PERFORM 5010-SEIKYUU-YOMI THRU 5010-EXIT
               GO TO 5100-EXIT
           END-IF

           IF KOUHO-HIKAKU-KEY < BILL-HIKAKU-KEY
               ADD 1 TO JOGAI-COUNT
               MOVE SPACE TO KESSON-MEISAI-LINE
               MOVE SK-KOUHO-NUM    TO KM-KOUHO-NUM
               MOVE SK-REGI-NUM     TO KM-REGI-NUM
               MOVE SK-OWNER-NAME   TO KM-OWNER-NAME
               MOVE SK-RYOUKIN-GAKU TO KM-RYOUKIN-GAKU
               MOVE SK-HAKKOU-DATE  TO KM-HAKKOU-DATE
               MOVE "請求なし除外" TO KM-KEKKA
               WRITE KESSON-MEISAI-LINE
               PERFORM 5020-KOUHO-YOMI THRU 5020-EXIT
               GO TO 5100-EXIT
           END-IF

           PERFORM 5110-KESSON-SHUTSURYOKU THRU 5110-EXIT
           PERFORM 5010-SEIKYUU-YOMI THRU 5010-EXIT
           PERFORM 5020-KOUHO-YOMI   THRU 5020-EXIT.
       5100-EXIT.
           EXIT.

      *    欠損処分1件（台帳への記録・年度別集計・明細行）
       5110-KESSON-SHUTSURYOKU.
           MOVE SB-HAKKOU-DATE  TO HAKKOU-DATE-8
           MOVE SB-RYOUKIN-GAKU TO SHUUKEI-KINGAKU
           PERFORM 6000-NENDO-SHUUKEI THRU 6000-EXIT

           MOVE SB-REGI-NUM     TO KN-REGI-NUM
           MOVE SB-OWNER-NAME   TO KN-OWNER-NAME
           MOVE SB-RYOUKIN-GAKU TO KN-RYOUKIN-GAKU
           MOVE SB-HAKKOU-DATE  TO KN-HAKKOU-DATE
           MOVE HAKKOU-NENDO    TO KN-HAKKOU-NENDO
           MOVE GYOUMU-DATE-8   TO KN-KESSON-DATE
           MOVE SHOUNIN-DATE    TO KN-SHOUNIN-DATE
           MOVE KESSON-RIYUU    TO KN-RIYUU-CODE
           WRITE KESSON-DAICHOU-RECORD

           ADD 1 TO KESSON-COUNT
           ADD SB-RYOUKIN-GAKU TO KESSON-KINGAKU

           MOVE SPACE TO KESSON-MEISAI-LINE
           MOVE SK-KOUHO-NUM    TO KM-KOUHO-NUM
           MOVE SB-REGI-NUM     TO KM-REGI-NUM
           MOVE SB-OWNER-NAME   TO KM-OWNER-NAME
           MOVE SB-RYOUKIN-GAKU TO KM-RYOUKIN-GAKU
           MOVE SB-HAKKOU-DATE  TO KM-HAKKOU-DATE
           MOVE HAKKOU-NENDO    TO KM-NENDO
           MOVE "欠損処分　　" TO KM-KEKKA
           WRITE KESSON-MEISAI-LINE.
       5110-EXIT.
           EXIT.


      *****************************************************************
      * 5200 繰越のBILRUIへの書き戻し
      *      処分しなかった請求だけを累積請求ファイルへ書き戻す。
      *      書き戻し件数が繰越件数と合わない場合は復帰コード12で
      *      打ち切る（入金消込の書き戻しと同じ扱い）
      *****************************************************************
       5200-KURIKOSHI-KAKIMODOSHI.
           OPEN INPUT BILL-KURIKOSHI
           IF NOT BILL-KURIKOSHI-OK
               DISPLAY "*** BILL-KURIKOSHI 書戻読込異常 STATUS=" ,
                       BILL-KURIKOSHI-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT BILLING-EXTRACT
           IF NOT BILLING-EXTRACT-OK
               DISPLAY "*** BILRUI 書戻開始異常 STATUS=" ,
                       BILLING-EXTRACT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "N" TO KURIKOSHI-EOF-SWITCH.
           PERFORM 5210-KAKIMODOSHI-1KEN THRU 5210-EXIT
               UNTIL KURIKOSHI-IS-EOF.

           CLOSE BILL-KURIKOSHI.
           CLOSE BILLING-EXTRACT.

           IF KAKIMODOSHI-COUNT NOT = KURIKOSHI-COUNT
               DISPLAY "*** 繰越書戻件数不一致" ,
                       " 繰越=" KURIKOSHI-COUNT ,
                       " 書戻=" KAKIMODOSHI-COUNT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       5200-EXIT.
           EXIT.

       5210-KAKIMODOSHI-1KEN.
           READ BILL-KURIKOSHI
               AT END
                   SET KURIKOSHI-IS-EOF TO TRUE
                   GO TO 5210-EXIT
           END-READ
           MOVE BILL-KURIKOSHI-RECORD TO BILL-EXTRACT-RECORD
           WRITE BILL-EXTRACT-RECORD
           ADD 1 TO KAKIMODOSHI-COUNT.
       5210-EXIT.
           EXIT.


      *****************************************************************
      * 6000 発行年度別の集計（HAKKOU-DATE-8・SHUUKEI-KINGAKU→表）
      *      発行年度（4月始まり）を求め、業務日付の年度からの差で
      *      表の位置を決める
      *****************************************************************
       6000-NENDO-SHUUKEI.
           IF HAKKOU-MONTH < 4
               COMPUTE HAKKOU-NENDO = HAKKOU-YEAR - 1
           ELSE
               MOVE HAKKOU-YEAR TO HAKKOU-NENDO
           END-IF

           IF HAKKOU-NENDO > GYOUMU-NENDO
               MOVE 1 TO NENDO-SOEJI
           ELSE
               COMPUTE NENDO-SA = GYOUMU-NENDO - HAKKOU-NENDO
               IF NENDO-SA > 49
                   MOVE 50 TO NENDO-SOEJI
               ELSE
                   COMPUTE NENDO-SOEJI = NENDO-SA + 1
               END-IF
           END-IF

           ADD 1 TO NS-KENSUU (NENDO-SOEJI)
           ADD SHUUKEI-KINGAKU TO NS-KINGAKU (NENDO-SOEJI).
       6000-EXIT.
           EXIT.


      *****************************************************************
      * 7000 発行年度別集計の印字（古い年度から順に。件数0の年度は
      *      印字しない）
      *****************************************************************
       7000-NENDO-INJI.
           MOVE SPACE TO KESSON-TITLE-LINE.
           MOVE "【発行年度別集計】" TO KT-TITLE.
           WRITE KESSON-TITLE-LINE.

           MOVE 50 TO NENDO-SOEJI.
           PERFORM 7010-NENDO-1GYOU THRU 7010-EXIT
               UNTIL NENDO-SOEJI = 0.
       7000-EXIT.
           EXIT.

       7010-NENDO-1GYOU.
           IF NS-KENSUU (NENDO-SOEJI) > 0
               PERFORM 7020-NENDO-GYOU-INJI THRU 7020-EXIT
           END-IF
           SUBTRACT 1 FROM NENDO-SOEJI.
       7010-EXIT.
           EXIT.

       7020-NENDO-GYOU-INJI.
           MOVE SPACE TO KESSON-NENDO-LINE
           MOVE "発行年度：" TO KY-LABEL
           COMPUTE KY-NENDO = GYOUMU-NENDO - NENDO-SOEJI + 1
           IF NENDO-SOEJI = 50
               MOVE "以前" TO KY-IZEN
           END-IF
           MOVE NS-KENSUU (NENDO-SOEJI)  TO KY-KENSUU
           MOVE NS-KINGAKU (NENDO-SOEJI) TO KY-KINGAKU
           MOVE "円" TO KY-EN
           WRITE KESSON-NENDO-LINE.
       7020-EXIT.
           EXIT.


      *****************************************************************
      * 9000 終了処理（集計の印字と結果の表示）
      *      候補抽出は課長決裁欄を、欠損確定は運行管理の正常終了を
      *      記録する
      *****************************************************************
       9000-SHUURYOU-SHORI.
           PERFORM 7000-NENDO-INJI THRU 7000-EXIT

           MOVE SPACE TO KESSON-GOUKEI-LINE.
           MOVE "請求件数　　：" TO KG-LABEL.
           MOVE SEIKYUU-COUNT TO KG-KENSUU.
           WRITE KESSON-GOUKEI-LINE.

           MOVE SPACE TO KESSON-GOUKEI-LINE.
           MOVE "処分候補　　：" TO KG-LABEL.
           MOVE KOUHO-COUNT TO KG-KENSUU.
           MOVE KOUHO-KINGAKU TO KG-KINGAKU.
           MOVE "円" TO KG-EN.
           WRITE KESSON-GOUKEI-LINE.

           MOVE SPACE TO KESSON-HIZUKE-LINE.
           MOVE "時効基準日　：" TO KD-LABEL.
           MOVE KIJUN-YEAR  TO KD-YEAR.
           MOVE KIJUN-MONTH TO KD-MONTH.
           MOVE KIJUN-DAY   TO KD-DAY.
           MOVE "/" TO KD-SLASH1.
           MOVE "/" TO KD-SLASH2.
           WRITE KESSON-HIZUKE-LINE.

           IF KOUHO-CHUUSHUTSU
               MOVE SPACE TO KESSON-KESSAI-LINE
               MOVE "決裁　課長［　　　］　係長"
                   TO KS-KESSAI-1
               MOVE "［　　　］　担当［　　　］"
                   TO KS-KESSAI-2
               WRITE KESSON-KESSAI-LINE
               CLOSE KESSON-PRINT
           ELSE
               PERFORM 9100-KAKUTEI-GOUKEI THRU 9100-EXIT
           END-IF

           DISPLAY "--- 不納欠損処理結果 ---".
           DISPLAY "処理区分　　：" SHORI-KUBUN.
           DISPLAY "時効基準日　：" KIJUN-DATE-8.
           DISPLAY "請求件数　　：" SEIKYUU-COUNT.
           DISPLAY "処分候補　　：" KOUHO-COUNT.
           IF KESSON-KAKUTEI
               DISPLAY "欠損処分　　：" KESSON-COUNT
               DISPLAY "未決裁　　　：" MISHOUNIN-COUNT
               DISPLAY "除外　　　　：" JOGAI-COUNT
               DISPLAY "繰越　　　　：" KURIKOSHI-COUNT
           END-IF.
       9000-EXIT.
           EXIT.


      *****************************************************************
      * 9100 欠損確定の集計の印字と運行管理の正常終了記録
      *****************************************************************
       9100-KAKUTEI-GOUKEI.
           MOVE SPACE TO KESSON-GOUKEI-LINE.
           MOVE "欠損処分　　：" TO KG-LABEL.
           MOVE KESSON-COUNT TO KG-KENSUU.
           MOVE KESSON-KINGAKU TO KG-KINGAKU.
           MOVE "円" TO KG-EN.
           WRITE KESSON-GOUKEI-LINE.

           MOVE SPACE TO KESSON-GOUKEI-LINE.
           MOVE "未決裁　　　：" TO KG-LABEL.
           MOVE MISHOUNIN-COUNT TO KG-KENSUU.
           WRITE KESSON-GOUKEI-LINE.

           MOVE SPACE TO KESSON-GOUKEI-LINE.
           MOVE "除外　　　　：" TO KG-LABEL.
           MOVE JOGAI-COUNT TO KG-KENSUU.
           WRITE KESSON-GOUKEI-LINE.

           MOVE SPACE TO KESSON-GOUKEI-LINE.
           MOVE "繰越　　　　：" TO KG-LABEL.
           MOVE KURIKOSHI-COUNT TO KG-KENSUU.
           WRITE KESSON-GOUKEI-LINE.

           MOVE SPACE TO KESSON-HIZUKE-LINE.
           MOVE "決裁日　　　：" TO KD-LABEL.
           MOVE SHOUNIN-YEAR  TO KD-YEAR.
           MOVE SHOUNIN-MONTH TO KD-MONTH.
           MOVE SHOUNIN-DAY   TO KD-DAY.
           MOVE "/" TO KD-SLASH1.
           MOVE "/" TO KD-SLASH2.
           WRITE KESSON-HIZUKE-LINE.

           CLOSE KESSON-PRINT.
           PERFORM 9800-RUNCTL-KANRYOU THRU 9800-EXIT.
       9100-EXIT.
           EXIT.


      *****************************************************************
      * 9800 運行管理の正常終了記録
      *      状態を完了（"2"）へ進め、処理件数を残す
      *****************************************************************
       9800-RUNCTL-KANRYOU.
           PERFORM 1990-RUNCTL-OPEN THRU 1990-EXIT
           MOVE RUNCTL-JIBUN-NAME TO RC-PROGRAM-NAME
           MOVE GYOUMU-DATE-8     TO RC-GYOUMU-DATE
           READ RUN-CONTROL
               INVALID KEY
                   DISPLAY "*** 運行管理の開始記録なし"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE "2" TO RC-STATUS
           MOVE KESSON-COUNT TO RC-SHORI-COUNT
           REWRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL.
       9800-EXIT.
           EXIT.
