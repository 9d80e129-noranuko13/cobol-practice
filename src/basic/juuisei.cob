      *** 見出し部
       IDENTIFICATION  DIVISION.

      * プログラム名
       PROGRAM-ID.     JUUISEI.

      * 変更履歴
      *   2026/10/15  新規作成（動物病院別月次精算。注射済票交付台帳
      *               から前月に受け付けた接種届出を病院コード順に
      *               整列し、動物病院ごとに接種登録件数、市に代わって
      *               収納した注射済票交付手数料、委託病院へ支払う
      *               取扱手数料を集計して精算表を印刷する。財務は
      *               この精算表で病院への支払いを行う）


      *** 環境部
       ENVIRONMENT     DIVISION.

       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
      *    注射済票交付台帳（索引編成。全件を順読みする）
           SELECT SHOUMEI-DAICHOU  ASSIGN TO "SHOMDAI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SD-KEY
               FILE STATUS IS SHOUMEI-DAICHOU-STATUS.

      *    動物病院マスタ（索引編成。病院名・委託区分を引く）
           SELECT JUUI-MASTER      ASSIGN TO "JUUIMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JU-BYOUIN-CODE
               FILE STATUS IS JUUI-MASTER-STATUS.

      *    料金パラメタ（注射済票交付手数料・取扱手数料）
           SELECT FEE-PARAM        ASSIGN TO "FEEPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FEE-PARAM-STATUS.

      *    精算表の印刷ファイル
           SELECT SEISAN-PRINT     ASSIGN TO "JUUSRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SEISAN-PRINT-STATUS.

      *    整列（SORT文）の作業用ファイル
           SELECT SHOUMEI-SORT-WORK ASSIGN TO "JSSRTWK".


      *** データ部
       DATA            DIVISION.

      ** ファイル section
       FILE            SECTION.

       FD  SHOUMEI-DAICHOU
           LABEL RECORDS ARE STANDARD.
           COPY DOGSHD.

       FD  JUUI-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY DOGJUI.

       FD  FEE-PARAM
           LABEL RECORDS ARE STANDARD.
           COPY DOGFEE.

      *    整列の作業用レコード（項目構成は注射済票交付台帳と同一。
      *    項目名の重複を避けるため接頭辞を置き換えて取り込む）
       SD  SHOUMEI-SORT-WORK.
           COPY DOGSHD REPLACING ==SHOUMEI-DAICHOU-RECORD==
                             BY  ==SHOUMEI-SORT-RECORD==
                       LEADING ==SD== BY ==SW==.

      *    精算表（複数の行レイアウトを同一バッファで使い分ける）
       FD  SEISAN-PRINT
           LABEL RECORDS ARE OMITTED.
       01  SEISAN-TITLE-LINE.
           03 FILLER               PIC X(10).
           03 JT-TITLE              PIC  N(14).
           03 JT-YEAR               PIC 9999.
           03 JT-SLASH              PIC X(01).
           03 JT-MONTH              PIC 99.
           03 FILLER                PIC X(55).
       01  SEISAN-RYOURITSU-LINE.
           03 FILLER               PIC X(04).
           03 JR-LABEL-1            PIC  N(08).
           03 JR-SHOUMEI-RYOUKIN    PIC 9(05).
           03 JR-YEN-1              PIC  N(01).
           03 FILLER                PIC X(02).
           03 JR-LABEL-2            PIC  N(08).
           03 JR-ITAKU-TESUURYOU    PIC 9(05).
           03 JR-YEN-2              PIC  N(01).
           03 FILLER                PIC X(02).
           03 JR-LABEL-3            PIC  N(06).
           03 JR-YUUKOU-DATE        PIC 9(08).
           03 FILLER                PIC X(18).
       01  SEISAN-MIDASHI-LINE.
           03 FILLER               PIC X(02).
           03 JM-CODE-LABEL         PIC  N(03).
           03 FILLER                PIC X(03).
           03 JM-NAME-LABEL         PIC  N(20).
           03 FILLER                PIC X(02).
           03 JM-ITAKU-LABEL        PIC  N(02).
           03 FILLER                PIC X(01).
           03 JM-KENSUU-LABEL       PIC  N(04).
           03 FILLER                PIC X(01).
           03 JM-SHUUNOU-LABEL      PIC  N(06).
           03 FILLER                PIC X(01).
           03 JM-TESUURYOU-LABEL    PIC  N(06).
       01  SEISAN-MEISAI-LINE.
           03 FILLER               PIC X(02).
           03 JD-BYOUIN-CODE        PIC X(05).
           03 FILLER                PIC X(04).
           03 JD-BYOUIN-NAME        PIC  N(20).
           03 FILLER                PIC X(02).
           03 JD-ITAKU              PIC  N(02).
           03 FILLER                PIC X(01).
           03 JD-KENSUU             PIC 9(08).
           03 FILLER                PIC X(02).
           03 JD-SHUUNOU-GAKU       PIC 9(09).
           03 JD-YEN-1              PIC  N(01).
           03 FILLER                PIC X(02).
           03 JD-TESUURYOU-GAKU     PIC 9(09).
           03 JD-YEN-2              PIC  N(01).
       01  SEISAN-GOUKEI-LINE.
           03 FILLER               PIC X(11).
           03 JG-LABEL              PIC  N(20).
           03 FILLER                PIC X(07).
           03 JG-KENSUU             PIC 9(08).
           03 FILLER                PIC X(02).
           03 JG-SHUUNOU-GAKU       PIC 9(09).
           03 JG-YEN-1              PIC  N(01).
           03 FILLER                PIC X(02).
           03 JG-TESUURYOU-GAKU     PIC 9(09).
           03 JG-YEN-2              PIC  N(01).


      ** 作業場所節
       WORKING-STORAGE SECTION.
      * ファイル状態コード
       01 SHOUMEI-DAICHOU-STATUS   PIC X(02).
           88 SHOUMEI-DAICHOU-OK       VALUE "00".
           88 SHOUMEI-DAICHOU-NASHI    VALUE "35".

       01 JUUI-MASTER-STATUS       PIC X(02).
           88 JUUI-MASTER-OK           VALUE "00".
           88 JUUI-MASTER-NOTFOUND     VALUE "23".

       01 FEE-PARAM-STATUS         PIC X(02).
           88 FEE-PARAM-OK             VALUE "00".
           88 FEE-PARAM-NASHI          VALUE "35".

       01 SEISAN-PRINT-STATUS      PIC X(02).
           88 SEISAN-PRINT-OK          VALUE "00".

      * スイッチ類
       01 DAICHOU-EOF-SWITCH       PIC X(01) VALUE "N".
           88 DAICHOU-IS-EOF           VALUE "Y".

       01 SORT-EOF-SWITCH          PIC X(01) VALUE "N".
           88 SORT-IS-EOF              VALUE "Y".

       01 FEE-EOF-SWITCH           PIC X(01) VALUE "N".
           88 FEE-IS-EOF               VALUE "Y".

      *   注射済票交付台帳が未作成の場合に立てる（対象0件として
      *   見出しと合計だけを印字する）
       01 DAICHOU-NASHI-SWITCH     PIC X(01) VALUE "N".
           88 DAICHOU-NASHI            VALUE "Y".

      *   病院の最初の1件を示すスイッチ（病院の変わり目の判定用）
       01 SAISHO-SWITCH            PIC X(01) VALUE "Y".
           88 SAISHO                   VALUE "Y".

      * 業務日付と精算対象月（前月。YYYYMM）
       01 GYOUMU-DATE-8            PIC 9(8).
       01 GYOUMU-DATE-BUNKAI REDEFINES GYOUMU-DATE-8.
           03 GYOUMU-YEAR           PIC 9(4).
           03 GYOUMU-MONTH          PIC 9(2).
           03 GYOUMU-DAY            PIC 9(2).
       01 TAISHOU-YM               PIC 9(6).
       01 TAISHOU-YM-BUNKAI REDEFINES TAISHOU-YM.
           03 TAISHOU-YEAR          PIC 9(4).
           03 TAISHOU-MONTH         PIC 9(2).
      *   料率の採用基準日（対象月の末日。月末の日数に関係なく
      *   31日として比べる）
       01 TAISHOU-MATSU-DATE       PIC 9(8).

      * 採用した料率（料金パラメタ未作成の場合は内蔵の従来料率）
       01 TEKIYOU-YUUKOU-DATE      PIC 9(8) VALUE 0.
       01 SHOUMEI-RYOUKIN          PIC 9(5) VALUE 550.
       01 ITAKU-TESUURYOU          PIC 9(5) VALUE 0.

      * 病院ごとの集計
       01 ZENKAI-BYOUIN-CODE       PIC X(05).
       01 BYOUIN-KENSUU            PIC 9(8) VALUE 0.
       01 SHUUNOU-GAKU             PIC 9(9) VALUE 0.
       01 TESUURYOU-GAKU           PIC 9(9) VALUE 0.

      * 合計
       01 BYOUIN-COUNT             PIC 9(8) VALUE 0.
       01 GOUKEI-KENSUU            PIC 9(8) VALUE 0.
       01 GOUKEI-SHUUNOU-GAKU      PIC 9(9) VALUE 0.
       01 GOUKEI-TESUURYOU-GAKU    PIC 9(9) VALUE 0.


      *** 手続き部
       PROCEDURE       DIVISION.

       0000-MAINLINE.
           PERFORM 1000-SHOKI-SHORI        THRU 1000-EXIT
           PERFORM 1200-RYOUKIN-PARAM      THRU 1200-EXIT
           PERFORM 4000-SEISAN-SHORI       THRU 4000-EXIT
           PERFORM 9000-SHUURYOU-SHORI     THRU 9000-EXIT
           STOP   RUN.


      *****************************************************************
      * 1000 初期処理（業務日付・精算対象月の算出とファイルの開始）
      *      月初めに前月分を精算する
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
           COMPUTE TAISHOU-MATSU-DATE = TAISHOU-YM * 100 + 31

           OPEN INPUT SHOUMEI-DAICHOU
           IF SHOUMEI-DAICHOU-NASHI
               SET DAICHOU-NASHI TO TRUE
           ELSE
               IF NOT SHOUMEI-DAICHOU-OK
                   DISPLAY "*** SHOUMEI-DAICHOU 開始時異常" ,
                           " STATUS=" SHOUMEI-DAICHOU-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT JUUI-MASTER
           IF NOT JUUI-MASTER-OK
               DISPLAY "*** JUUI-MASTER 開始時異常 STATUS=" ,
                       JUUI-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT SEISAN-PRINT
           IF NOT SEISAN-PRINT-OK
               DISPLAY "*** SEISAN-PRINT 開始時異常 STATUS=" ,
                       SEISAN-PRINT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.


      *****************************************************************
      * 1200 料金パラメタの読込
      *      全件を読み、適用開始日が対象月の末日以前で最も新しい
      *      料率を採用する（登録バッチの1200と同じ選び方）。
      *      ファイル未作成の場合は内蔵の従来料率のまま動く
      *****************************************************************
       1200-RYOUKIN-PARAM.
           OPEN INPUT FEE-PARAM
           IF FEE-PARAM-NASHI
               GO TO 1200-EXIT
           END-IF
           IF NOT FEE-PARAM-OK
               DISPLAY "*** FEE-PARAM 開始時異常 STATUS=" ,
                       FEE-PARAM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO FEE-EOF-SWITCH.
           PERFORM 1210-PARAM-1KEN THRU 1210-EXIT
               UNTIL FEE-IS-EOF.
           CLOSE FEE-PARAM.
       1200-EXIT.
           EXIT.

       1210-PARAM-1KEN.
           READ FEE-PARAM
               AT END
                   SET FEE-IS-EOF TO TRUE
                   GO TO 1210-EXIT
           END-READ

           IF FE-YUUKOU-DATE > TAISHOU-MATSU-DATE
               GO TO 1210-EXIT
           END-IF
           IF FE-YUUKOU-DATE < TEKIYOU-YUUKOU-DATE
               GO TO 1210-EXIT
           END-IF

           MOVE FE-YUUKOU-DATE     TO TEKIYOU-YUUKOU-DATE
           MOVE FE-SHOUMEI-RYOUKIN TO SHOUMEI-RYOUKIN
           MOVE FE-ITAKU-TESUURYOU TO ITAKU-TESUURYOU.
       1210-EXIT.
           EXIT.


      *****************************************************************
      * 4000 対象月の届出の病院コード順ソートと病院別の印刷
      *****************************************************************
       4000-SEISAN-SHORI.
           PERFORM 7000-MIDASHI-INJI THRU 7000-EXIT
           SORT SHOUMEI-SORT-WORK
               ON ASCENDING KEY SW-BYOUIN-CODE
               ON ASCENDING KEY SW-KEY
               INPUT  PROCEDURE IS 4100-SORT-NYUURYOKU THRU 4100-EXIT
               OUTPUT PROCEDURE IS 4300-SORT-SHUTSURYOKU
                                   THRU 4300-EXIT.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * 4100 ソート入力（受付日が対象月の届出だけを渡す）
      *****************************************************************
       4100-SORT-NYUURYOKU.
           IF DAICHOU-NASHI
               GO TO 4100-EXIT
           END-IF
           MOVE "N" TO DAICHOU-EOF-SWITCH.
           PERFORM 4110-1KEN-SENTAKU THRU 4110-EXIT
               UNTIL DAICHOU-IS-EOF.
       4100-EXIT.
           EXIT.

       4110-1KEN-SENTAKU.
           READ SHOUMEI-DAICHOU NEXT RECORD
               AT END
                   SET DAICHOU-IS-EOF TO TRUE
                   GO TO 4110-EXIT
           END-READ

           IF SD-UKETSUKE-DATE (1:6) NOT = TAISHOU-YM
               GO TO 4110-EXIT
           END-IF

           MOVE SHOUMEI-DAICHOU-RECORD TO SHOUMEI-SORT-RECORD
           RELEASE SHOUMEI-SORT-RECORD.
       4110-EXIT.
           EXIT.

      *****************************************************************
      * 4300 ソート出力（病院の変わり目ごとに1行を印字する）
      *****************************************************************
       4300-SORT-SHUTSURYOKU.
           MOVE "N" TO SORT-EOF-SWITCH.
           MOVE "Y" TO SAISHO-SWITCH.
           PERFORM 4310-1KEN-SHUUKEI THRU 4310-EXIT
               UNTIL SORT-IS-EOF.

      *    最後の病院の行
           IF NOT SAISHO
               PERFORM 7100-BYOUIN-INJI THRU 7100-EXIT
           END-IF.
       4300-EXIT.
           EXIT.

       4310-1KEN-SHUUKEI.
           RETURN SHOUMEI-SORT-WORK
               AT END
                   SET SORT-IS-EOF TO TRUE
                   GO TO 4310-EXIT
           END-RETURN

           IF NOT SAISHO AND SW-BYOUIN-CODE NOT = ZENKAI-BYOUIN-CODE
               PERFORM 7100-BYOUIN-INJI THRU 7100-EXIT
           END-IF
           IF SAISHO OR SW-BYOUIN-CODE NOT = ZENKAI-BYOUIN-CODE
               MOVE SW-BYOUIN-CODE TO ZENKAI-BYOUIN-CODE
               MOVE 0 TO BYOUIN-KENSUU
           END-IF
           MOVE "N" TO SAISHO-SWITCH

           ADD 1 TO BYOUIN-KENSUU.
       4310-EXIT.
           EXIT.


      *****************************************************************
      * 7000 見出し・料率行の印刷
      *****************************************************************
       7000-MIDASHI-INJI.
           MOVE SPACE TO SEISAN-TITLE-LINE.
           MOVE "動物病院別注射済票精算表　" TO JT-TITLE.
           MOVE TAISHOU-YEAR  TO JT-YEAR.
           MOVE "/" TO JT-SLASH.
           MOVE TAISHOU-MONTH TO JT-MONTH.
           WRITE SEISAN-TITLE-LINE.

           MOVE SPACE TO SEISAN-RYOURITSU-LINE.
           MOVE "注射済票手数料：" TO JR-LABEL-1.
           MOVE SHOUMEI-RYOUKIN TO JR-SHOUMEI-RYOUKIN.
           MOVE "円" TO JR-YEN-1.
           MOVE "委託取扱手数料：" TO JR-LABEL-2.
           MOVE ITAKU-TESUURYOU TO JR-ITAKU-TESUURYOU.
           MOVE "円" TO JR-YEN-2.
           MOVE "適用開始日：" TO JR-LABEL-3.
           MOVE TEKIYOU-YUUKOU-DATE TO JR-YUUKOU-DATE.
           WRITE SEISAN-RYOURITSU-LINE.

           MOVE SPACE TO SEISAN-MIDASHI-LINE.
           MOVE "コード" TO JM-CODE-LABEL.
           MOVE "動物病院名" TO JM-NAME-LABEL.
           MOVE "委託" TO JM-ITAKU-LABEL.
           MOVE "接種件数" TO JM-KENSUU-LABEL.
           MOVE "収納手数料額" TO JM-SHUUNOU-LABEL.
           MOVE "取扱手数料額" TO JM-TESUURYOU-LABEL.
           WRITE SEISAN-MIDASHI-LINE.
       7000-EXIT.
           EXIT.


      *****************************************************************
      * 7100 病院1行分の印刷
      *      収納手数料額は接種件数×注射済票交付手数料（注射済票を
      *      交付した病院はすべて市に代わって収納している）、取扱
      *      手数料額は委託病院だけ接種件数×取扱手数料とする
      *      動物病院マスタから外れた病院は名称不明として取扱手数料
      *      を0で印字する
      *****************************************************************
       7100-BYOUIN-INJI.
           MOVE SPACE TO SEISAN-MEISAI-LINE.
           MOVE ZENKAI-BYOUIN-CODE TO JD-BYOUIN-CODE.

           COMPUTE SHUUNOU-GAKU = BYOUIN-KENSUU * SHOUMEI-RYOUKIN
           MOVE 0 TO TESUURYOU-GAKU

           MOVE ZENKAI-BYOUIN-CODE TO JU-BYOUIN-CODE
           READ JUUI-MASTER
               INVALID KEY
                   IF JUUI-MASTER-NOTFOUND
                       MOVE "（動物病院マスタなし）"
                           TO JD-BYOUIN-NAME
                   ELSE
                       DISPLAY "*** 動物病院マスタ読込異常" ,
                               " STATUS=" JUUI-MASTER-STATUS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               NOT INVALID KEY
                   MOVE JU-BYOUIN-NAME TO JD-BYOUIN-NAME
                   IF JU-ITAKU
                       MOVE "委託" TO JD-ITAKU
                       COMPUTE TESUURYOU-GAKU =
                               BYOUIN-KENSUU * ITAKU-TESUURYOU
                   END-IF
           END-READ

           MOVE BYOUIN-KENSUU  TO JD-KENSUU.
           MOVE SHUUNOU-GAKU   TO JD-SHUUNOU-GAKU.
           MOVE "円" TO JD-YEN-1.
           MOVE TESUURYOU-GAKU TO JD-TESUURYOU-GAKU.
           MOVE "円" TO JD-YEN-2.
           WRITE SEISAN-MEISAI-LINE.

           ADD 1              TO BYOUIN-COUNT.
           ADD BYOUIN-KENSUU  TO GOUKEI-KENSUU.
           ADD SHUUNOU-GAKU   TO GOUKEI-SHUUNOU-GAKU.
           ADD TESUURYOU-GAKU TO GOUKEI-TESUURYOU-GAKU.
       7100-EXIT.
           EXIT.


      *****************************************************************
      * 9000 終了処理（合計行の印刷・結果の表示とファイルの終了）
      *****************************************************************
       9000-SHUURYOU-SHORI.
           MOVE SPACE TO SEISAN-GOUKEI-LINE.
           MOVE "合計" TO JG-LABEL.
           MOVE GOUKEI-KENSUU         TO JG-KENSUU.
           MOVE GOUKEI-SHUUNOU-GAKU   TO JG-SHUUNOU-GAKU.
           MOVE "円" TO JG-YEN-1.
           MOVE GOUKEI-TESUURYOU-GAKU TO JG-TESUURYOU-GAKU.
           MOVE "円" TO JG-YEN-2.
           WRITE SEISAN-GOUKEI-LINE.

           IF NOT DAICHOU-NASHI
               CLOSE SHOUMEI-DAICHOU
           END-IF
           CLOSE JUUI-MASTER.
           CLOSE SEISAN-PRINT.

           DISPLAY "--- 動物病院別精算結果 ---".
           DISPLAY "対象年月　：" TAISHOU-YM.
           DISPLAY "病院数　　：" BYOUIN-COUNT.
           DISPLAY "接種件数　：" GOUKEI-KENSUU.
           DISPLAY "収納手数料：" GOUKEI-SHUUNOU-GAKU.
           DISPLAY "取扱手数料：" GOUKEI-TESUURYOU-GAKU.
       9000-EXIT.
           EXIT.
