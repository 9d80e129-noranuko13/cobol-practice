      *** 見出し部
       IDENTIFICATION  DIVISION.

      * プログラム名
       PROGRAM-ID.     SOUISEI.

      * 変更履歴
      *   2026/10/15  新規作成（金額相違の精算。入金消込（SHIHARAI）
      *               が消込済請求ファイルBILKESIへ金額相違（"2"）の
      *               まま移した請求のうち未精算のものを読み、不足分
      *               は差額の追加請求を累積請求ファイルBILRUIへ追記
      *               して督促（TOKUSOKP）の対象に戻し、過払分は飼主
      *               マスタの現住所を宛名に財務係向けの還付通知書を
      *               印刷する。精算した明細には精算区分・精算日を
      *               立ててBILKESIへ書き戻し、二度目の精算を防ぐ。
      *               入金消込の後に実行する）


      *** 環境部
       ENVIRONMENT     DIVISION.

       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
      *    消込済請求ファイル（精算対象の金額相違を含む。精算区分を
      *    立てた内容を終了時に書き戻す）
           SELECT BILL-KESHIKOMI   ASSIGN TO "BILKESI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BILL-KESHIKOMI-STATUS.

      *    消込済請求の書き戻し用作業ファイル（全件を精算区分付きで
      *    書き出し、終了時にBILKESIへ書き戻す）
           SELECT KESHIKOMI-WORK   ASSIGN TO "BILKSWK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS KESHIKOMI-WORK-STATUS.

      *    累積請求ファイル（不足分の追加請求を追記する。翌日以降の
      *    入金消込・督促の対象になる）
           SELECT BILLING-RUISEKI  ASSIGN TO "BILRUI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BILLING-RUISEKI-STATUS.

      *    犬登録マスタ（索引編成。還付先の飼主番号の照会元）
           SELECT DOG-MASTER       ASSIGN TO "DOGMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS
                   REGI-NUM IN DOG-MASTER-RECORD
               ALTERNATE RECORD KEY IS
                   FURIGANA IN DOG-MASTER-RECORD
                   WITH DUPLICATES
               FILE STATUS IS DOG-MASTER-STATUS.

      *    飼主マスタ（索引編成。還付先の現住所の照会元）
           SELECT OWNER-MASTER     ASSIGN TO "OWNMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OW-OWNER-NUM
               FILE STATUS IS OWNER-MASTER-STATUS.

      *    還付通知書の印刷ファイル（財務係向け）
           SELECT KANPU-PRINT      ASSIGN TO "KANPPRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS KANPU-PRINT-STATUS.

      *    相違精算一覧の印刷ファイル
           SELECT SEISAN-PRINT     ASSIGN TO "SOUIRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SEISAN-PRINT-STATUS.

      *    運行管理マスタ（索引編成。二重実行・順序違反の防止）
           SELECT RUN-CONTROL      ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS RUN-CONTROL-STATUS.


      *** データ部
       DATA            DIVISION.

      ** ファイル section
       FILE            SECTION.

       FD  BILL-KESHIKOMI
           LABEL RECORDS ARE STANDARD.
           COPY DOGKES.

      *    作業レコード（項目構成はDOGKES.CPYと同一。項目名の重複を
      *    避けるため接頭辞をKW-へ置き換えて取り込む）
       FD  KESHIKOMI-WORK
           LABEL RECORDS ARE STANDARD.
           COPY DOGKES REPLACING ==BILL-KESHIKOMI-RECORD==
                             BY  ==KESHIKOMI-WORK-RECORD==
                       LEADING ==KE== BY ==KW==.

       FD  BILLING-RUISEKI
           LABEL RECORDS ARE STANDARD.
           COPY DOGBILL.

       FD  DOG-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY DOGMST.

       FD  OWNER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY DOGOWN.

       FD  RUN-CONTROL
           LABEL RECORDS ARE STANDARD.
           COPY DOGRUN.

      *    還付通知書（複数の行レイアウトを同一バッファで使い分ける）
       FD  KANPU-PRINT
           LABEL RECORDS ARE OMITTED.
       01  KANPU-ADDR-LINE.
           03 FILLER               PIC X(05).
           03 KA-OWNER-ADDR         PIC  N(40).
           03 FILLER                PIC X(15).
       01  KANPU-ATESAKI-LINE.
           03 FILLER               PIC X(05).
           03 KS-OWNER-NAME         PIC  N(20).
           03 KS-KEISHOU            PIC  N(02).
           03 FILLER                PIC X(36).
       01  KANPU-TITLE-LINE.
           03 FILLER               PIC X(20).
           03 KT-TITLE              PIC  N(14).
           03 FILLER                PIC X(52).
       01  KANPU-REGI-LINE.
           03 FILLER               PIC X(10).
           03 KR-LABEL              PIC  N(08).
           03 KR-REGI-NUM           PIC 9(06).
           03 FILLER                PIC X(60).
       01  KANPU-KINGAKU-LINE.
           03 FILLER               PIC X(10).
           03 KK-LABEL              PIC  N(08).
           03 KK-KINGAKU            PIC 9(05).
           03 KK-EN                 PIC  N(01).
           03 FILLER                PIC X(59).
       01  KANPU-DATE-LINE.
           03 FILLER               PIC X(10).
           03 KD-LABEL              PIC  N(08).
           03 KD-YEAR               PIC 9999.
           03 KD-SLASH1             PIC X(01).
           03 KD-MONTH              PIC 99.
           03 KD-SLASH2             PIC X(01).
           03 KD-DAY                PIC 99.
           03 FILLER                PIC X(60).
       01  KANPU-ONEGAI-LINE.
           03 FILLER               PIC X(10).
           03 KN-MESSAGE            PIC  N(24).
           03 FILLER                PIC X(42).
       01  KANPU-KUGIRI-LINE.
           03 KKG-KUGIRI            PIC X(40).
           03 FILLER                PIC X(40).

      *    相違精算一覧（複数の行レイアウトを同一バッファで使い分ける）
       FD  SEISAN-PRINT
           LABEL RECORDS ARE OMITTED.
       01  SEISAN-TITLE-LINE.
           03 FILLER               PIC X(10).
           03 SE-TITLE              PIC  N(12).
           03 SE-YEAR               PIC 9999.
           03 SE-SLASH1             PIC X(01).
           03 SE-MONTH              PIC 99.
           03 SE-SLASH2             PIC X(01).
           03 SE-DAY                PIC 99.
           03 FILLER                PIC X(56).
       01  SEISAN-MEISAI-LINE.
           03 FILLER               PIC X(02).
           03 SS-REGI-NUM           PIC 9(06).
           03 FILLER                PIC X(02).
           03 SS-OWNER-NAME         PIC  N(20).
           03 FILLER                PIC X(02).
           03 SS-SEIKYUU-GAKU       PIC 9(05).
           03 FILLER                PIC X(02).
           03 SS-NYUUKIN-GAKU       PIC 9(05).
           03 FILLER                PIC X(02).
           03 SS-SAGAKU             PIC 9(05).
           03 FILLER                PIC X(02).
           03 SS-KUBUN              PIC  N(04).
           03 FILLER                PIC X(10).
       01  SEISAN-GOUKEI-LINE.
           03 FILLER               PIC X(04).
           03 SG-LABEL              PIC  N(10).
           03 SG-KENSUU             PIC 9(08).
           03 FILLER                PIC X(02).
           03 SG-KINGAKU            PIC 9(09).
           03 SG-EN                 PIC  N(01).
           03 FILLER                PIC X(55).


      ** 作業場所節
       WORKING-STORAGE SECTION.
      * ファイル状態コード
       01 BILL-KESHIKOMI-STATUS    PIC X(02).
           88 BILL-KESHIKOMI-OK        VALUE "00".

       01 KESHIKOMI-WORK-STATUS    PIC X(02).
           88 KESHIKOMI-WORK-OK        VALUE "00".

       01 BILLING-RUISEKI-STATUS   PIC X(02).
           88 BILLING-RUISEKI-OK       VALUE "00".
           88 BILLING-RUISEKI-NASHI    VALUE "35".

       01 DOG-MASTER-STATUS        PIC X(02).
           88 DOG-MASTER-OK            VALUE "00".
           88 DOG-MASTER-NOTFOUND      VALUE "23".

       01 OWNER-MASTER-STATUS      PIC X(02).
           88 OWNER-MASTER-OK          VALUE "00".
           88 OWNER-MASTER-NOTFOUND    VALUE "23".
           88 OWNER-MASTER-FILE-NASHI  VALUE "35".

       01 KANPU-PRINT-STATUS       PIC X(02).
           88 KANPU-PRINT-OK           VALUE "00".

       01 SEISAN-PRINT-STATUS      PIC X(02).
           88 SEISAN-PRINT-OK          VALUE "00".

       01 RUN-CONTROL-STATUS       PIC X(02).
           88 RUN-CONTROL-OK           VALUE "00".
           88 RUN-CONTROL-NASHI        VALUE "35".

      * 運行管理（自プログラム名と前工程名）
       01 RUNCTL-JIBUN-NAME        PIC X(8) VALUE "SOUISEI".
       01 RUNCTL-ZENKOUTEI-NAME    PIC X(8) VALUE "SHIHARAI".

      *   運行管理の自レコード存在スイッチ
       01 RUNCTL-ARI-SWITCH        PIC X(01).
           88 RUNCTL-ARI               VALUE "Y".

      * スイッチ類
       01 KESHIKOMI-EOF-SWITCH     PIC X(01) VALUE "N".
           88 KESHIKOMI-IS-EOF         VALUE "Y".

       01 WORK-EOF-SWITCH          PIC X(01) VALUE "N".
           88 WORK-IS-EOF              VALUE "Y".

      *   飼主マスタなしスイッチ（ファイル未作成の場合は犬レコードの
      *   OWNER-INFOの写しを宛名に使う）
       01 OWNMST-NASHI-SWITCH      PIC X(01) VALUE "N".
           88 OWNMST-NASHI             VALUE "Y".

      *   宛先判明スイッチ（還付1件ごとに立て直す）
       01 ATESAKI-ARI-SWITCH       PIC X(01).
           88 ATESAKI-ARI              VALUE "Y".

      * 件数・金額
       01 YOMI-COUNT               PIC 9(8) VALUE 0.
       01 SOUI-COUNT               PIC 9(8) VALUE 0.
       01 SEISAN-ZUMI-COUNT        PIC 9(8) VALUE 0.
       01 TSUIKA-COUNT             PIC 9(8) VALUE 0.
       01 KANPU-COUNT              PIC 9(8) VALUE 0.
       01 SAGAKU-NASHI-COUNT       PIC 9(8) VALUE 0.
       01 ATESAKI-FUMEI-COUNT      PIC 9(8) VALUE 0.
       01 KAKIDASHI-COUNT          PIC 9(8) VALUE 0.
       01 KAKIMODOSHI-COUNT        PIC 9(8) VALUE 0.
       01 TSUIKA-KINGAKU           PIC 9(9) VALUE 0.
       01 KANPU-KINGAKU            PIC 9(9) VALUE 0.

      * 差額（請求額－入金額。正＝不足、負＝過払）
       01 SAGAKU                   PIC S9(5).
       01 SAGAKU-ZETTAI            PIC 9(5).

      * 宛名の作業領域（飼主マスタの現住所。未登録時は犬レコードの写し）
       01 ATESAKI-OWNER-NAME       PIC  N(20).
       01 ATESAKI-OWNER-ADDR       PIC  N(40).

      * 入金日の分解（還付通知書への印字用）
       01 NYUUKIN-DATE-8           PIC 9(8).
       01 NYUUKIN-DATE-BUNKAI REDEFINES NYUUKIN-DATE-8.
           03 NYUUKIN-YEAR          PIC 9(4).
           03 NYUUKIN-MONTH         PIC 9(2).
           03 NYUUKIN-DAY           PIC 9(2).

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
           PERFORM 4000-SEISAN-SHORI       THRU 4000-EXIT
           PERFORM 9000-SHUURYOU-SHORI     THRU 9000-EXIT
           STOP   RUN.


      *****************************************************************
      * 1000 初期処理（業務日付の取得とファイルの開始）
      *****************************************************************
       1000-SHOKI-SHORI.
           ACCEPT GYOUMU-DATE-8 FROM DATE YYYYMMDD.

           PERFORM 1900-RUNCTL-KAISHI THRU 1900-EXIT

           OPEN INPUT BILL-KESHIKOMI
           IF NOT BILL-KESHIKOMI-OK
               DISPLAY "*** BILL-KESHIKOMI 開始時異常 STATUS=" ,
                       BILL-KESHIKOMI-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT KESHIKOMI-WORK
           IF NOT KESHIKOMI-WORK-OK
               DISPLAY "*** KESHIKOMI-WORK 開始時異常 STATUS=" ,
                       KESHIKOMI-WORK-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

      *    追加請求は未消込の請求に追記する（累積請求が未作成の場合
      *    （STATUS=35）はOUTPUTで新規作成する。BILAPNDと同じ扱い）
           OPEN EXTEND BILLING-RUISEKI
           IF BILLING-RUISEKI-NASHI
               OPEN OUTPUT BILLING-RUISEKI
           END-IF
           IF NOT BILLING-RUISEKI-OK
               DISPLAY "*** BILLING-RUISEKI 開始時異常 STATUS=" ,
                       BILLING-RUISEKI-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT DOG-MASTER
           IF NOT DOG-MASTER-OK
               DISPLAY "*** DOG-MASTER 開始時異常 STATUS=" ,
                       DOG-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

      *    飼主マスタが未作成の場合は犬レコードの写しを宛名に使う
           OPEN INPUT OWNER-MASTER
           IF OWNER-MASTER-FILE-NASHI
               SET OWNMST-NASHI TO TRUE
           ELSE
               IF NOT OWNER-MASTER-OK
                   DISPLAY "*** OWNER-MASTER 開始時異常 STATUS=" ,
                           OWNER-MASTER-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT KANPU-PRINT
           IF NOT KANPU-PRINT-OK
               DISPLAY "*** KANPU-PRINT 開始時異常 STATUS=" ,
                       KANPU-PRINT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT SEISAN-PRINT
           IF NOT SEISAN-PRINT-OK
               DISPLAY "*** SEISAN-PRINT 開始時異常 STATUS=" ,
                       SEISAN-PRINT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

      *    相違精算一覧の見出し
           MOVE SPACE TO SEISAN-TITLE-LINE.
           MOVE "金額相違精算一覧" TO SE-TITLE.
           MOVE GYOUMU-YEAR  TO SE-YEAR.
           MOVE GYOUMU-MONTH TO SE-MONTH.
           MOVE GYOUMU-DAY   TO SE-DAY.
           MOVE "/" TO SE-SLASH1.
           MOVE "/" TO SE-SLASH2.
           WRITE SEISAN-TITLE-LINE.
       1000-EXIT.
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
      * 4000 消込済請求の主ループ
      *      全件を作業ファイルへ書き出し、未精算の金額相違だけを
      *      精算して精算区分・精算日を立てる（一致分・精算済みは
      *      そのまま写す）
      *****************************************************************
       4000-SEISAN-SHORI.
           MOVE "N" TO KESHIKOMI-EOF-SWITCH.
           PERFORM 4100-KESHIKOMI-1KEN THRU 4100-EXIT
               UNTIL KESHIKOMI-IS-EOF.
       4000-EXIT.
           EXIT.

       4100-KESHIKOMI-1KEN.
           READ BILL-KESHIKOMI
               AT END
                   SET KESHIKOMI-IS-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ

           ADD 1 TO YOMI-COUNT
           IF KE-SOUI
               PERFORM 4110-SEISAN-HANTEI THRU 4110-EXIT
           END-IF

      *    作業ファイルへの書き出し（精算区分を立てた内容を含む）
           MOVE BILL-KESHIKOMI-RECORD TO KESHIKOMI-WORK-RECORD
           WRITE KESHIKOMI-WORK-RECORD
           ADD 1 TO KAKIDASHI-COUNT.
       4100-EXIT.
           EXIT.

      *    金額相違1件の精算（精算済みは数えるだけ）
       4110-SEISAN-HANTEI.
           ADD 1 TO SOUI-COUNT
           IF KE-SEISAN-ZUMI
               ADD 1 TO SEISAN-ZUMI-COUNT
               GO TO 4110-EXIT
           END-IF

      *    差額の判定（正＝不足分の追加請求、負＝過払分の還付）
           COMPUTE SAGAKU = KE-RYOUKIN-GAKU - KE-NYUUKIN-GAKU
           IF SAGAKU > 0
               MOVE SAGAKU TO SAGAKU-ZETTAI
               PERFORM 4200-TSUIKA-SEIKYUU THRU 4200-EXIT
           ELSE
               IF SAGAKU < 0
                   COMPUTE SAGAKU-ZETTAI = 0 - SAGAKU
                   PERFORM 4300-KANPU-TSUUCHI THRU 4300-EXIT
               ELSE
      *            区分は相違だが金額が同じ（訂正入力等）。精算する
      *            差額がないため未精算のまま残し、運用へ知らせる
                   ADD 1 TO SAGAKU-NASHI-COUNT
                   DISPLAY "*** 相違区分で差額なし REGI-NUM=" ,
                           KE-REGI-NUM
               END-IF
           END-IF.
       4110-EXIT.
           EXIT.


      *****************************************************************
      * 4200 不足分の追加請求
      *      差額を発行日＝業務日付の新しい請求として累積請求へ追記
      *      する。翌日以降の入金消込で消し込まれ、入金がなければ
      *      発行日からの経過日数で督促（TOKUSOKP）の対象になる
      *****************************************************************
       4200-TSUIKA-SEIKYUU.
           MOVE KE-REGI-NUM    TO BX-REGI-NUM
           MOVE KE-OWNER-NAME  TO BX-OWNER-NAME
           MOVE SAGAKU-ZETTAI  TO BX-RYOUKIN-GAKU
           MOVE GYOUMU-DATE-8  TO BX-HAKKOU-DATE
           WRITE BILL-EXTRACT-RECORD

           ADD 1 TO TSUIKA-COUNT
           ADD SAGAKU-ZETTAI TO TSUIKA-KINGAKU
           MOVE "1" TO KE-SEISAN-KUBUN
           MOVE GYOUMU-DATE-8 TO KE-SEISAN-DATE

           PERFORM 7100-ICHIRAN-INJI THRU 7100-EXIT.
       4200-EXIT.
           EXIT.


      *****************************************************************
      * 4300 過払分の還付通知
      *      還付先の現住所を引いて還付通知書を印刷する。宛先が
      *      引けない場合も財務係が還付手続きを止めないよう、請求時
      *      の飼主氏名で印刷し件数を数えて表示する
      *****************************************************************
       4300-KANPU-TSUUCHI.
           PERFORM 4310-ATESAKI-SHOUKAI THRU 4310-EXIT
           IF NOT ATESAKI-ARI
               ADD 1 TO ATESAKI-FUMEI-COUNT
               DISPLAY "*** 還付先住所不明 REGI-NUM=" ,
                       KE-REGI-NUM
           END-IF

           PERFORM 7000-KANPU-INJI THRU 7000-EXIT

           ADD 1 TO KANPU-COUNT
           ADD SAGAKU-ZETTAI TO KANPU-KINGAKU
           MOVE "2" TO KE-SEISAN-KUBUN
           MOVE GYOUMU-DATE-8 TO KE-SEISAN-DATE

           PERFORM 7100-ICHIRAN-INJI THRU 7100-EXIT.
       4300-EXIT.
           EXIT.

      *    還付先の決定（犬登録マスタで飼主番号を引き、飼主マスタの
      *    現住所を正とする。飼主マスタなし・飼主番号0・未登録の
      *    場合は犬レコードのOWNER-INFOの写しを使う）
       4310-ATESAKI-SHOUKAI.
           MOVE "N" TO ATESAKI-ARI-SWITCH.
           MOVE KE-OWNER-NAME TO ATESAKI-OWNER-NAME.
           MOVE SPACE TO ATESAKI-OWNER-ADDR.

           MOVE KE-REGI-NUM TO REGI-NUM IN DOG-MASTER-RECORD
           READ DOG-MASTER
               INVALID KEY
                   IF DOG-MASTER-NOTFOUND
                       GO TO 4310-EXIT
                   ELSE
                       DISPLAY "*** マスタ読込異常" ,
                               " STATUS=" DOG-MASTER-STATUS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ
           SET ATESAKI-ARI TO TRUE
           MOVE OWNER-NAME IN DOG-MASTER-RECORD TO ATESAKI-OWNER-NAME
           MOVE OWNER-ADDR IN DOG-MASTER-RECORD TO ATESAKI-OWNER-ADDR

           IF OWNMST-NASHI OR OWNER-NUM IN DOG-MASTER-RECORD = 0
               GO TO 4310-EXIT
           END-IF
           MOVE OWNER-NUM IN DOG-MASTER-RECORD TO OW-OWNER-NUM
           READ OWNER-MASTER
               INVALID KEY
                   IF OWNER-MASTER-NOTFOUND
                       CONTINUE
                   ELSE
                       DISPLAY "*** 飼主マスタ読込異常" ,
                               " STATUS=" OWNER-MASTER-STATUS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               NOT INVALID KEY
                   MOVE OW-OWNER-NAME TO ATESAKI-OWNER-NAME
                   MOVE OW-OWNER-ADDR TO ATESAKI-OWNER-ADDR
           END-READ.
       4310-EXIT.
           EXIT.


      *****************************************************************
      * 7000 還付通知書1通分の印刷
      *      冒頭を郵送用の宛名ブロック（住所・飼主氏名）とし、
      *      窓あき封筒でそのまま発送できる形にする（督促状と同じ）
      *****************************************************************
       7000-KANPU-INJI.
           INITIALIZE KANPU-ADDR-LINE.
           MOVE ATESAKI-OWNER-ADDR TO KA-OWNER-ADDR.
           WRITE KANPU-ADDR-LINE.

           INITIALIZE KANPU-ATESAKI-LINE.
           MOVE ATESAKI-OWNER-NAME TO KS-OWNER-NAME.
           MOVE "様" TO KS-KEISHOU.
           WRITE KANPU-ATESAKI-LINE.

           INITIALIZE KANPU-TITLE-LINE.
           MOVE "還付通知書" TO KT-TITLE.
           WRITE KANPU-TITLE-LINE.

           INITIALIZE KANPU-REGI-LINE.
           MOVE "登録番号：" TO KR-LABEL.
           MOVE KE-REGI-NUM TO KR-REGI-NUM.
           WRITE KANPU-REGI-LINE.

           INITIALIZE KANPU-KINGAKU-LINE.
           MOVE "請求額　：" TO KK-LABEL.
           MOVE KE-RYOUKIN-GAKU TO KK-KINGAKU.
           MOVE "円" TO KK-EN.
           WRITE KANPU-KINGAKU-LINE.

           INITIALIZE KANPU-KINGAKU-LINE.
           MOVE "入金額　：" TO KK-LABEL.
           MOVE KE-NYUUKIN-GAKU TO KK-KINGAKU.
           MOVE "円" TO KK-EN.
           WRITE KANPU-KINGAKU-LINE.

           INITIALIZE KANPU-KINGAKU-LINE.
           MOVE "還付額　：" TO KK-LABEL.
           MOVE SAGAKU-ZETTAI TO KK-KINGAKU.
           MOVE "円" TO KK-EN.
           WRITE KANPU-KINGAKU-LINE.

           MOVE KE-NYUUKIN-DATE TO NYUUKIN-DATE-8.
           INITIALIZE KANPU-DATE-LINE.
           MOVE "入金日　：" TO KD-LABEL.
           MOVE NYUUKIN-YEAR  TO KD-YEAR.
           MOVE NYUUKIN-MONTH TO KD-MONTH.
           MOVE NYUUKIN-DAY   TO KD-DAY.
           MOVE "/" TO KD-SLASH1.
           MOVE "/" TO KD-SLASH2.
           WRITE KANPU-DATE-LINE.

           INITIALIZE KANPU-DATE-LINE.
           MOVE "発行日　：" TO KD-LABEL.
           MOVE GYOUMU-YEAR  TO KD-YEAR.
           MOVE GYOUMU-MONTH TO KD-MONTH.
           MOVE GYOUMU-DAY   TO KD-DAY.
           MOVE "/" TO KD-SLASH1.
           MOVE "/" TO KD-SLASH2.
           WRITE KANPU-DATE-LINE.

           MOVE SPACE TO KANPU-ONEGAI-LINE.
           MOVE "納め過ぎの登録料等を還付いたします"
               TO KN-MESSAGE.
           WRITE KANPU-ONEGAI-LINE.

           INITIALIZE KANPU-KUGIRI-LINE.
           MOVE ALL "-" TO KKG-KUGIRI.
           WRITE KANPU-KUGIRI-LINE.
       7000-EXIT.
           EXIT.


      *****************************************************************
      * 7100 相違精算一覧の明細1行
      *****************************************************************
       7100-ICHIRAN-INJI.
           MOVE SPACE TO SEISAN-MEISAI-LINE.
           MOVE KE-REGI-NUM     TO SS-REGI-NUM.
           MOVE KE-OWNER-NAME   TO SS-OWNER-NAME.
           MOVE KE-RYOUKIN-GAKU TO SS-SEIKYUU-GAKU.
           MOVE KE-NYUUKIN-GAKU TO SS-NYUUKIN-GAKU.
           MOVE SAGAKU-ZETTAI   TO SS-SAGAKU.
           IF KE-TSUIKA-SEIKYUU
               MOVE "追加請求" TO SS-KUBUN
           ELSE
               MOVE "還付　　" TO SS-KUBUN
           END-IF
           WRITE SEISAN-MEISAI-LINE.
       7100-EXIT.
           EXIT.


      *****************************************************************
      * 9000 終了処理（集計の印字・BILKESIの書き戻し・結果の表示）
      *****************************************************************
       9000-SHUURYOU-SHORI.
           MOVE SPACE TO SEISAN-GOUKEI-LINE.
           MOVE "追加請求　　：" TO SG-LABEL.
           MOVE TSUIKA-COUNT TO SG-KENSUU.
           MOVE TSUIKA-KINGAKU TO SG-KINGAKU.
           MOVE "円" TO SG-EN.
           WRITE SEISAN-GOUKEI-LINE.

           MOVE SPACE TO SEISAN-GOUKEI-LINE.
           MOVE "還付　　　　：" TO SG-LABEL.
           MOVE KANPU-COUNT TO SG-KENSUU.
           MOVE KANPU-KINGAKU TO SG-KINGAKU.
           MOVE "円" TO SG-EN.
           WRITE SEISAN-GOUKEI-LINE.

           MOVE SPACE TO SEISAN-GOUKEI-LINE.
           MOVE "還付先住所不明：" TO SG-LABEL.
           MOVE ATESAKI-FUMEI-COUNT TO SG-KENSUU.
           WRITE SEISAN-GOUKEI-LINE.

           MOVE SPACE TO SEISAN-GOUKEI-LINE.
           MOVE "差額なし　　：" TO SG-LABEL.
           MOVE SAGAKU-NASHI-COUNT TO SG-KENSUU.
           WRITE SEISAN-GOUKEI-LINE.

           MOVE SPACE TO SEISAN-GOUKEI-LINE.
           MOVE "精算済み　　：" TO SG-LABEL.
           MOVE SEISAN-ZUMI-COUNT TO SG-KENSUU.
           WRITE SEISAN-GOUKEI-LINE.

           CLOSE BILL-KESHIKOMI.
           CLOSE KESHIKOMI-WORK.
           CLOSE BILLING-RUISEKI.
           CLOSE DOG-MASTER.
           IF NOT OWNMST-NASHI
               CLOSE OWNER-MASTER
           END-IF
           CLOSE KANPU-PRINT.
           CLOSE SEISAN-PRINT.

           PERFORM 9200-KESHIKOMI-KAKIMODOSHI THRU 9200-EXIT
           PERFORM 9800-RUNCTL-KANRYOU THRU 9800-EXIT

           DISPLAY "--- 金額相違精算結果 ---".
           DISPLAY "消込済件数　：" YOMI-COUNT.
           DISPLAY "金額相違　　：" SOUI-COUNT.
           DISPLAY "追加請求　　：" TSUIKA-COUNT.
           DISPLAY "還付　　　　：" KANPU-COUNT.
           DISPLAY "住所不明　　：" ATESAKI-FUMEI-COUNT.
           DISPLAY "差額なし　　：" SAGAKU-NASHI-COUNT.
           DISPLAY "精算済み　　：" SEISAN-ZUMI-COUNT.
       9000-EXIT.
           EXIT.


      *****************************************************************
      * 9200 作業ファイルのBILKESIへの書き戻し
      *      精算区分を立てた内容で消込済請求ファイルを作り直す。
      *      書き戻し件数が書き出し件数と合わない場合は復帰コード12
      *      で打ち切る（運行管理は状態"1"のまま残り、正常終了扱い
      *      にならない。入金消込の繰越書き戻しと同じ考え方）
      *****************************************************************
       9200-KESHIKOMI-KAKIMODOSHI.
           OPEN INPUT KESHIKOMI-WORK
           IF NOT KESHIKOMI-WORK-OK
               DISPLAY "*** KESHIKOMI-WORK 書戻読込異常 STATUS=" ,
                       KESHIKOMI-WORK-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT BILL-KESHIKOMI
           IF NOT BILL-KESHIKOMI-OK
               DISPLAY "*** BILKESI 書戻開始異常 STATUS=" ,
                       BILL-KESHIKOMI-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "N" TO WORK-EOF-SWITCH.
           PERFORM 9210-KAKIMODOSHI-1KEN THRU 9210-EXIT
               UNTIL WORK-IS-EOF.

           CLOSE KESHIKOMI-WORK.
           CLOSE BILL-KESHIKOMI.

           IF KAKIMODOSHI-COUNT NOT = KAKIDASHI-COUNT
               DISPLAY "*** 消込済書戻件数不一致" ,
                       " 書出=" KAKIDASHI-COUNT ,
                       " 書戻=" KAKIMODOSHI-COUNT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       9200-EXIT.
           EXIT.

       9210-KAKIMODOSHI-1KEN.
           READ KESHIKOMI-WORK
               AT END
                   SET WORK-IS-EOF TO TRUE
                   GO TO 9210-EXIT
           END-READ
           MOVE KESHIKOMI-WORK-RECORD TO BILL-KESHIKOMI-RECORD
           WRITE BILL-KESHIKOMI-RECORD
           ADD 1 TO KAKIMODOSHI-COUNT.
       9210-EXIT.
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
           COMPUTE RC-SHORI-COUNT = TSUIKA-COUNT + KANPU-COUNT
           REWRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL.
       9800-EXIT.
           EXIT.
