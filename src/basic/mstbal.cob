      *** 見出し部
       IDENTIFICATION  DIVISION.

      * プログラム名
       PROGRAM-ID.     MSTBAL.

      * 変更履歴
      *   2026/10/15  新規作成（マスタ件数照合。前回のマスタ退避
      *               （DOGBKUP）の件数に、退避取得後のマスタ更新
      *               ジャーナルの追加・削除を加減した件数と、犬登録
      *               マスタの実件数とを照合し、プログラム別の追加・
      *               削除・変更件数を運行管理マスタの処理件数と
      *               並べた照合表を印刷する。不一致の場合は復帰
      *               コード12で終了し、運行管理の完了を記録しない
      *               ことで後工程のマスタ退避（MSTUNLD）を止め、
      *               正しい退避が不正なマスタで上書きされるのを防ぐ。
      *               夜間バッチのMSTUNLDの直前に実行する）


      *** 環境部
       ENVIRONMENT     DIVISION.

       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
      *    犬登録マスタ（索引編成。全件を数える）
           SELECT DOG-MASTER       ASSIGN TO "DOGMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS
                   REGI-NUM IN DOG-MASTER-RECORD
               ALTERNATE RECORD KEY IS
                   FURIGANA IN DOG-MASTER-RECORD
                   WITH DUPLICATES
               FILE STATUS IS DOG-MASTER-STATUS.

      *    マスタ退避ファイル（前回MSTUNLDの退避。最終レコードの
      *    件数・退避取得日を照合の起点にする）
           SELECT MASTER-BACKUP    ASSIGN TO "DOGBKUP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MASTER-BACKUP-STATUS.

      *    マスタ更新ジャーナル（退避取得日より後の分を数える）
           SELECT MASTER-JOURNAL   ASSIGN TO "JNLFL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MASTER-JOURNAL-STATUS.

      *    運行管理マスタ（索引編成。二重実行・順序違反の防止と
      *    各プログラムの処理件数の照会）
           SELECT RUN-CONTROL      ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS RUN-CONTROL-STATUS.

      *    件数照合表の印刷ファイル
           SELECT HEIKOU-PRINT     ASSIGN TO "MSTBRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HEIKOU-PRINT-STATUS.


      *** データ部
       DATA            DIVISION.

      ** ファイル section
       FILE            SECTION.

       FD  DOG-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY DOGMST.

       FD  MASTER-BACKUP
           LABEL RECORDS ARE STANDARD.
           COPY DOGBKP.

       FD  MASTER-JOURNAL
           LABEL RECORDS ARE STANDARD.
           COPY DOGJNL.

       FD  RUN-CONTROL
           LABEL RECORDS ARE STANDARD.
           COPY DOGRUN.

      *    件数照合表（複数の行レイアウトを同一バッファで使い分ける）
       FD  HEIKOU-PRINT
           LABEL RECORDS ARE OMITTED.
       01  HEIKOU-TITLE-LINE.
           03 FILLER               PIC X(10).
           03 HT-TITLE              PIC  N(10).
           03 FILLER                PIC X(02).
           03 HT-GYOUMU-DATE        PIC 9(08).
           03 FILLER                PIC X(60).
       01  HEIKOU-MIDASHI-LINE.
           03 FILLER               PIC X(02).
           03 HH-PROGRAM            PIC  N(05).
           03 FILLER                PIC X(02).
           03 HH-TSUIKA             PIC  N(04).
           03 FILLER                PIC X(02).
           03 HH-SAKUJO             PIC  N(04).
           03 FILLER                PIC X(02).
           03 HH-HENKOU             PIC  N(04).
           03 FILLER                PIC X(02).
           03 HH-RC-STATUS          PIC  N(04).
           03 FILLER                PIC X(02).
           03 HH-RC-COUNT           PIC  N(04).
           03 FILLER                PIC X(24).
       01  HEIKOU-MEISAI-LINE.
           03 FILLER               PIC X(02).
           03 HM-PROGRAM-NAME       PIC X(10).
           03 FILLER                PIC X(02).
           03 HM-TSUIKA             PIC ZZZZZZZ9.
           03 FILLER                PIC X(02).
           03 HM-SAKUJO             PIC ZZZZZZZ9.
           03 FILLER                PIC X(02).
           03 HM-HENKOU             PIC ZZZZZZZ9.
           03 FILLER                PIC X(02).
           03 HM-RC-STATUS          PIC  N(04).
           03 FILLER                PIC X(02).
           03 HM-RC-COUNT           PIC ZZZZZZZ9.
           03 FILLER                PIC X(02).
           03 HM-BIKOU              PIC  N(12).
       01  HEIKOU-KEISAN-LINE.
           03 FILLER               PIC X(04).
           03 HK-LABEL              PIC  N(10).
           03 HK-KENSUU             PIC -(8)9.
           03 FILLER                PIC X(02).
           03 HK-BIKOU              PIC  N(20).
           03 FILLER                PIC X(05).
       01  HEIKOU-KUGIRI-LINE.
           03 HKG-KUGIRI            PIC X(100).


      ** 作業場所節
       WORKING-STORAGE SECTION.
      * ファイル状態コード
       01 DOG-MASTER-STATUS        PIC X(02).
           88 DOG-MASTER-OK            VALUE "00".

       01 MASTER-BACKUP-STATUS     PIC X(02).
           88 MASTER-BACKUP-OK         VALUE "00".
           88 MASTER-BACKUP-NASHI      VALUE "35".

       01 MASTER-JOURNAL-STATUS    PIC X(02).
           88 MASTER-JOURNAL-OK        VALUE "00".
           88 MASTER-JOURNAL-NASHI     VALUE "35".

       01 RUN-CONTROL-STATUS       PIC X(02).
           88 RUN-CONTROL-OK           VALUE "00".
           88 RUN-CONTROL-NASHI        VALUE "35".

       01 HEIKOU-PRINT-STATUS      PIC X(02).
           88 HEIKOU-PRINT-OK          VALUE "00".

      * 運行管理（自プログラム名と前工程名）
       01 RUNCTL-JIBUN-NAME        PIC X(8) VALUE "MSTBAL".
       01 RUNCTL-ZENKOUTEI-NAME    PIC X(8) VALUE "BILAPND".

      *   運行管理の自レコード存在スイッチ
       01 RUNCTL-ARI-SWITCH        PIC X(01).
           88 RUNCTL-ARI               VALUE "Y".

      * スイッチ類
       01 MASTER-EOF-SWITCH        PIC X(01) VALUE "N".
           88 MASTER-IS-EOF            VALUE "Y".

       01 BACKUP-EOF-SWITCH        PIC X(01) VALUE "N".
           88 BACKUP-IS-EOF            VALUE "Y".

       01 JOURNAL-EOF-SWITCH       PIC X(01) VALUE "N".
           88 JOURNAL-IS-EOF           VALUE "Y".

      *   退避ファイルが未作成（初回運用）のため起点がない
       01 BACKUP-NASHI-SWITCH      PIC X(01) VALUE "N".
           88 BACKUP-NASHI             VALUE "Y".

       01 JOURNAL-NASHI-SWITCH     PIC X(01) VALUE "N".
           88 JOURNAL-NASHI            VALUE "Y".

       01 TRAILER-SWITCH           PIC X(01) VALUE "N".
           88 TRAILER-ARI              VALUE "Y".

      *   照合結果（不一致・退避異常のときは後工程を止める）
       01 HEIKOU-KEKKA-SWITCH      PIC X(01) VALUE "0".
           88 HEIKOU-ICCHI             VALUE "0".
           88 HEIKOU-FUICCHI           VALUE "1".
           88 HEIKOU-KITEN-NASHI       VALUE "2".

      * プログラム別の件数表（ジャーナルに残るマスタ更新プログラム。
      * 最後の1行は名前のない（想定外の）プログラムの分）
       01 PGM-TABLE.
           03 PGM-MEISAI            OCCURS 6.
               05 PT-PROGRAM-NAME   PIC X(8).
               05 PT-TSUIKA         PIC 9(8).
               05 PT-SAKUJO         PIC 9(8).
               05 PT-HENKOU         PIC 9(8).
               05 PT-RC-STATUS      PIC X(1).
                   88 PT-RC-NASHI         VALUE SPACE.
                   88 PT-RC-KAISHI        VALUE "1".
                   88 PT-RC-KANRYOU       VALUE "2".
                   88 PT-RC-SAIJIKKOU     VALUE "9".
               05 PT-RC-COUNT       PIC 9(8).
       01 PGM-KENSUU               PIC 9(2) VALUE 5.
       01 PGM-SONOTA               PIC 9(2) VALUE 6.
       01 PGM-SOEJI                PIC 9(2).

      * 照合の起点（退避の件数・退避取得日）
       01 TAIHI-KIJUN-COUNT        PIC 9(8) VALUE 0.
       01 TAIHI-KIJUN-DATE         PIC 9(8) VALUE 0.
       01 TAIHI-MEISAI-COUNT       PIC 9(8) VALUE 0.

      * 照合の計算（符号付き）
       01 TSUIKA-GOUKEI            PIC 9(8) VALUE 0.
       01 SAKUJO-GOUKEI            PIC 9(8) VALUE 0.
       01 HENKOU-GOUKEI            PIC 9(8) VALUE 0.
       01 KEISAN-COUNT             PIC S9(9) VALUE 0.
       01 SAGAKU                   PIC S9(9) VALUE 0.

      * 件数
       01 MASTER-COUNT             PIC 9(8) VALUE 0.
       01 JOURNAL-COUNT            PIC 9(8) VALUE 0.
       01 TAIHI-ZUMI-COUNT         PIC 9(8) VALUE 0.
       01 FUKUGEN-COUNT            PIC 9(8) VALUE 0.

      * 業務日付（運行管理の記録用）
       01 GYOUMU-DATE-8            PIC 9(8).


      *** 手続き部
       PROCEDURE       DIVISION.

       0000-MAINLINE.
           PERFORM 1000-SHOKI-SHORI        THRU 1000-EXIT
           PERFORM 2000-TAIHI-KIJUN        THRU 2000-EXIT
           PERFORM 3000-JOURNAL-SHUUKEI    THRU 3000-EXIT
           PERFORM 4000-MASTER-KENSUU      THRU 4000-EXIT
           PERFORM 5000-RUNCTL-SHOUKAI     THRU 5000-EXIT
           PERFORM 6000-HEIKOU-HANTEI      THRU 6000-EXIT
           PERFORM 7000-HEIKOU-INJI        THRU 7000-EXIT
           PERFORM 9000-SHUURYOU-SHORI     THRU 9000-EXIT
           STOP   RUN.


      *****************************************************************
      * 1000 初期処理（ファイルの開始と件数表の準備）
      *      退避・ジャーナルが未作成（STATUS=35）の場合は、退避は
      *      起点なし、ジャーナルは0件として扱う
      *****************************************************************
       1000-SHOKI-SHORI.
           ACCEPT GYOUMU-DATE-8 FROM DATE YYYYMMDD.

           PERFORM 1900-RUNCTL-KAISHI THRU 1900-EXIT

           OPEN INPUT DOG-MASTER
           IF NOT DOG-MASTER-OK
               DISPLAY "*** DOG-MASTER 開始時異常 STATUS=" ,
                       DOG-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT MASTER-BACKUP
           IF MASTER-BACKUP-NASHI
               SET BACKUP-NASHI TO TRUE
           ELSE
               IF NOT MASTER-BACKUP-OK
                   DISPLAY "*** MASTER-BACKUP 開始時異常 STATUS=" ,
                           MASTER-BACKUP-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT MASTER-JOURNAL
           IF MASTER-JOURNAL-NASHI
               SET JOURNAL-NASHI TO TRUE
           ELSE
               IF NOT MASTER-JOURNAL-OK
                   DISPLAY "*** MASTER-JOURNAL 開始時異常" ,
                           " STATUS=" MASTER-JOURNAL-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT HEIKOU-PRINT
           IF NOT HEIKOU-PRINT-OK
               DISPLAY "*** HEIKOU-PRINT 開始時異常 STATUS=" ,
                       HEIKOU-PRINT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACE TO PGM-TABLE.
           MOVE "SYNTAX"   TO PT-PROGRAM-NAME (1).
           MOVE "OWNERMT"  TO PT-PROGRAM-NAME (2).
           MOVE "TENNYUP"  TO PT-PROGRAM-NAME (3).
           MOVE "TENSHUTP" TO PT-PROGRAM-NAME (4).
           MOVE "MSTRELD"  TO PT-PROGRAM-NAME (5).
           MOVE 1 TO PGM-SOEJI.
           PERFORM 1100-PGM-SHOKIKA THRU 1100-EXIT
               UNTIL PGM-SOEJI > PGM-SONOTA.
       1000-EXIT.
           EXIT.

       1100-PGM-SHOKIKA.
           MOVE 0 TO PT-TSUIKA (PGM-SOEJI).
           MOVE 0 TO PT-SAKUJO (PGM-SOEJI).
           MOVE 0 TO PT-HENKOU (PGM-SOEJI).
           MOVE 0 TO PT-RC-COUNT (PGM-SOEJI).
           ADD 1 TO PGM-SOEJI.
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
      * 2000 照合の起点（前回退避の件数・退避取得日）の取得
      *      明細を数えて最終レコードの件数とも照合する。最終レコード
      *      がない・件数が合わない退避は起点として信用できないため
      *      不一致として扱う
      *****************************************************************
       2000-TAIHI-KIJUN.
           IF BACKUP-NASHI
               SET HEIKOU-KITEN-NASHI TO TRUE
               GO TO 2000-EXIT
           END-IF

           MOVE "N" TO BACKUP-EOF-SWITCH.
           PERFORM 2100-TAIHI-1KEN THRU 2100-EXIT
               UNTIL BACKUP-IS-EOF.
           CLOSE MASTER-BACKUP.

           IF NOT TRAILER-ARI
               DISPLAY "*** 退避の最終レコードなし"
               SET HEIKOU-FUICCHI TO TRUE
               GO TO 2000-EXIT
           END-IF
           IF TAIHI-MEISAI-COUNT NOT = TAIHI-KIJUN-COUNT
               DISPLAY "*** 退避の明細件数不一致" ,
                       " MEISAI=" TAIHI-MEISAI-COUNT ,
                       " TRAILER=" TAIHI-KIJUN-COUNT
               SET HEIKOU-FUICCHI TO TRUE
           END-IF.
       2000-EXIT.
           EXIT.

       2100-TAIHI-1KEN.
           READ MASTER-BACKUP
               AT END
                   SET BACKUP-IS-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ

           IF BK-TRAILER-REC
               SET TRAILER-ARI TO TRUE
               MOVE BK-RECORD-COUNT TO TAIHI-KIJUN-COUNT
               IF BK-TAIHI-DATE IS NUMERIC
                   MOVE BK-TAIHI-DATE TO TAIHI-KIJUN-DATE
               END-IF
               SET BACKUP-IS-EOF TO TRUE
           ELSE
               ADD 1 TO TAIHI-MEISAI-COUNT
           END-IF.
       2100-EXIT.
           EXIT.


      *****************************************************************
      * 3000 ジャーナルのプログラム別集計
      *      退避取得日以前の履歴は退避に反映済みのため数えない
      *      （前進復旧（MSTRECV）の当て直し範囲と同じ）
      *****************************************************************
       3000-JOURNAL-SHUUKEI.
           IF JOURNAL-NASHI
               GO TO 3000-EXIT
           END-IF

           MOVE "N" TO JOURNAL-EOF-SWITCH.
           PERFORM 3100-RIREKI-1KEN THRU 3100-EXIT
               UNTIL JOURNAL-IS-EOF.
           CLOSE MASTER-JOURNAL.
       3000-EXIT.
           EXIT.

       3100-RIREKI-1KEN.
           READ MASTER-JOURNAL
               AT END
                   SET JOURNAL-IS-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ

           IF JN-RUN-DATE NOT > TAIHI-KIJUN-DATE
               ADD 1 TO TAIHI-ZUMI-COUNT
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO JOURNAL-COUNT

      *    件数表からプログラムを探す（見つからなければ最後の行）
           MOVE 1 TO PGM-SOEJI.
           PERFORM 3110-PGM-TANSAKU THRU 3110-EXIT
               UNTIL PGM-SOEJI > PGM-KENSUU
                  OR PT-PROGRAM-NAME (PGM-SOEJI) = JN-PROGRAM-NAME.

           IF JN-TOUROKU
               ADD 1 TO PT-TSUIKA (PGM-SOEJI)
           END-IF
           IF JN-SAKUJO
               ADD 1 TO PT-SAKUJO (PGM-SOEJI)
           END-IF
           IF JN-KOUSHIN
               ADD 1 TO PT-HENKOU (PGM-SOEJI)
           END-IF.
       3100-EXIT.
           EXIT.

       3110-PGM-TANSAKU.
           ADD 1 TO PGM-SOEJI.
       3110-EXIT.
           EXIT.


      *****************************************************************
      * 4000 犬登録マスタの実件数
      *****************************************************************
       4000-MASTER-KENSUU.
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
           ADD 1 TO MASTER-COUNT.
       4100-EXIT.
           EXIT.


      *****************************************************************
      * 5000 各プログラムの当日分の運行管理記録の照会
      *      運行管理に記録しないプログラムは記録なしとして印字する
      *****************************************************************
       5000-RUNCTL-SHOUKAI.
           PERFORM 1990-RUNCTL-OPEN THRU 1990-EXIT
           MOVE 1 TO PGM-SOEJI.
           PERFORM 5100-RUNCTL-1KEN THRU 5100-EXIT
               UNTIL PGM-SOEJI > PGM-KENSUU.
           CLOSE RUN-CONTROL.
       5000-EXIT.
           EXIT.

       5100-RUNCTL-1KEN.
           MOVE PT-PROGRAM-NAME (PGM-SOEJI) TO RC-PROGRAM-NAME
           MOVE GYOUMU-DATE-8 TO RC-GYOUMU-DATE
           READ RUN-CONTROL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RC-STATUS      TO PT-RC-STATUS (PGM-SOEJI)
                   MOVE RC-SHORI-COUNT TO PT-RC-COUNT (PGM-SOEJI)
           END-READ
           ADD 1 TO PGM-SOEJI.
       5100-EXIT.
           EXIT.


      *****************************************************************
      * 6000 件数の照合
      *      前回退避件数＋追加－削除＝マスタ実件数 を確かめる
      *      MSTRELDの復元の履歴は退避そのものの写し（退避件数に
      *      含まれている）のため追加に数えない。MSTRELD後に前進
      *      復旧（MSTRECV）が当て直す更新は、もとの更新プログラム
      *      の履歴として既に数えている
      *****************************************************************
       6000-HEIKOU-HANTEI.
           MOVE 1 TO PGM-SOEJI.
           PERFORM 6100-GOUKEI-1KEN THRU 6100-EXIT
               UNTIL PGM-SOEJI > PGM-SONOTA.

           COMPUTE KEISAN-COUNT = TAIHI-KIJUN-COUNT
                                + TSUIKA-GOUKEI - SAKUJO-GOUKEI
           COMPUTE SAGAKU = MASTER-COUNT - KEISAN-COUNT

           IF HEIKOU-KITEN-NASHI
               GO TO 6000-EXIT
           END-IF
           IF SAGAKU NOT = 0
               SET HEIKOU-FUICCHI TO TRUE
           END-IF.
       6000-EXIT.
           EXIT.

       6100-GOUKEI-1KEN.
           IF PT-PROGRAM-NAME (PGM-SOEJI) = "MSTRELD"
               ADD PT-TSUIKA (PGM-SOEJI) TO FUKUGEN-COUNT
           ELSE
               ADD PT-TSUIKA (PGM-SOEJI) TO TSUIKA-GOUKEI
               ADD PT-SAKUJO (PGM-SOEJI) TO SAKUJO-GOUKEI
           END-IF
           ADD PT-HENKOU (PGM-SOEJI) TO HENKOU-GOUKEI
           ADD 1 TO PGM-SOEJI.
       6100-EXIT.
           EXIT.


      *****************************************************************
      * 7000 件数照合表の印刷
      *****************************************************************
       7000-HEIKOU-INJI.
           MOVE SPACE TO HEIKOU-TITLE-LINE.
           MOVE "マスタ件数照合表　　" TO HT-TITLE.
           MOVE GYOUMU-DATE-8 TO HT-GYOUMU-DATE.
           WRITE HEIKOU-TITLE-LINE.

           MOVE SPACE TO HEIKOU-MIDASHI-LINE.
           MOVE "プログラム" TO HH-PROGRAM.
           MOVE "追加"     TO HH-TSUIKA.
           MOVE "削除"     TO HH-SAKUJO.
           MOVE "変更"     TO HH-HENKOU.
           MOVE "運行状態" TO HH-RC-STATUS.
           MOVE "運行件数" TO HH-RC-COUNT.
           WRITE HEIKOU-MIDASHI-LINE.

           MOVE 1 TO PGM-SOEJI.
           PERFORM 7100-PGM-INJI THRU 7100-EXIT
               UNTIL PGM-SOEJI > PGM-SONOTA.

           MOVE SPACE TO HEIKOU-KUGIRI-LINE.
           MOVE ALL "-" TO HKG-KUGIRI.
           WRITE HEIKOU-KUGIRI-LINE.

           MOVE SPACE TO HEIKOU-KEISAN-LINE.
           MOVE "前回退避件数　　　　" TO HK-LABEL.
           MOVE TAIHI-KIJUN-COUNT TO HK-KENSUU.
           IF HEIKOU-KITEN-NASHI
               MOVE "（退避なし・照合対象外）" TO HK-BIKOU
           END-IF
           WRITE HEIKOU-KEISAN-LINE.

           MOVE SPACE TO HEIKOU-KEISAN-LINE.
           MOVE "＋追加　　　　　　　" TO HK-LABEL.
           MOVE TSUIKA-GOUKEI TO HK-KENSUU.
           WRITE HEIKOU-KEISAN-LINE.

           MOVE SPACE TO HEIKOU-KEISAN-LINE.
           MOVE "－削除　　　　　　　" TO HK-LABEL.
           MOVE SAKUJO-GOUKEI TO HK-KENSUU.
           WRITE HEIKOU-KEISAN-LINE.

           MOVE SPACE TO HEIKOU-KEISAN-LINE.
           MOVE "＝計算上の件数　　　" TO HK-LABEL.
           MOVE KEISAN-COUNT TO HK-KENSUU.
           WRITE HEIKOU-KEISAN-LINE.

           MOVE SPACE TO HEIKOU-KEISAN-LINE.
           MOVE "マスタ実件数　　　　" TO HK-LABEL.
           MOVE MASTER-COUNT TO HK-KENSUU.
           WRITE HEIKOU-KEISAN-LINE.

           MOVE SPACE TO HEIKOU-KEISAN-LINE.
           MOVE "差（実件数－計算）　" TO HK-LABEL.
           MOVE SAGAKU TO HK-KENSUU.
           IF HEIKOU-ICCHI
               MOVE "一致" TO HK-BIKOU
           END-IF
           IF HEIKOU-FUICCHI
               MOVE "不一致（マスタ退避を停止）"
                   TO HK-BIKOU
           END-IF
           WRITE HEIKOU-KEISAN-LINE.
       7000-EXIT.
           EXIT.

       7100-PGM-INJI.
           MOVE SPACE TO HEIKOU-MEISAI-LINE.
           IF PGM-SOEJI = PGM-SONOTA
               MOVE "その他" TO HM-PROGRAM-NAME
           ELSE
               MOVE PT-PROGRAM-NAME (PGM-SOEJI) TO HM-PROGRAM-NAME
           END-IF
           MOVE PT-TSUIKA (PGM-SOEJI) TO HM-TSUIKA.
           MOVE PT-SAKUJO (PGM-SOEJI) TO HM-SAKUJO.
           MOVE PT-HENKOU (PGM-SOEJI) TO HM-HENKOU.

           IF PGM-SOEJI NOT = PGM-SONOTA
               IF PT-RC-NASHI (PGM-SOEJI)
                   MOVE "記録なし" TO HM-RC-STATUS
               END-IF
               IF PT-RC-KAISHI (PGM-SOEJI)
                   MOVE "開始のみ" TO HM-RC-STATUS
               END-IF
               IF PT-RC-KANRYOU (PGM-SOEJI)
                   MOVE "完了" TO HM-RC-STATUS
               END-IF
               IF PT-RC-SAIJIKKOU (PGM-SOEJI)
                   MOVE "再実行可" TO HM-RC-STATUS
               END-IF
               IF NOT PT-RC-NASHI (PGM-SOEJI)
                   MOVE PT-RC-COUNT (PGM-SOEJI) TO HM-RC-COUNT
               END-IF
           END-IF

           IF PT-PROGRAM-NAME (PGM-SOEJI) = "MSTRELD"
               MOVE "復元（増減に含めない）" TO HM-BIKOU
           END-IF
           WRITE HEIKOU-MEISAI-LINE.
           ADD 1 TO PGM-SOEJI.
       7100-EXIT.
           EXIT.


      *****************************************************************
      * 9000 終了処理（結果件数の表示と運行管理の記録）
      *      不一致の場合は完了を記録せず復帰コード12で終了する。
      *      運行管理の状態が開始のままとなり、後工程のMSTUNLDは
      *      前工程未完了として止まる。原因を調べてマスタを正した
      *      後、本プログラムを再実行して一致を確かめればチェーンを
      *      再開できる。退避が未作成の初回は照合できないため、
      *      復帰コード4で完了を記録して先へ進める
      *****************************************************************
       9000-SHUURYOU-SHORI.
           CLOSE HEIKOU-PRINT.

           DISPLAY "--- マスタ件数照合結果 ---".
           DISPLAY "退避件数　：" TAIHI-KIJUN-COUNT.
           DISPLAY "退避取得日：" TAIHI-KIJUN-DATE.
           DISPLAY "履歴件数　：" JOURNAL-COUNT.
           DISPLAY "反映済み　：" TAIHI-ZUMI-COUNT.
           DISPLAY "追加　　　：" TSUIKA-GOUKEI.
           DISPLAY "削除　　　：" SAKUJO-GOUKEI.
           DISPLAY "変更　　　：" HENKOU-GOUKEI.
           DISPLAY "復元　　　：" FUKUGEN-COUNT.
           DISPLAY "マスタ件数：" MASTER-COUNT.

           IF HEIKOU-FUICCHI
               DISPLAY "*** マスタ件数不一致のため停止" ,
                       " SAGAKU=" SAGAKU
               MOVE 12 TO RETURN-CODE
               GO TO 9000-EXIT
           END-IF

           IF HEIKOU-KITEN-NASHI
               DISPLAY "*** 退避なしのため照合せず"
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9800-RUNCTL-KANRYOU THRU 9800-EXIT.
       9000-EXIT.
           EXIT.


      *****************************************************************
      * 9800 運行管理の正常終了記録
      *      状態を完了（"2"）へ進め、処理件数（マスタ実件数）を残す
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
           MOVE MASTER-COUNT TO RC-SHORI-COUNT
           REWRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL.
       9800-EXIT.
           EXIT.
