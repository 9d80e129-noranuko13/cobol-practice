      *** 見出し部
       IDENTIFICATION  DIVISION.

      * プログラム名
       PROGRAM-ID.     JUMINIF.

      * 変更履歴
      *   2026/10/15  新規作成（住民異動照合。住民基本台帳システムから
      *               毎月受け取る住民異動ファイルを飼主マスタと氏名・
      *               住所・電話番号で照合する。氏名・住所で飼主を
      *               1世帯に特定できた市内転居は、転居先への飼主変更
      *               （"52"）トランザクションを作って飼主マスタ保守
      *               （OWNERMT）へ渡す。死亡・市外転出と、特定でき
      *               なかった照合は、その飼主番号の登録犬全頭を付けて
      *               窓口確認用の例外一覧に印刷する）


      *** 環境部
       ENVIRONMENT     DIVISION.

       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
      *    住民異動ファイル（住民基本台帳システムからの月次連絡）
           SELECT JUMIN-IDOU       ASSIGN TO "JUMNIDO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JUMIN-IDOU-STATUS.

      *    飼主マスタ（索引編成。全件を氏名順に整列して照合する）
           SELECT OWNER-MASTER     ASSIGN TO "OWNMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OW-OWNER-NUM
               FILE STATUS IS OWNER-MASTER-STATUS.

      *    犬登録マスタ（索引編成。全件を飼主番号順に整列して例外
      *    一覧に登録犬を付ける）
           SELECT DOG-MASTER       ASSIGN TO "DOGMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS
                   REGI-NUM IN DOG-MASTER-RECORD
               ALTERNATE RECORD KEY IS
                   FURIGANA IN DOG-MASTER-RECORD
                   WITH DUPLICATES
               FILE STATUS IS DOG-MASTER-STATUS.

      *    氏名順に整列した後の住民異動・飼主マスタ
           SELECT IDOU-SORTED      ASSIGN TO "JMISRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IDOU-SORTED-STATUS.

           SELECT OWNER-SORTED     ASSIGN TO "JMOSRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OWNER-SORTED-STATUS.

      *    飼主変更トランザクション（市内転居の"52"。飼主マスタ
      *    保守の入力として運用が引き渡す）
           SELECT OWNER-TRANS      ASSIGN TO "JUMNOTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OWNER-TRANS-STATUS.

      *    例外の作業ファイル（照合中に書き、飼主番号順に整列する）
           SELECT REIGAI-WORK      ASSIGN TO "JMRWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REIGAI-WORK-STATUS.

      *    飼主番号順に整列した後の例外・犬登録マスタ
           SELECT REIGAI-SORTED    ASSIGN TO "JMRSRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REIGAI-SORTED-STATUS.

           SELECT DOG-SORTED       ASSIGN TO "JMDSRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DOG-SORTED-STATUS.

      *    例外一覧の印刷ファイル
           SELECT REIGAI-PRINT     ASSIGN TO "JUMNRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REIGAI-PRINT-STATUS.

      *    整列（SORT文）の作業用ファイル
           SELECT IDOU-SORT-WORK   ASSIGN TO "JMISRWK".
           SELECT OWNER-SORT-WORK  ASSIGN TO "JMOSRWK".
           SELECT REIGAI-SORT-WORK ASSIGN TO "JMRSRWK".
           SELECT DOG-SORT-WORK    ASSIGN TO "JMDSRWK".


      *** データ部
       DATA            DIVISION.

      ** ファイル section
       FILE            SECTION.

       FD  JUMIN-IDOU
           LABEL RECORDS ARE STANDARD.
           COPY DOGJUM.

       FD  OWNER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY DOGOWN.

       FD  DOG-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY DOGMST.

      *    整列の作業用・整列後のレコード（項目構成は元ファイルと
      *    同一。項目名の重複を避けるため接頭辞を置き換えて取り込む）
       SD  IDOU-SORT-WORK.
           COPY DOGJUM REPLACING ==JUMIN-IDOU-RECORD==
                             BY  ==IDOU-SORT-RECORD==
                       LEADING ==JM== BY ==JW==.

       FD  IDOU-SORTED
           LABEL RECORDS ARE STANDARD.
           COPY DOGJUM REPLACING ==JUMIN-IDOU-RECORD==
                             BY  ==IDOU-SORTED-RECORD==
                       LEADING ==JM== BY ==JS==.

       SD  OWNER-SORT-WORK.
           COPY DOGOWN REPLACING ==OWNER-MASTER-RECORD==
                             BY  ==OWNER-SORT-RECORD==
                       LEADING ==OW== BY ==OX==.

       FD  OWNER-SORTED
           LABEL RECORDS ARE STANDARD.
           COPY DOGOWN REPLACING ==OWNER-MASTER-RECORD==
                             BY  ==OWNER-SORTED-RECORD==
                       LEADING ==OW== BY ==OS==.

       FD  OWNER-TRANS
           LABEL RECORDS ARE STANDARD.
           COPY DOGOTR.

       FD  REIGAI-WORK
           LABEL RECORDS ARE STANDARD.
           COPY DOGJMR.

       SD  REIGAI-SORT-WORK.
           COPY DOGJMR REPLACING ==JUMIN-REIGAI-RECORD==
                             BY  ==REIGAI-SORT-RECORD==
                       LEADING ==JR== BY ==RX==.

       FD  REIGAI-SORTED
           LABEL RECORDS ARE STANDARD.
           COPY DOGJMR REPLACING ==JUMIN-REIGAI-RECORD==
                             BY  ==REIGAI-SORTED-RECORD==
                       LEADING ==JR== BY ==RS==.

       SD  DOG-SORT-WORK.
       01  DOG-SORT-RECORD.
           COPY DOGREC.

       FD  DOG-SORTED
           LABEL RECORDS ARE STANDARD.
       01  DOG-SORTED-RECORD.
           COPY DOGREC.

      *    例外一覧（複数の行レイアウトを同一バッファで使い分ける）
       FD  REIGAI-PRINT
           LABEL RECORDS ARE OMITTED.
       01  REIGAI-TITLE-LINE.
           03 FILLER               PIC X(10).
           03 RT-TITLE              PIC  N(12).
           03 RT-GYOUMU-DATE        PIC 9(08).
           03 FILLER                PIC X(90).
       01  REIGAI-MIDASHI-LINE.
           03 FILLER               PIC X(02).
           03 RH-IDOU-NAME          PIC  N(04).
           03 FILLER                PIC X(01).
           03 RH-RIYUU-NAME         PIC  N(08).
           03 FILLER                PIC X(01).
           03 RH-OWNER-LABEL        PIC  N(05).
           03 RH-OWNER-NUM          PIC 9(06).
           03 FILLER                PIC X(01).
           03 RH-SHIMEI             PIC  N(20).
           03 FILLER                PIC X(01).
           03 RH-DATE-LABEL         PIC  N(04).
           03 RH-IDOU-DATE          PIC 9(08).
           03 FILLER                PIC X(09).
       01  REIGAI-JUUSHO-LINE.
           03 FILLER               PIC X(06).
           03 RA-LABEL              PIC  N(06).
           03 RA-JUUSHO             PIC  N(40).
           03 FILLER                PIC X(02).
           03 RA-TEL                PIC X(13).
           03 FILLER                PIC X(07).
       01  REIGAI-INU-LINE.
           03 FILLER               PIC X(08).
           03 RD-LABEL              PIC  N(04).
           03 RD-REGI-NUM           PIC 9(06).
           03 FILLER                PIC X(02).
           03 RD-NAME               PIC  N(30).
           03 FILLER                PIC X(02).
           03 RD-BIRTHDAY           PIC 9(08).
           03 FILLER                PIC X(26).
       01  REIGAI-KUGIRI-LINE.
           03 RK-KUGIRI             PIC X(120).


      ** 作業場所節
       WORKING-STORAGE SECTION.
      * ファイル状態コード
       01 JUMIN-IDOU-STATUS        PIC X(02).
           88 JUMIN-IDOU-OK            VALUE "00".

       01 OWNER-MASTER-STATUS      PIC X(02).
           88 OWNER-MASTER-OK          VALUE "00".

       01 DOG-MASTER-STATUS        PIC X(02).
           88 DOG-MASTER-OK            VALUE "00".

       01 IDOU-SORTED-STATUS       PIC X(02).
           88 IDOU-SORTED-OK           VALUE "00".

       01 OWNER-SORTED-STATUS      PIC X(02).
           88 OWNER-SORTED-OK          VALUE "00".

       01 OWNER-TRANS-STATUS       PIC X(02).
           88 OWNER-TRANS-OK           VALUE "00".

       01 REIGAI-WORK-STATUS       PIC X(02).
           88 REIGAI-WORK-OK           VALUE "00".

       01 REIGAI-SORTED-STATUS     PIC X(02).
           88 REIGAI-SORTED-OK         VALUE "00".

       01 DOG-SORTED-STATUS        PIC X(02).
           88 DOG-SORTED-OK            VALUE "00".

       01 REIGAI-PRINT-STATUS      PIC X(02).
           88 REIGAI-PRINT-OK          VALUE "00".

      * スイッチ類
       01 IDOU-EOF-SWITCH          PIC X(01) VALUE "N".
           88 IDOU-IS-EOF              VALUE "Y".

       01 OWNER-EOF-SWITCH         PIC X(01) VALUE "N".
           88 OWNER-IS-EOF             VALUE "Y".

      *   同姓同名表を作ったかどうか（最初の1件の判定用）
       01 DOUMEI-ZUMI-SWITCH       PIC X(01) VALUE "N".
           88 DOUMEI-ZUMI              VALUE "Y".

      *   同姓同名表に入りきらない飼主があった
       01 DOUMEI-KAHOU-SWITCH      PIC X(01) VALUE "N".
           88 DOUMEI-KAHOU             VALUE "Y".

      * 同姓同名表（氏名の一致する飼主マスタの候補）
       01 DOUMEI-NAME              PIC  N(20).
       01 DOUMEI-TABLE.
           03 DOUMEI-KENSUU         PIC 9(2) VALUE 0.
           03 DOUMEI-OWNER          OCCURS 20.
               05 DT-OWNER-NUM      PIC 9(6).
               05 DT-OWNER-NAME     PIC  N(20).
               05 DT-OWNER-ADDR     PIC  N(40).
               05 DT-OWNER-TEL      PIC X(13).
               05 DT-HANTEI         PIC X(01).
                   88 DT-JUUSHO-ICCHI     VALUE "1".
                   88 DT-DENWA-ICCHI      VALUE "2".
                   88 DT-FUICCHI          VALUE "0".
       01 DOUMEI-SOEJI             PIC 9(2).
       01 KAKUTEI-SOEJI            PIC 9(2).
       01 JUUSHO-ICCHI-COUNT       PIC 9(2).
       01 DENWA-ICCHI-COUNT        PIC 9(2).

      * 併合の比較キー（例外側・犬側。読み切った側はHIGH-VALUEに
      * して残る側を流し切る）
       01 REIGAI-HIKAKU-KEY        PIC X(06).
       01 DOG-HIKAKU-KEY           PIC X(06).
       01 ZENKAI-OWNER-KEY         PIC X(06) VALUE SPACE.

      * 業務日付
       01 GYOUMU-DATE-8            PIC 9(8).

      * 件数
       01 IDOU-COUNT               PIC 9(8) VALUE 0.
       01 KUBUN-IJOU-COUNT         PIC 9(8) VALUE 0.
       01 TENKYO-TORAN-COUNT       PIC 9(8) VALUE 0.
       01 KOUSHIN-ZUMI-COUNT       PIC 9(8) VALUE 0.
       01 REIGAI-COUNT             PIC 9(8) VALUE 0.
       01 GAITOU-NASHI-COUNT       PIC 9(8) VALUE 0.
       01 REIGAI-INU-COUNT         PIC 9(8) VALUE 0.


      *** 手続き部
       PROCEDURE       DIVISION.

       0000-MAINLINE.
           PERFORM 1000-SHOKI-SHORI        THRU 1000-EXIT
           PERFORM 2000-SHIMEI-SEIRETSU    THRU 2000-EXIT
           PERFORM 4000-SHOUGOU-SHORI      THRU 4000-EXIT
           PERFORM 5000-OWNER-SEIRETSU     THRU 5000-EXIT
           PERFORM 6000-REIGAI-INJI        THRU 6000-EXIT
           PERFORM 9000-SHUURYOU-SHORI     THRU 9000-EXIT
           STOP   RUN.


      *****************************************************************
      * 1000 初期処理（業務日付の取得と出力ファイルの開始）
      *****************************************************************
       1000-SHOKI-SHORI.
           ACCEPT GYOUMU-DATE-8 FROM DATE YYYYMMDD.

           OPEN OUTPUT OWNER-TRANS
           IF NOT OWNER-TRANS-OK
               DISPLAY "*** OWNER-TRANS 開始時異常 STATUS=" ,
                       OWNER-TRANS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REIGAI-WORK
           IF NOT REIGAI-WORK-OK
               DISPLAY "*** REIGAI-WORK 開始時異常 STATUS=" ,
                       REIGAI-WORK-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REIGAI-PRINT
           IF NOT REIGAI-PRINT-OK
               DISPLAY "*** REIGAI-PRINT 開始時異常 STATUS=" ,
                       REIGAI-PRINT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.


      *****************************************************************
      * 2000 住民異動・飼主マスタの氏名順整列
      *      同じ氏名の中は住民異動を異動日順、飼主マスタを飼主番号
      *      順にそろえる
      *****************************************************************
       2000-SHIMEI-SEIRETSU.
           SORT IDOU-SORT-WORK
               ON ASCENDING KEY JW-SHIMEI
               ON ASCENDING KEY JW-IDOU-DATE
               USING  JUMIN-IDOU
               GIVING IDOU-SORTED.

           SORT OWNER-SORT-WORK
               ON ASCENDING KEY OX-OWNER-NAME
               ON ASCENDING KEY OX-OWNER-NUM
               USING  OWNER-MASTER
               GIVING OWNER-SORTED.
       2000-EXIT.
           EXIT.


      *****************************************************************
      * 4000 住民異動と飼主マスタの照合（主ループ）
      *      住民異動の氏名が変わるたびに、同じ氏名の飼主を同姓同名
      *      表へ集めてから1件ずつ判定する
      *****************************************************************
       4000-SHOUGOU-SHORI.
           OPEN INPUT IDOU-SORTED
           IF NOT IDOU-SORTED-OK
               DISPLAY "*** IDOU-SORTED 開始時異常 STATUS=" ,
                       IDOU-SORTED-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT OWNER-SORTED
           IF NOT OWNER-SORTED-OK
               DISPLAY "*** OWNER-SORTED 開始時異常 STATUS=" ,
                       OWNER-SORTED-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 4900-OWNER-YOMI THRU 4900-EXIT.
           MOVE "N" TO IDOU-EOF-SWITCH.
           PERFORM 4100-IDOU-1KEN THRU 4100-EXIT
               UNTIL IDOU-IS-EOF.

           CLOSE IDOU-SORTED.
           CLOSE OWNER-SORTED.
           CLOSE OWNER-TRANS.
           CLOSE REIGAI-WORK.
       4000-EXIT.
           EXIT.

       4100-IDOU-1KEN.
           READ IDOU-SORTED
               AT END
                   SET IDOU-IS-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ

           ADD 1 TO IDOU-COUNT.

           IF NOT JS-KUBUN-SEIJOU
               ADD 1 TO KUBUN-IJOU-COUNT
               DISPLAY "*** 異動区分異常のため棄却" ,
                       " KUBUN=" JS-IDOU-KUBUN
               GO TO 4100-EXIT
           END-IF

           IF NOT DOUMEI-ZUMI OR JS-SHIMEI NOT = DOUMEI-NAME
               PERFORM 4200-DOUMEI-SAKUSEI THRU 4200-EXIT
           END-IF

           PERFORM 4300-KOUHO-HANTEI THRU 4300-EXIT.
       4100-EXIT.
           EXIT.


      *****************************************************************
      * 4200 同姓同名表の作成
      *      氏名順の飼主マスタを住民異動の氏名まで読み進め、氏名の
      *      一致する飼主を最大20世帯まで表へ集める（超えた分は数え
      *      ずに過多のしるしだけを立てる）
      *****************************************************************
       4200-DOUMEI-SAKUSEI.
           MOVE JS-SHIMEI TO DOUMEI-NAME.
           SET DOUMEI-ZUMI TO TRUE.
           MOVE 0 TO DOUMEI-KENSUU.
           MOVE "N" TO DOUMEI-KAHOU-SWITCH.

           PERFORM 4210-OWNER-OKURI THRU 4210-EXIT
               UNTIL OWNER-IS-EOF
                  OR OS-OWNER-NAME NOT < DOUMEI-NAME.
           PERFORM 4220-DOUMEI-TSUIKA THRU 4220-EXIT
               UNTIL OWNER-IS-EOF
                  OR OS-OWNER-NAME NOT = DOUMEI-NAME.
       4200-EXIT.
           EXIT.

       4210-OWNER-OKURI.
           PERFORM 4900-OWNER-YOMI THRU 4900-EXIT.
       4210-EXIT.
           EXIT.

       4220-DOUMEI-TSUIKA.
           IF DOUMEI-KENSUU < 20
               ADD 1 TO DOUMEI-KENSUU
               MOVE OS-OWNER-NUM  TO DT-OWNER-NUM  (DOUMEI-KENSUU)
               MOVE OS-OWNER-NAME TO DT-OWNER-NAME (DOUMEI-KENSUU)
               MOVE OS-OWNER-ADDR TO DT-OWNER-ADDR (DOUMEI-KENSUU)
               MOVE OS-OWNER-TEL  TO DT-OWNER-TEL  (DOUMEI-KENSUU)
           ELSE
               SET DOUMEI-KAHOU TO TRUE
           END-IF
           PERFORM 4900-OWNER-YOMI THRU 4900-EXIT.
       4220-EXIT.
           EXIT.


      *****************************************************************
      * 4300 住民異動1件の候補判定
      *      同姓同名表の各飼主を、住民記録の住所と一致するもの
      *      （住所一致）、電話番号だけが一致するもの（電話一致）に
      *      分けて数え、次のとおり振り分ける
      *        住所一致が1世帯　　　：確定。市内転居は"52"を作り、
      *                               死亡・市外転出は例外一覧へ
      *        住所一致が複数世帯　：候補複数として全候補を例外一覧へ
      *        住所一致なし・電話一致あり：住所不一致として電話一致
      *                               の全候補を例外一覧へ
      *        どちらもなし　　　　：飼主ではないとして数えるだけ
      *      同姓同名が表に入りきらない場合は絞り込めないため、飼主
      *      番号0の例外として一覧に出す
      *****************************************************************
       4300-KOUHO-HANTEI.
           IF DOUMEI-KAHOU
               MOVE 0 TO KAKUTEI-SOEJI
               PERFORM 4600-REIGAI-SAKUSEI THRU 4600-EXIT
               SET JR-DOUMEI-KATA TO TRUE
               PERFORM 4650-REIGAI-KAKIDASHI THRU 4650-EXIT
               GO TO 4300-EXIT
           END-IF

           MOVE 0 TO JUUSHO-ICCHI-COUNT.
           MOVE 0 TO DENWA-ICCHI-COUNT.
           MOVE 0 TO KAKUTEI-SOEJI.
           MOVE 1 TO DOUMEI-SOEJI.
           PERFORM 4310-KOUHO-1KEN THRU 4310-EXIT
               UNTIL DOUMEI-SOEJI > DOUMEI-KENSUU.

           IF JUUSHO-ICCHI-COUNT = 1
               IF JS-SHINAI-TENKYO
                   PERFORM 4400-TENKYO-TORAN THRU 4400-EXIT
               ELSE
                   PERFORM 4600-REIGAI-SAKUSEI THRU 4600-EXIT
                   SET JR-KAKUTEI TO TRUE
                   PERFORM 4650-REIGAI-KAKIDASHI THRU 4650-EXIT
               END-IF
               GO TO 4300-EXIT
           END-IF

           IF JUUSHO-ICCHI-COUNT > 1 OR DENWA-ICCHI-COUNT > 0
               MOVE 1 TO DOUMEI-SOEJI
               PERFORM 4500-KOUHO-REIGAI THRU 4500-EXIT
                   UNTIL DOUMEI-SOEJI > DOUMEI-KENSUU
               GO TO 4300-EXIT
           END-IF

           ADD 1 TO GAITOU-NASHI-COUNT.
       4300-EXIT.
           EXIT.

       4310-KOUHO-1KEN.
           SET DT-FUICCHI (DOUMEI-SOEJI) TO TRUE
           IF DT-OWNER-ADDR (DOUMEI-SOEJI) = JS-JUUSHO
               SET DT-JUUSHO-ICCHI (DOUMEI-SOEJI) TO TRUE
               ADD 1 TO JUUSHO-ICCHI-COUNT
               MOVE DOUMEI-SOEJI TO KAKUTEI-SOEJI
           ELSE
               IF JS-TEL NOT = SPACE
                       AND DT-OWNER-TEL (DOUMEI-SOEJI) = JS-TEL
                   SET DT-DENWA-ICCHI (DOUMEI-SOEJI) TO TRUE
                   ADD 1 TO DENWA-ICCHI-COUNT
               END-IF
           END-IF
           ADD 1 TO DOUMEI-SOEJI.
       4310-EXIT.
           EXIT.


      *****************************************************************
      * 4400 市内転居の飼主変更（"52"）トランザクションの作成
      *      氏名は飼主マスタのまま、住所を転居先に置き換える。電話
      *      番号は届出があれば届出の番号、なければ飼主マスタのまま
      *      飼主マスタの住所が既に転居先になっている場合は作らない
      *      転居先の住所が空白の場合は住所を消してしまうため作らず、
      *      転居先不明として例外一覧へ出す
      *****************************************************************
       4400-TENKYO-TORAN.
           IF JS-SHIN-JUUSHO = SPACE
               PERFORM 4600-REIGAI-SAKUSEI THRU 4600-EXIT
               SET JR-TENKYOSAKI-FUMEI TO TRUE
               PERFORM 4650-REIGAI-KAKIDASHI THRU 4650-EXIT
               GO TO 4400-EXIT
           END-IF

           IF DT-OWNER-ADDR (KAKUTEI-SOEJI) = JS-SHIN-JUUSHO
               ADD 1 TO KOUSHIN-ZUMI-COUNT
               GO TO 4400-EXIT
           END-IF

           MOVE SPACE TO OWNER-TRANS-RECORD.
           SET OT-OWNER-HENKOU TO TRUE.
           MOVE DT-OWNER-NUM (KAKUTEI-SOEJI)  TO OT-OWNER-NUM.
           MOVE DT-OWNER-NAME (KAKUTEI-SOEJI) TO OT-OWNER-NAME.
           MOVE JS-SHIN-JUUSHO TO OT-OWNER-ADDR.
           IF JS-TEL = SPACE
               MOVE DT-OWNER-TEL (KAKUTEI-SOEJI) TO OT-OWNER-TEL
           ELSE
               MOVE JS-TEL TO OT-OWNER-TEL
           END-IF
           WRITE OWNER-TRANS-RECORD.
           ADD 1 TO TENKYO-TORAN-COUNT.
       4400-EXIT.
           EXIT.


      *****************************************************************
      * 4500 候補の例外出力（住所一致が複数のときは住所一致の全候補、
      *      住所一致がないときは電話一致の全候補）
      *****************************************************************
       4500-KOUHO-REIGAI.
           IF JUUSHO-ICCHI-COUNT > 1
               IF DT-JUUSHO-ICCHI (DOUMEI-SOEJI)
                   MOVE DOUMEI-SOEJI TO KAKUTEI-SOEJI
                   PERFORM 4600-REIGAI-SAKUSEI THRU 4600-EXIT
                   SET JR-KOUHO-FUKUSUU TO TRUE
                   PERFORM 4650-REIGAI-KAKIDASHI THRU 4650-EXIT
               END-IF
           ELSE
               IF DT-DENWA-ICCHI (DOUMEI-SOEJI)
                   MOVE DOUMEI-SOEJI TO KAKUTEI-SOEJI
                   PERFORM 4600-REIGAI-SAKUSEI THRU 4600-EXIT
                   SET JR-JUUSHO-FUICCHI TO TRUE
                   PERFORM 4650-REIGAI-KAKIDASHI THRU 4650-EXIT
               END-IF
           END-IF
           ADD 1 TO DOUMEI-SOEJI.
       4500-EXIT.
           EXIT.


      *****************************************************************
      * 4600 例外レコードの編集（住民異動の内容と、KAKUTEI-SOEJIの
      *      指す候補の飼主マスタの住所・電話番号。0のときは候補なし）
      * 4650 例外レコードの書き出し
      *****************************************************************
       4600-REIGAI-SAKUSEI.
           MOVE SPACE TO JUMIN-REIGAI-RECORD.
           MOVE IDOU-COUNT     TO JR-NYUURYOKU-NUM.
           MOVE JS-IDOU-KUBUN  TO JR-IDOU-KUBUN.
           MOVE JS-IDOU-DATE   TO JR-IDOU-DATE.
           MOVE JS-SHIMEI      TO JR-SHIMEI.
           MOVE JS-JUUSHO      TO JR-JUUSHO.
           MOVE JS-SHIN-JUUSHO TO JR-SHIN-JUUSHO.
           MOVE JS-TEL         TO JR-TEL.
           IF KAKUTEI-SOEJI = 0
               MOVE 0 TO JR-OWNER-NUM
           ELSE
               MOVE DT-OWNER-NUM (KAKUTEI-SOEJI)  TO JR-OWNER-NUM
               MOVE DT-OWNER-ADDR (KAKUTEI-SOEJI) TO JR-OWNER-ADDR
               MOVE DT-OWNER-TEL (KAKUTEI-SOEJI)  TO JR-OWNER-TEL
           END-IF.
       4600-EXIT.
           EXIT.

       4650-REIGAI-KAKIDASHI.
           WRITE JUMIN-REIGAI-RECORD.
           ADD 1 TO REIGAI-COUNT.
       4650-EXIT.
           EXIT.


      *****************************************************************
      * 4900 氏名順の飼主マスタを1件読む
      *****************************************************************
       4900-OWNER-YOMI.
           READ OWNER-SORTED
               AT END
                   SET OWNER-IS-EOF TO TRUE
           END-READ.
       4900-EXIT.
           EXIT.


      *****************************************************************
      * 5000 例外・犬登録マスタの飼主番号順整列
      *****************************************************************
       5000-OWNER-SEIRETSU.
           SORT REIGAI-SORT-WORK
               ON ASCENDING KEY RX-OWNER-NUM
               ON ASCENDING KEY RX-NYUURYOKU-NUM
               USING  REIGAI-WORK
               GIVING REIGAI-SORTED.

           SORT DOG-SORT-WORK
               ON ASCENDING KEY OWNER-NUM IN DOG-SORT-RECORD
               ON ASCENDING KEY REGI-NUM IN DOG-SORT-RECORD
               USING  DOG-MASTER
               GIVING DOG-SORTED.
       5000-EXIT.
           EXIT.


      *****************************************************************
      * 6000 例外一覧の印刷
      *      飼主番号順の例外と登録犬を併合し、例外1件ごとにその
      *      飼主番号の登録犬全頭を付ける。同じ飼主番号の例外が
      *      続く場合、登録犬は最初の1件にだけ付ける。飼主番号0
      *      （同姓同名過多）には登録犬を付けない
      *****************************************************************
       6000-REIGAI-INJI.
           MOVE SPACE TO REIGAI-TITLE-LINE.
           MOVE "住民異動照合　例外一覧　" TO RT-TITLE.
           MOVE GYOUMU-DATE-8 TO RT-GYOUMU-DATE.
           WRITE REIGAI-TITLE-LINE.

           OPEN INPUT REIGAI-SORTED
           IF NOT REIGAI-SORTED-OK
               DISPLAY "*** REIGAI-SORTED 開始時異常 STATUS=" ,
                       REIGAI-SORTED-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT DOG-SORTED
           IF NOT DOG-SORTED-OK
               DISPLAY "*** DOG-SORTED 開始時異常 STATUS=" ,
                       DOG-SORTED-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 6800-REIGAI-YOMI THRU 6800-EXIT.
           PERFORM 6900-DOG-YOMI    THRU 6900-EXIT.
           PERFORM 6100-REIGAI-1KEN THRU 6100-EXIT
               UNTIL REIGAI-HIKAKU-KEY = HIGH-VALUE.

           CLOSE REIGAI-SORTED.
           CLOSE DOG-SORTED.
       6000-EXIT.
           EXIT.

       6100-REIGAI-1KEN.
           PERFORM 7000-REIGAI-MIDASHI THRU 7000-EXIT
           PERFORM 6110-INU-TSUKE THRU 6110-EXIT

           MOVE REIGAI-HIKAKU-KEY TO ZENKAI-OWNER-KEY.
           MOVE SPACE TO REIGAI-KUGIRI-LINE.
           MOVE ALL "-" TO RK-KUGIRI.
           WRITE REIGAI-KUGIRI-LINE.
           PERFORM 6800-REIGAI-YOMI THRU 6800-EXIT.
       6100-EXIT.
           EXIT.

      *    例外1件への登録犬の付記（飼主番号0は付けず、前の例外と
      *    同じ飼主番号なら「同上」とする）
       6110-INU-TSUKE.
           IF RS-OWNER-NUM = 0
               GO TO 6110-EXIT
           END-IF
           IF REIGAI-HIKAKU-KEY = ZENKAI-OWNER-KEY
               MOVE SPACE TO REIGAI-INU-LINE
               MOVE "（同上）" TO RD-LABEL
               WRITE REIGAI-INU-LINE
               GO TO 6110-EXIT
           END-IF

      *    飼主番号の小さい犬を読み飛ばし、同じ飼主番号の犬を印字する
           PERFORM 6900-DOG-YOMI THRU 6900-EXIT
               UNTIL DOG-HIKAKU-KEY NOT < REIGAI-HIKAKU-KEY.
           IF DOG-HIKAKU-KEY NOT = REIGAI-HIKAKU-KEY
               MOVE SPACE TO REIGAI-INU-LINE
               MOVE "登録犬なし" TO RD-NAME
               WRITE REIGAI-INU-LINE
           END-IF
           PERFORM 6200-INU-INJI THRU 6200-EXIT
               UNTIL DOG-HIKAKU-KEY NOT = REIGAI-HIKAKU-KEY.
       6110-EXIT.
           EXIT.

       6200-INU-INJI.
           MOVE SPACE TO REIGAI-INU-LINE.
           MOVE "登録犬：" TO RD-LABEL.
           MOVE REGI-NUM IN DOG-SORTED-RECORD TO RD-REGI-NUM.
           MOVE NAME IN DOG-SORTED-RECORD     TO RD-NAME.
           MOVE BIRTHDAY IN DOG-SORTED-RECORD TO RD-BIRTHDAY.
           WRITE REIGAI-INU-LINE.
           ADD 1 TO REIGAI-INU-COUNT.
           PERFORM 6900-DOG-YOMI THRU 6900-EXIT.
       6200-EXIT.
           EXIT.

       6800-REIGAI-YOMI.
           READ REIGAI-SORTED
               AT END
                   MOVE HIGH-VALUE TO REIGAI-HIKAKU-KEY
                   GO TO 6800-EXIT
           END-READ
           MOVE RS-OWNER-NUM TO REIGAI-HIKAKU-KEY.
       6800-EXIT.
           EXIT.

       6900-DOG-YOMI.
           READ DOG-SORTED
               AT END
                   MOVE HIGH-VALUE TO DOG-HIKAKU-KEY
                   GO TO 6900-EXIT
           END-READ
           MOVE OWNER-NUM IN DOG-SORTED-RECORD TO DOG-HIKAKU-KEY.
       6900-EXIT.
           EXIT.


      *****************************************************************
      * 7000 例外1件の見出し・住所行の印刷
      *****************************************************************
       7000-REIGAI-MIDASHI.
           MOVE SPACE TO REIGAI-MIDASHI-LINE.
           IF RS-SHINAI-TENKYO
               MOVE "市内転居" TO RH-IDOU-NAME
           END-IF
           IF RS-SHIGAI-TENSHUTSU
               MOVE "市外転出" TO RH-IDOU-NAME
           END-IF
           IF RS-SHIBOU
               MOVE "死亡" TO RH-IDOU-NAME
           END-IF
           IF RS-KAKUTEI
               MOVE "（確定）" TO RH-RIYUU-NAME
           END-IF
           IF RS-KOUHO-FUKUSUU
               MOVE "（候補複数）" TO RH-RIYUU-NAME
           END-IF
           IF RS-JUUSHO-FUICCHI
               MOVE "（住所不一致）" TO RH-RIYUU-NAME
           END-IF
           IF RS-DOUMEI-KATA
               MOVE "（同姓同名過多）" TO RH-RIYUU-NAME
           END-IF
           IF RS-TENKYOSAKI-FUMEI
               MOVE "（転居先不明）" TO RH-RIYUU-NAME
           END-IF
           MOVE "飼主番号：" TO RH-OWNER-LABEL.
           MOVE RS-OWNER-NUM TO RH-OWNER-NUM.
           MOVE RS-SHIMEI    TO RH-SHIMEI.
           MOVE "異動日：" TO RH-DATE-LABEL.
           MOVE RS-IDOU-DATE TO RH-IDOU-DATE.
           WRITE REIGAI-MIDASHI-LINE.

           MOVE SPACE TO REIGAI-JUUSHO-LINE.
           MOVE "住民記録　：" TO RA-LABEL.
           MOVE RS-JUUSHO TO RA-JUUSHO.
           MOVE RS-TEL    TO RA-TEL.
           WRITE REIGAI-JUUSHO-LINE.

           IF RS-SHINAI-TENKYO
               MOVE SPACE TO REIGAI-JUUSHO-LINE
               MOVE "転居先　　：" TO RA-LABEL
               MOVE RS-SHIN-JUUSHO TO RA-JUUSHO
               WRITE REIGAI-JUUSHO-LINE
           END-IF

           IF RS-OWNER-NUM NOT = 0
               MOVE SPACE TO REIGAI-JUUSHO-LINE
               MOVE "飼主マスタ：" TO RA-LABEL
               MOVE RS-OWNER-ADDR TO RA-JUUSHO
               MOVE RS-OWNER-TEL  TO RA-TEL
               WRITE REIGAI-JUUSHO-LINE
           END-IF.
       7000-EXIT.
           EXIT.


      *****************************************************************
      * 9000 終了処理（結果件数の表示とファイルの終了）
      *****************************************************************
       9000-SHUURYOU-SHORI.
           CLOSE REIGAI-PRINT.

           DISPLAY "--- 住民異動照合結果 ---".
           DISPLAY "入力件数　：" IDOU-COUNT.
           DISPLAY "転居変更　：" TENKYO-TORAN-COUNT.
           DISPLAY "変更済み　：" KOUSHIN-ZUMI-COUNT.
           DISPLAY "例外件数　：" REIGAI-COUNT.
           DISPLAY "例外登録犬：" REIGAI-INU-COUNT.
           DISPLAY "該当なし　：" GAITOU-NASHI-COUNT.
           DISPLAY "区分異常　：" KUBUN-IJOU-COUNT.
       9000-EXIT.
           EXIT.
