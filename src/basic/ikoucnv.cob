      *** 見出し部
       IDENTIFICATION  DIVISION.

      * プログラム名
       PROGRAM-ID.     IKOUCNV.

      * 変更履歴
      *   2026/10/15  新規作成（レコード拡張に伴うファイル移行。1回
      *               だけ実行する。消込済請求ファイルBILKESIに精算
      *               区分・精算日を、料金パラメタファイルFEEPRMに
      *               注射済票交付手数料・取扱手数料・鑑札の再交付
      *               手数料を追加したため、拡張前の両ファイルを読み
      *               新しい長さのレコードで作り直す。
      *               運用手順：現在のBILKESIをBILKSKYU、FEEPRMを
      *               FEPRMKYUとして割り当て、新しいBILKESI・FEEPRMを
      *               出力に割り当てて、入金消込（SHIHARAI）・登録
      *               バッチ（SYNTAX）など新しいレコードを扱う
      *               プログラムの初回実行より前に流す。
      *               既存の消込済請求は未精算（精算区分空白・精算日
      *               0）とし、料率には各プログラムがファイル未作成
      *               時に使う内蔵の手数料を入れる。取扱手数料は委託
      *               契約の額へ料金パラメタの保守で直すこと）


      *** 環境部
       ENVIRONMENT     DIVISION.

       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
      *    拡張前の消込済請求ファイル（移行元）
           SELECT KESHIKOMI-KYUU   ASSIGN TO "BILKSKYU"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS KESHIKOMI-KYUU-STATUS.

      *    消込済請求ファイル（移行先。精算区分・精算日付き）
           SELECT BILL-KESHIKOMI   ASSIGN TO "BILKESI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BILL-KESHIKOMI-STATUS.

      *    拡張前の料金パラメタ（移行元）
           SELECT FEE-PARAM-KYUU   ASSIGN TO "FEPRMKYU"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FEE-PARAM-KYUU-STATUS.

      *    料金パラメタ（移行先。手数料付き）
           SELECT FEE-PARAM        ASSIGN TO "FEEPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FEE-PARAM-STATUS.


      *** データ部
       DATA            DIVISION.

      ** ファイル section
       FILE            SECTION.

      *    拡張前のレコード（DOGKES.CPYの精算区分・精算日より前の
      *    項目と同じ並び）
       FD  KESHIKOMI-KYUU
           LABEL RECORDS ARE STANDARD.
       01  KESHIKOMI-KYUU-RECORD.
           03 KK-REGI-NUM        PIC 9(6).
           03 KK-OWNER-NAME      PIC  N(20).
           03 KK-RYOUKIN-GAKU    PIC 9(5).
           03 KK-HAKKOU-DATE     PIC 9(8).
           03 KK-NYUUKIN-GAKU    PIC 9(5).
           03 KK-NYUUKIN-DATE    PIC 9(8).
           03 KK-KEKKA-KUBUN     PIC X(1).
           03 KK-SHORI-DATE      PIC 9(8).

       FD  BILL-KESHIKOMI
           LABEL RECORDS ARE STANDARD.
           COPY DOGKES.

      *    拡張前のレコード（DOGFEE.CPYの手数料より前の項目と同じ
      *    並び）
       FD  FEE-PARAM-KYUU
           LABEL RECORDS ARE STANDARD.
       01  FEE-PARAM-KYUU-RECORD.
           03 FK-YUUKOU-DATE     PIC 9(8).
           03 FK-RYOUKIN-KIHON   PIC 9(5).
           03 FK-SAKYOKU-GENGAKU PIC 9(5).
           03 FK-KOUREI-GENGAKU  PIC 9(5).
           03 FK-KOUREI-NENREI   PIC 9(3).

       FD  FEE-PARAM
           LABEL RECORDS ARE STANDARD.
           COPY DOGFEE.


      ** 作業場所節
       WORKING-STORAGE SECTION.
      * ファイル状態コード
       01 KESHIKOMI-KYUU-STATUS    PIC X(02).
           88 KESHIKOMI-KYUU-OK        VALUE "00".
           88 KESHIKOMI-KYUU-NASHI     VALUE "35".

       01 BILL-KESHIKOMI-STATUS    PIC X(02).
           88 BILL-KESHIKOMI-OK        VALUE "00".

       01 FEE-PARAM-KYUU-STATUS    PIC X(02).
           88 FEE-PARAM-KYUU-OK        VALUE "00".
           88 FEE-PARAM-KYUU-NASHI     VALUE "35".

       01 FEE-PARAM-STATUS         PIC X(02).
           88 FEE-PARAM-OK             VALUE "00".

      * スイッチ類
       01 KESHIKOMI-EOF-SWITCH     PIC X(01) VALUE "N".
           88 KESHIKOMI-IS-EOF         VALUE "Y".

       01 FEE-EOF-SWITCH           PIC X(01) VALUE "N".
           88 FEE-IS-EOF               VALUE "Y".

      *   移行元なしスイッチ（料金パラメタは未作成のまま運用して
      *   いる場合があるため、なければ移行しない）
       01 FEE-KYUU-NASHI-SWITCH    PIC X(01) VALUE "N".
           88 FEE-KYUU-NASHI           VALUE "Y".

      * 追加した手数料の初期値（SYNTAX・JUUISEIのファイル未作成時の
      *   内蔵料率と同じ額）
       01 SHOKI-SHOUMEI-RYOUKIN    PIC 9(5) VALUE 550.
       01 SHOKI-ITAKU-TESUURYOU    PIC 9(5) VALUE 0.
       01 SHOKI-SAIKOUFU-RYOUKIN   PIC 9(5) VALUE 1600.

      * 件数
       01 KESHIKOMI-YOMI-COUNT     PIC 9(8) VALUE 0.
       01 KESHIKOMI-KAKI-COUNT     PIC 9(8) VALUE 0.
       01 FEE-YOMI-COUNT           PIC 9(8) VALUE 0.
       01 FEE-KAKI-COUNT           PIC 9(8) VALUE 0.


      *** 手続き部
       PROCEDURE       DIVISION.

       0000-MAINLINE.
           PERFORM 1000-SHOKI-SHORI        THRU 1000-EXIT
           PERFORM 4000-KESHIKOMI-IKOU     THRU 4000-EXIT
           PERFORM 5000-FEE-IKOU           THRU 5000-EXIT
           PERFORM 9000-SHUURYOU-SHORI     THRU 9000-EXIT
           STOP   RUN.


      *****************************************************************
      * 1000 初期処理（ファイルの開始）
      *      消込済請求の移行元がない場合は、移行済みのファイルを
      *      空で作り直さないよう出力を開く前に打ち切る
      *****************************************************************
       1000-SHOKI-SHORI.
           OPEN INPUT KESHIKOMI-KYUU
           IF KESHIKOMI-KYUU-NASHI
               DISPLAY "*** 移行元BILKSKYUなし"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT KESHIKOMI-KYUU-OK
               DISPLAY "*** KESHIKOMI-KYUU 開始時異常 STATUS=" ,
                       KESHIKOMI-KYUU-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT BILL-KESHIKOMI
           IF NOT BILL-KESHIKOMI-OK
               DISPLAY "*** BILL-KESHIKOMI 開始時異常 STATUS=" ,
                       BILL-KESHIKOMI-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

      *    料金パラメタは未作成なら移行先も作らない（各プログラムは
      *    ファイル未作成時に内蔵の料率で動く）
           OPEN INPUT FEE-PARAM-KYUU
           IF FEE-PARAM-KYUU-NASHI
               SET FEE-KYUU-NASHI TO TRUE
               GO TO 1000-EXIT
           END-IF
           IF NOT FEE-PARAM-KYUU-OK
               DISPLAY "*** FEE-PARAM-KYUU 開始時異常 STATUS=" ,
                       FEE-PARAM-KYUU-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT FEE-PARAM
           IF NOT FEE-PARAM-OK
               DISPLAY "*** FEE-PARAM 開始時異常 STATUS=" ,
                       FEE-PARAM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.


      *****************************************************************
      * 4000 消込済請求ファイルの移行
      *      拡張前の項目をそのまま写し、精算区分を空白（未精算）、
      *      精算日を0として書き出す
      *****************************************************************
       4000-KESHIKOMI-IKOU.
           MOVE "N" TO KESHIKOMI-EOF-SWITCH.
           PERFORM 4100-KESHIKOMI-1KEN THRU 4100-EXIT
               UNTIL KESHIKOMI-IS-EOF.
       4000-EXIT.
           EXIT.

       4100-KESHIKOMI-1KEN.
           READ KESHIKOMI-KYUU
               AT END
                   SET KESHIKOMI-IS-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ
           ADD 1 TO KESHIKOMI-YOMI-COUNT

           MOVE SPACE TO BILL-KESHIKOMI-RECORD
           MOVE KK-REGI-NUM     TO KE-REGI-NUM
           MOVE KK-OWNER-NAME   TO KE-OWNER-NAME
           MOVE KK-RYOUKIN-GAKU TO KE-RYOUKIN-GAKU
           MOVE KK-HAKKOU-DATE  TO KE-HAKKOU-DATE
           MOVE KK-NYUUKIN-GAKU TO KE-NYUUKIN-GAKU
           MOVE KK-NYUUKIN-DATE TO KE-NYUUKIN-DATE
           MOVE KK-KEKKA-KUBUN  TO KE-KEKKA-KUBUN
           MOVE KK-SHORI-DATE   TO KE-SHORI-DATE
           SET KE-MISEISAN TO TRUE
           MOVE 0               TO KE-SEISAN-DATE
           WRITE BILL-KESHIKOMI-RECORD
           ADD 1 TO KESHIKOMI-KAKI-COUNT.
       4100-EXIT.
           EXIT.


      *****************************************************************
      * 5000 料金パラメタの移行
      *      適用開始日と登録料・更新料の料率はそのまま写し、追加した
      *      手数料に初期値を入れて書き出す
      *****************************************************************
       5000-FEE-IKOU.
           IF FEE-KYUU-NASHI
               GO TO 5000-EXIT
           END-IF
           MOVE "N" TO FEE-EOF-SWITCH.
           PERFORM 5100-FEE-1KEN THRU 5100-EXIT
               UNTIL FEE-IS-EOF.
       5000-EXIT.
           EXIT.

       5100-FEE-1KEN.
           READ FEE-PARAM-KYUU
               AT END
                   SET FEE-IS-EOF TO TRUE
                   GO TO 5100-EXIT
           END-READ
           ADD 1 TO FEE-YOMI-COUNT

           MOVE SPACE TO FEE-PARAM-RECORD
           MOVE FK-YUUKOU-DATE     TO FE-YUUKOU-DATE
           MOVE FK-RYOUKIN-KIHON   TO FE-RYOUKIN-KIHON
           MOVE FK-SAKYOKU-GENGAKU TO FE-SAKYOKU-GENGAKU
           MOVE FK-KOUREI-GENGAKU  TO FE-KOUREI-GENGAKU
           MOVE FK-KOUREI-NENREI   TO FE-KOUREI-NENREI
           MOVE SHOKI-SHOUMEI-RYOUKIN  TO FE-SHOUMEI-RYOUKIN
           MOVE SHOKI-ITAKU-TESUURYOU  TO FE-ITAKU-TESUURYOU
           MOVE SHOKI-SAIKOUFU-RYOUKIN TO FE-SAIKOUFU-RYOUKIN
           WRITE FEE-PARAM-RECORD
           ADD 1 TO FEE-KAKI-COUNT.
       5100-EXIT.
           EXIT.


      *****************************************************************
      * 9000 終了処理（件数照合と結果の表示）
      *      読んだ件数と書いた件数が合わない場合は復帰コード12で
      *      異常終了扱いとし、移行元から流し直させる
      *****************************************************************
       9000-SHUURYOU-SHORI.
           CLOSE KESHIKOMI-KYUU.
           CLOSE BILL-KESHIKOMI.
           IF NOT FEE-KYUU-NASHI
               CLOSE FEE-PARAM-KYUU
               CLOSE FEE-PARAM
           END-IF

           DISPLAY "--- ファイル移行結果 ---".
           DISPLAY "消込済請求読込：" KESHIKOMI-YOMI-COUNT.
           DISPLAY "消込済請求移行：" KESHIKOMI-KAKI-COUNT.
           IF FEE-KYUU-NASHI
               DISPLAY "料金パラメタ　：移行元なし"
           ELSE
               DISPLAY "料金パラメタ読：" FEE-YOMI-COUNT
               DISPLAY "料金パラメタ移：" FEE-KAKI-COUNT
           END-IF

           IF KESHIKOMI-KAKI-COUNT NOT = KESHIKOMI-YOMI-COUNT
                   OR FEE-KAKI-COUNT NOT = FEE-YOMI-COUNT
               DISPLAY "*** 件数不一致のため移行異常"
               MOVE 12 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
