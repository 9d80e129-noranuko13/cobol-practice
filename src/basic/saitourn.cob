      *               2ファイルの併合へ変更（入金消込SHIHARAIと同じ
      *               方式。訂正1000件の内部表の上限をなくし、件数は
      *               ディスクの許す限りになる）
      *   2026/10/15  抹消（"03"）の抹消理由・死亡日の再検査を追加
      *               （TORANCHKと同じ規則。理由コード"11"・"12"を
      *               理由コード別の集計に加える）
      *   2026/10/15  鑑札再交付（"04"）の再交付理由の再検査を追加
      *               （TORANCHKと同じ規則。理由コード"13"を理由
      *               コード別の集計に加える）


      *** 環境部
               88 KENSA-SHINKI         VALUE "01".
               88 KENSA-HENKOU         VALUE "02".
               88 KENSA-MASSHOU        VALUE "03".
               88 KENSA-SAIKOUFU       VALUE "04".
               88 KENSA-CODE-SEIJOU    VALUES "01" "02" "03" "04".
           03 KENSA-DOG-DATA.
               COPY DOGREC.
           03 KENSA-MASSHOU-DATA REDEFINES KENSA-DOG-DATA.
               COPY DOGMSR.
           03 KENSA-SAIKOUFU-DATA REDEFINES KENSA-DOG-DATA.
               COPY DOGSKF.

      * 併合の比較キー（保留側・訂正側。読み切った側はHIGH-VALUESを
      *   立てて常に大きい側として扱う）
       01 KYAKKA-RIYUU             PIC X(02).
       01 KYAKKA-KOUMOKU           PIC X(10).

      * 理由コード別の保留件数（"01"～"13"）
       01 RIYUU-TABLE.
           03 RIYUU-KENSUU          PIC 9(8) OCCURS 13 VALUE 0.
       01 RIYUU-NUM                PIC 9(2).
       01 RIYUU-SOUSA              PIC 9(2).
       01 RIYUU-HYOUJI             PIC X(2).
      *****************************************************************
      * 3000 1件分の項目検査（TORANCHKの3000と同じ規則）
      *      最初に見つけたエラーで打ち切り、理由・項目名を退避する
      *      抹消（"03"）は処理区分・登録番号と抹消理由・死亡日のみ
      *      検査する。鑑札再交付（"04"）は処理区分・登録番号と
      *      再交付理由のみ検査する
      *****************************************************************
       3000-KOUMOKU-KENSA.
           IF NOT KENSA-CODE-SEIJOU
           END-IF

           IF KENSA-MASSHOU
               PERFORM 3300-MASSHOU-KENSA THRU 3300-EXIT
               GO TO 3000-EXIT
           END-IF
           IF KENSA-SAIKOUFU
               PERFORM 3400-SAIKOUFU-KENSA THRU 3400-EXIT
               GO TO 3000-EXIT
           END-IF

           EXIT.


      *****************************************************************
      * 3300 抹消理由・死亡日の検査（TORANCHKの3300と同じ規則）
      *****************************************************************
       3300-MASSHOU-KENSA.
           IF NOT MS-RIYUU-SEIJOU IN KENSA-MASSHOU-DATA
               MOVE "11" TO KYAKKA-RIYUU
               MOVE "RIYUU-CODE" TO KYAKKA-KOUMOKU
               SET KENSA-NG TO TRUE
               GO TO 3300-EXIT
           END-IF

           IF NOT MS-SHIBOU IN KENSA-MASSHOU-DATA
               GO TO 3300-EXIT
           END-IF

           IF MS-SHIBOU-DATE IN KENSA-MASSHOU-DATA IS NOT NUMERIC
               MOVE "12" TO KYAKKA-RIYUU
               MOVE "SHIBOU-BI" TO KYAKKA-KOUMOKU
               SET KENSA-NG TO TRUE
               GO TO 3300-EXIT
           END-IF

           IF MS-SHIBOU-MONTH IN KENSA-MASSHOU-DATA < 1 OR
              MS-SHIBOU-MONTH IN KENSA-MASSHOU-DATA > 12
               MOVE "12" TO KYAKKA-RIYUU
               MOVE "SHIBOU-BI" TO KYAKKA-KOUMOKU
               SET KENSA-NG TO TRUE
               GO TO 3300-EXIT
           END-IF

           MOVE TSUKI-MATSUJITSU (MS-SHIBOU-MONTH IN KENSA-MASSHOU-DATA)
               TO MATSUJITSU
           IF MS-SHIBOU-MONTH IN KENSA-MASSHOU-DATA = 2
               DIVIDE 4 INTO MS-SHIBOU-YEAR IN KENSA-MASSHOU-DATA
                   GIVING URUU-WORK-SHOU REMAINDER URUU-WORK-AMARI
               IF URUU-WORK-AMARI = 0
                   DIVIDE 100 INTO MS-SHIBOU-YEAR IN KENSA-MASSHOU-DATA
                       GIVING URUU-WORK-SHOU
                       REMAINDER URUU-WORK-AMARI
                   IF URUU-WORK-AMARI NOT = 0
                       MOVE 29 TO MATSUJITSU
                   ELSE
                       DIVIDE 400 INTO
                               MS-SHIBOU-YEAR IN KENSA-MASSHOU-DATA
                           GIVING URUU-WORK-SHOU
                           REMAINDER URUU-WORK-AMARI
                       IF URUU-WORK-AMARI = 0
                           MOVE 29 TO MATSUJITSU
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF MS-SHIBOU-DAY IN KENSA-MASSHOU-DATA < 1 OR
              MS-SHIBOU-DAY IN KENSA-MASSHOU-DATA > MATSUJITSU
               MOVE "12" TO KYAKKA-RIYUU
               MOVE "SHIBOU-BI" TO KYAKKA-KOUMOKU
               SET KENSA-NG TO TRUE
               GO TO 3300-EXIT
           END-IF

           IF MS-SHIBOU-DATE IN KENSA-MASSHOU-DATA > GYOUMU-DATE-8
               MOVE "12" TO KYAKKA-RIYUU
               MOVE "SHIBOU-BI" TO KYAKKA-KOUMOKU
               SET KENSA-NG TO TRUE
           END-IF.
       3300-EXIT.
           EXIT.


      *****************************************************************
      * 3400 再交付理由の検査（鑑札再交付"04"のみ）
      *      再交付理由が紛失・き損・未交付のいずれかであること
      *      （TORANCHKと同じ規則）
      *****************************************************************
       3400-SAIKOUFU-KENSA.
           IF NOT SF-RIYUU-SEIJOU IN KENSA-SAIKOUFU-DATA
               MOVE "13" TO KYAKKA-RIYUU
               MOVE "RIYUU-CODE" TO KYAKKA-KOUMOKU
               SET KENSA-NG TO TRUE
           END-IF.
       3400-EXIT.
           EXIT.


      *****************************************************************
      * 4000 保留候補の整列
      *      繰越分と当日棄却分を処理区分・登録番号順に並べ、訂正の

           IF SX-RIYUU-CODE IS NUMERIC
               MOVE SX-RIYUU-CODE TO RIYUU-NUM
               IF RIYUU-NUM >= 1 AND RIYUU-NUM <= 13
                   ADD 1 TO RIYUU-KENSUU (RIYUU-NUM)
               END-IF
           END-IF
       9000-SHUURYOU-SHORI.
           MOVE 1 TO RIYUU-SOUSA.
           PERFORM 9100-RIYUU-1KEN THRU 9100-EXIT
               UNTIL RIYUU-SOUSA > 13.

           MOVE SPACE TO SEIRI-GOUKEI-LINE.
           MOVE "再投入　　：" TO SG-LABEL.
