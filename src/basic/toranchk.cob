      *               正常件数の合計を持ち、後続の件数照合が合う。
      *               読み終えた再投入ファイルは空にして二重取込を
      *               防ぐ。項目検査は作業領域渡しに共通化）
      *   2026/10/15  抹消（"03"）の抹消理由・死亡日の検査を追加（理由
      *               が死亡・所在不明・転出・その他以外は理由コード
      *               "11"、死亡の死亡日が非数字・暦日異常・未来日は
      *               理由コード"12"で棄却する）
      *   2026/10/15  鑑札再交付（"04"）を処理区分に追加（登録番号と
      *               再交付理由だけを検査し、理由が紛失・き損・
      *               未交付以外は理由コード"13"で棄却する）


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

      * 業務日付（生年月日の未来日判定用）
       01 GYOUMU-DATE-8            PIC 9(8).
      *      最初に見つけたエラーで打ち切り、理由・項目名を退避する
      *      抹消（"03"）は登録番号だけで処理できるため、犬の名前等の
      *      記入は求めない（処理区分と登録番号のみ検査する）
      *      鑑札再交付（"04"）も同じく処理区分・登録番号と再交付
      *      理由のみ検査する
      *****************************************************************
       3000-KOUMOKU-KENSA.
      *    処理区分
               GO TO 3000-EXIT
           END-IF

      *    抹消は抹消理由・死亡日だけを検査する
           IF KENSA-MASSHOU
               PERFORM 3300-MASSHOU-KENSA THRU 3300-EXIT
               GO TO 3000-EXIT
           END-IF

      *    鑑札再交付は再交付理由だけを検査する
           IF KENSA-SAIKOUFU
               PERFORM 3400-SAIKOUFU-KENSA THRU 3400-EXIT
               GO TO 3000-EXIT
           END-IF

           EXIT.


      *****************************************************************
      * 3300 抹消理由・死亡日の検査（抹消"03"のみ）
      *      抹消理由が死亡・所在不明・転出・その他のいずれかである
      *      こと。死亡の場合は死亡日が数字・実在の暦日（生年月日と
      *      同じ規則）・業務日付より未来でないことを順に調べる
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
      * 4000 棄却レコードの出力
      *      元のトランザクション全体をそのまま持たせ、窓口で訂正の
