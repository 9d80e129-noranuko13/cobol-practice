      *               終了を記録する。BILRUIを書き換える処理になった
      *               ため、同じ入金実績での二度目の実行が別の未消込
      *               請求を誤って消し込むのを防ぐ）
      *   2026/10/15  消込済請求に精算区分・精算日を追加（金額相違の
      *               精算（SOUISEI）が精算済みを記録する欄。ここでは
      *               未精算（空白）・0で出力する）


      *** 環境部
               MOVE "2" TO KE-KEKKA-KUBUN
           END-IF
           MOVE GYOUMU-DATE-8 TO KE-SHORI-DATE
           MOVE SPACE TO KE-SEISAN-KUBUN
           MOVE 0 TO KE-SEISAN-DATE
           WRITE BILL-KESHIKOMI-RECORD
           ADD 1 TO KESHIKOMI-COUNT.
       4140-EXIT.
