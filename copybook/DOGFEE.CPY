      *      初期処理で全件を読み、適用開始日が業務日付以前で最も
      *      新しい料率を採用する。議会承認済みの翌年度料率を事前に
      *      積んでおけば、適用開始日から自動的に切り替わる
      *      注射済票交付手数料（1枚あたり）と委託病院への取扱手数料
      *      （1件あたり）も同じレコードに持ち、動物病院別の月次精算
      *      （JUUISEI）が同じ選び方で採用する
      *      鑑札の再交付手数料（1枚あたり）も同じレコードに持ち、
      *      登録バッチ（SYNTAX）の再交付（"04"）が請求抽出へ出す
      *    変更履歴
      *      2026/10/15  注射済票交付手数料・取扱手数料・再交付手数料
      *                  を追加。レコード長が変わるため、既存のFEEPRM
      *                  はファイル移行（IKOUCNV）で手数料を付けて
      *                  作り直すこと
      *****************************************************************
       01  FEE-PARAM-RECORD.
           03 FE-YUUKOU-DATE     PIC 9(8).
           03 FE-SAKYOKU-GENGAKU PIC 9(5).
           03 FE-KOUREI-GENGAKU  PIC 9(5).
           03 FE-KOUREI-NENREI   PIC 9(3).
           03 FE-SHOUMEI-RYOUKIN PIC 9(5).
           03 FE-ITAKU-TESUURYOU PIC 9(5).
           03 FE-SAIKOUFU-RYOUKIN PIC 9(5).
