      *----------------------------------------------------------*
      * LEDGREC - 保留台帳レコードレイアウト                     *
      * PRO10が毎晩書き直す累積の保留台帳(SUSPLEDG)。先頭の制御  *
      * レコード(H)に適用済の再投入実行の日時を持ち、以降に      *
      * 未決(O)/消込済(C)の項目(D)を1リジェクト1件で並べる。     *
      * 月次の拠点別サービス評価(PRO14)も未決項目の滞留を拠点別  *
      * に数えるためにCOPYする。ソースIDはSUSPOUTから引き継ぐ    *
      * (ソースID追加前から残る項目は空白)。                     *
      * 変更時は SUSPLEDG の LRECL(67) も合わせる。              *
      *----------------------------------------------------------*
       01 LEDG-RECORD.
          05 LEDG-REC-TYPE     PIC X(1).
             88 LEDG-REC-CONTROL     VALUE "H".
             88 LEDG-REC-ITEM        VALUE "D".
          05 LEDG-ORIG-DATE    PIC 9(8).
          05 LEDG-ORIG-RECNO   PIC 9(9).
          05 LEDG-STATUS       PIC X(1).
          05 LEDG-CLEAR-DATE   PIC 9(8).
          05 LEDG-BAD-COUNT    PIC 9(1).
          05 LEDG-BAD-POS      PIC 9(2)  OCCURS 5.
          05 LEDG-SCAN-RECORD  PIC X(26).
          05 LEDG-SOURCE-ID    PIC X(3).
       01 LEDG-CONTROL-RECORD.
          05 FILLER            PIC X(1).
          05 LEDG-CTL-RSB-DATE PIC 9(8).
          05 LEDG-CTL-RSB-TIME PIC 9(8).
          05 FILLER            PIC X(50).
