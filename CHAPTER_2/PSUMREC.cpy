      *----------------------------------------------------------*
      * PSUMREC - 期間集計レコードレイアウト                     *
      * 期間締め(PRO16)が締めるたびに1期間×1拠点=1レコードで     *
      * 追記する。拠点ID"***"は実行全体(HISTOUT)の集計。         *
      * 後続の傾向資料は日次の履歴を何年分も読み直さずに、この   *
      * ファイルだけで月/四半期の推移を追える。                  *
      * 同じ期間を締め直したときは締め日の新しい方を正とする。   *
      * 12項目の並びはHISTREC/SRCHRECのHIST-VALUE/SRCH-VALUEと   *
      * 同じ。日平均は合計÷実行のあった日数で求められる。        *
      * 変更時は PSUMOUT の LRECL(200) も合わせる。              *
      *----------------------------------------------------------*
       01 PSUM-RECORD.
      *期間ID。月はYYYYMM、四半期はYYYYQn(例 2026Q3)
          05 PSUM-PERIOD        PIC X(6).
          05 PSUM-PERIOD-TYPE   PIC X(1).
             88 PSUM-MONTHLY              VALUE "M".
             88 PSUM-QUARTERLY            VALUE "Q".
          05 PSUM-FROM-DATE     PIC 9(8).
          05 PSUM-TO-DATE       PIC 9(8).
          05 PSUM-SOURCE-ID     PIC X(3).
          05 PSUM-DAYS          PIC 9(3).
          05 PSUM-RUNS          PIC 9(5).
          05 PSUM-CLOSE-DATE    PIC 9(8).
          05 PSUM-TOTALS.
             10 PSUM-RECORDS-READ  PIC 9(12).
             10 PSUM-TOTAL-1       PIC 9(12).
             10 PSUM-TOTAL-2       PIC 9(12).
             10 PSUM-TOTAL-3       PIC 9(12).
             10 PSUM-TOTAL-4       PIC 9(12).
             10 PSUM-TOTAL-5       PIC 9(12).
             10 PSUM-TOTAL-6       PIC 9(12).
             10 PSUM-TOTAL-7       PIC 9(12).
             10 PSUM-TOTAL-8       PIC 9(12).
             10 PSUM-TOTAL-9       PIC 9(12).
             10 PSUM-TOTAL-10      PIC 9(12).
             10 PSUM-REJECTS       PIC 9(12).
      *傾向分析で12項目をまとめて扱うための表形式の再定義
          05 PSUM-TOTALS-TBL REDEFINES PSUM-TOTALS.
             10 PSUM-VALUE         PIC 9(12) OCCURS 12.
          05 FILLER             PIC X(14).
