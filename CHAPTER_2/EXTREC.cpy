      *----------------------------------------------------------*
      * EXTREC - 情報系ロード用抽出レコードレイアウト            *
      * PRO1(抽出側)と取消抽出を書くPRO13で共通に COPY する。    *
      * 区切りは";"で、全レコードに実行日時を付ける。            *
      * 明細(D)は監査証跡と同じ内容(プロファイル付き)、トレーラ  *
      * (T)はRUN CONTROL TOTALSを運ぶ。取消抽出では明細を"R"、   *
      * トレーラを"X"にして同じ並びで書き、ロード側で実行分を    *
      * 相殺させる。                                             *
      * 変更時は EXTOUT の LRECL(140) とロード側の定義も合わせる *
      *----------------------------------------------------------*
       01 EXT-DETAIL-RECORD.
          05 EXT-DTL-RUN-DATE  PIC 9(8).
          05 FILLER            PIC X(1)   VALUE ";".
          05 EXT-DTL-RUN-TIME  PIC 9(8).
          05 FILLER            PIC X(1)   VALUE ";".
          05 EXT-DTL-REC-TYPE  PIC X(1)   VALUE "D".
             88 EXT-DTL-NORMAL           VALUE "D".
             88 EXT-DTL-REVERSAL         VALUE "R".
          05 FILLER            PIC X(1)   VALUE ";".
          05 EXT-DTL-REC-NO    PIC 9(9).
          05 FILLER            PIC X(1)   VALUE ";".
          05 EXT-DTL-FIELD     PIC X(10).
          05 FILLER            PIC X(1)   VALUE ";".
          05 EXT-DTL-CLAUSE    PIC X(12).
          05 FILLER            PIC X(1)   VALUE ";".
          05 EXT-DTL-PATTERN   PIC X(20).
          05 FILLER            PIC X(1)   VALUE ";".
          05 EXT-DTL-COUNT     PIC 9(9).
          05 FILLER            PIC X(1)   VALUE ";".
          05 EXT-DTL-PROFILE   PIC X(3).
       01 EXT-TRAILER-RECORD.
          05 EXT-TRL-RUN-DATE  PIC 9(8).
          05 FILLER            PIC X(1)   VALUE ";".
          05 EXT-TRL-RUN-TIME  PIC 9(8).
          05 FILLER            PIC X(1)   VALUE ";".
          05 EXT-TRL-REC-TYPE  PIC X(1)   VALUE "T".
             88 EXT-TRL-NORMAL           VALUE "T".
             88 EXT-TRL-REVERSAL         VALUE "X".
          05 FILLER            PIC X(1)   VALUE ";".
          05 EXT-TRL-RECS-READ PIC 9(9).
          05 FILLER            PIC X(1)   VALUE ";".
          05 EXT-TRL-TOTAL-1   PIC 9(9).
          05 FILLER            PIC X(1)   VALUE ";".
          05 EXT-TRL-TOTAL-2   PIC 9(9).
          05 FILLER            PIC X(1)   VALUE ";".
          05 EXT-TRL-TOTAL-3   PIC 9(9).
          05 FILLER            PIC X(1)   VALUE ";".
          05 EXT-TRL-TOTAL-4   PIC 9(9).
          05 FILLER            PIC X(1)   VALUE ";".
          05 EXT-TRL-TOTAL-5   PIC 9(9).
          05 FILLER            PIC X(1)   VALUE ";".
          05 EXT-TRL-TOTAL-6   PIC 9(9).
          05 FILLER            PIC X(1)   VALUE ";".
          05 EXT-TRL-TOTAL-7   PIC 9(9).
          05 FILLER            PIC X(1)   VALUE ";".
          05 EXT-TRL-TOTAL-8   PIC 9(9).
          05 FILLER            PIC X(1)   VALUE ";".
          05 EXT-TRL-TOTAL-9   PIC 9(9).
          05 FILLER            PIC X(1)   VALUE ";".
          05 EXT-TRL-TOTAL-10  PIC 9(9).
          05 FILLER            PIC X(1)   VALUE ";".
          05 EXT-TRL-REJECTS   PIC 9(9).
          05 FILLER            PIC X(1)   VALUE SPACE.
      *12項目をまとめて扱うための表形式の再定義(区切り込み)
       01 EXT-TRL-TOTALS-TBL REDEFINES EXT-TRAILER-RECORD.
          05 FILLER            PIC X(20).
          05 EXT-TRL-VALUE-ENT OCCURS 12.
             10 EXT-TRL-VALUE  PIC 9(9).
             10 FILLER         PIC X(1).
