      *----------------------------------------------------------*
      * ACKREC - 情報系ロード受領通知レコードレイアウト          *
      * 情報系がEXTOUTの世代を1つロードするたびに1件返してくる。 *
      * 区切りはEXTOUTと同じ";"。実行日時と種別はロードした世代  *
      * のトレーラ(T、取消世代はX)のもの、ロード行数はロードした *
      * 明細(DまたはR)の件数、12項目はトレーラの値をそのまま     *
      * 返してもらう。ロード日時は情報系側の処理日時。           *
      * 受領突合(PRO17)が送った世代・実行履歴と突き合わせる。    *
      * 変更時は LOADACK の LRECL(170) と情報系側の定義も合わせる*
      *----------------------------------------------------------*
       01 ACK-RECORD.
          05 ACK-RUN-DATE      PIC 9(8).
          05 FILLER            PIC X(1).
          05 ACK-RUN-TIME      PIC 9(8).
          05 FILLER            PIC X(1).
          05 ACK-REC-TYPE      PIC X(1).
             88 ACK-NORMAL               VALUE "T".
             88 ACK-REVERSAL             VALUE "X".
          05 FILLER            PIC X(1).
          05 ACK-ROWS-LOADED   PIC 9(9).
          05 FILLER            PIC X(1).
      *トレーラの12項目(区切り込み。EXT-TRL-VALUEと同じ並び)
          05 ACK-VALUE-ENT OCCURS 12.
             10 ACK-VALUE      PIC 9(9).
             10 FILLER         PIC X(1).
          05 ACK-LOAD-DATE     PIC 9(8).
          05 FILLER            PIC X(1).
          05 ACK-LOAD-TIME     PIC 9(8).
          05 FILLER            PIC X(3).
