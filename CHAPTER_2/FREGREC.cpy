      *----------------------------------------------------------*
      * FREGREC - 送信台帳レコードレイアウト                     *
      * PRO1が受け付けた拠点の送信(ヘッダ〜トレーラの1ブロック)を*
      * ソースID+作成日(SCAN-HDR-CRE-DATE)をキーに1件ずつ残す。  *
      * 同じキーのヘッダが再び届いたら再送として拒否する。       *
      * 管理値は明細全件を2バイト単位で足し込んだハッシュ合計で、*
      * 再送が同じファイルか、作成日だけ同じ別ファイルかを       *
      * 見分ける。                                               *
      * 変更時は FEEDREG の KEYS(11 0) RECORDSIZE(80) も合わせる *
      *----------------------------------------------------------*
       01 FREG-RECORD.
          05 FREG-KEY.
             10 FREG-SOURCE-ID   PIC X(3).
             10 FREG-CRE-DATE    PIC 9(8).
          05 FREG-DECL-CNT    PIC 9(9).
          05 FREG-CTL-HASH    PIC 9(15).
      *最後に受け付けた実行(再処理したときはその実行)の日時
          05 FREG-RUN-DATE    PIC 9(8).
          05 FREG-RUN-TIME    PIC 9(8).
      *監督者カード(REPROC)による再処理の回数と最後の承認者
          05 FREG-REPROC-CNT  PIC 9(3).
          05 FREG-SUPV-ID     PIC X(8).
          05 FILLER           PIC X(18).
