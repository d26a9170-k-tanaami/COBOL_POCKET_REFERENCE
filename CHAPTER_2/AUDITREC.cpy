      *----------------------------------------------------------*
      * AUDITREC - 監査証跡レコードレイアウト                    *
      * PRO1(書込側)と監査照会系のプログラム(読込側)で共通に     *
      * COPY する。変更時は AUDITOUT の LRECL(82) も合わせる。   *
      *----------------------------------------------------------*
       01 AUDIT-RECORD.
          05 AUDIT-RUN-DATE    PIC 9(8).
      *このレコードを生んだ拠点(ヘッダのソースID)。再投入実行
      *("RSB")の証跡を後続の消込処理が見分けるために持つ。
          05 AUDIT-SOURCE-ID   PIC X(3).
      *この行を数えたパターンのプロファイル(既定は"***"、ソース
      *別のプロファイル節はそのソースID)。拠点ごとにコードの意味が
      *違うため、同じ項目のCOUNTでもプロファイルが違えば足し合わせ
      *ない。
          05 AUDIT-PROFILE     PIC X(3).
