      *----------------------------------------------------------*
      * EVTREC - 例外事象ログレコードレイアウト                  *
      * PRO1が検出した送信の例外(期待ソース未着、トレーラ件数    *
      * 不一致、トレーラ漏れ、未登録/停止済ソースのヘッダ、      *
      * TEST-3リジェクト)を1事象1レコードでEVTLOGへ積む。        *
      * 報告書は世代で流れてしまうため、月次の拠点別サービス     *
      * 評価(PRO14)はこのログを集計する。                        *
      * 申告件数/実件数の意味は事象ごとに異なる:                 *
      *  CNTMISM  トレーラ申告件数 / 実際の明細件数              *
      *  NOTRAILR 0 / トレーラまでに読んだ明細件数               *
      *  T3REJECT 拠点の読込件数 / うちTEST-3リジェクト件数      *
      *  NOTRECV/UNREG/DEACT 0 / 0                               *
      * 変更時は EVTLOG の LRECL(80) も合わせる。                *
      *----------------------------------------------------------*
       01 EVT-RECORD.
          05 EVT-RUN-DATE      PIC 9(8).
          05 EVT-RUN-TIME      PIC 9(8).
          05 EVT-BUS-DATE      PIC 9(8).
          05 EVT-SOURCE-ID     PIC X(3).
          05 EVT-TYPE          PIC X(8).
             88 EVT-NOT-RECEIVED     VALUE "NOTRECV ".
             88 EVT-COUNT-MISMATCH   VALUE "CNTMISM ".
             88 EVT-NO-TRAILER       VALUE "NOTRAILR".
             88 EVT-UNREGISTERED     VALUE "UNREG   ".
             88 EVT-DEACTIVATED      VALUE "DEACT   ".
             88 EVT-TEST3-REJECT     VALUE "T3REJECT".
          05 EVT-DECL-CNT      PIC 9(9).
          05 EVT-ACT-CNT       PIC 9(9).
          05 FILLER            PIC X(27).
