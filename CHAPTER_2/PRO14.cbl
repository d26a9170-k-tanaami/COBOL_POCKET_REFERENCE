       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      PRO14.
      *拠点別サービス水準の月次評価プログラム。
      *拠点ごとの送信品質は毎朝の報告書に散らばっているだけで、
      *月単位でどの拠点が約束どおりに送ってきたかを示す資料が
      *無い。本プログラムは対象月(MONTHカード)について、
      *ソースマスタの登録ソースごとに次の4項目を評価する:
      * 1. 納期遵守   受付済の送信(SRCHOUTの行)と未着事象から
      *               予定どおり届いた割合
      * 2. 件数正確性 受付済の送信とトレーラ件数不一致/トレーラ
      *               漏れ事象から、件数が合っていた割合
      * 3. リジェクト率 読込件数に対するTEST-3リジェクト件数
      * 4. 保留滞留   月末時点で未決だった保留項目の件数と
      *               最も古い項目の滞留日数(保留台帳)
      *基準(ONTIMEPC/ACCURPC/REJPCT/SUSPAGEカード)を割った項目の
      *数で GOOD(0)/WATCH(1)/POOR(2以上)を付け、督促先が分かる
      *よう連絡先を添えて印刷する。対象月の判定は、事象ログは
      *業務日付、拠点別実行履歴は実行日付で行う。
      *マスタに無いソース(未登録ヘッダ)の事象や、拠点の分からない
      *保留項目(ソースID追加前の項目)は締めの集計に件数だけ出す。
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT PARM-IN     ASSIGN TO "PARMIN"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT SRCM-IN     ASSIGN TO "SRCMST"
                               ORGANIZATION IS SEQUENTIAL.
      *事象ログが一度も作られていない月でも動けるようOPTIONAL
           SELECT OPTIONAL EVT-IN ASSIGN TO "EVTLOG"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT SRCH-IN     ASSIGN TO "SRCHIN"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL LEDG-IN ASSIGN TO "LEDGIN"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-OUT  ASSIGN TO "RPTOUT"
                               ORGANIZATION IS SEQUENTIAL.
      *終了時の実行状況を朝の処理状況一覧向けに共用ファイルへ
      *追記する。業務日付カードが無い単独実行では実行日を使う。
           SELECT OPTIONAL BUSD-IN ASSIGN TO "BUSDATE"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL JST-OUT ASSIGN TO "JOBSTAT"
                               ORGANIZATION IS SEQUENTIAL.
       DATA             DIVISION.
       FILE             SECTION.
      *制御カード(対象月と評価基準)。PRO1の制御カードと同じ体裁。
       FD  PARM-IN.
       01 PARM-RECORD.
          05 PARM-KEYWORD   PIC X(8).
          05 PARM-LENGTH    PIC 9(2).
          05 PARM-VALUE     PIC X(20).
          05 FILLER         PIC X(50).
      *レイアウトは書込側(PRO1/PRO6/PRO10)と共用する
       FD  SRCM-IN.
           COPY SRCMREC.
       FD  EVT-IN.
           COPY EVTREC.
       FD  SRCH-IN.
           COPY SRCHREC.
       FD  LEDG-IN.
           COPY LEDGREC.
       FD  REPORT-OUT.
       01 REPORT-RECORD     PIC X(80).
      *レイアウトは夜間の各プログラムと共用する
       FD  BUSD-IN.
           COPY BUSDREC.
       FD  JST-OUT.
           COPY JSTREC.
       WORKING-STORAGE  SECTION.
       01 SW-PARM-EOF   PIC X(1)  VALUE "N".
          88 PARM-EOF-YES          VALUE "Y".
          88 PARM-EOF-NO           VALUE "N".
       01 SW-SRCM-EOF   PIC X(1)  VALUE "N".
          88 SRCM-EOF-YES          VALUE "Y".
          88 SRCM-EOF-NO           VALUE "N".
       01 SW-EVT-EOF    PIC X(1)  VALUE "N".
          88 EVT-EOF-YES           VALUE "Y".
          88 EVT-EOF-NO            VALUE "N".
       01 SW-SRCH-EOF   PIC X(1)  VALUE "N".
          88 SRCH-EOF-YES          VALUE "Y".
          88 SRCH-EOF-NO           VALUE "N".
       01 SW-LEDG-EOF   PIC X(1)  VALUE "N".
          88 LEDG-EOF-YES          VALUE "Y".
          88 LEDG-EOF-NO           VALUE "N".
      *ソース表があふれたら評価が不完全になるのでエラー終了する
       01 SW-SC-FULL    PIC X(1)  VALUE "N".
          88 SC-FULL-YES           VALUE "Y".
          88 SC-FULL-NO            VALUE "N".
      *POORの拠点が1件でもあれば警告の完了コードで知らせる
       01 SW-SC-POOR    PIC X(1)  VALUE "N".
          88 SC-POOR-YES           VALUE "Y".
          88 SC-POOR-NO            VALUE "N".
       77 RUN-DATE         PIC 9(8)  VALUE ZERO.
      *対象月(YYYYMM)。カードが無ければ実行日の前月にする
      *(月初に前月分を締める運用)。
       01 SEL-MONTH        PIC 9(6)  VALUE ZERO.
       01 SEL-MONTH-PARTS REDEFINES SEL-MONTH.
          05 SEL-MONTH-YYYY   PIC 9(4).
          05 SEL-MONTH-MM     PIC 9(2).
      *対象月の翌月1日。月末時点の判定(これより前なら月内)と
      *滞留日数の基準日(この前日=月末)に使う。
       01 SEL-NEXT-FIRST   PIC 9(8)  VALUE ZERO.
       01 SEL-NEXT-PARTS REDEFINES SEL-NEXT-FIRST.
          05 SEL-NEXT-YYYY    PIC 9(4).
          05 SEL-NEXT-MM      PIC 9(2).
          05 SEL-NEXT-DD      PIC 9(2).
       77 MONTH-END-DAYNO  PIC 9(9)  VALUE ZERO.
      *評価基準。納期遵守/件数正確性は%の下限、リジェクト率は
      *%の上限(小数2桁)、保留滞留は最古項目の日数の上限。
       77 LIM-ONTIME-PCT   PIC 9(3)      VALUE 95.
       77 LIM-ACCUR-PCT    PIC 9(3)      VALUE 98.
       77 LIM-REJ-PCT      PIC 9(1)V99   VALUE 1.00.
       77 LIM-SUSP-AGE     PIC 9(3)      VALUE 7.
       77 WK-PARM-NUM      PIC 9(3)      VALUE ZERO.
      *ソースマスタの登録ソースごとの評価表
       77 SC-MAX           PIC 9(2)  VALUE 20.
       77 SC-CNT           PIC 9(2)  VALUE ZERO.
       77 SC-IDX           PIC 9(2)  VALUE ZERO.
       77 SC-FOUND-IDX     PIC 9(2)  VALUE ZERO.
       77 SC-KEY-WK        PIC X(3)  VALUE SPACES.
       01 SC-TABLE.
          05 SC-ENTRY OCCURS 20.
             10 SC-ID            PIC X(3).
             10 SC-CONTACT       PIC X(20).
             10 SC-DELIVERED     PIC 9(5).
             10 SC-MISSED        PIC 9(5).
             10 SC-COUNT-ERRS    PIC 9(5).
             10 SC-RECORDS-READ  PIC 9(11).
             10 SC-REJECTS       PIC 9(11).
             10 SC-OPEN-ITEMS    PIC 9(5).
             10 SC-OLDEST-AGE    PIC 9(5).
      *1拠点ぶんの評価の作業域
       77 WK-ONTIME-PCT    PIC 9(3)V9    VALUE ZERO.
       77 WK-ACCUR-PCT     PIC 9(3)V9    VALUE ZERO.
       77 WK-REJ-PCT       PIC 9(3)V99   VALUE ZERO.
       77 WK-FAIL-CNT      PIC 9(1)      VALUE ZERO.
       77 WK-DENOM         PIC 9(11)     VALUE ZERO.
       77 WK-AGE-DAYS      PIC S9(5)     VALUE ZERO.
      *滞留日数計算用の通算日数(PRO10と同じ通日の計算式)
       77 DAYNO-YMD        PIC 9(8)   VALUE ZERO.
       77 DAYNO-Y          PIC 9(4)   VALUE ZERO.
       77 DAYNO-MD         PIC 9(4)   VALUE ZERO.
       77 DAYNO-M          PIC 9(2)   VALUE ZERO.
       77 DAYNO-D          PIC 9(2)   VALUE ZERO.
       77 DAYNO-WK1        PIC 9(4)   VALUE ZERO.
       77 DAYNO-WK2        PIC 9(4)   VALUE ZERO.
       77 DAYNO-WK3        PIC 9(4)   VALUE ZERO.
       77 DAYNO-WK4        PIC 9(4)   VALUE ZERO.
       77 DAYNO-RESULT     PIC 9(9)   VALUE ZERO.
      *読込件数と、拠点に割り当てられなかったぶんの件数
       01 CTL-TOTALS.
          05 CTL-EVT-READ      PIC 9(9)  VALUE ZERO.
          05 CTL-EVT-MONTH     PIC 9(9)  VALUE ZERO.
          05 CTL-SRCH-READ     PIC 9(9)  VALUE ZERO.
          05 CTL-SRCH-MONTH    PIC 9(9)  VALUE ZERO.
          05 CTL-LEDG-OPEN     PIC 9(9)  VALUE ZERO.
          05 CTL-UNREG-HDRS    PIC 9(9)  VALUE ZERO.
          05 CTL-DEACT-HDRS    PIC 9(9)  VALUE ZERO.
          05 CTL-OTHER-SRC     PIC 9(9)  VALUE ZERO.
          05 CTL-LEDG-UNATTR   PIC 9(9)  VALUE ZERO.
          05 CTL-GOOD          PIC 9(9)  VALUE ZERO.
          05 CTL-WATCH         PIC 9(9)  VALUE ZERO.
          05 CTL-POOR          PIC 9(9)  VALUE ZERO.
      *画面表示で使う見出し行
       01 RPT-HEADER-1      PIC X(80) VALUE
           "PRO14 MONTHLY SOURCE SERVICE-LEVEL SCORECARD".
       01 RPT-HEADER-2.
          05 FILLER            PIC X(35)  VALUE
               "SRC CONTACT              DELIV MISS".
          05 FILLER            PIC X(45)  VALUE
               " ONTM% CERR ACCU%   REJ%  OPEN  AGE RATING".
       01 RPT-HEADER-3      PIC X(80) VALUE ALL "-".
       01 RPT-SEL-LINE.
          05 FILLER            PIC X(10)  VALUE "SELECT    ".
          05 RPT-SEL-LABEL     PIC X(10).
          05 FILLER            PIC X(2)   VALUE SPACES.
          05 RPT-SEL-VALUE     PIC X(8).
          05 FILLER            PIC X(50)  VALUE SPACES.
       01 RPT-SEL-NUM       PIC ZZ9.
       01 RPT-SEL-PCT       PIC 9.99.
      *拠点1件の評価行。分母がゼロの率(対象月に予定も受付も
      *無かった等)は空白にして評価から外す。
       01 RPT-SC-LINE.
          05 RPT-SC-ID         PIC X(3).
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-SC-CONTACT    PIC X(20).
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-SC-DELIV      PIC ZZZZ9.
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-SC-MISSED     PIC ZZZ9.
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-SC-ONTIME     PIC X(5).
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-SC-CNTERR     PIC ZZZ9.
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-SC-ACCUR      PIC X(5).
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-SC-REJ        PIC ZZ9.99.
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-SC-OPEN       PIC ZZZZ9.
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-SC-AGE        PIC ZZZ9.
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-SC-RATING     PIC X(5).
          05 FILLER            PIC X(4)   VALUE SPACES.
       01 RPT-PCT-ED        PIC ZZ9.9.
       01 RPT-OVERFLOW-LINE PIC X(80) VALUE
           "** ERROR SOURCE TABLE FULL - SCORECARD INCOMPLETE".
       01 RPT-NOSRC-LINE    PIC X(80) VALUE
           "NO SOURCES ON THE SOURCE MASTER".
      *集計印刷で使う締めの行
       01 RPT-CTL-HEADER-1  PIC X(80) VALUE ALL "-".
       01 RPT-CTL-LINE.
          05 RPT-CTL-LABEL     PIC X(20).
          05 FILLER            PIC X(5)   VALUE SPACES.
          05 RPT-CTL-COUNT     PIC ZZZZZZZZ9.
       01 RPT-CTL-LABEL-WK     PIC X(20).
       PROCEDURE        DIVISION.
       開始             SECTION.
       初期化.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM パラメータ読込.
           OPEN OUTPUT REPORT-OUT.
           WRITE REPORT-RECORD FROM RPT-HEADER-1 AFTER ADVANCING 1 LINE.
           PERFORM 選択条件印刷.
           PERFORM ソースマスタ読込.
           PERFORM 事象集計.
           PERFORM 実行履歴集計.
           PERFORM 保留台帳集計.
           WRITE REPORT-RECORD FROM RPT-HEADER-2 AFTER ADVANCING 2 LINE.
           WRITE REPORT-RECORD FROM RPT-HEADER-3 AFTER ADVANCING 1 LINE.
           PERFORM 拠点評価印刷 VARYING SC-IDX FROM 1 BY 1
               UNTIL SC-IDX > SC-CNT.
           IF SC-CNT = ZERO
               WRITE REPORT-RECORD FROM RPT-NOSRC-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF SC-FULL-YES
               WRITE REPORT-RECORD FROM RPT-OVERFLOW-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 集計印刷.
           CLOSE REPORT-OUT.
           GO TO プログラム終了.
      *制御カードから対象月と評価基準を読込む
       パラメータ読込.
           OPEN INPUT PARM-IN.
           PERFORM パラメータ1件読込 UNTIL PARM-EOF-YES.
           CLOSE PARM-IN.
           IF SEL-MONTH = ZERO
               MOVE RUN-DATE(1:6) TO SEL-MONTH
               IF SEL-MONTH-MM = 1
                   SUBTRACT 1 FROM SEL-MONTH-YYYY
                   MOVE 12 TO SEL-MONTH-MM
               ELSE
                   SUBTRACT 1 FROM SEL-MONTH-MM
               END-IF
           END-IF.
           MOVE SEL-MONTH-YYYY TO SEL-NEXT-YYYY.
           MOVE SEL-MONTH-MM   TO SEL-NEXT-MM.
           MOVE 1              TO SEL-NEXT-DD.
           IF SEL-NEXT-MM = 12
               ADD 1 TO SEL-NEXT-YYYY
               MOVE 1 TO SEL-NEXT-MM
           ELSE
               ADD 1 TO SEL-NEXT-MM
           END-IF.
           MOVE SEL-NEXT-FIRST TO DAYNO-YMD.
           PERFORM 日数換算.
           COMPUTE MONTH-END-DAYNO = DAYNO-RESULT - 1.
       パラメータ1件読込.
           READ PARM-IN
               AT END SET PARM-EOF-YES TO TRUE
               NOT AT END PERFORM パラメータ項目設定
           END-READ.
      *REJPCTは小数2桁込みの3桁(100=1.00%)で指定する
       パラメータ項目設定.
           EVALUATE PARM-KEYWORD
               WHEN "MONTH   "
                   MOVE PARM-VALUE(1:6) TO SEL-MONTH
               WHEN "ONTIMEPC"
                   MOVE PARM-VALUE(1:3) TO LIM-ONTIME-PCT
               WHEN "ACCURPC "
                   MOVE PARM-VALUE(1:3) TO LIM-ACCUR-PCT
               WHEN "REJPCT  "
                   MOVE PARM-VALUE(1:3) TO WK-PARM-NUM
                   COMPUTE LIM-REJ-PCT = WK-PARM-NUM / 100
               WHEN "SUSPAGE "
                   MOVE PARM-VALUE(1:3) TO LIM-SUSP-AGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *どの月をどの基準で評価したかを報告書に残す
       選択条件印刷.
           MOVE "MONTH"          TO RPT-SEL-LABEL.
           MOVE SEL-MONTH        TO RPT-SEL-VALUE.
           WRITE REPORT-RECORD FROM RPT-SEL-LINE AFTER ADVANCING 2 LINE.
           MOVE "ONTIME-PC"      TO RPT-SEL-LABEL.
           MOVE LIM-ONTIME-PCT   TO RPT-SEL-NUM.
           MOVE RPT-SEL-NUM      TO RPT-SEL-VALUE.
           WRITE REPORT-RECORD FROM RPT-SEL-LINE AFTER ADVANCING 1 LINE.
           MOVE "ACCUR-PC"       TO RPT-SEL-LABEL.
           MOVE LIM-ACCUR-PCT    TO RPT-SEL-NUM.
           MOVE RPT-SEL-NUM      TO RPT-SEL-VALUE.
           WRITE REPORT-RECORD FROM RPT-SEL-LINE AFTER ADVANCING 1 LINE.
           MOVE "REJ-PCT"        TO RPT-SEL-LABEL.
           MOVE LIM-REJ-PCT      TO RPT-SEL-PCT.
           MOVE RPT-SEL-PCT      TO RPT-SEL-VALUE.
           WRITE REPORT-RECORD FROM RPT-SEL-LINE AFTER ADVANCING 1 LINE.
           MOVE "SUSP-AGE"       TO RPT-SEL-LABEL.
           MOVE LIM-SUSP-AGE     TO RPT-SEL-NUM.
           MOVE RPT-SEL-NUM      TO RPT-SEL-VALUE.
           WRITE REPORT-RECORD FROM RPT-SEL-LINE AFTER ADVANCING 1 LINE.
      *ソースマスタの登録ソースを評価表へ並べる(停止済も含める。
      *月の途中で停止したソースにも実績がある)
       ソースマスタ読込.
           OPEN INPUT SRCM-IN.
           PERFORM ソースマスタ1件読込 UNTIL SRCM-EOF-YES.
           CLOSE SRCM-IN.
       ソースマスタ1件読込.
           READ SRCM-IN
               AT END SET SRCM-EOF-YES TO TRUE
               NOT AT END PERFORM ソースマスタ1件設定
           END-READ.
       ソースマスタ1件設定.
           IF SC-CNT = SC-MAX
               SET SC-FULL-YES TO TRUE
           ELSE
               ADD 1 TO SC-CNT
               INITIALIZE SC-ENTRY(SC-CNT)
               MOVE SRCM-SOURCE-ID TO SC-ID(SC-CNT)
               MOVE SRCM-CONTACT   TO SC-CONTACT(SC-CNT)
           END-IF.
      *ソースIDで評価表を引く(見つからなければSC-FOUND-IDX=0)
       評価表検索.
           MOVE ZERO TO SC-FOUND-IDX.
           PERFORM 評価表1件検索 VARYING SC-IDX FROM 1 BY 1
               UNTIL SC-IDX > SC-CNT
                  OR SC-FOUND-IDX > ZERO.
       評価表1件検索.
           IF SC-ID(SC-IDX) = SC-KEY-WK
               MOVE SC-IDX TO SC-FOUND-IDX
           END-IF.
      *事象ログのうち業務日付が対象月の事象を拠点別に数える
       事象集計.
           OPEN INPUT EVT-IN.
           PERFORM 事象1件読込 UNTIL EVT-EOF-YES.
           CLOSE EVT-IN.
       事象1件読込.
           READ EVT-IN
               AT END SET EVT-EOF-YES TO TRUE
               NOT AT END PERFORM 事象1件集計
           END-READ.
       事象1件集計.
           ADD 1 TO CTL-EVT-READ.
           IF EVT-BUS-DATE(1:6) NOT = SEL-MONTH
               CONTINUE
           ELSE
               ADD 1 TO CTL-EVT-MONTH
               PERFORM 事象1件加算
           END-IF.
      *未登録ヘッダはマスタに無いIDなので件数だけ数える。停止済
      *ソースへの送信は評価項目に当たらないので件数だけ数える。
      *TEST-3リジェクトの事象は実行履歴側の件数と重なるので、
      *リジェクト率は実行履歴から取り、ここでは使わない。
       事象1件加算.
           MOVE EVT-SOURCE-ID TO SC-KEY-WK.
           PERFORM 評価表検索.
           EVALUATE TRUE
               WHEN EVT-UNREGISTERED
                   ADD 1 TO CTL-UNREG-HDRS
               WHEN EVT-DEACTIVATED
                   ADD 1 TO CTL-DEACT-HDRS
               WHEN SC-FOUND-IDX = ZERO
                   ADD 1 TO CTL-OTHER-SRC
               WHEN EVT-NOT-RECEIVED
                   ADD 1 TO SC-MISSED(SC-FOUND-IDX)
               WHEN EVT-COUNT-MISMATCH
               WHEN EVT-NO-TRAILER
                   ADD 1 TO SC-COUNT-ERRS(SC-FOUND-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *拠点別実行履歴のうち実行日付が対象月の行を受付済の送信
      *として数え、読込件数とリジェクト件数を積む
       実行履歴集計.
           OPEN INPUT SRCH-IN.
           PERFORM 実行履歴1件読込 UNTIL SRCH-EOF-YES.
           CLOSE SRCH-IN.
       実行履歴1件読込.
           READ SRCH-IN
               AT END SET SRCH-EOF-YES TO TRUE
               NOT AT END PERFORM 実行履歴1件集計
           END-READ.
       実行履歴1件集計.
           ADD 1 TO CTL-SRCH-READ.
           IF SRCH-RUN-DATE(1:6) NOT = SEL-MONTH
               CONTINUE
           ELSE
               ADD 1 TO CTL-SRCH-MONTH
               MOVE SRCH-SOURCE-ID TO SC-KEY-WK
               PERFORM 評価表検索
               IF SC-FOUND-IDX = ZERO
                   ADD 1 TO CTL-OTHER-SRC
               ELSE
                   ADD 1 TO SC-DELIVERED(SC-FOUND-IDX)
                   ADD SRCH-RECORDS-READ
                       TO SC-RECORDS-READ(SC-FOUND-IDX)
                   ADD SRCH-REJECTS TO SC-REJECTS(SC-FOUND-IDX)
               END-IF
           END-IF.
      *保留台帳から月末時点で未決だった項目を拠点別に数え、
      *最も古い項目の滞留日数を取る。月末より後に積まれた項目は
      *除き、月末より後に消し込まれた項目は月末時点では未決と
      *して数える(月が明けてから台帳を読んでも結果が変わらない)。
       保留台帳集計.
           OPEN INPUT LEDG-IN.
           PERFORM 保留台帳1件読込 UNTIL LEDG-EOF-YES.
           CLOSE LEDG-IN.
       保留台帳1件読込.
           READ LEDG-IN
               AT END SET LEDG-EOF-YES TO TRUE
               NOT AT END PERFORM 保留台帳1件集計
           END-READ.
       保留台帳1件集計.
           IF LEDG-REC-ITEM
            AND LEDG-ORIG-DATE < SEL-NEXT-FIRST
            AND (LEDG-STATUS = "O"
                 OR LEDG-CLEAR-DATE NOT < SEL-NEXT-FIRST)
               ADD 1 TO CTL-LEDG-OPEN
               PERFORM 保留台帳1件加算
           END-IF.
       保留台帳1件加算.
           MOVE LEDG-SOURCE-ID TO SC-KEY-WK.
           PERFORM 評価表検索.
           IF SC-FOUND-IDX = ZERO
               ADD 1 TO CTL-LEDG-UNATTR
           ELSE
               ADD 1 TO SC-OPEN-ITEMS(SC-FOUND-IDX)
               MOVE LEDG-ORIG-DATE TO DAYNO-YMD
               PERFORM 日数換算
               COMPUTE WK-AGE-DAYS = MONTH-END-DAYNO - DAYNO-RESULT
               IF WK-AGE-DAYS < ZERO
                   MOVE ZERO TO WK-AGE-DAYS
               END-IF
               IF WK-AGE-DAYS > SC-OLDEST-AGE(SC-FOUND-IDX)
                   MOVE WK-AGE-DAYS TO SC-OLDEST-AGE(SC-FOUND-IDX)
               END-IF
           END-IF.
      *拠点1件の評価。基準を割った項目の数で評価を決める。
       拠点評価印刷.
           MOVE ZERO                    TO WK-FAIL-CNT.
           MOVE SC-ID(SC-IDX)           TO RPT-SC-ID.
           MOVE SC-CONTACT(SC-IDX)      TO RPT-SC-CONTACT.
           MOVE SC-DELIVERED(SC-IDX)    TO RPT-SC-DELIV.
           MOVE SC-MISSED(SC-IDX)       TO RPT-SC-MISSED.
           MOVE SC-COUNT-ERRS(SC-IDX)   TO RPT-SC-CNTERR.
           MOVE SC-OPEN-ITEMS(SC-IDX)   TO RPT-SC-OPEN.
           MOVE SC-OLDEST-AGE(SC-IDX)   TO RPT-SC-AGE.
      *納期遵守
           COMPUTE WK-DENOM = SC-DELIVERED(SC-IDX) + SC-MISSED(SC-IDX).
           IF WK-DENOM = ZERO
               MOVE SPACES TO RPT-SC-ONTIME
           ELSE
               COMPUTE WK-ONTIME-PCT ROUNDED =
                   SC-DELIVERED(SC-IDX) * 100 / WK-DENOM
               MOVE WK-ONTIME-PCT TO RPT-PCT-ED
               MOVE RPT-PCT-ED    TO RPT-SC-ONTIME
               IF WK-ONTIME-PCT < LIM-ONTIME-PCT
                   ADD 1 TO WK-FAIL-CNT
               END-IF
           END-IF.
      *件数正確性
           COMPUTE WK-DENOM =
               SC-DELIVERED(SC-IDX) + SC-COUNT-ERRS(SC-IDX).
           IF WK-DENOM = ZERO
               MOVE SPACES TO RPT-SC-ACCUR
           ELSE
               COMPUTE WK-ACCUR-PCT ROUNDED =
                   SC-DELIVERED(SC-IDX) * 100 / WK-DENOM
               MOVE WK-ACCUR-PCT TO RPT-PCT-ED
               MOVE RPT-PCT-ED   TO RPT-SC-ACCUR
               IF WK-ACCUR-PCT < LIM-ACCUR-PCT
                   ADD 1 TO WK-FAIL-CNT
               END-IF
           END-IF.
      *リジェクト率
           IF SC-RECORDS-READ(SC-IDX) = ZERO
               MOVE ZERO TO WK-REJ-PCT
           ELSE
               COMPUTE WK-REJ-PCT ROUNDED =
                   SC-REJECTS(SC-IDX) * 100 / SC-RECORDS-READ(SC-IDX)
           END-IF.
           MOVE WK-REJ-PCT TO RPT-SC-REJ.
           IF WK-REJ-PCT > LIM-REJ-PCT
               ADD 1 TO WK-FAIL-CNT
           END-IF.
      *保留滞留
           IF SC-OLDEST-AGE(SC-IDX) > LIM-SUSP-AGE
               ADD 1 TO WK-FAIL-CNT
           END-IF.
           EVALUATE WK-FAIL-CNT
               WHEN ZERO
                   MOVE "GOOD"  TO RPT-SC-RATING
                   ADD 1 TO CTL-GOOD
               WHEN 1
                   MOVE "WATCH" TO RPT-SC-RATING
                   ADD 1 TO CTL-WATCH
               WHEN OTHER
                   MOVE "POOR"  TO RPT-SC-RATING
                   ADD 1 TO CTL-POOR
                   SET SC-POOR-YES TO TRUE
           END-EVALUATE.
           WRITE REPORT-RECORD FROM RPT-SC-LINE
               AFTER ADVANCING 1 LINE.
      *年月日を通算日数へ直す。1・2月を前年の13・14月として
      *数える通日の計算式で、うるう年も正しく扱える。
       日数換算.
           DIVIDE DAYNO-YMD BY 10000 GIVING DAYNO-Y
               REMAINDER DAYNO-MD.
           DIVIDE DAYNO-MD BY 100 GIVING DAYNO-M
               REMAINDER DAYNO-D.
           IF DAYNO-M < 3
               SUBTRACT 1 FROM DAYNO-Y
               ADD 12 TO DAYNO-M
           END-IF.
           DIVIDE DAYNO-Y BY 4   GIVING DAYNO-WK1.
           DIVIDE DAYNO-Y BY 100 GIVING DAYNO-WK2.
           DIVIDE DAYNO-Y BY 400 GIVING DAYNO-WK3.
           COMPUTE DAYNO-WK4 = (153 * DAYNO-M - 457) / 5.
           COMPUTE DAYNO-RESULT = 365 * DAYNO-Y + DAYNO-WK1
               - DAYNO-WK2 + DAYNO-WK3 + DAYNO-WK4 + DAYNO-D.
       集計印刷.
           WRITE REPORT-RECORD FROM RPT-CTL-HEADER-1
               AFTER ADVANCING 2 LINE.
           MOVE "EVENTS READ"      TO RPT-CTL-LABEL-WK.
           MOVE CTL-EVT-READ       TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "EVENTS IN MONTH"  TO RPT-CTL-LABEL-WK.
           MOVE CTL-EVT-MONTH      TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "SRC HISTORY READ" TO RPT-CTL-LABEL-WK.
           MOVE CTL-SRCH-READ      TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "SRC HIST IN MONTH" TO RPT-CTL-LABEL-WK.
           MOVE CTL-SRCH-MONTH     TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "OPEN AT MONTH END" TO RPT-CTL-LABEL-WK.
           MOVE CTL-LEDG-OPEN      TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "UNREGISTERED HDRS" TO RPT-CTL-LABEL-WK.
           MOVE CTL-UNREG-HDRS     TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "DEACTIVATED HDRS" TO RPT-CTL-LABEL-WK.
           MOVE CTL-DEACT-HDRS     TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "NOT ON MASTER"    TO RPT-CTL-LABEL-WK.
           MOVE CTL-OTHER-SRC      TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "SUSP NO SOURCE"   TO RPT-CTL-LABEL-WK.
           MOVE CTL-LEDG-UNATTR    TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "SOURCES GOOD"     TO RPT-CTL-LABEL-WK.
           MOVE CTL-GOOD           TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "SOURCES WATCH"    TO RPT-CTL-LABEL-WK.
           MOVE CTL-WATCH          TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "SOURCES POOR"     TO RPT-CTL-LABEL-WK.
           MOVE CTL-POOR           TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
       集計行表示.
           MOVE RPT-CTL-LABEL-WK TO RPT-CTL-LABEL.
           WRITE REPORT-RECORD FROM RPT-CTL-LINE
               AFTER ADVANCING 1 LINE.
      *終了時の実行状況をジョブストリームの実行状況ファイルへ
      *1件追記する(朝の処理状況一覧が業務日ごとに読む)
       実行状況書込.
           OPEN EXTEND JST-OUT.
           MOVE SPACES            TO JST-RECORD.
           MOVE "PRO14"           TO JST-PROGRAM.
           ACCEPT JST-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT JST-RUN-TIME FROM TIME.
           MOVE JST-RUN-DATE      TO JST-BUS-DATE.
           OPEN INPUT BUSD-IN.
           READ BUSD-IN
               AT END CONTINUE
               NOT AT END
                   IF BUSD-KEYWORD = "BUSDATE "
                    AND BUSD-VALUE(1:8) IS NUMERIC
                       MOVE BUSD-VALUE(1:8) TO JST-BUS-DATE
                   END-IF
           END-READ.
           CLOSE BUSD-IN.
           MOVE RETURN-CODE       TO JST-RC.
           MOVE ZERO              TO JST-COUNTS.
           MOVE CTL-SRCH-READ     TO JST-READ.
           COMPUTE JST-WRITTEN = CTL-GOOD + CTL-WATCH + CTL-POOR.
           MOVE CTL-POOR          TO JST-REJECTED.
           WRITE JST-RECORD.
           CLOSE JST-OUT.
      *ソース表あふれはエラー、POORの拠点があれば警告の完了
      *コードで運用へ知らせる
       プログラム終了.
           EVALUATE TRUE
               WHEN SC-FULL-YES
                   MOVE 8 TO RETURN-CODE
               WHEN SC-POOR-YES
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 実行状況書込.
           STOP RUN.
