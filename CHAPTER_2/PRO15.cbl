       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      PRO15.
      *夜間ジョブストリームの朝の処理状況一覧プログラム。
      *夜間はPRO7→PRO1→PRO9→PRO10→PRO12の順に流れ、PRO3/PRO5/
      *PRO11はそれぞれの予定で流れる。各プログラムは終了時に
      *共用の実行状況ファイル(JOBSTAT)へ1件ずつ追記しているので、
      *本プログラムは指定の業務日についてそれを読み、1ページで:
      * 1. 予定のステップごとに、走ったか・完了コード・主要件数
      *    (読込/書込/除外/スキップ)を並べる(再実行されたときは
      *    最後の実行の値と実行回数)
      * 2. 夜間の必須ステップで走らなかったもの、完了コード8以上
      *    で終わったものにERRORを付ける
      * 3. ステップ間で件数がつながるかを確かめる:
      *    PRO1が監査証跡へ書いた行数(PRO9の最後の実行より前の
      *    全実行の合計) = PRO9がロードした行数
      *    PRO10が読んだ保留件数 = その直前のPRO1のリジェクト件数
      *予定外に走ったプログラム(取消のPRO13など)も後ろに並べる。
      *PRO3/PRO5/PRO11は走らなくても誤りにしない。その日に予定が
      *ある場合はEXPECTカードで必須に加える。
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
      *業務日を指定するときだけカードを置くのでOPTIONALにする
           SELECT OPTIONAL PARM-IN ASSIGN TO "PARMIN"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL BUSD-IN ASSIGN TO "BUSDATE"
                               ORGANIZATION IS SEQUENTIAL.
      *実行状況ファイル。INPUTで読み切ったあと、自分の実行状況を
      *書くためにEXTENDで開き直す。
           SELECT OPTIONAL JST-IO ASSIGN TO "JOBSTAT"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-OUT  ASSIGN TO "RPTOUT"
                               ORGANIZATION IS SEQUENTIAL.
       DATA             DIVISION.
       FILE             SECTION.
      *制御カード(業務日/必須ステップの追加)。PRO1の制御カード
      *と同じ体裁。
       FD  PARM-IN.
       01 PARM-RECORD.
          05 PARM-KEYWORD   PIC X(8).
          05 PARM-LENGTH    PIC 9(2).
          05 PARM-VALUE     PIC X(20).
          05 FILLER         PIC X(50).
      *レイアウトは夜間の各プログラムと共用する
       FD  BUSD-IN.
           COPY BUSDREC.
       FD  JST-IO.
           COPY JSTREC.
       FD  REPORT-OUT.
       01 REPORT-RECORD     PIC X(80).
       WORKING-STORAGE  SECTION.
       01 SW-PARM-EOF   PIC X(1)  VALUE "N".
          88 PARM-EOF-YES          VALUE "Y".
          88 PARM-EOF-NO           VALUE "N".
       01 SW-JST-EOF    PIC X(1)  VALUE "N".
          88 JST-EOF-YES           VALUE "Y".
          88 JST-EOF-NO            VALUE "N".
      *ステップ表があふれたら一覧が不完全になるのでエラー終了する
       01 SW-STP-FULL   PIC X(1)  VALUE "N".
          88 STP-FULL-YES          VALUE "Y".
          88 STP-FULL-NO           VALUE "N".
      *走らなかった/失敗したステップ、件数のつながらないステップを
      *1件でも見つけたら"Y"になるスイッチ
       01 SW-STP-ERROR  PIC X(1)  VALUE "N".
          88 STP-ERR-YES           VALUE "Y".
          88 STP-ERR-NO            VALUE "N".
      *完了コード4〜7で終わったステップがあれば"Y"
       01 SW-STP-WARN   PIC X(1)  VALUE "N".
          88 STP-WARN-YES          VALUE "Y".
          88 STP-WARN-NO           VALUE "N".
       77 RUN-DATE         PIC 9(8)  VALUE ZERO.
      *対象の業務日。DATEカード、業務日付カード、実行日の順に
      *決める。
       77 SEL-BUS-DATE     PIC 9(8)  VALUE ZERO.
      *予定のステップ(夜間の流れの順)。区分Nは夜間の必須、
      *Oは独自の予定で流れるステップ。
       01 STP-PLAN.
          05 FILLER PIC X(9) VALUE "PRO7    N".
          05 FILLER PIC X(9) VALUE "PRO1    N".
          05 FILLER PIC X(9) VALUE "PRO9    N".
          05 FILLER PIC X(9) VALUE "PRO10   N".
          05 FILLER PIC X(9) VALUE "PRO12   N".
          05 FILLER PIC X(9) VALUE "PRO3    O".
          05 FILLER PIC X(9) VALUE "PRO5    O".
          05 FILLER PIC X(9) VALUE "PRO11   O".
       01 STP-PLAN-TBL REDEFINES STP-PLAN.
          05 STP-PLAN-ENTRY OCCURS 8.
             10 STP-PLAN-PROGRAM PIC X(8).
             10 STP-PLAN-SCHED   PIC X(1).
       77 STP-PLAN-CNT     PIC 9(2)  VALUE 8.
      *ステップ表。予定のステップを先に並べ、予定外に走った
      *プログラムは見つけた順に後ろへ足す。値は最後の実行のもの。
      *区分 N=夜間の必須 O=独自の予定 E=EXPECTカードで必須
      *X=予定外
       77 STP-MAX          PIC 9(2)  VALUE 20.
       77 STP-CNT          PIC 9(2)  VALUE ZERO.
       77 STP-IDX          PIC 9(2)  VALUE ZERO.
       77 STP-FOUND-IDX    PIC 9(2)  VALUE ZERO.
       77 STP-KEY-WK       PIC X(8)  VALUE SPACES.
      *つながりの確認で控えるPRO1の表の位置
       77 CHN-PRO1-IDX     PIC 9(2)  VALUE ZERO.
       01 STP-TABLE.
          05 STP-ENTRY OCCURS 20.
             10 STP-PROGRAM      PIC X(8).
             10 STP-SCHED        PIC X(1).
             10 STP-RUNS         PIC 9(4).
             10 STP-RUN-TIME     PIC 9(8).
             10 STP-RC           PIC 9(4).
             10 STP-READ         PIC 9(9).
             10 STP-WRITTEN      PIC 9(9).
             10 STP-REJECTED     PIC 9(9).
             10 STP-SKIPPED      PIC 9(9).
      *件数のつながりの確認用。実行状況ファイルは終了順に追記
      *されるので、読んだ順がそのまま実行の前後になる。
      *PRO9は監査証跡のうちまだロードしていない行を積むので、
      *最後のPRO9より前に走ったPRO1の書込行数の合計と、PRO9の
      *ロード行数の合計が等しくなる。PRO10は直前のPRO1の保留
      *ファイル(最新世代)を読む。
       01 CHN-AREA.
          05 CHN-PRO1-WRITTEN  PIC 9(9)  VALUE ZERO.
          05 CHN-PRO1-LAST-REJ PIC 9(9)  VALUE ZERO.
          05 CHN-AUDIT-EXPECT  PIC 9(9)  VALUE ZERO.
          05 CHN-PRO9-LOADED   PIC 9(9)  VALUE ZERO.
          05 CHN-SUSP-EXPECT   PIC 9(9)  VALUE ZERO.
          05 CHN-PRO10-READ    PIC 9(9)  VALUE ZERO.
      *読込件数と検出件数
       01 CTL-TOTALS.
          05 CTL-JST-READ      PIC 9(9)  VALUE ZERO.
          05 CTL-JST-DATE      PIC 9(9)  VALUE ZERO.
          05 CTL-NOT-RUN       PIC 9(9)  VALUE ZERO.
          05 CTL-FAILED        PIC 9(9)  VALUE ZERO.
          05 CTL-CHAIN-BREAKS  PIC 9(9)  VALUE ZERO.
      *画面表示で使う見出し行
       01 RPT-HEADER-1      PIC X(80) VALUE
           "PRO15 MORNING JOB-STREAM STATUS SUMMARY".
       01 RPT-HEADER-2.
          05 FILLER            PIC X(41)  VALUE
               "PROGRAM  SCHED RUNS TIME     RC      READ".
          05 FILLER            PIC X(39)  VALUE
               "   WRITTEN  REJECTED   SKIPPED STATUS  ".
       01 RPT-HEADER-3      PIC X(80) VALUE ALL "-".
       01 RPT-SEL-LINE.
          05 FILLER            PIC X(10)  VALUE "SELECT    ".
          05 RPT-SEL-LABEL     PIC X(10).
          05 FILLER            PIC X(2)   VALUE SPACES.
          05 RPT-SEL-VALUE     PIC X(8).
          05 FILLER            PIC X(50)  VALUE SPACES.
      *ステップ1件の行。走らなかったステップは件数欄を空ける。
       01 RPT-STP-LINE.
          05 RPT-STP-PROGRAM   PIC X(8).
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-STP-SCHED     PIC X(5).
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-STP-RUNS      PIC ZZZ9.
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-STP-TIME      PIC X(6).
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-STP-RC        PIC X(4).
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-STP-READ      PIC X(9).
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-STP-WRITTEN   PIC X(9).
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-STP-REJECTED  PIC X(9).
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-STP-SKIPPED   PIC X(9).
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-STP-STATUS    PIC X(7).
          05 FILLER            PIC X(1)   VALUE SPACES.
       01 RPT-RC-ED         PIC ZZZ9.
       01 RPT-CNT-ED        PIC ZZZZZZZZ9.
      *必須ステップの異常の通知行
       01 RPT-STPERR-LINE.
          05 FILLER            PIC X(14)  VALUE "** ERROR STEP ".
          05 RPT-STE-PROGRAM   PIC X(8).
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-STE-TEXT      PIC X(40).
          05 FILLER            PIC X(17)  VALUE SPACES.
      *件数のつながりの確認行。つながらないときは先頭にERROR。
       01 RPT-CHN-LINE.
          05 RPT-CHN-STATUS    PIC X(9).
          05 RPT-CHN-LABEL-1   PIC X(20).
          05 RPT-CHN-COUNT-1   PIC ZZZZZZZZ9.
          05 FILLER            PIC X(2)   VALUE SPACES.
          05 RPT-CHN-LABEL-2   PIC X(20).
          05 RPT-CHN-COUNT-2   PIC ZZZZZZZZ9.
          05 FILLER            PIC X(11)  VALUE SPACES.
       01 RPT-CHN-HEADER    PIC X(80) VALUE
           "COUNT CHAIN CHECKS".
       01 RPT-NOCHN-LINE    PIC X(80) VALUE
           "NOT CHECKED - ONE OF THE STEPS DID NOT RUN".
       01 RPT-OVERFLOW-LINE PIC X(80) VALUE
           "** ERROR STEP TABLE FULL - SUMMARY INCOMPLETE".
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
           PERFORM 業務日付取得.
           PERFORM パラメータ読込.
           PERFORM 予定ステップ設定 VARYING STP-IDX FROM 1 BY 1
               UNTIL STP-IDX > STP-PLAN-CNT.
           PERFORM 必須追加設定.
           PERFORM 実行状況集計.
           OPEN OUTPUT REPORT-OUT.
           WRITE REPORT-RECORD FROM RPT-HEADER-1 AFTER ADVANCING 1 LINE.
           MOVE "BUS-DATE"       TO RPT-SEL-LABEL.
           MOVE SEL-BUS-DATE     TO RPT-SEL-VALUE.
           WRITE REPORT-RECORD FROM RPT-SEL-LINE AFTER ADVANCING 2 LINE.
           WRITE REPORT-RECORD FROM RPT-HEADER-2 AFTER ADVANCING 2 LINE.
           WRITE REPORT-RECORD FROM RPT-HEADER-3 AFTER ADVANCING 1 LINE.
           PERFORM ステップ印刷 VARYING STP-IDX FROM 1 BY 1
               UNTIL STP-IDX > STP-CNT.
           IF STP-FULL-YES
               WRITE REPORT-RECORD FROM RPT-OVERFLOW-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM ステップ異常印刷 VARYING STP-IDX FROM 1 BY 1
               UNTIL STP-IDX > STP-CNT.
           PERFORM 件数連鎖確認.
           PERFORM 集計印刷.
           CLOSE REPORT-OUT.
           GO TO プログラム終了.
      *業務日付カードの日付を対象業務日の初期値にする(夜間の
      *サイクルが済んだ朝はまだ前夜の業務日を指している)
       業務日付取得.
           MOVE RUN-DATE TO SEL-BUS-DATE.
           OPEN INPUT BUSD-IN.
           READ BUSD-IN
               AT END CONTINUE
               NOT AT END
                   IF BUSD-KEYWORD = "BUSDATE "
                    AND BUSD-VALUE(1:8) IS NUMERIC
                       MOVE BUSD-VALUE(1:8) TO SEL-BUS-DATE
                   END-IF
           END-READ.
           CLOSE BUSD-IN.
      *制御カードから対象業務日を読込む。EXPECTカードは予定表を
      *作ってから反映するので、ここでは日付だけを見る。
       パラメータ読込.
           OPEN INPUT PARM-IN.
           PERFORM パラメータ1件読込 UNTIL PARM-EOF-YES.
           CLOSE PARM-IN.
       パラメータ1件読込.
           READ PARM-IN
               AT END SET PARM-EOF-YES TO TRUE
               NOT AT END PERFORM パラメータ項目設定
           END-READ.
       パラメータ項目設定.
           IF PARM-KEYWORD = "DATE    "
            AND PARM-VALUE(1:8) IS NUMERIC
               MOVE PARM-VALUE(1:8) TO SEL-BUS-DATE
           END-IF.
       予定ステップ設定.
           ADD 1 TO STP-CNT.
           INITIALIZE STP-ENTRY(STP-CNT).
           MOVE STP-PLAN-PROGRAM(STP-IDX) TO STP-PROGRAM(STP-CNT).
           MOVE STP-PLAN-SCHED(STP-IDX)   TO STP-SCHED(STP-CNT).
      *EXPECTカードのプログラムをその日の必須ステップにする。
      *独自の予定のステップならその区分を上書きし、予定表に無い
      *プログラムなら必須として後ろへ足す。
       必須追加設定.
           SET PARM-EOF-NO TO TRUE.
           OPEN INPUT PARM-IN.
           PERFORM 必須カード1件読込 UNTIL PARM-EOF-YES.
           CLOSE PARM-IN.
       必須カード1件読込.
           READ PARM-IN
               AT END SET PARM-EOF-YES TO TRUE
               NOT AT END
                   IF PARM-KEYWORD = "EXPECT  "
                       PERFORM 必須カード1件設定
                   END-IF
           END-READ.
       必須カード1件設定.
           MOVE PARM-VALUE(1:8) TO STP-KEY-WK.
           PERFORM ステップ表検索.
           IF STP-FOUND-IDX = ZERO
               PERFORM ステップ表追加
           END-IF.
           IF STP-FOUND-IDX > ZERO
            AND STP-SCHED(STP-FOUND-IDX) NOT = "N"
               MOVE "E" TO STP-SCHED(STP-FOUND-IDX)
           END-IF.
      *プログラムIDでステップ表を引く(無ければSTP-FOUND-IDX=0)
       ステップ表検索.
           MOVE ZERO TO STP-FOUND-IDX.
           PERFORM ステップ表1件検索 VARYING STP-IDX FROM 1 BY 1
               UNTIL STP-IDX > STP-CNT
                  OR STP-FOUND-IDX > ZERO.
       ステップ表1件検索.
           IF STP-PROGRAM(STP-IDX) = STP-KEY-WK
               MOVE STP-IDX TO STP-FOUND-IDX
           END-IF.
      *予定外のプログラムを後ろへ足す(あふれたらSTP-FOUND-IDX=0)
       ステップ表追加.
           IF STP-CNT = STP-MAX
               SET STP-FULL-YES TO TRUE
               MOVE ZERO TO STP-FOUND-IDX
           ELSE
               ADD 1 TO STP-CNT
               INITIALIZE STP-ENTRY(STP-CNT)
               MOVE STP-KEY-WK TO STP-PROGRAM(STP-CNT)
               MOVE "X"        TO STP-SCHED(STP-CNT)
               MOVE STP-CNT    TO STP-FOUND-IDX
           END-IF.
      *実行状況ファイルのうち対象業務日の行をステップ表へ積む
       実行状況集計.
           OPEN INPUT JST-IO.
           PERFORM 実行状況1件読込 UNTIL JST-EOF-YES.
           CLOSE JST-IO.
       実行状況1件読込.
           READ JST-IO
               AT END SET JST-EOF-YES TO TRUE
               NOT AT END PERFORM 実行状況1件集計
           END-READ.
      *この一覧自身の行は並べない(再実行で自分が予定外に出る)
       実行状況1件集計.
           ADD 1 TO CTL-JST-READ.
           IF JST-BUS-DATE NOT = SEL-BUS-DATE
            OR JST-PROGRAM = "PRO15"
               CONTINUE
           ELSE
               ADD 1 TO CTL-JST-DATE
               MOVE JST-PROGRAM TO STP-KEY-WK
               PERFORM ステップ表検索
               IF STP-FOUND-IDX = ZERO
                   PERFORM ステップ表追加
               END-IF
               IF STP-FOUND-IDX > ZERO
                   PERFORM 実行状況1件加算
               END-IF
               PERFORM 件数連鎖加算
           END-IF.
       実行状況1件加算.
           ADD 1              TO STP-RUNS(STP-FOUND-IDX).
           MOVE JST-RUN-TIME  TO STP-RUN-TIME(STP-FOUND-IDX).
           MOVE JST-RC        TO STP-RC(STP-FOUND-IDX).
           MOVE JST-READ      TO STP-READ(STP-FOUND-IDX).
           MOVE JST-WRITTEN   TO STP-WRITTEN(STP-FOUND-IDX).
           MOVE JST-REJECTED  TO STP-REJECTED(STP-FOUND-IDX).
           MOVE JST-SKIPPED   TO STP-SKIPPED(STP-FOUND-IDX).
      *読んだ順(=終了順)にPRO1の件数を積み、PRO9/PRO10が
      *現れた時点の値をつながりの期待値として控える
       件数連鎖加算.
           EVALUATE JST-PROGRAM
               WHEN "PRO1"
                   ADD JST-WRITTEN   TO CHN-PRO1-WRITTEN
                   MOVE JST-REJECTED TO CHN-PRO1-LAST-REJ
               WHEN "PRO9"
                   MOVE CHN-PRO1-WRITTEN  TO CHN-AUDIT-EXPECT
                   ADD JST-WRITTEN        TO CHN-PRO9-LOADED
               WHEN "PRO10"
                   MOVE CHN-PRO1-LAST-REJ TO CHN-SUSP-EXPECT
                   MOVE JST-READ          TO CHN-PRO10-READ
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *ステップ1件の行。必須のステップが走っていなければNOT RUN、
      *独自の予定のステップが走っていなければNOT DUEとする。
       ステップ印刷.
           MOVE STP-PROGRAM(STP-IDX) TO RPT-STP-PROGRAM.
           EVALUATE STP-SCHED(STP-IDX)
               WHEN "N"
                   MOVE "NIGHT" TO RPT-STP-SCHED
               WHEN "O"
                   MOVE "OWN"   TO RPT-STP-SCHED
               WHEN "E"
                   MOVE "EXPCT" TO RPT-STP-SCHED
               WHEN OTHER
                   MOVE "OTHER" TO RPT-STP-SCHED
           END-EVALUATE.
           MOVE STP-RUNS(STP-IDX)    TO RPT-STP-RUNS.
           IF STP-RUNS(STP-IDX) = ZERO
               MOVE SPACES TO RPT-STP-TIME
               MOVE SPACES TO RPT-STP-RC
               MOVE SPACES TO RPT-STP-READ
               MOVE SPACES TO RPT-STP-WRITTEN
               MOVE SPACES TO RPT-STP-REJECTED
               MOVE SPACES TO RPT-STP-SKIPPED
               IF STP-SCHED(STP-IDX) = "O"
                   MOVE "NOT DUE" TO RPT-STP-STATUS
               ELSE
                   MOVE "NOT RUN" TO RPT-STP-STATUS
               END-IF
           ELSE
               MOVE STP-RUN-TIME(STP-IDX)(1:6) TO RPT-STP-TIME
               MOVE STP-RC(STP-IDX)       TO RPT-RC-ED
               MOVE RPT-RC-ED             TO RPT-STP-RC
               MOVE STP-READ(STP-IDX)     TO RPT-CNT-ED
               MOVE RPT-CNT-ED            TO RPT-STP-READ
               MOVE STP-WRITTEN(STP-IDX)  TO RPT-CNT-ED
               MOVE RPT-CNT-ED            TO RPT-STP-WRITTEN
               MOVE STP-REJECTED(STP-IDX) TO RPT-CNT-ED
               MOVE RPT-CNT-ED            TO RPT-STP-REJECTED
               MOVE STP-SKIPPED(STP-IDX)  TO RPT-CNT-ED
               MOVE RPT-CNT-ED            TO RPT-STP-SKIPPED
               EVALUATE TRUE
                   WHEN STP-RC(STP-IDX) > 7
                       MOVE "FAILED"  TO RPT-STP-STATUS
                   WHEN STP-RC(STP-IDX) > ZERO
                       MOVE "WARNING" TO RPT-STP-STATUS
                       SET STP-WARN-YES TO TRUE
                   WHEN OTHER
                       MOVE "OK"      TO RPT-STP-STATUS
               END-EVALUATE
           END-IF.
           WRITE REPORT-RECORD FROM RPT-STP-LINE
               AFTER ADVANCING 1 LINE.
      *走らなかった必須ステップと、完了コード8以上で終わった
      *ステップを一覧の下にERRORで並べる
       ステップ異常印刷.
           MOVE STP-PROGRAM(STP-IDX) TO RPT-STE-PROGRAM.
           IF STP-RUNS(STP-IDX) = ZERO
               IF STP-SCHED(STP-IDX) NOT = "O"
                   MOVE "NEVER RAN FOR THE BUSINESS DATE"
                       TO RPT-STE-TEXT
                   PERFORM ステップ異常1行
                   ADD 1 TO CTL-NOT-RUN
               END-IF
           ELSE
               IF STP-RC(STP-IDX) > 7
                   MOVE SPACES        TO RPT-STE-TEXT
                   MOVE STP-RC(STP-IDX) TO RPT-RC-ED
                   STRING "LAST RUN ENDED RC " DELIMITED BY SIZE
                          RPT-RC-ED          DELIMITED BY SIZE
                       INTO RPT-STE-TEXT
                   PERFORM ステップ異常1行
                   ADD 1 TO CTL-FAILED
               END-IF
           END-IF.
       ステップ異常1行.
           WRITE REPORT-RECORD FROM RPT-STPERR-LINE
               AFTER ADVANCING 1 LINE.
           SET STP-ERR-YES TO TRUE.
      *ステップ間の件数のつながりを確かめる。片方でも走って
      *いなければ確かめられないので、その旨だけ印刷する。
       件数連鎖確認.
           WRITE REPORT-RECORD FROM RPT-CHN-HEADER
               AFTER ADVANCING 2 LINE.
           WRITE REPORT-RECORD FROM RPT-HEADER-3
               AFTER ADVANCING 1 LINE.
           MOVE "PRO1" TO STP-KEY-WK.
           PERFORM ステップ表検索.
           MOVE STP-FOUND-IDX TO CHN-PRO1-IDX.
           MOVE "PRO9" TO STP-KEY-WK.
           PERFORM ステップ表検索.
           MOVE "PRO1 AUDIT ROWS"     TO RPT-CHN-LABEL-1.
           MOVE CHN-AUDIT-EXPECT      TO RPT-CHN-COUNT-1.
           MOVE "PRO9 ROWS LOADED"    TO RPT-CHN-LABEL-2.
           MOVE CHN-PRO9-LOADED       TO RPT-CHN-COUNT-2.
           IF STP-RUNS(CHN-PRO1-IDX) = ZERO
            OR STP-RUNS(STP-FOUND-IDX) = ZERO
               PERFORM 件数連鎖未確認
           ELSE
               IF CHN-AUDIT-EXPECT = CHN-PRO9-LOADED
                   MOVE "CHAIN OK " TO RPT-CHN-STATUS
               ELSE
                   PERFORM 件数連鎖不一致
               END-IF
               WRITE REPORT-RECORD FROM RPT-CHN-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE "PRO10" TO STP-KEY-WK.
           PERFORM ステップ表検索.
           MOVE "PRO1 TEST-3 REJECTS" TO RPT-CHN-LABEL-1.
           MOVE CHN-SUSP-EXPECT       TO RPT-CHN-COUNT-1.
           MOVE "PRO10 SUSPENSE READ" TO RPT-CHN-LABEL-2.
           MOVE CHN-PRO10-READ        TO RPT-CHN-COUNT-2.
           IF STP-RUNS(CHN-PRO1-IDX) = ZERO
            OR STP-RUNS(STP-FOUND-IDX) = ZERO
               PERFORM 件数連鎖未確認
           ELSE
               IF CHN-SUSP-EXPECT = CHN-PRO10-READ
                   MOVE "CHAIN OK " TO RPT-CHN-STATUS
               ELSE
                   PERFORM 件数連鎖不一致
               END-IF
               WRITE REPORT-RECORD FROM RPT-CHN-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
       件数連鎖不一致.
           MOVE "** ERROR" TO RPT-CHN-STATUS.
           ADD 1 TO CTL-CHAIN-BREAKS.
           SET STP-ERR-YES TO TRUE.
       件数連鎖未確認.
           MOVE SPACES TO RPT-CHN-STATUS.
           WRITE REPORT-RECORD FROM RPT-CHN-LINE
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-RECORD FROM RPT-NOCHN-LINE
               AFTER ADVANCING 1 LINE.
       集計印刷.
           WRITE REPORT-RECORD FROM RPT-CTL-HEADER-1
               AFTER ADVANCING 2 LINE.
           MOVE "JOBSTAT READ"     TO RPT-CTL-LABEL-WK.
           MOVE CTL-JST-READ       TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "FOR BUSINESS DATE" TO RPT-CTL-LABEL-WK.
           MOVE CTL-JST-DATE       TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "STEPS NOT RUN"    TO RPT-CTL-LABEL-WK.
           MOVE CTL-NOT-RUN        TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "STEPS FAILED"     TO RPT-CTL-LABEL-WK.
           MOVE CTL-FAILED         TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "COUNT CHAIN BREAKS" TO RPT-CTL-LABEL-WK.
           MOVE CTL-CHAIN-BREAKS   TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
       集計行表示.
           MOVE RPT-CTL-LABEL-WK TO RPT-CTL-LABEL.
           WRITE REPORT-RECORD FROM RPT-CTL-LINE
               AFTER ADVANCING 1 LINE.
      *終了時の実行状況を実行状況ファイルへ1件追記する。業務日
      *には一覧の対象業務日を入れる。
       実行状況書込.
           OPEN EXTEND JST-IO.
           MOVE SPACES            TO JST-RECORD.
           MOVE "PRO15"           TO JST-PROGRAM.
           ACCEPT JST-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT JST-RUN-TIME FROM TIME.
           MOVE SEL-BUS-DATE      TO JST-BUS-DATE.
           MOVE RETURN-CODE       TO JST-RC.
           MOVE ZERO              TO JST-COUNTS.
           MOVE CTL-JST-READ      TO JST-READ.
           MOVE STP-CNT           TO JST-WRITTEN.
           COMPUTE JST-REJECTED = CTL-NOT-RUN + CTL-FAILED
               + CTL-CHAIN-BREAKS.
           COMPUTE JST-SKIPPED = CTL-JST-READ - CTL-JST-DATE.
           WRITE JST-RECORD.
           CLOSE JST-IO.
      *走らなかった/失敗した/件数のつながらないステップや表あふれ
      *はエラー、警告で終わったステップがあれば警告の完了コードで
      *運用へ知らせる
       プログラム終了.
           EVALUATE TRUE
               WHEN STP-ERR-YES OR STP-FULL-YES
                   MOVE 8 TO RETURN-CODE
               WHEN STP-WARN-YES
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 実行状況書込.
           STOP RUN.
