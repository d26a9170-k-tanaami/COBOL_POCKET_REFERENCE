       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      PRO3.
      *実行履歴(HISTOUT)の傾向分析プログラム。
      *直近N回分のRUN CONTROL TOTALSを項目ごとに並べ、前営業日の
      *実行との変動率が許容率を超えた項目にALERTを付けて印刷する。
      *RECORDS READが3割落ちた、といった異変をその朝に気付ける
      *ようにするのが目的。
      *比較の基準は物理的に1つ前の実行ではなく、営業日カレンダ
      *(HOLCAL)で営業日に当たる直近の実行にする。送信の無い日曜
      *の実行と比べて月曜の件数にALERTが立つことを防ぐため。
      *営業日でない日の実行は比較せず、NON-BUSと表示する。
      *営業日かどうかは実行日ではなく、その実行の業務日付で見る。
      *業務日付は実行状況ファイル(JOBSTAT)の同じ実行キー(実行
      *日時)のPRO1の1件から取り、無い実行は実行日で代える。
      *日付をまたいで走った実行を翌日分と取り違えないため。
      *実行全体の傾向に続けて、拠点別実行履歴(SRCHOUT)から
      *拠点ごとの傾向ブロックも同じ変動率/ALERTの基準で印刷し、
      *「どの拠点が減ったか」まで翌朝の確認で分かるようにする。
                               ORGANIZATION IS SEQUENTIAL.
           SELECT PARM-IN     ASSIGN TO "PARMIN"
                               ORGANIZATION IS SEQUENTIAL.
      *営業日カレンダ(休業日台帳)。登録が無ければ土日以外を
      *すべて営業日として扱う。
           SELECT OPTIONAL CALN-IN ASSIGN TO "HOLCAL"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-OUT  ASSIGN TO "RPTOUT"
                               ORGANIZATION IS SEQUENTIAL.
      *終了時の実行状況を朝の処理状況一覧向けに共用ファイルへ
      *追記する。業務日付カードが無い単独実行では実行日を使う。
           SELECT OPTIONAL BUSD-IN ASSIGN TO "BUSDATE"
                               ORGANIZATION IS SEQUENTIAL.
      *実行状況ファイル。INPUTで読んでPRO1の実行の業務日付を
      *取り、終了時に自分の実行状況を書くためEXTENDで開き直す。
           SELECT OPTIONAL JST-IO ASSIGN TO "JOBSTAT"
                               ORGANIZATION IS SEQUENTIAL.
       DATA             DIVISION.
       FILE             SECTION.
      *レイアウトは書込側(PRO1)と共用する
           COPY HISTREC.
       FD  SRCH-IN.
           COPY SRCHREC.
      *レイアウトは送信予定判定側(PRO1)と共用する
       FD  CALN-IN.
           COPY CALNREC.
      *制御カード(表示する実行数と許容変動率)。PRO1と同じ体裁。
       FD  PARM-IN.
       01 PARM-RECORD.
          05 FILLER         PIC X(50).
       FD  REPORT-OUT.
       01 REPORT-RECORD     PIC X(80).
      *レイアウトは夜間の各プログラムと共用する
       FD  BUSD-IN.
           COPY BUSDREC.
       FD  JST-IO.
           COPY JSTREC.
       WORKING-STORAGE  SECTION.
      *表示する実行数(RUNSカード)と許容変動率%(TOLPCTカード)
       77 TRD-SHOW-RUNS    PIC 9(2)  VALUE 7.
          05 TRD-ENTRY OCCURS 30.
             10 TRD-DATE        PIC 9(8).
             10 TRD-TIME        PIC 9(8).
             10 TRD-BUSDAY      PIC X(1).
             10 TRD-BUS-DATE    PIC 9(8).
             10 TRD-VALUE       PIC 9(9)  OCCURS 12.
       01 SW-SRCH-EOF   PIC X(1)  VALUE "N".
          88 SRCH-EOF-YES          VALUE "Y".
             10 TRS-RUN OCCURS 30.
                15 TRS-DATE        PIC 9(8).
                15 TRS-TIME        PIC 9(8).
                15 TRS-BUSDAY      PIC X(1).
                15 TRS-BUS-DATE    PIC 9(8).
                15 TRS-VALUE       PIC 9(9)  OCCURS 12.
      *比較の基準にする前営業日の実行(表の添字。無ければゼロ)
       77 TRD-BASE-IDX     PIC 9(2)  VALUE ZERO.
       77 TRD-SCAN-IDX     PIC 9(2)  VALUE ZERO.
      *営業日カレンダの作業表。表に積んだ実行の日付の範囲
      *(CAL-FROM-DATE〜CAL-TO-DATE)に入る登録だけを積む。
       77 CAL-MAX          PIC 9(3)  VALUE 500.
       77 CAL-COUNT        PIC 9(3)  VALUE ZERO.
       77 CAL-IDX          PIC 9(3)  VALUE ZERO.
       77 CAL-FROM-DATE    PIC 9(8)  VALUE 99999999.
       77 CAL-TO-DATE      PIC 9(8)  VALUE ZERO.
      *範囲に含める日付(カレンダ範囲更新の入力)
       77 CAL-RANGE-DATE   PIC 9(8)  VALUE ZERO.
       01 CAL-TABLE.
          05 CAL-ENTRY OCCURS 500.
             10 CAL-DATE         PIC 9(8).
             10 CAL-TYPE         PIC X(1).
       01 SW-JST-EOF    PIC X(1)  VALUE "N".
          88 JST-EOF-YES           VALUE "Y".
          88 JST-EOF-NO            VALUE "N".
       01 SW-CALN-EOF   PIC X(1)  VALUE "N".
          88 CALN-EOF-YES          VALUE "Y".
          88 CALN-EOF-NO           VALUE "N".
       01 SW-CAL-FULL   PIC X(1)  VALUE "N".
          88 CAL-FULL-YES          VALUE "Y".
          88 CAL-FULL-NO           VALUE "N".
      *営業日判定の入力日付と結果
       01 CAL-CHK-DATE         PIC 9(8)   VALUE ZERO.
       01 SW-BUSDAY        PIC X(1)  VALUE "N".
          88 BUSDAY-YES           VALUE "Y".
          88 BUSDAY-NO            VALUE "N".
       77 CAL-WEEKDAY      PIC 9(1)  VALUE ZERO.
       77 CAL-WK-DAYNO     PIC 9(9)  VALUE ZERO.
       77 CAL-WK-QUOT      PIC 9(9)  VALUE ZERO.
       77 CAL-WK-REM       PIC 9(4)  VALUE ZERO.
      *年月日を通算日数へ直す作業域(PRO10の日数換算と同じ計算)
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
      *変動率の計算用(符号付きで持ち、絶対値を許容率と比べる)
       77 WK-PREV-VALUE    PIC 9(9)     VALUE ZERO.
       77 WK-DIFF          PIC S9(10)   VALUE ZERO.
       01 RPT-HEADER-1      PIC X(80) VALUE
           "PRO3 RUN HISTORY TREND REPORT".
       01 RPT-HEADER-2      PIC X(80) VALUE
           "RUN-DATE RUN-TIME       VALUE  CHANGE-PCT (VS PRIOR BUSINESS
      -    "-DAY RUN)".
       01 RPT-HEADER-3      PIC X(80) VALUE ALL "-".
      *選択条件の控え
       01 RPT-SEL-LINE.
          05 FILLER            PIC X(33)  VALUE SPACES.
       01 RPT-NOHIST-LINE   PIC X(80) VALUE
           "NO RUN HISTORY ON FILE".
       01 RPT-CALFULL-LINE  PIC X(80) VALUE
           "** WARNING HOLIDAY CALENDAR TABLE FULL - LATER ENTRIES IGNOR
      -    "ED".
       PROCEDURE        DIVISION.
       開始             SECTION.
       初期化.
           PERFORM パラメータ読込.
           PERFORM 履歴件数取得.
           PERFORM 履歴表取込.
           PERFORM 拠点履歴件数取得.
           PERFORM 拠点履歴表取込.
      *表に積んだ実行の業務日付が揃ってから、その範囲のカレンダ
      *を読んで各実行が営業日のものかを決める
           PERFORM 業務日付読込.
           PERFORM カレンダ読込.
           PERFORM 営業日区分設定
               VARYING TRD-RUN-IDX FROM 1 BY 1
               UNTIL TRD-RUN-IDX > TRD-ENTRY-CNT.
           PERFORM 拠点営業日区分設定
               VARYING TRS-SRC-IDX FROM 1 BY 1
               UNTIL TRS-SRC-IDX > TRS-SRC-CNT.
           OPEN OUTPUT REPORT-OUT.
           PERFORM 見出し印刷.
           IF CAL-FULL-YES
               WRITE REPORT-RECORD FROM RPT-CALFULL-LINE
                   AFTER ADVANCING 2 LINE
           END-IF.
           IF TRD-ENTRY-CNT = ZERO
               WRITE REPORT-RECORD FROM RPT-NOHIST-LINE
                   AFTER ADVANCING 2 LINE
                   VARYING TRD-MEAS-IDX FROM 1 BY 1
                   UNTIL TRD-MEAS-IDX > 12
           END-IF.
           IF TRS-SRC-CNT = ZERO
               WRITE REPORT-RECORD FROM RPT-NOSRCH-LINE
                   AFTER ADVANCING 2 LINE
           ELSE
               ADD 1 TO TRD-ENTRY-CNT
               MOVE HIST-RUN-DATE TO TRD-DATE(TRD-ENTRY-CNT)
               MOVE HIST-RUN-DATE TO TRD-BUS-DATE(TRD-ENTRY-CNT)
               MOVE HIST-RUN-DATE TO CAL-RANGE-DATE
               PERFORM カレンダ範囲更新
               MOVE HIST-RUN-TIME TO TRD-TIME(TRD-ENTRY-CNT)
               PERFORM 履歴値転記
                   VARYING TRD-MEAS-IDX FROM 1 BY 1
           MOVE TRD-TIME(TRD-RUN-IDX) TO RPT-TRD-TIME.
           MOVE TRD-VALUE(TRD-RUN-IDX, TRD-MEAS-IDX)
               TO RPT-TRD-VALUE.
           MOVE SPACES TO RPT-TRD-PCT.
           MOVE SPACES TO RPT-TRD-FLAG.
           IF TRD-BUSDAY(TRD-RUN-IDX) = "N"
               MOVE "NON-BUS" TO RPT-TRD-FLAG
           ELSE
               PERFORM 前営業日実行検索
               IF TRD-BASE-IDX > ZERO
                   PERFORM 変動率計算
               END-IF
           END-IF.
           WRITE REPORT-RECORD FROM RPT-TRD-LINE
               AFTER ADVANCING 1 LINE.
      *表の中でこの実行より前にある、営業日の直近の実行を探す。
      *表の先頭より前にしか無ければ比較しない(変動率欄は空)。
       前営業日実行検索.
           MOVE ZERO TO TRD-BASE-IDX.
           PERFORM 前営業日実行1件
               VARYING TRD-SCAN-IDX FROM 1 BY 1
               UNTIL TRD-SCAN-IDX NOT < TRD-RUN-IDX.
       前営業日実行1件.
           IF TRD-BUSDAY(TRD-SCAN-IDX) = "Y"
            AND TRD-BUS-DATE(TRD-SCAN-IDX) < TRD-BUS-DATE(TRD-RUN-IDX)
               MOVE TRD-SCAN-IDX TO TRD-BASE-IDX
           END-IF.
      *前営業日の実行の値との変動率を求め、許容率を超えていれば
      *ALERTを立てる。基準値ゼロから増えた場合は率が定義できない
      *ので一律にALERT扱いとし、999.99%として表示する。
       変動率計算.
           MOVE TRD-VALUE(TRD-BASE-IDX, TRD-MEAS-IDX)
               TO WK-PREV-VALUE.
           IF WK-PREV-VALUE = ZERO
               IF TRD-VALUE(TRD-RUN-IDX, TRD-MEAS-IDX) = ZERO
                   ADD 1 TO TRS-ENTRY-CNT(TRS-FOUND-IDX)
                   MOVE SRCH-RUN-DATE TO TRS-DATE(TRS-FOUND-IDX,
                       TRS-ENTRY-CNT(TRS-FOUND-IDX))
                   MOVE SRCH-RUN-DATE TO TRS-BUS-DATE(TRS-FOUND-IDX,
                       TRS-ENTRY-CNT(TRS-FOUND-IDX))
                   MOVE SRCH-RUN-DATE TO CAL-RANGE-DATE
                   PERFORM カレンダ範囲更新
                   MOVE SRCH-RUN-TIME TO TRS-TIME(TRS-FOUND-IDX,
                       TRS-ENTRY-CNT(TRS-FOUND-IDX))
                   PERFORM 拠点履歴値転記
           MOVE TRS-TIME(TRS-SRC-IDX, TRD-RUN-IDX) TO RPT-TRD-TIME.
           MOVE TRS-VALUE(TRS-SRC-IDX, TRD-RUN-IDX, TRD-MEAS-IDX)
               TO RPT-TRD-VALUE.
           MOVE SPACES TO RPT-TRD-PCT.
           MOVE SPACES TO RPT-TRD-FLAG.
           IF TRS-BUSDAY(TRS-SRC-IDX, TRD-RUN-IDX) = "N"
               MOVE "NON-BUS" TO RPT-TRD-FLAG
           ELSE
               PERFORM 拠点前営業日実行検索
               IF TRD-BASE-IDX > ZERO
                   PERFORM 拠点変動率計算
               END-IF
           END-IF.
           WRITE REPORT-RECORD FROM RPT-TRD-LINE
               AFTER ADVANCING 1 LINE.
       拠点前営業日実行検索.
           MOVE ZERO TO TRD-BASE-IDX.
           PERFORM 拠点前営業日実行1件
               VARYING TRD-SCAN-IDX FROM 1 BY 1
               UNTIL TRD-SCAN-IDX NOT < TRD-RUN-IDX.
       拠点前営業日実行1件.
           IF TRS-BUSDAY(TRS-SRC-IDX, TRD-SCAN-IDX) = "Y"
            AND TRS-BUS-DATE(TRS-SRC-IDX, TRD-SCAN-IDX)
                < TRS-BUS-DATE(TRS-SRC-IDX, TRD-RUN-IDX)
               MOVE TRD-SCAN-IDX TO TRD-BASE-IDX
           END-IF.
      *前営業日の実行の値との変動率。基準は実行全体の変動率計算
      *と同じ。
       拠点変動率計算.
           MOVE TRS-VALUE(TRS-SRC-IDX, TRD-BASE-IDX, TRD-MEAS-IDX)
               TO WK-PREV-VALUE.
           IF WK-PREV-VALUE = ZERO
               IF TRS-VALUE(TRS-SRC-IDX, TRD-RUN-IDX, TRD-MEAS-IDX)
           IF WK-PCT-ABS > TRD-TOL-PCT
               MOVE "<<ALERT" TO RPT-TRD-FLAG
           END-IF.
      *表に積んだ実行の日付の最小/最大を控える(読むカレンダの
      *範囲を絞るため)
       カレンダ範囲更新.
           IF CAL-RANGE-DATE < CAL-FROM-DATE
               MOVE CAL-RANGE-DATE TO CAL-FROM-DATE
           END-IF.
           IF CAL-RANGE-DATE > CAL-TO-DATE
               MOVE CAL-RANGE-DATE TO CAL-TO-DATE
           END-IF.
      *実行状況ファイルのPRO1の実行(完了コードのある1件)から、
      *表に積んだ実行と実行キーの同じものを探して業務日付を移す。
      *業務日付が実行日より前後してもカレンダの範囲に入るよう、
      *範囲も業務日付で広げる。
       業務日付読込.
           OPEN INPUT JST-IO.
           PERFORM 業務日付1件読込 UNTIL JST-EOF-YES.
           CLOSE JST-IO.
       業務日付1件読込.
           READ JST-IO
               AT END SET JST-EOF-YES TO TRUE
               NOT AT END PERFORM 業務日付1件設定
           END-READ.
       業務日付1件設定.
           IF JST-PROGRAM = "PRO1"
            AND JST-RC IS NUMERIC
            AND JST-BUS-DATE IS NUMERIC
               MOVE JST-BUS-DATE TO CAL-RANGE-DATE
               PERFORM カレンダ範囲更新
               PERFORM 実行業務日付設定
                   VARYING TRD-RUN-IDX FROM 1 BY 1
                   UNTIL TRD-RUN-IDX > TRD-ENTRY-CNT
               PERFORM 拠点業務日付設定
                   VARYING TRS-SRC-IDX FROM 1 BY 1
                   UNTIL TRS-SRC-IDX > TRS-SRC-CNT
           END-IF.
       実行業務日付設定.
           IF TRD-DATE(TRD-RUN-IDX) = JST-RUN-DATE
            AND TRD-TIME(TRD-RUN-IDX) = JST-RUN-TIME
               MOVE JST-BUS-DATE TO TRD-BUS-DATE(TRD-RUN-IDX)
           END-IF.
       拠点業務日付設定.
           PERFORM 拠点実行業務日付設定
               VARYING TRD-RUN-IDX FROM 1 BY 1
               UNTIL TRD-RUN-IDX > TRS-ENTRY-CNT(TRS-SRC-IDX).
       拠点実行業務日付設定.
           IF TRS-DATE(TRS-SRC-IDX, TRD-RUN-IDX) = JST-RUN-DATE
            AND TRS-TIME(TRS-SRC-IDX, TRD-RUN-IDX) = JST-RUN-TIME
               MOVE JST-BUS-DATE
                   TO TRS-BUS-DATE(TRS-SRC-IDX, TRD-RUN-IDX)
           END-IF.
      *営業日カレンダから表の日付範囲に入る登録を作業表へ積む
       カレンダ読込.
           OPEN INPUT CALN-IN.
           PERFORM カレンダ1件読込 UNTIL CALN-EOF-YES.
           CLOSE CALN-IN.
       カレンダ1件読込.
           READ CALN-IN
               AT END SET CALN-EOF-YES TO TRUE
               NOT AT END PERFORM カレンダ1件設定
           END-READ.
       カレンダ1件設定.
           IF CALN-DATE NOT < CAL-FROM-DATE
            AND CALN-DATE NOT > CAL-TO-DATE
               IF CAL-COUNT < CAL-MAX
                   ADD 1 TO CAL-COUNT
                   MOVE CALN-DATE TO CAL-DATE(CAL-COUNT)
                   MOVE CALN-TYPE TO CAL-TYPE(CAL-COUNT)
               ELSE
                   SET CAL-FULL-YES TO TRUE
               END-IF
           END-IF.
      *実行の業務日付で営業日かを決める
       営業日区分設定.
           MOVE TRD-BUS-DATE(TRD-RUN-IDX) TO CAL-CHK-DATE.
           PERFORM 営業日判定.
           MOVE SW-BUSDAY TO TRD-BUSDAY(TRD-RUN-IDX).
       拠点営業日区分設定.
           PERFORM 拠点実行営業日区分設定
               VARYING TRD-RUN-IDX FROM 1 BY 1
               UNTIL TRD-RUN-IDX > TRS-ENTRY-CNT(TRS-SRC-IDX).
       拠点実行営業日区分設定.
           MOVE TRS-BUS-DATE(TRS-SRC-IDX, TRD-RUN-IDX)
               TO CAL-CHK-DATE.
           PERFORM 営業日判定.
           MOVE SW-BUSDAY TO TRS-BUSDAY(TRS-SRC-IDX, TRD-RUN-IDX).
      *CAL-CHK-DATEが営業日かを判定する。土日は休業、平日は営業
      *を基本とし、カレンダに登録があればそちら("H"=休業/"W"=
      *営業)を優先する(PRO1の営業日判定と同じ基準)。
       営業日判定.
           MOVE CAL-CHK-DATE TO DAYNO-YMD.
           PERFORM 日数換算.
           COMPUTE CAL-WK-DAYNO = DAYNO-RESULT + 1.
           DIVIDE CAL-WK-DAYNO BY 7 GIVING CAL-WK-QUOT
               REMAINDER CAL-WK-REM.
           COMPUTE CAL-WEEKDAY = CAL-WK-REM + 1.
           IF CAL-WEEKDAY > 5
               SET BUSDAY-NO  TO TRUE
           ELSE
               SET BUSDAY-YES TO TRUE
           END-IF.
           PERFORM カレンダ検索 VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > CAL-COUNT.
       カレンダ検索.
           IF CAL-DATE(CAL-IDX) = CAL-CHK-DATE
               IF CAL-TYPE(CAL-IDX) = "H"
                   SET BUSDAY-NO  TO TRUE
               END-IF
               IF CAL-TYPE(CAL-IDX) = "W"
                   SET BUSDAY-YES TO TRUE
               END-IF
           END-IF.
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
      *終了時の実行状況をジョブストリームの実行状況ファイルへ
      *1件追記する(朝の処理状況一覧が業務日ごとに読む)
       実行状況書込.
           OPEN EXTEND JST-IO.
           MOVE SPACES            TO JST-RECORD.
           MOVE "PRO3"            TO JST-PROGRAM.
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
           MOVE TRD-HIST-TOTAL    TO JST-READ.
           MOVE TRD-SKIP-CNT      TO JST-SKIPPED.
           WRITE JST-RECORD.
           CLOSE JST-IO.
       プログラム終了.
           PERFORM 実行状況書込.
           STOP RUN.
