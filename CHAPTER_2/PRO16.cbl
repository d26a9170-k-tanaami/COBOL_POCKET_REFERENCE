       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      PRO16.
      *月次/四半期の期間締めプログラム。
      *PRO3は直近N回の前日比しか見ないが、経理や拠点の管理者は
      *月や四半期の数字を求めている。また月次のPRO8でHISTOUTの
      *古い行はHISTARCへ移されるので、HISTOUTだけを読むと期間の
      *途中から数字が欠ける。本プログラムはHISTOUTと退避世代
      *(HISTARC)を続けて読み、拠点別実行履歴(SRCHOUT)と合わせて、
      *指定期間(MONTH/QUARTERカード、無ければ実行日の前月)の
      *12項目について、実行全体と拠点ごとに次を印刷する:
      * 期間合計、日平均(合計÷実行のあった日数)、日合計の最小
      * と最大とその日付、前期間の合計に対する増減率
      *あわせて1期間×1拠点=1レコードの期間集計(PSUMOUT)を追記し、
      *後の傾向資料が何年分もの日次の行を読み直さずに済むように
      *する。実行日付で期間と日を判定し、同じ日に複数回の実行が
      *あればその日の合計を1日分とする。
      *退避に失敗した月はHISTARCとHISTOUTに同じ実行が残ることが
      *あるので、同じ実行キーの行は1件だけ数える。
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
      *期間を指定するときだけカードを置くのでOPTIONALにする
           SELECT OPTIONAL PARM-IN ASSIGN TO "PARMIN"
                               ORGANIZATION IS SEQUENTIAL.
      *HISTOUTと全退避世代(HISTARC)をJCLで連結して読む
           SELECT HIST-IN     ASSIGN TO "HISTIN"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT SRCH-IN     ASSIGN TO "SRCHIN"
                               ORGANIZATION IS SEQUENTIAL.
      *期間集計は締めるたびに追記していく(HISTOUTと同じ扱い)
           SELECT PSUM-OUT    ASSIGN TO "PSUMOUT"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-OUT  ASSIGN TO "RPTOUT"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK   ASSIGN TO "SORTWK".
      *終了時の実行状況を朝の処理状況一覧向けに共用ファイルへ
      *追記する。業務日付カードが無い単独実行では実行日を使う。
           SELECT OPTIONAL BUSD-IN ASSIGN TO "BUSDATE"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL JST-OUT ASSIGN TO "JOBSTAT"
                               ORGANIZATION IS SEQUENTIAL.
       DATA             DIVISION.
       FILE             SECTION.
      *制御カード(対象期間)。PRO1の制御カードと同じ体裁。
       FD  PARM-IN.
       01 PARM-RECORD.
          05 PARM-KEYWORD   PIC X(8).
          05 PARM-LENGTH    PIC 9(2).
          05 PARM-VALUE     PIC X(20).
          05 FILLER         PIC X(50).
      *レイアウトは書込側(PRO1)と共用する
       FD  HIST-IN.
           COPY HISTREC.
       FD  SRCH-IN.
           COPY SRCHREC.
      *レイアウトは後続の傾向資料と共用する
       FD  PSUM-OUT.
           COPY PSUMREC.
       FD  REPORT-OUT.
       01 REPORT-RECORD     PIC X(80).
      *レイアウトは夜間の各プログラムと共用する
       FD  BUSD-IN.
           COPY BUSDREC.
       FD  JST-OUT.
           COPY JSTREC.
      *拠点+実行日+実行時刻で整列し、拠点ごと・日ごとの制御
      *ブレークで集計する。実行全体の行は拠点ID"***"で放す。
       SD  SORT-WORK.
       01 SORT-REC.
          05 SORT-KEY.
             10 SORT-SOURCE-ID PIC X(3).
             10 SORT-RUN-DATE  PIC 9(8).
             10 SORT-RUN-TIME  PIC 9(8).
          05 SORT-TOTALS.
             10 SORT-VALUE     PIC 9(9)  OCCURS 12.
       WORKING-STORAGE  SECTION.
       77 RUN-DATE         PIC 9(8)  VALUE ZERO.
       01 SW-PARM-EOF   PIC X(1)  VALUE "N".
          88 PARM-EOF-YES          VALUE "Y".
          88 PARM-EOF-NO           VALUE "N".
       01 SW-HIST-EOF   PIC X(1)  VALUE "N".
          88 HIST-EOF-YES          VALUE "Y".
          88 HIST-EOF-NO           VALUE "N".
       01 SW-SRCH-EOF   PIC X(1)  VALUE "N".
          88 SRCH-EOF-YES          VALUE "Y".
          88 SRCH-EOF-NO           VALUE "N".
       01 SW-SORT-EOF   PIC X(1)  VALUE "N".
          88 SORT-EOF-YES          VALUE "Y".
          88 SORT-EOF-NO           VALUE "N".
      *期間カードが読めなければ締めずにエラー終了する
       01 SW-PARM-BAD   PIC X(1)  VALUE "N".
          88 PARM-BAD-YES          VALUE "Y".
          88 PARM-BAD-NO           VALUE "N".
      *対象期間。区分M=月(YYYYMM)、Q=四半期(YYYYQn)。
      *カードが無ければ実行日の前月にする(月初に前月分を締める
      *運用、PRO14と同じ)。
       01 SEL-TYPE         PIC X(1)  VALUE "M".
          88 SEL-MONTHLY           VALUE "M".
          88 SEL-QUARTERLY         VALUE "Q".
       01 SEL-PERIOD       PIC X(6)  VALUE SPACES.
       01 PRV-PERIOD       PIC X(6)  VALUE SPACES.
      *対象期間の初日と末日、翌期間の初日(これより前なら期間内)、
      *前期間の初日(これ以降で対象期間の初日より前なら前期間)
       01 SEL-FROM-DATE    PIC 9(8)  VALUE ZERO.
       01 SEL-FROM-PARTS REDEFINES SEL-FROM-DATE.
          05 SEL-FROM-YYYY    PIC 9(4).
          05 SEL-FROM-MM      PIC 9(2).
          05 SEL-FROM-DD      PIC 9(2).
       01 SEL-TO-DATE      PIC 9(8)  VALUE ZERO.
       01 SEL-TO-PARTS REDEFINES SEL-TO-DATE.
          05 SEL-TO-YYYY      PIC 9(4).
          05 SEL-TO-MM        PIC 9(2).
          05 SEL-TO-DD        PIC 9(2).
       01 SEL-NEXT-FIRST   PIC 9(8)  VALUE ZERO.
       01 SEL-NEXT-PARTS REDEFINES SEL-NEXT-FIRST.
          05 SEL-NEXT-YYYY    PIC 9(4).
          05 SEL-NEXT-MM      PIC 9(2).
          05 SEL-NEXT-DD      PIC 9(2).
       01 PRV-FROM-DATE    PIC 9(8)  VALUE ZERO.
       01 PRV-FROM-PARTS REDEFINES PRV-FROM-DATE.
          05 PRV-FROM-YYYY    PIC 9(4).
          05 PRV-FROM-MM      PIC 9(2).
          05 PRV-FROM-DD      PIC 9(2).
      *期間計算の作業項目
       77 WK-YYYY          PIC 9(4)  VALUE ZERO.
       77 WK-MM            PIC 9(2)  VALUE ZERO.
       77 WK-QTR           PIC 9(1)  VALUE ZERO.
       77 WK-QUOT          PIC 9(4)  VALUE ZERO.
       77 WK-REM           PIC 9(4)  VALUE ZERO.
       77 WK-MONTH-DAYS    PIC 9(2)  VALUE ZERO.
      *月ごとの日数(2月はうるう年判定で29日に直す)
       01 CAL-MDAYS-VALUES  PIC X(24) VALUE
           "312831303130313130313031".
       01 CAL-MDAYS-TBL REDEFINES CAL-MDAYS-VALUES.
          05 CAL-MDAYS         PIC 9(2)  OCCURS 12.
      *整列後の制御ブレーク用。同じ実行キーが続いたら重複。
       01 PCL-PREV-KEY.
          05 PCL-PREV-SOURCE  PIC X(3).
          05 PCL-PREV-DATE    PIC 9(8).
          05 PCL-PREV-TIME    PIC 9(8).
       01 PCL-SOURCE       PIC X(3)  VALUE SPACES.
       77 PCL-MEAS-IDX     PIC 9(2)  VALUE ZERO.
      *1日分(同じ実行日の全実行)の合計
       01 PCL-DAY-AREA.
          05 PCL-DAY-DATE     PIC 9(8).
          05 PCL-DAY-VALUE    PIC 9(11)  OCCURS 12.
      *1拠点ぶんの対象期間の集計(日合計の最小/最大とその日付)
       01 PCL-CUR-AREA.
          05 PCL-CUR-DAYS     PIC 9(3).
          05 PCL-CUR-RUNS     PIC 9(5).
          05 PCL-CUR-ENTRY OCCURS 12.
             10 PCL-CUR-TOTAL    PIC 9(13).
             10 PCL-CUR-MIN      PIC 9(11).
             10 PCL-CUR-MIN-DATE PIC 9(8).
             10 PCL-CUR-MAX      PIC 9(11).
             10 PCL-CUR-MAX-DATE PIC 9(8).
      *1拠点ぶんの前期間の集計(増減率の基準)
       01 PCL-PRV-AREA.
          05 PCL-PRV-DAYS     PIC 9(3).
          05 PCL-PRV-RUNS     PIC 9(5).
          05 PCL-PRV-TOTAL    PIC 9(13)  OCCURS 12.
      *日平均と増減率の計算用(増減率はPRO3と同じ持ち方)
       77 WK-AVG           PIC 9(11)    VALUE ZERO.
       77 WK-DIFF          PIC S9(13)   VALUE ZERO.
       77 WK-PCT           PIC S9(4)V9  VALUE ZERO.
       77 WK-PCT-ED        PIC +ZZZ9.9  VALUE ZERO.
      *読込/放出/重複/出力の件数(報告書の締めに残す)
       01 CTL-TOTALS.
          05 CTL-HIST-READ     PIC 9(9)  VALUE ZERO.
          05 CTL-SRCH-READ     PIC 9(9)  VALUE ZERO.
          05 CTL-ROWS-REL      PIC 9(9)  VALUE ZERO.
          05 CTL-DUP-ROWS      PIC 9(9)  VALUE ZERO.
          05 CTL-SOURCES       PIC 9(9)  VALUE ZERO.
          05 CTL-PSUM-WRITTEN  PIC 9(9)  VALUE ZERO.
      *実行全体(拠点"***")の対象期間の実行日数。ゼロなら期間に
      *履歴が無いので警告にする。
          05 CTL-ALL-DAYS      PIC 9(9)  VALUE ZERO.
      *12項目の見出し(HISTRECのHIST-VALUEの並び順と対で保守する)
       01 PCL-LABELS.
          05 FILLER PIC X(17) VALUE "RECORDS READ".
          05 FILLER PIC X(17) VALUE "TEST-1 CHARACTERS".
          05 FILLER PIC X(17) VALUE "TEST-1 CHR-BEFORE".
          05 FILLER PIC X(17) VALUE "TEST-1 CHR-AFTER".
          05 FILLER PIC X(17) VALUE "TEST-1 ALL".
          05 FILLER PIC X(17) VALUE "TEST-1 ALL1/STR".
          05 FILLER PIC X(17) VALUE "TEST-2 LEADING".
          05 FILLER PIC X(17) VALUE "TEST-2 ALL".
          05 FILLER PIC X(17) VALUE "TEST-2 LEADING(2)".
          05 FILLER PIC X(17) VALUE "TEST-2 CHARACTERS".
          05 FILLER PIC X(17) VALUE "TEST-3 JPPAT".
          05 FILLER PIC X(17) VALUE "TEST-3 REJECTED".
       01 PCL-LABELS-TBL REDEFINES PCL-LABELS.
          05 PCL-LABEL PIC X(17) OCCURS 12.
      *画面表示で使う見出し行
       01 RPT-HEADER-1      PIC X(80) VALUE
           "PRO16 PERIOD-CLOSE ROLLUP".
       01 RPT-HEADER-2.
          05 FILLER            PIC X(40)  VALUE
               "MEASURE          PERIOD-TOTAL  DAILY-AVG".
          05 FILLER            PIC X(40)  VALUE
               "    MIN-DAY MMDD    MAX-DAY MMDD    CHG%".
       01 RPT-HEADER-3      PIC X(80) VALUE ALL "-".
       01 RPT-SEL-LINE.
          05 FILLER            PIC X(10)  VALUE "SELECT    ".
          05 RPT-SEL-LABEL     PIC X(10).
          05 FILLER            PIC X(2)   VALUE SPACES.
          05 RPT-SEL-VALUE     PIC X(8).
          05 FILLER            PIC X(50)  VALUE SPACES.
       01 RPT-NOTE-LINE     PIC X(80) VALUE
           "DAILY-AVG = PERIOD-TOTAL / DAYS WITH RUNS, CHG% = TOTAL VS P
      -    "RIOR PERIOD".
      *拠点ブロックの見出し行(対象期間と前期間の日数/実行数)
       01 RPT-SRC-LINE.
          05 RPT-SRC-TITLE     PIC X(24).
          05 FILLER            PIC X(6)   VALUE "DAYS ".
          05 RPT-SRC-DAYS      PIC ZZ9.
          05 FILLER            PIC X(7)   VALUE "  RUNS ".
          05 RPT-SRC-RUNS      PIC ZZZZ9.
          05 FILLER            PIC X(14)  VALUE "  PRIOR DAYS ".
          05 RPT-SRC-PRV-DAYS  PIC ZZ9.
          05 FILLER            PIC X(7)   VALUE "  RUNS ".
          05 RPT-SRC-PRV-RUNS  PIC ZZZZ9.
          05 FILLER            PIC X(6)   VALUE SPACES.
       01 RPT-SRC-TITLE-WK.
          05 FILLER            PIC X(7)   VALUE "SOURCE ".
          05 RPT-SRC-ID-WK     PIC X(3).
          05 FILLER            PIC X(14)  VALUE SPACES.
      *1項目の明細行。前期間の合計がゼロなら増減率は出せないので
      *NEW(今期だけ実績あり)か空白にする。
       01 RPT-PCL-LINE.
          05 RPT-PCL-LABEL     PIC X(17).
          05 RPT-PCL-TOTAL     PIC ZZZZZZZZZZZ9.
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-PCL-AVG       PIC ZZZZZZZZZ9.
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-PCL-MIN       PIC ZZZZZZZZZ9.
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-PCL-MIN-DATE  PIC X(4).
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-PCL-MAX       PIC ZZZZZZZZZ9.
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-PCL-MAX-DATE  PIC X(4).
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-PCL-PCT       PIC X(7).
       01 RPT-BADPARM-LINE  PIC X(80) VALUE
           "** ERROR MONTH/QUARTER CARD INVALID - PERIOD NOT CLOSED".
       01 RPT-NODATA-LINE   PIC X(80) VALUE
           "** WARNING NO RUN HISTORY IN THE PERIOD".
       01 RPT-DUP-LINE      PIC X(80) VALUE
           "** WARNING DUPLICATE RUN ROWS SKIPPED (ARCHIVE OVERLAP)".
      *集計印刷で使う締めの行
       01 RPT-CTL-HEADER-1  PIC X(80) VALUE ALL "-".
       01 RPT-CTL-LINE.
          05 RPT-CTL-LABEL     PIC X(20).
          05 FILLER            PIC X(5)   VALUE SPACES.
          05 RPT-CTL-COUNT     PIC ZZZZZZZZ9.
       01 RPT-CTL-LABEL-WK     PIC X(20).
       PROCEDURE        DIVISION.
       開始             SECTION.
       主処理.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM パラメータ読込.
           OPEN OUTPUT REPORT-OUT.
           WRITE REPORT-RECORD FROM RPT-HEADER-1 AFTER ADVANCING 1 LINE.
           IF PARM-BAD-YES
               WRITE REPORT-RECORD FROM RPT-BADPARM-LINE
                   AFTER ADVANCING 2 LINE
               CLOSE REPORT-OUT
               GO TO プログラム終了
           END-IF.
           PERFORM 選択条件印刷.
           OPEN EXTEND PSUM-OUT.
           SORT SORT-WORK
               ON ASCENDING KEY SORT-SOURCE-ID SORT-RUN-DATE
                                SORT-RUN-TIME
               INPUT  PROCEDURE IS 履歴取出
               OUTPUT PROCEDURE IS 期間集計.
           CLOSE PSUM-OUT.
           PERFORM 集計印刷.
           CLOSE REPORT-OUT.
           GO TO プログラム終了.
      *制御カードから対象期間を読込み、期間の日付範囲を決める
       パラメータ読込.
           OPEN INPUT PARM-IN.
           PERFORM パラメータ1件読込 UNTIL PARM-EOF-YES.
           CLOSE PARM-IN.
           IF SEL-PERIOD = SPACES
               MOVE "M"              TO SEL-TYPE
               MOVE RUN-DATE(1:4)    TO WK-YYYY
               MOVE RUN-DATE(5:2)    TO WK-MM
               IF WK-MM = 1
                   SUBTRACT 1 FROM WK-YYYY
                   MOVE 12 TO WK-MM
               ELSE
                   SUBTRACT 1 FROM WK-MM
               END-IF
               MOVE WK-YYYY          TO SEL-PERIOD(1:4)
               MOVE WK-MM            TO SEL-PERIOD(5:2)
           END-IF.
           IF SEL-PERIOD(1:4) NOT NUMERIC
               SET PARM-BAD-YES TO TRUE
           ELSE
               MOVE SEL-PERIOD(1:4) TO WK-YYYY
               IF SEL-MONTHLY
                   PERFORM 月期間設定
               ELSE
                   PERFORM 四半期期間設定
               END-IF
           END-IF.
       パラメータ1件読込.
           READ PARM-IN
               AT END SET PARM-EOF-YES TO TRUE
               NOT AT END PERFORM パラメータ項目設定
           END-READ.
      *月はMONTH 06YYYYMM、四半期はQUARTER 06YYYYQn(nは1〜4)
       パラメータ項目設定.
           EVALUATE PARM-KEYWORD
               WHEN "MONTH   "
                   MOVE "M"              TO SEL-TYPE
                   MOVE PARM-VALUE(1:6)  TO SEL-PERIOD
               WHEN "QUARTER "
                   MOVE "Q"              TO SEL-TYPE
                   MOVE PARM-VALUE(1:6)  TO SEL-PERIOD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *月の期間。前期間は前月。
       月期間設定.
           IF SEL-PERIOD(5:2) NOT NUMERIC
               SET PARM-BAD-YES TO TRUE
           ELSE
               MOVE SEL-PERIOD(5:2) TO WK-MM
               IF WK-MM < 1 OR WK-MM > 12
                   SET PARM-BAD-YES TO TRUE
               ELSE
                   MOVE WK-YYYY TO SEL-FROM-YYYY
                   MOVE WK-MM   TO SEL-FROM-MM
                   MOVE 1       TO SEL-FROM-DD
                   MOVE WK-YYYY TO SEL-TO-YYYY
                   MOVE WK-MM   TO SEL-TO-MM
                   PERFORM 月末日設定
                   MOVE WK-YYYY TO SEL-NEXT-YYYY
                   MOVE 1       TO SEL-NEXT-DD
                   IF WK-MM = 12
                       ADD 1 TO SEL-NEXT-YYYY
                       MOVE 1 TO SEL-NEXT-MM
                   ELSE
                       COMPUTE SEL-NEXT-MM = WK-MM + 1
                   END-IF
                   MOVE WK-YYYY TO PRV-FROM-YYYY
                   MOVE 1       TO PRV-FROM-DD
                   IF WK-MM = 1
                       SUBTRACT 1 FROM PRV-FROM-YYYY
                       MOVE 12 TO PRV-FROM-MM
                   ELSE
                       COMPUTE PRV-FROM-MM = WK-MM - 1
                   END-IF
                   MOVE PRV-FROM-DATE(1:6) TO PRV-PERIOD
               END-IF
           END-IF.
      *四半期の期間(1月/4月/7月/10月始まり)。前期間は前四半期。
       四半期期間設定.
           IF SEL-PERIOD(5:1) NOT = "Q"
            OR SEL-PERIOD(6:1) NOT NUMERIC
               SET PARM-BAD-YES TO TRUE
           ELSE
               MOVE SEL-PERIOD(6:1) TO WK-QTR
               IF WK-QTR < 1 OR WK-QTR > 4
                   SET PARM-BAD-YES TO TRUE
               ELSE
                   COMPUTE WK-MM = (WK-QTR - 1) * 3 + 1
                   MOVE WK-YYYY TO SEL-FROM-YYYY
                   MOVE WK-MM   TO SEL-FROM-MM
                   MOVE 1       TO SEL-FROM-DD
                   MOVE WK-YYYY TO SEL-TO-YYYY
                   COMPUTE SEL-TO-MM = WK-MM + 2
                   PERFORM 月末日設定
                   MOVE WK-YYYY TO SEL-NEXT-YYYY
                   MOVE 1       TO SEL-NEXT-DD
                   IF WK-QTR = 4
                       ADD 1 TO SEL-NEXT-YYYY
                       MOVE 1 TO SEL-NEXT-MM
                   ELSE
                       COMPUTE SEL-NEXT-MM = WK-MM + 3
                   END-IF
                   MOVE WK-YYYY TO PRV-FROM-YYYY
                   MOVE 1       TO PRV-FROM-DD
                   MOVE SEL-PERIOD TO PRV-PERIOD
                   IF WK-QTR = 1
                       SUBTRACT 1 FROM PRV-FROM-YYYY
                       MOVE 10 TO PRV-FROM-MM
                       MOVE PRV-FROM-YYYY TO PRV-PERIOD(1:4)
                       MOVE "4"           TO PRV-PERIOD(6:1)
                   ELSE
                       COMPUTE PRV-FROM-MM = WK-MM - 3
                       SUBTRACT 1 FROM WK-QTR
                       MOVE WK-QTR        TO PRV-PERIOD(6:1)
                   END-IF
               END-IF
           END-IF.
      *SEL-TO-YYYY/MMの月末日をSEL-TO-DDに置く。2月はうるう年
      *なら29日にする(PRO1の月日数算出と同じ判定)。
       月末日設定.
           MOVE CAL-MDAYS(SEL-TO-MM) TO WK-MONTH-DAYS.
           IF SEL-TO-MM = 2
               DIVIDE SEL-TO-YYYY BY 4 GIVING WK-QUOT
                   REMAINDER WK-REM
               IF WK-REM = ZERO
                   MOVE 29 TO WK-MONTH-DAYS
                   DIVIDE SEL-TO-YYYY BY 100 GIVING WK-QUOT
                       REMAINDER WK-REM
                   IF WK-REM = ZERO
                       MOVE 28 TO WK-MONTH-DAYS
                       DIVIDE SEL-TO-YYYY BY 400 GIVING WK-QUOT
                           REMAINDER WK-REM
                       IF WK-REM = ZERO
                           MOVE 29 TO WK-MONTH-DAYS
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE WK-MONTH-DAYS TO SEL-TO-DD.
      *どの期間をどの前期間と比べたかを報告書に残す
       選択条件印刷.
           MOVE "PERIOD"         TO RPT-SEL-LABEL.
           MOVE SEL-PERIOD       TO RPT-SEL-VALUE.
           WRITE REPORT-RECORD FROM RPT-SEL-LINE AFTER ADVANCING 2 LINE.
           MOVE "FROM"           TO RPT-SEL-LABEL.
           MOVE SEL-FROM-DATE    TO RPT-SEL-VALUE.
           WRITE REPORT-RECORD FROM RPT-SEL-LINE AFTER ADVANCING 1 LINE.
           MOVE "TO"             TO RPT-SEL-LABEL.
           MOVE SEL-TO-DATE      TO RPT-SEL-VALUE.
           WRITE REPORT-RECORD FROM RPT-SEL-LINE AFTER ADVANCING 1 LINE.
           MOVE "PRIOR"          TO RPT-SEL-LABEL.
           MOVE PRV-PERIOD       TO RPT-SEL-VALUE.
           WRITE REPORT-RECORD FROM RPT-SEL-LINE AFTER ADVANCING 1 LINE.
           WRITE REPORT-RECORD FROM RPT-NOTE-LINE
               AFTER ADVANCING 2 LINE.
      *入力手続。実行履歴(退避世代を含む)と拠点別実行履歴から、
      *前期間の初日から対象期間の末日までの行だけを整列へ放す。
      *実行全体の行は拠点ID"***"とし、拠点別の行より先に並べる。
       履歴取出           SECTION.
       履歴取出-読込.
           OPEN INPUT HIST-IN.
           PERFORM 履歴取出-1件 UNTIL HIST-EOF-YES.
           CLOSE HIST-IN.
           OPEN INPUT SRCH-IN.
           PERFORM 拠点履歴取出-1件 UNTIL SRCH-EOF-YES.
           CLOSE SRCH-IN.
           GO TO 履歴取出-終了.
       履歴取出-1件.
           READ HIST-IN
               AT END SET HIST-EOF-YES TO TRUE
               NOT AT END PERFORM 履歴取出-放出
           END-READ.
       履歴取出-放出.
           ADD 1 TO CTL-HIST-READ.
           IF HIST-RUN-DATE NOT < PRV-FROM-DATE
            AND HIST-RUN-DATE < SEL-NEXT-FIRST
               MOVE "***"          TO SORT-SOURCE-ID
               MOVE HIST-RUN-DATE  TO SORT-RUN-DATE
               MOVE HIST-RUN-TIME  TO SORT-RUN-TIME
               MOVE HIST-TOTALS    TO SORT-TOTALS
               RELEASE SORT-REC
               ADD 1 TO CTL-ROWS-REL
           END-IF.
       拠点履歴取出-1件.
           READ SRCH-IN
               AT END SET SRCH-EOF-YES TO TRUE
               NOT AT END PERFORM 拠点履歴取出-放出
           END-READ.
       拠点履歴取出-放出.
           ADD 1 TO CTL-SRCH-READ.
           IF SRCH-RUN-DATE NOT < PRV-FROM-DATE
            AND SRCH-RUN-DATE < SEL-NEXT-FIRST
               MOVE SRCH-SOURCE-ID TO SORT-SOURCE-ID
               MOVE SRCH-RUN-DATE  TO SORT-RUN-DATE
               MOVE SRCH-RUN-TIME  TO SORT-RUN-TIME
               MOVE SRCH-TOTALS    TO SORT-TOTALS
               RELEASE SORT-REC
               ADD 1 TO CTL-ROWS-REL
           END-IF.
       履歴取出-終了.
           EXIT.
      *出力手続。拠点ごと・実行日ごとの制御ブレークで、日合計を
      *対象期間/前期間に振り分けて積み、拠点が替わるたびに
      *その拠点のブロックを印刷して期間集計を1件書く。
       期間集計           SECTION.
       期間集計-読込.
           MOVE SPACES TO PCL-PREV-KEY.
           MOVE SPACES TO PCL-SOURCE.
           PERFORM 期間集計-1件 UNTIL SORT-EOF-YES.
           IF PCL-SOURCE NOT = SPACES
               PERFORM 日締め
               PERFORM 拠点締め
           END-IF.
           IF CTL-ALL-DAYS = ZERO
               WRITE REPORT-RECORD FROM RPT-NODATA-LINE
                   AFTER ADVANCING 2 LINE
           END-IF.
           GO TO 期間集計-終了.
       期間集計-1件.
           RETURN SORT-WORK
               AT END SET SORT-EOF-YES TO TRUE
               NOT AT END PERFORM 期間集計-判定
           END-RETURN.
      *同じ実行キー(拠点+実行日+実行時刻)の行は退避世代と
      *HISTOUTの重なりなので1件だけ数える
       期間集計-判定.
           IF SORT-KEY = PCL-PREV-KEY
               ADD 1 TO CTL-DUP-ROWS
           ELSE
               MOVE SORT-KEY TO PCL-PREV-KEY
               IF SORT-SOURCE-ID NOT = PCL-SOURCE
                   IF PCL-SOURCE NOT = SPACES
                       PERFORM 日締め
                       PERFORM 拠点締め
                   END-IF
                   PERFORM 拠点開始
               END-IF
               IF SORT-RUN-DATE NOT = PCL-DAY-DATE
                   IF PCL-DAY-DATE NOT = ZERO
                       PERFORM 日締め
                   END-IF
                   MOVE ZERO          TO PCL-DAY-AREA
                   MOVE SORT-RUN-DATE TO PCL-DAY-DATE
               END-IF
               PERFORM 日値加算 VARYING PCL-MEAS-IDX FROM 1 BY 1
                   UNTIL PCL-MEAS-IDX > 12
               IF SORT-RUN-DATE < SEL-FROM-DATE
                   ADD 1 TO PCL-PRV-RUNS
               ELSE
                   ADD 1 TO PCL-CUR-RUNS
               END-IF
           END-IF.
       拠点開始.
           MOVE SORT-SOURCE-ID TO PCL-SOURCE.
           MOVE ZERO           TO PCL-DAY-AREA.
           MOVE ZERO           TO PCL-CUR-AREA.
           MOVE ZERO           TO PCL-PRV-AREA.
       日値加算.
           ADD SORT-VALUE(PCL-MEAS-IDX)
               TO PCL-DAY-VALUE(PCL-MEAS-IDX).
      *1日分の合計を対象期間または前期間へ積む。対象期間は日合計
      *の最小/最大とその日付も取る(同じ値なら先の日付を残す)。
       日締め.
           IF PCL-DAY-DATE < SEL-FROM-DATE
               ADD 1 TO PCL-PRV-DAYS
               PERFORM 前期日値積上
                   VARYING PCL-MEAS-IDX FROM 1 BY 1
                   UNTIL PCL-MEAS-IDX > 12
           ELSE
               ADD 1 TO PCL-CUR-DAYS
               PERFORM 当期日値積上
                   VARYING PCL-MEAS-IDX FROM 1 BY 1
                   UNTIL PCL-MEAS-IDX > 12
           END-IF.
       前期日値積上.
           ADD PCL-DAY-VALUE(PCL-MEAS-IDX)
               TO PCL-PRV-TOTAL(PCL-MEAS-IDX).
       当期日値積上.
           ADD PCL-DAY-VALUE(PCL-MEAS-IDX)
               TO PCL-CUR-TOTAL(PCL-MEAS-IDX).
           IF PCL-CUR-DAYS = 1
            OR PCL-DAY-VALUE(PCL-MEAS-IDX) < PCL-CUR-MIN(PCL-MEAS-IDX)
               MOVE PCL-DAY-VALUE(PCL-MEAS-IDX)
                   TO PCL-CUR-MIN(PCL-MEAS-IDX)
               MOVE PCL-DAY-DATE
                   TO PCL-CUR-MIN-DATE(PCL-MEAS-IDX)
           END-IF.
           IF PCL-CUR-DAYS = 1
            OR PCL-DAY-VALUE(PCL-MEAS-IDX) > PCL-CUR-MAX(PCL-MEAS-IDX)
               MOVE PCL-DAY-VALUE(PCL-MEAS-IDX)
                   TO PCL-CUR-MAX(PCL-MEAS-IDX)
               MOVE PCL-DAY-DATE
                   TO PCL-CUR-MAX-DATE(PCL-MEAS-IDX)
           END-IF.
      *拠点1件ぶんのブロックを印刷し、期間集計を書く。前期間に
      *しか実績の無い拠点(期間中に止まった拠点)も日数ゼロで
      *出して減少が見えるようにする。
       拠点締め.
           ADD 1 TO CTL-SOURCES.
           IF PCL-SOURCE = "***"
               MOVE PCL-CUR-DAYS TO CTL-ALL-DAYS
               MOVE "RUN TOTALS (HISTOUT)" TO RPT-SRC-TITLE
           ELSE
               MOVE PCL-SOURCE       TO RPT-SRC-ID-WK
               MOVE RPT-SRC-TITLE-WK TO RPT-SRC-TITLE
           END-IF.
           MOVE PCL-CUR-DAYS  TO RPT-SRC-DAYS.
           MOVE PCL-CUR-RUNS  TO RPT-SRC-RUNS.
           MOVE PCL-PRV-DAYS  TO RPT-SRC-PRV-DAYS.
           MOVE PCL-PRV-RUNS  TO RPT-SRC-PRV-RUNS.
           WRITE REPORT-RECORD FROM RPT-SRC-LINE
               AFTER ADVANCING 2 LINE.
           WRITE REPORT-RECORD FROM RPT-HEADER-2
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-RECORD FROM RPT-HEADER-3
               AFTER ADVANCING 1 LINE.
           PERFORM 項目行印刷 VARYING PCL-MEAS-IDX FROM 1 BY 1
               UNTIL PCL-MEAS-IDX > 12.
           PERFORM 期間集計書込.
       項目行印刷.
           MOVE PCL-LABEL(PCL-MEAS-IDX)     TO RPT-PCL-LABEL.
           MOVE PCL-CUR-TOTAL(PCL-MEAS-IDX) TO RPT-PCL-TOTAL.
           IF PCL-CUR-DAYS = ZERO
               MOVE ZERO   TO RPT-PCL-AVG
               MOVE ZERO   TO RPT-PCL-MIN
               MOVE ZERO   TO RPT-PCL-MAX
               MOVE SPACES TO RPT-PCL-MIN-DATE
               MOVE SPACES TO RPT-PCL-MAX-DATE
           ELSE
               COMPUTE WK-AVG ROUNDED =
                   PCL-CUR-TOTAL(PCL-MEAS-IDX) / PCL-CUR-DAYS
               MOVE WK-AVG TO RPT-PCL-AVG
               MOVE PCL-CUR-MIN(PCL-MEAS-IDX) TO RPT-PCL-MIN
               MOVE PCL-CUR-MIN-DATE(PCL-MEAS-IDX)(5:4)
                   TO RPT-PCL-MIN-DATE
               MOVE PCL-CUR-MAX(PCL-MEAS-IDX) TO RPT-PCL-MAX
               MOVE PCL-CUR-MAX-DATE(PCL-MEAS-IDX)(5:4)
                   TO RPT-PCL-MAX-DATE
           END-IF.
           IF PCL-PRV-TOTAL(PCL-MEAS-IDX) = ZERO
               IF PCL-CUR-TOTAL(PCL-MEAS-IDX) = ZERO
                   MOVE SPACES    TO RPT-PCL-PCT
               ELSE
                   MOVE "    NEW" TO RPT-PCL-PCT
               END-IF
           ELSE
               COMPUTE WK-DIFF = PCL-CUR-TOTAL(PCL-MEAS-IDX)
                   - PCL-PRV-TOTAL(PCL-MEAS-IDX)
               COMPUTE WK-PCT ROUNDED =
                   WK-DIFF * 100 / PCL-PRV-TOTAL(PCL-MEAS-IDX)
                   ON SIZE ERROR MOVE 9999.9 TO WK-PCT
               END-COMPUTE
               MOVE WK-PCT    TO WK-PCT-ED
               MOVE WK-PCT-ED TO RPT-PCL-PCT
           END-IF.
           WRITE REPORT-RECORD FROM RPT-PCL-LINE
               AFTER ADVANCING 1 LINE.
       期間集計書込.
           MOVE SPACES          TO PSUM-RECORD.
           MOVE SEL-PERIOD      TO PSUM-PERIOD.
           MOVE SEL-TYPE        TO PSUM-PERIOD-TYPE.
           MOVE SEL-FROM-DATE   TO PSUM-FROM-DATE.
           MOVE SEL-TO-DATE     TO PSUM-TO-DATE.
           MOVE PCL-SOURCE      TO PSUM-SOURCE-ID.
           MOVE PCL-CUR-DAYS    TO PSUM-DAYS.
           MOVE PCL-CUR-RUNS    TO PSUM-RUNS.
           MOVE RUN-DATE        TO PSUM-CLOSE-DATE.
           PERFORM 期間合計転記 VARYING PCL-MEAS-IDX FROM 1 BY 1
               UNTIL PCL-MEAS-IDX > 12.
           WRITE PSUM-RECORD.
           ADD 1 TO CTL-PSUM-WRITTEN.
       期間合計転記.
           MOVE PCL-CUR-TOTAL(PCL-MEAS-IDX)
               TO PSUM-VALUE(PCL-MEAS-IDX).
       期間集計-終了.
           EXIT.
       集計印刷           SECTION.
       集計印刷-主.
           IF CTL-DUP-ROWS > ZERO
               WRITE REPORT-RECORD FROM RPT-DUP-LINE
                   AFTER ADVANCING 2 LINE
           END-IF.
           WRITE REPORT-RECORD FROM RPT-CTL-HEADER-1
               AFTER ADVANCING 2 LINE.
           MOVE "HISTORY ROWS READ"  TO RPT-CTL-LABEL-WK.
           MOVE CTL-HIST-READ        TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "SRC HIST ROWS READ" TO RPT-CTL-LABEL-WK.
           MOVE CTL-SRCH-READ        TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "ROWS IN PERIODS"    TO RPT-CTL-LABEL-WK.
           MOVE CTL-ROWS-REL         TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "DUPLICATE ROWS"     TO RPT-CTL-LABEL-WK.
           MOVE CTL-DUP-ROWS         TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "SOURCE BLOCKS"      TO RPT-CTL-LABEL-WK.
           MOVE CTL-SOURCES          TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "SUMMARY RECS WRITTEN" TO RPT-CTL-LABEL-WK.
           MOVE CTL-PSUM-WRITTEN     TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           GO TO 集計印刷-終了.
       集計行表示.
           MOVE RPT-CTL-LABEL-WK TO RPT-CTL-LABEL.
           WRITE REPORT-RECORD FROM RPT-CTL-LINE
               AFTER ADVANCING 1 LINE.
       集計印刷-終了.
           EXIT.
      *終了時の実行状況をジョブストリームの実行状況ファイルへ
      *1件追記する(朝の処理状況一覧が業務日ごとに読む)
       実行状況書込       SECTION.
       実行状況書込-主.
           OPEN EXTEND JST-OUT.
           MOVE SPACES            TO JST-RECORD.
           MOVE "PRO16"           TO JST-PROGRAM.
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
           COMPUTE JST-READ = CTL-HIST-READ + CTL-SRCH-READ.
           MOVE CTL-PSUM-WRITTEN  TO JST-WRITTEN.
           MOVE CTL-DUP-ROWS      TO JST-SKIPPED.
           WRITE JST-RECORD.
           CLOSE JST-OUT.
       実行状況書込-終了.
           EXIT.
      *期間カードの誤りはエラー、期間に履歴が無い/重複行を
      *読み飛ばしたときは警告の完了コードで運用へ知らせる
       終了             SECTION.
       プログラム終了.
           EVALUATE TRUE
               WHEN PARM-BAD-YES
                   MOVE 8 TO RETURN-CODE
               WHEN CTL-ALL-DAYS = ZERO
               WHEN CTL-DUP-ROWS > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 実行状況書込.
           STOP RUN.
