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
      *レイアウトは書込側(PRO1)と共用する
          05 FILLER         PIC X(50).
       FD  REPORT-OUT.
       01 REPORT-RECORD     PIC X(80).
      *レイアウトは夜間の各プログラムと共用する
       FD  BUSD-IN.
           COPY BUSDREC.
       FD  JST-OUT.
           COPY JSTREC.
       WORKING-STORAGE  SECTION.
      *選択条件。日付範囲の初期値は「全期間」になるようにしておく。
       01 SEL-CONDITIONS.
           MOVE RPT-CTL-LABEL-WK TO RPT-CTL-LABEL.
           WRITE REPORT-RECORD FROM RPT-CTL-LINE
               AFTER ADVANCING 1 LINE.
      *終了時の実行状況をジョブストリームの実行状況ファイルへ
      *1件追記する(朝の処理状況一覧が業務日ごとに読む)
       実行状況書込.
           OPEN EXTEND JST-OUT.
           MOVE SPACES            TO JST-RECORD.
           MOVE "PRO12"           TO JST-PROGRAM.
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
           MOVE CTL-AUDIT-READ    TO JST-READ.
           MOVE CTL-RUNS          TO JST-WRITTEN.
           MOVE CTL-DISCREPANCIES TO JST-REJECTED.
           WRITE JST-RECORD.
           CLOSE JST-OUT.
      *食い違い(または実行表あふれ)のときは完了コード8で
      *スケジューラに情報系フィードを止めさせる
       プログラム終了.
           IF BAL-ERR-YES OR BAL-FULL-YES
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 実行状況書込.
           STOP RUN.
