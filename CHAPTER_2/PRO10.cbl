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
      *制御カード(許容日数指定)。PRO1の制御カードと同じ体裁。
          05 PARM-VALUE     PIC X(20).
          05 FILLER         PIC X(50).
      *保留台帳。先頭の制御レコード(H)+未決/消込済の項目(D)。
      *レイアウトは月次評価側と共用するためLEDGRECへ切り出した
       FD  LEDG-IN.
           COPY LEDGREC.
       FD  LEDG-OUT.
       01 LEDG-OUT-RECORD   PIC X(67).
      *レイアウトは書込側(PRO1)と共用する
       FD  SUSP-IN.
           COPY SUSPREC.
           COPY AUDITREC.
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
      *制御カードから読込む許容日数(超えたらALERT)
       77 AGE-LIMIT        PIC 9(3)  VALUE 7.
       77 RUN-DATE         PIC 9(8)  VALUE ZERO.
      *今夜のSUSPOUTから読んだ件数(PRO1のリジェクト件数と
      *つながるかを朝の処理状況一覧で見る)
       77 SUSP-READ-CNT    PIC 9(9)  VALUE ZERO.
      *台帳の全項目(未決+消込済)を積む作業表
       77 LGR-MAX          PIC 9(4)  VALUE 1000.
       77 LGR-CNT          PIC 9(4)  VALUE ZERO.
             10 LGR-BAD-COUNT    PIC 9(1).
             10 LGR-BAD-POS      PIC 9(2)  OCCURS 5.
             10 LGR-SCAN-RECORD  PIC X(26).
             10 LGR-SOURCE-ID    PIC X(3).
      *適用済の再投入実行の日時(台帳の制御レコードと往復する)
       01 LGR-MARK.
          05 LGR-MARK-DATE    PIC 9(8)  VALUE ZERO.
                       VARYING LGR-IDX FROM 1 BY 1
                       UNTIL LGR-IDX > 5
                   MOVE LEDG-SCAN-RECORD TO LGR-SCAN-RECORD(LGR-CNT)
                   MOVE LEDG-SOURCE-ID   TO LGR-SOURCE-ID(LGR-CNT)
                   IF LEDG-STATUS = "O"
                       ADD 1 TO CTL-PRIOR-OPEN
                   END-IF
      *出てくる。中身が同じ未決項目が既にあれば二重に積まず、
      *元の項目の滞留を続ける。
       保留1件追加.
           ADD 1 TO SUSP-READ-CNT.
           MOVE ZERO TO LGR-FOUND-IDX.
           PERFORM 未決同値検索 VARYING LGR-IDX FROM 1 BY 1
               UNTIL LGR-IDX > LGR-CNT.
                       VARYING LGR-IDX FROM 1 BY 1
                       UNTIL LGR-IDX > 5
                   MOVE SUSP-SCAN-RECORD TO LGR-SCAN-RECORD(LGR-CNT)
                   MOVE SUSP-SOURCE-ID   TO LGR-SOURCE-ID(LGR-CNT)
                   ADD 1 TO CTL-ADDED
               END-IF
           END-IF.
           PERFORM 書出位置転記 VARYING LGR-FOUND-IDX FROM 1 BY 1
               UNTIL LGR-FOUND-IDX > 5.
           MOVE LGR-SCAN-RECORD(LGR-IDX) TO LEDG-SCAN-RECORD.
           MOVE LGR-SOURCE-ID(LGR-IDX)   TO LEDG-SOURCE-ID.
           WRITE LEDG-OUT-RECORD FROM LEDG-RECORD.
       書出位置転記.
           MOVE LGR-BAD-POS(LGR-IDX, LGR-FOUND-IDX)
           MOVE RPT-CTL-LABEL-WK TO RPT-CTL-LABEL.
           WRITE REPORT-RECORD FROM RPT-CTL-LINE
               AFTER ADVANCING 1 LINE.
      *終了時の実行状況をジョブストリームの実行状況ファイルへ
      *1件追記する(朝の処理状況一覧が業務日ごとに読む)
       実行状況書込.
           OPEN EXTEND JST-OUT.
           MOVE SPACES            TO JST-RECORD.
           MOVE "PRO10"           TO JST-PROGRAM.
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
           MOVE SUSP-READ-CNT     TO JST-READ.
           MOVE CTL-ADDED         TO JST-WRITTEN.
           MOVE CTL-ALERTS        TO JST-REJECTED.
           MOVE CTL-REOPEN-SKIP   TO JST-SKIPPED.
           WRITE JST-RECORD.
           CLOSE JST-OUT.
      *台帳あふれはエラー、許容日数超過は警告の完了コードで
      *運用へ知らせる
       プログラム終了.
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 実行状況書込.
           STOP RUN.
