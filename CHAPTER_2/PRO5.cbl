           SELECT OPTIONAL VALH-IO ASSIGN TO "VALHOUT"
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
      *PRO1のSCAN-INと同じH/D/Tの並び。分析対象は明細だけ。
          05 VALH-FIELD     PIC X(6).
          05 VALH-VALUE     PIC X(10).
          05 VALH-COUNT     PIC 9(9).
      *レイアウトは夜間の各プログラムと共用する
       FD  BUSD-IN.
           COPY BUSDREC.
       FD  JST-OUT.
           COPY JSTREC.
      *フィールド名+値で整列し、同じ値を隣り合わせて数える
       SD  SORT-WORK.
       01 SORT-REC.
           WRITE VALH-RECORD.
       値履歴追記-終了.
           EXIT.
      *終了時の実行状況をジョブストリームの実行状況ファイルへ
      *1件追記する(朝の処理状況一覧が業務日ごとに読む)
       実行状況書込       SECTION.
       実行状況書込-主.
           OPEN EXTEND JST-OUT.
           MOVE SPACES            TO JST-RECORD.
           MOVE "PRO5"            TO JST-PROGRAM.
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
           MOVE CTL-RECORDS-READ  TO JST-READ.
           COMPUTE JST-WRITTEN = CTL-NEW-VALUES + CTL-CHG-VALUES.
           WRITE JST-RECORD.
           CLOSE JST-OUT.
       実行状況書込-終了.
           EXIT.
       終了             SECTION.
       プログラム終了.
           PERFORM 実行状況書込.
           STOP RUN.
