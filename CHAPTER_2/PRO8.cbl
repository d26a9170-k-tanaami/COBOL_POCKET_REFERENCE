                               ORGANIZATION IS SEQUENTIAL.
           SELECT CKPT-NEW    ASSIGN TO "CKPTNEW"
                               ORGANIZATION IS SEQUENTIAL.
      *終了時の実行状況を朝の処理状況一覧向けに共用ファイルへ
      *追記する。業務日付カードが無い単独実行では実行日を使う。
           SELECT OPTIONAL BUSD-IN ASSIGN TO "BUSDATE"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL JST-OUT ASSIGN TO "JOBSTAT"
                               ORGANIZATION IS SEQUENTIAL.
       DATA             DIVISION.
       FILE             SECTION.
      *制御カード(基準日指定)。PRO1の制御カードと同じ体裁。
       FD  AUDIT-IN.
           COPY AUDITREC.
       FD  AUDIT-ARC.
       01 AUDIT-ARC-RECORD  PIC X(82).
       FD  AUDIT-NEW.
       01 AUDIT-NEW-RECORD  PIC X(82).
       FD  HIST-IN.
           COPY HISTREC.
       FD  HIST-ARC.
       01 CKPT-ARC-RECORD   PIC X(25).
       FD  CKPT-NEW.
       01 CKPT-NEW-RECORD   PIC X(25).
      *レイアウトは夜間の各プログラムと共用する
       FD  BUSD-IN.
           COPY BUSDREC.
       FD  JST-OUT.
           COPY JSTREC.
       WORKING-STORAGE  SECTION.
       01 SW-PARM-EOF   PIC X(1)  VALUE "N".
          88 PARM-EOF-YES          VALUE "Y".
          05 ARC-ARCHIVED      PIC 9(9)  VALUE ZERO.
          05 ARC-RETAINED      PIC 9(9)  VALUE ZERO.
       77 WK-ARC-SUM       PIC 9(9)  VALUE ZERO.
      *全ファイルを通した件数(実行状況ファイルへ残す)
       77 ARC-ALL-READ     PIC 9(9)  VALUE ZERO.
       77 ARC-ALL-ARCHIVED PIC 9(9)  VALUE ZERO.
       77 ARC-ALL-RETAINED PIC 9(9)  VALUE ZERO.
      *画面表示で使う見出し行
       01 RPT-HEADER-1      PIC X(80) VALUE
           "PRO8 ARCHIVE/PURGE BALANCING REPORT".
      *ファイルごとに読込件数=保存件数+残置件数を突合して印刷
      *する。合わないときは差し替えを止めるためエラー終了する。
       突合印刷.
           ADD ARC-RECORDS-READ TO ARC-ALL-READ.
           ADD ARC-ARCHIVED     TO ARC-ALL-ARCHIVED.
           ADD ARC-RETAINED     TO ARC-ALL-RETAINED.
           WRITE REPORT-RECORD FROM RPT-FILE-LINE
               AFTER ADVANCING 2 LINE.
           WRITE REPORT-RECORD FROM RPT-HEADER-3
           MOVE RPT-CTL-LABEL-WK TO RPT-CTL-LABEL.
           WRITE REPORT-RECORD FROM RPT-CTL-LINE
               AFTER ADVANCING 1 LINE.
      *終了時の実行状況をジョブストリームの実行状況ファイルへ
      *1件追記する(朝の処理状況一覧が業務日ごとに読む)
       実行状況書込.
           OPEN EXTEND JST-OUT.
           MOVE SPACES            TO JST-RECORD.
           MOVE "PRO8"            TO JST-PROGRAM.
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
           MOVE ARC-ALL-READ      TO JST-READ.
           MOVE ARC-ALL-ARCHIVED  TO JST-WRITTEN.
           MOVE ARC-ALL-RETAINED  TO JST-SKIPPED.
           WRITE JST-RECORD.
           CLOSE JST-OUT.
      *異常(カード漏れ/突合不一致)のときは完了コード8で
      *後続の差し替えステップを止める
       プログラム終了.
           IF ARC-ERR-YES
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 実行状況書込.
           STOP RUN.
