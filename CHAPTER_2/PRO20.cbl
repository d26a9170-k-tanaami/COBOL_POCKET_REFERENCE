       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      PRO20.
      *ソースマスタ変更ジャーナル(SRCMJRNL)の照会プログラム。
      *制御カードでソースIDと実行日付範囲を指定し、該当する
      *ジャーナルの行(申請・適用・却下・不適用)を書かれた順に
      *1行ずつ印刷する。「拠点Xがいつ誰の申請・承認で停止され
      *たか」を、PRO6の報告書の古い世代を探さずに答えるため。
      *各行には申請者・承認者と、変更前/変更後の状態・送信
      *スケジュールを出す。ソースIDを省くと全ソース、日付を
      *省くと全期間になる。
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT JRNL-IN     ASSIGN TO "SRCMJRNL"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT PARM-IN     ASSIGN TO "PARMIN"
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
      *レイアウトは書込側(PRO6)と共用する
       FD  JRNL-IN.
           COPY SMJREC.
      *選択カード(1項目1レコード)。PRO2の照会カードと同じ体裁。
      *SOURCE  : PARM-VALUE(1:3)=ソースID
      *DATEFROM/DATETO : PARM-VALUE(1:8)=実行日付(YYYYMMDD)
       FD  PARM-IN.
       01 PARM-RECORD.
          05 PARM-KEYWORD   PIC X(8).
          05 PARM-LENGTH    PIC 9(2).
          05 PARM-VALUE     PIC X(20).
          05 FILLER         PIC X(50).
       FD  REPORT-OUT.
       01 REPORT-RECORD     PIC X(80).
      *レイアウトは夜間の各プログラムと共用する
       FD  BUSD-IN.
           COPY BUSDREC.
       FD  JST-OUT.
           COPY JSTREC.
       WORKING-STORAGE  SECTION.
      *選択条件。日付範囲の初期値は「全期間」になるようにしておき、
      *ソースIDはSPACESのとき条件なしとみなす。
       01 SEL-CONDITIONS.
          05 SEL-SOURCE-ID    PIC X(3)   VALUE SPACES.
          05 SEL-DATE-FROM    PIC 9(8)   VALUE ZERO.
          05 SEL-DATE-TO      PIC 9(8)   VALUE 99999999.
       01 SW-PARM-EOF   PIC X(1)  VALUE "N".
          88 PARM-EOF-YES          VALUE "Y".
          88 PARM-EOF-NO           VALUE "N".
       01 SW-JRNL-EOF   PIC X(1)  VALUE "N".
          88 JRNL-EOF-YES          VALUE "Y".
          88 JRNL-EOF-NO           VALUE "N".
      *読込件数と選択件数(照会条件の妥当性確認用)
       01 CTL-TOTALS.
          05 CTL-RECORDS-READ  PIC 9(9)  VALUE ZERO.
          05 CTL-RECORDS-SEL   PIC 9(9)  VALUE ZERO.
      *画面表示で使う見出し行
       01 RPT-HEADER-1      PIC X(80) VALUE
           "PRO20 SOURCE MASTER CHANGE JOURNAL INQUIRY".
       01 RPT-HEADER-2      PIC X(80) VALUE
           "RUN-DATE RUN-TIME SRC ACTN  STEP     REQUESTR APPROVER  BEF
      -    " AFT DAYS".
       01 RPT-HEADER-3      PIC X(80) VALUE ALL "-".
      *選択条件の控え(どの条件で出した照会かを報告書に残す)
       01 RPT-SEL-LINE.
          05 FILLER            PIC X(10)  VALUE "SELECT    ".
          05 RPT-SEL-LABEL     PIC X(10).
          05 FILLER            PIC X(2)   VALUE SPACES.
          05 RPT-SEL-VALUE     PIC X(20).
          05 FILLER            PIC X(38)  VALUE SPACES.
       01 RPT-SEL-DATE-WK     PIC 9(8).
      *ジャーナル1行の明細行。変更前/変更後は「状態/送信
      *スケジュール」で出し、曜日指定は変更後のものを出す。
       01 RPT-JRN-LINE.
          05 RPT-JRN-DATE      PIC 9(8).
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-JRN-TIME      PIC 9(8).
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-JRN-SOURCE    PIC X(3).
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-JRN-ACTION    PIC X(5).
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-JRN-STEP      PIC X(8).
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-JRN-REQUESTER PIC X(8).
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-JRN-APPROVER  PIC X(8).
          05 FILLER            PIC X(2)   VALUE SPACES.
          05 RPT-JRN-BEF-STATUS PIC X(1).
          05 FILLER            PIC X(1)   VALUE "/".
          05 RPT-JRN-BEF-SCHED PIC X(1).
          05 FILLER            PIC X(2)   VALUE SPACES.
          05 RPT-JRN-AFT-STATUS PIC X(1).
          05 FILLER            PIC X(1)   VALUE "/".
          05 RPT-JRN-AFT-SCHED PIC X(1).
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-JRN-WEEKDAYS  PIC X(7).
          05 FILLER            PIC X(8)   VALUE SPACES.
       01 RPT-NONE-LINE     PIC X(80) VALUE
           "NO JOURNAL ENTRIES SELECTED".
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
           PERFORM パラメータ読込.
           OPEN OUTPUT REPORT-OUT.
           PERFORM 見出し印刷.
           OPEN INPUT JRNL-IN.
           PERFORM ジャーナル1件読込 UNTIL JRNL-EOF-YES.
           CLOSE JRNL-IN.
           IF CTL-RECORDS-SEL = ZERO
               WRITE REPORT-RECORD FROM RPT-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 集計印刷.
           CLOSE REPORT-OUT.
           GO TO プログラム終了.
      *選択カードから照会条件を読込む
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
           EVALUATE PARM-KEYWORD
               WHEN "SOURCE  "
                   MOVE PARM-VALUE(1:3) TO SEL-SOURCE-ID
               WHEN "DATEFROM"
                   MOVE PARM-VALUE(1:8) TO SEL-DATE-FROM
               WHEN "DATETO  "
                   MOVE PARM-VALUE(1:8) TO SEL-DATE-TO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       見出し印刷.
           WRITE REPORT-RECORD FROM RPT-HEADER-1 AFTER ADVANCING 1 LINE.
           MOVE "SOURCE"       TO RPT-SEL-LABEL.
           MOVE SEL-SOURCE-ID  TO RPT-SEL-VALUE.
           WRITE REPORT-RECORD FROM RPT-SEL-LINE AFTER ADVANCING 2 LINE.
           MOVE "DATE FROM"    TO RPT-SEL-LABEL.
           MOVE SEL-DATE-FROM  TO RPT-SEL-DATE-WK.
           MOVE RPT-SEL-DATE-WK TO RPT-SEL-VALUE.
           WRITE REPORT-RECORD FROM RPT-SEL-LINE AFTER ADVANCING 1 LINE.
           MOVE "DATE TO"      TO RPT-SEL-LABEL.
           MOVE SEL-DATE-TO    TO RPT-SEL-DATE-WK.
           MOVE RPT-SEL-DATE-WK TO RPT-SEL-VALUE.
           WRITE REPORT-RECORD FROM RPT-SEL-LINE AFTER ADVANCING 1 LINE.
           WRITE REPORT-RECORD FROM RPT-HEADER-2 AFTER ADVANCING 2 LINE.
           WRITE REPORT-RECORD FROM RPT-HEADER-3 AFTER ADVANCING 1 LINE.
       ジャーナル1件読込.
           READ JRNL-IN
               AT END SET JRNL-EOF-YES TO TRUE
               NOT AT END PERFORM ジャーナル1件処理
                              THRU ジャーナル1件処理-終了
           END-READ.
      *選択条件に合わないジャーナル行は読み飛ばす。ジャーナルは
      *書かれた順(日時順)に積まれているので、そのまま印刷する。
       ジャーナル1件処理.
           ADD 1 TO CTL-RECORDS-READ.
           IF SEL-SOURCE-ID NOT = SPACES
            AND SMJ-SOURCE-ID NOT = SEL-SOURCE-ID
               GO TO ジャーナル1件処理-終了
           END-IF.
           IF SMJ-RUN-DATE < SEL-DATE-FROM
            OR SMJ-RUN-DATE > SEL-DATE-TO
               GO TO ジャーナル1件処理-終了
           END-IF.
           ADD 1 TO CTL-RECORDS-SEL.
           PERFORM 明細印刷.
       ジャーナル1件処理-終了.
           EXIT.
       明細印刷.
           MOVE SMJ-RUN-DATE      TO RPT-JRN-DATE.
           MOVE SMJ-RUN-TIME      TO RPT-JRN-TIME.
           MOVE SMJ-SOURCE-ID     TO RPT-JRN-SOURCE.
           MOVE SMJ-ACTION        TO RPT-JRN-ACTION.
           EVALUATE TRUE
               WHEN SMJ-STAGED
                   MOVE "STAGED"   TO RPT-JRN-STEP
               WHEN SMJ-APPLIED
                   MOVE "APPLIED"  TO RPT-JRN-STEP
               WHEN SMJ-REJECTED
                   MOVE "REJECTED" TO RPT-JRN-STEP
               WHEN SMJ-STALE
                   MOVE "NOT APPL" TO RPT-JRN-STEP
               WHEN OTHER
                   MOVE SMJ-STEP   TO RPT-JRN-STEP
           END-EVALUATE.
           MOVE SMJ-REQUESTER     TO RPT-JRN-REQUESTER.
           MOVE SMJ-APPROVER      TO RPT-JRN-APPROVER.
           MOVE SMJ-BEF-STATUS    TO RPT-JRN-BEF-STATUS.
           MOVE SMJ-BEF-SCHEDULE  TO RPT-JRN-BEF-SCHED.
           MOVE SMJ-AFT-STATUS    TO RPT-JRN-AFT-STATUS.
           MOVE SMJ-AFT-SCHEDULE  TO RPT-JRN-AFT-SCHED.
           MOVE SMJ-AFT-WEEKDAYS  TO RPT-JRN-WEEKDAYS.
           WRITE REPORT-RECORD FROM RPT-JRN-LINE
               AFTER ADVANCING 1 LINE.
      *末尾に読込件数/選択件数を付ける
       集計印刷.
           WRITE REPORT-RECORD FROM RPT-CTL-HEADER-1
               AFTER ADVANCING 2 LINE.
           MOVE "RECORDS READ"     TO RPT-CTL-LABEL-WK.
           MOVE CTL-RECORDS-READ   TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "RECORDS SELECTED" TO RPT-CTL-LABEL-WK.
           MOVE CTL-RECORDS-SEL    TO RPT-CTL-COUNT.
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
           MOVE "PRO20"           TO JST-PROGRAM.
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
           MOVE CTL-RECORDS-SEL   TO JST-WRITTEN.
           WRITE JST-RECORD.
           CLOSE JST-OUT.
       プログラム終了.
           PERFORM 実行状況書込.
           STOP RUN.
