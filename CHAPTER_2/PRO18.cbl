       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      PRO18.
      *SCANINの区画分割プログラム。
      *拠点が増えてSCANINが大きくなり、PRO1の1本流しが夜間の
      *枠に収まらなくなってきた。本プログラムはSCANINを拠点の
      *ブロック(ヘッダ〜トレーラ)単位で区画に振り分け、区画ごと
      *のSCANIN(SCANP1〜SCANP9)を作る。各区画のPRO1は自分の
      *チェックポイントを持って同時に流れ、統合(PRO19)がその
      *出力を1夜分の出力にまとめる。
      *振り分けはPRO1と同じ制御カードデッキ(PARMIN)のPARTカード
      *(カラム11-13がソースID、14が区画番号)で決める。カードの
      *無いソースは既定区画("***"のカード、無ければ区画1)へ入る。
      *最初のヘッダより前の行も既定区画へ入れ、その区画のPRO1に
      *並びの崩れとして止めさせる。
      *区画は夜間に組んである区画ジョブの数(PART-MAX)だけ作り、
      *区画ごとに区画管理レコード(PARTCTL)を1件書く。ブロックの
      *無い区画も空のSCANINと管理レコードを書き、統合はこれを
      *待つべき区画の一覧にする。
      *PARTカードに誤りがあれば分割せず完了コード8で終わる。
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
      *PRO1の制御カードデッキ(PARTカード以外は読み流す)
           SELECT OPTIONAL PARM-IN ASSIGN TO "PARMIN"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT SCAN-IN     ASSIGN TO "SCANIN"
                               ORGANIZATION IS SEQUENTIAL.
      *区画ごとのSCANIN。1〜PART-MAXの区画を毎回開いて閉じる
      *(ブロックの無い区画も空のファイルとして終わらせる)。
           SELECT SCANP1-OUT  ASSIGN TO "SCANP1"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT SCANP2-OUT  ASSIGN TO "SCANP2"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT SCANP3-OUT  ASSIGN TO "SCANP3"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT SCANP4-OUT  ASSIGN TO "SCANP4"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT SCANP5-OUT  ASSIGN TO "SCANP5"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT SCANP6-OUT  ASSIGN TO "SCANP6"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT SCANP7-OUT  ASSIGN TO "SCANP7"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT SCANP8-OUT  ASSIGN TO "SCANP8"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT SCANP9-OUT  ASSIGN TO "SCANP9"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT PTC-OUT     ASSIGN TO "PARTCTL"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-OUT  ASSIGN TO "RPTOUT"
                               ORGANIZATION IS SEQUENTIAL.
      *終了時の実行状況を朝の処理状況一覧向けに共用ファイルへ
      *追記する。業務日付は区画管理レコードにも載せる。
           SELECT OPTIONAL BUSD-IN ASSIGN TO "BUSDATE"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL JST-OUT ASSIGN TO "JOBSTAT"
                               ORGANIZATION IS SEQUENTIAL.
       DATA             DIVISION.
       FILE             SECTION.
      *PRO1の制御カードと同じ体裁
       FD  PARM-IN.
       01 PARM-RECORD.
          05 PARM-KEYWORD   PIC X(8).
          05 PARM-LENGTH    PIC 9(2).
          05 PARM-VALUE     PIC X(20).
          05 FILLER         PIC X(50).
      *振り分けに要るのはレコード種別とヘッダのソースIDだけなので
      *明細の中身は見ずに26バイトのまま書き写す
       FD  SCAN-IN.
       01 SCAN-RECORD.
          05 SCAN-REC-TYPE      PIC X(1).
             88 SCAN-REC-HEADER       VALUE "H".
          05 SCAN-HDR-SOURCE-ID PIC X(3).
          05 FILLER             PIC X(22).
       FD  SCANP1-OUT.
       01 SCANP1-RECORD     PIC X(26).
       FD  SCANP2-OUT.
       01 SCANP2-RECORD     PIC X(26).
       FD  SCANP3-OUT.
       01 SCANP3-RECORD     PIC X(26).
       FD  SCANP4-OUT.
       01 SCANP4-RECORD     PIC X(26).
       FD  SCANP5-OUT.
       01 SCANP5-RECORD     PIC X(26).
       FD  SCANP6-OUT.
       01 SCANP6-RECORD     PIC X(26).
       FD  SCANP7-OUT.
       01 SCANP7-RECORD     PIC X(26).
       FD  SCANP8-OUT.
       01 SCANP8-RECORD     PIC X(26).
       FD  SCANP9-OUT.
       01 SCANP9-RECORD     PIC X(26).
      *レイアウトは統合側(PRO19)と共用する
       FD  PTC-OUT.
           COPY PARTREC.
       FD  REPORT-OUT.
       01 REPORT-RECORD     PIC X(80).
      *レイアウトは夜間の各プログラムと共用する
       FD  BUSD-IN.
           COPY BUSDREC.
       FD  JST-OUT.
           COPY JSTREC.
       WORKING-STORAGE  SECTION.
      *実行キー(開始時刻)。統合はこれより前の区画実行を古い実行
      *として読み捨てる。
       77 RUN-DATE         PIC 9(8)  VALUE ZERO.
       77 RUN-TIME         PIC 9(8)  VALUE ZERO.
       01 BUS-DATE         PIC 9(8)  VALUE ZERO.
       01 SW-PARM-EOF   PIC X(1)  VALUE "N".
          88 PARM-EOF-YES          VALUE "Y".
          88 PARM-EOF-NO           VALUE "N".
       01 SW-SCAN-EOF   PIC X(1)  VALUE "N".
          88 SCAN-EOF-YES          VALUE "Y".
          88 SCAN-EOF-NO           VALUE "N".
      *PARTカードの誤りを1件でも見つけたら"Y"(分割しない)
       01 SW-PARM-ERROR PIC X(1)  VALUE "N".
          88 PARM-ERR-YES          VALUE "Y".
          88 PARM-ERR-NO           VALUE "N".
      *ソースの区画割当表(PARTカード)と既定区画
       77 PTM-MAX          PIC 9(2)  VALUE 20.
       77 PTM-COUNT        PIC 9(2)  VALUE ZERO.
       77 PTM-IDX          PIC 9(2)  VALUE ZERO.
       01 PTM-TABLE.
          05 PTM-ENTRY OCCURS 20.
             10 PTM-SOURCE-ID    PIC X(3).
             10 PTM-PART-NO      PIC 9(1).
       77 PART-DEFAULT     PIC 9(1)  VALUE 1.
      *夜間に組んである区画ジョブの数(PRO1P1〜3)。区画ジョブを
      *増やすときはデッキ検証(PRO7)の同じ値と合わせて変える。
       77 PART-MAX         PIC 9(1)  VALUE 3.
      *区画ごとの振り分け結果
       77 PRT-IDX          PIC 9(2)  VALUE ZERO.
       77 PRT-CUR          PIC 9(1)  VALUE ZERO.
       77 PRT-SRC-IDX      PIC 9(2)  VALUE ZERO.
       01 PRT-TABLE.
          05 PRT-ENTRY OCCURS 9.
             10 PRT-BLOCKS       PIC 9(3).
             10 PRT-RECORDS      PIC 9(9).
             10 PRT-SOURCE-ID    PIC X(3)  OCCURS 10.
      *読込件数と書込件数(報告書の締めに残す)
       01 CTL-TOTALS.
          05 CTL-CARDS-READ    PIC 9(9)  VALUE ZERO.
          05 CTL-RECORDS-READ  PIC 9(9)  VALUE ZERO.
          05 CTL-RECS-WRITTEN  PIC 9(9)  VALUE ZERO.
          05 CTL-BLOCKS        PIC 9(9)  VALUE ZERO.
          05 CTL-PARTITIONS    PIC 9(9)  VALUE ZERO.
      *画面表示で使う見出し行
       01 RPT-HEADER-1      PIC X(80) VALUE
           "PRO18 SCANIN PARTITION SPLIT".
       01 RPT-HEADER-2      PIC X(80) VALUE
           "PART  BLOCKS    RECORDS  SOURCES".
       01 RPT-HEADER-3      PIC X(80) VALUE ALL "-".
       01 RPT-SEL-LINE.
          05 FILLER            PIC X(10)  VALUE "SELECT    ".
          05 RPT-SEL-LABEL     PIC X(10).
          05 FILLER            PIC X(2)   VALUE SPACES.
          05 RPT-SEL-VALUE     PIC X(8).
          05 FILLER            PIC X(50)  VALUE SPACES.
      *区画1件の行(振り分けたソースを読んだ順に並べる)
       01 RPT-PART-LINE.
          05 FILLER            PIC X(2)   VALUE SPACES.
          05 RPT-PART-NO       PIC 9(1).
          05 FILLER            PIC X(3)   VALUE SPACES.
          05 RPT-PART-BLOCKS   PIC ZZ9.
          05 FILLER            PIC X(2)   VALUE SPACES.
          05 RPT-PART-RECORDS  PIC ZZZZZZZZ9.
          05 FILLER            PIC X(2)   VALUE SPACES.
          05 RPT-PART-SOURCES.
             10 RPT-PART-SRC-ENT OCCURS 10.
                15 RPT-PART-SRC  PIC X(3).
                15 FILLER        PIC X(1).
          05 FILLER            PIC X(18)  VALUE SPACES.
      *誤ったPARTカードの通知行(カードの中身をそのまま添える)
       01 RPT-ERR-LINE.
          05 FILLER            PIC X(9)   VALUE "** ERROR ".
          05 RPT-ERR-TEXT      PIC X(20).
          05 FILLER            PIC X(7)   VALUE " CARD [".
          05 RPT-ERR-CARD      PIC X(30).
          05 FILLER            PIC X(1)   VALUE "]".
          05 FILLER            PIC X(13)  VALUE SPACES.
       01 RPT-NOSPLIT-LINE  PIC X(80) VALUE
           "** ERROR PART CARDS IN ERROR - SCANIN NOT SPLIT".
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
           ACCEPT RUN-TIME FROM TIME.
           PERFORM 業務日付取得.
           OPEN OUTPUT REPORT-OUT.
           WRITE REPORT-RECORD FROM RPT-HEADER-1 AFTER ADVANCING 1 LINE.
           PERFORM 選択条件印刷.
           INITIALIZE PRT-TABLE.
           PERFORM パラメータ読込.
           IF PARM-ERR-YES
               WRITE REPORT-RECORD FROM RPT-NOSPLIT-LINE
                   AFTER ADVANCING 2 LINE
               PERFORM 集計印刷
               CLOSE REPORT-OUT
               GO TO プログラム終了
           END-IF.
           PERFORM 区画ファイル開始 VARYING PRT-IDX FROM 1 BY 1
               UNTIL PRT-IDX > PART-MAX.
           MOVE PART-DEFAULT TO PRT-CUR.
           OPEN INPUT SCAN-IN.
           PERFORM レコード処理 UNTIL SCAN-EOF-YES.
           CLOSE SCAN-IN.
           OPEN OUTPUT PTC-OUT.
           WRITE REPORT-RECORD FROM RPT-HEADER-2 AFTER ADVANCING 2 LINE.
           WRITE REPORT-RECORD FROM RPT-HEADER-3 AFTER ADVANCING 1 LINE.
           PERFORM 区画締め VARYING PRT-IDX FROM 1 BY 1
               UNTIL PRT-IDX > PART-MAX.
           CLOSE PTC-OUT.
           PERFORM 集計印刷.
           CLOSE REPORT-OUT.
           GO TO プログラム終了.
      *業務日付カードを読む。無ければ実行日を業務日付とする。
       業務日付取得.
           MOVE RUN-DATE TO BUS-DATE.
           OPEN INPUT BUSD-IN.
           READ BUSD-IN
               AT END CONTINUE
               NOT AT END
                   IF BUSD-KEYWORD = "BUSDATE "
                    AND BUSD-VALUE(1:8) IS NUMERIC
                       MOVE BUSD-VALUE(1:8) TO BUS-DATE
                   END-IF
           END-READ.
           CLOSE BUSD-IN.
       選択条件印刷.
           MOVE "RUN DATE"       TO RPT-SEL-LABEL.
           MOVE RUN-DATE         TO RPT-SEL-VALUE.
           WRITE REPORT-RECORD FROM RPT-SEL-LINE AFTER ADVANCING 2 LINE.
           MOVE "RUN TIME"       TO RPT-SEL-LABEL.
           MOVE RUN-TIME         TO RPT-SEL-VALUE.
           WRITE REPORT-RECORD FROM RPT-SEL-LINE AFTER ADVANCING 1 LINE.
           MOVE "BUS DATE"       TO RPT-SEL-LABEL.
           MOVE BUS-DATE         TO RPT-SEL-VALUE.
           WRITE REPORT-RECORD FROM RPT-SEL-LINE AFTER ADVANCING 1 LINE.
      *制御カードデッキからPARTカードだけを拾う
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
           ADD 1 TO CTL-CARDS-READ.
           IF PARM-KEYWORD = "PART    "
               PERFORM 区画割当カード設定
           END-IF.
      *PARTカードの検査はPRO7と同じ。ソースIDの記入漏れ、区画
      *番号が1〜PART-MAXでない、同じソースの二重指定、表の上限
      *超過。
       区画割当カード設定.
           MOVE ZERO TO PTM-IDX.
           IF PARM-VALUE(1:3) NOT = SPACES
               PERFORM 割当検索 VARYING PTM-IDX FROM 1 BY 1
                   UNTIL PTM-IDX > PTM-COUNT
                      OR PTM-SOURCE-ID(PTM-IDX) = PARM-VALUE(1:3)
           END-IF.
           EVALUATE TRUE
               WHEN PARM-VALUE(1:3) = SPACES
                   MOVE "PART NO SOURCE"      TO RPT-ERR-TEXT
                   PERFORM 異常印刷
               WHEN PARM-VALUE(4:1) NOT NUMERIC
               WHEN PARM-VALUE(4:1) = "0"
                   MOVE "PART NUMBER INVALID" TO RPT-ERR-TEXT
                   PERFORM 異常印刷
               WHEN PARM-VALUE(4:1) > PART-MAX
                   MOVE "PART NOT SCHEDULED"  TO RPT-ERR-TEXT
                   PERFORM 異常印刷
               WHEN PTM-IDX NOT > PTM-COUNT
                   MOVE "DUPLICATE PART"      TO RPT-ERR-TEXT
                   PERFORM 異常印刷
               WHEN PTM-COUNT NOT < PTM-MAX
                   MOVE "TOO MANY PART CARDS" TO RPT-ERR-TEXT
                   PERFORM 異常印刷
               WHEN OTHER
                   ADD 1 TO PTM-COUNT
                   MOVE PARM-VALUE(1:3) TO PTM-SOURCE-ID(PTM-COUNT)
                   MOVE PARM-VALUE(4:1) TO PTM-PART-NO(PTM-COUNT)
                   IF PARM-VALUE(1:3) = "***"
                       MOVE PARM-VALUE(4:1) TO PART-DEFAULT
                   END-IF
           END-EVALUATE.
       割当検索.
           CONTINUE.
       異常印刷.
           MOVE PARM-RECORD(1:30) TO RPT-ERR-CARD.
           WRITE REPORT-RECORD FROM RPT-ERR-LINE
               AFTER ADVANCING 1 LINE.
           SET PARM-ERR-YES TO TRUE.
      *区画のSCANINを開く
       区画ファイル開始.
           ADD 1 TO CTL-PARTITIONS.
           EVALUATE PRT-IDX
               WHEN 1  OPEN OUTPUT SCANP1-OUT
               WHEN 2  OPEN OUTPUT SCANP2-OUT
               WHEN 3  OPEN OUTPUT SCANP3-OUT
               WHEN 4  OPEN OUTPUT SCANP4-OUT
               WHEN 5  OPEN OUTPUT SCANP5-OUT
               WHEN 6  OPEN OUTPUT SCANP6-OUT
               WHEN 7  OPEN OUTPUT SCANP7-OUT
               WHEN 8  OPEN OUTPUT SCANP8-OUT
               WHEN 9  OPEN OUTPUT SCANP9-OUT
           END-EVALUATE.
       レコード処理.
           READ SCAN-IN
               AT END SET SCAN-EOF-YES TO TRUE
               NOT AT END PERFORM レコード1件処理
           END-READ.
      *ヘッダで振り分け先の区画を決め、トレーラまでの明細は同じ
      *区画へ続けて書く(ブロックは途中で分けない)
       レコード1件処理.
           ADD 1 TO CTL-RECORDS-READ.
           IF SCAN-REC-HEADER
               PERFORM ブロック開始
           END-IF.
           EVALUATE PRT-CUR
               WHEN 1  WRITE SCANP1-RECORD FROM SCAN-RECORD
               WHEN 2  WRITE SCANP2-RECORD FROM SCAN-RECORD
               WHEN 3  WRITE SCANP3-RECORD FROM SCAN-RECORD
               WHEN 4  WRITE SCANP4-RECORD FROM SCAN-RECORD
               WHEN 5  WRITE SCANP5-RECORD FROM SCAN-RECORD
               WHEN 6  WRITE SCANP6-RECORD FROM SCAN-RECORD
               WHEN 7  WRITE SCANP7-RECORD FROM SCAN-RECORD
               WHEN 8  WRITE SCANP8-RECORD FROM SCAN-RECORD
               WHEN 9  WRITE SCANP9-RECORD FROM SCAN-RECORD
           END-EVALUATE.
           ADD 1 TO PRT-RECORDS(PRT-CUR).
           ADD 1 TO CTL-RECS-WRITTEN.
      *ヘッダのソースIDの割当を引き(無ければ既定区画)、区画の
      *ブロック一覧に加える
       ブロック開始.
           MOVE PART-DEFAULT TO PRT-CUR.
           PERFORM 区画検索 VARYING PTM-IDX FROM 1 BY 1
               UNTIL PTM-IDX > PTM-COUNT.
           ADD 1 TO CTL-BLOCKS.
           ADD 1 TO PRT-BLOCKS(PRT-CUR).
           IF PRT-BLOCKS(PRT-CUR) NOT > 10
               MOVE PRT-BLOCKS(PRT-CUR) TO PRT-SRC-IDX
               MOVE SCAN-HDR-SOURCE-ID
                   TO PRT-SOURCE-ID(PRT-CUR, PRT-SRC-IDX)
           END-IF.
       区画検索.
           IF PTM-SOURCE-ID(PTM-IDX) = SCAN-HDR-SOURCE-ID
               MOVE PTM-PART-NO(PTM-IDX) TO PRT-CUR
           END-IF.
      *区画のSCANINを閉じ、区画管理レコードと報告書の行を書く
       区画締め.
           EVALUATE PRT-IDX
               WHEN 1  CLOSE SCANP1-OUT
               WHEN 2  CLOSE SCANP2-OUT
               WHEN 3  CLOSE SCANP3-OUT
               WHEN 4  CLOSE SCANP4-OUT
               WHEN 5  CLOSE SCANP5-OUT
               WHEN 6  CLOSE SCANP6-OUT
               WHEN 7  CLOSE SCANP7-OUT
               WHEN 8  CLOSE SCANP8-OUT
               WHEN 9  CLOSE SCANP9-OUT
           END-EVALUATE.
           MOVE SPACES                 TO PTC-RECORD.
           MOVE PRT-IDX                TO PTC-PART-NO.
           MOVE RUN-DATE               TO PTC-RUN-DATE.
           MOVE RUN-TIME               TO PTC-RUN-TIME.
           MOVE BUS-DATE               TO PTC-BUS-DATE.
           MOVE PRT-BLOCKS(PRT-IDX)    TO PTC-BLOCKS.
           MOVE PRT-RECORDS(PRT-IDX)   TO PTC-RECORDS.
           MOVE SPACES                 TO RPT-PART-SOURCES.
           PERFORM 区画ソース転記
               VARYING PRT-SRC-IDX FROM 1 BY 1
               UNTIL PRT-SRC-IDX > 10.
           WRITE PTC-RECORD.
           MOVE PRT-IDX                TO RPT-PART-NO.
           MOVE PRT-BLOCKS(PRT-IDX)    TO RPT-PART-BLOCKS.
           MOVE PRT-RECORDS(PRT-IDX)   TO RPT-PART-RECORDS.
           WRITE REPORT-RECORD FROM RPT-PART-LINE
               AFTER ADVANCING 1 LINE.
       区画ソース転記.
           MOVE PRT-SOURCE-ID(PRT-IDX, PRT-SRC-IDX)
               TO PTC-SOURCE-ID(PRT-SRC-IDX)
                  RPT-PART-SRC(PRT-SRC-IDX).
       集計印刷.
           WRITE REPORT-RECORD FROM RPT-CTL-HEADER-1
               AFTER ADVANCING 2 LINE.
           MOVE "CARDS READ"       TO RPT-CTL-LABEL-WK.
           MOVE CTL-CARDS-READ     TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "RECORDS READ"     TO RPT-CTL-LABEL-WK.
           MOVE CTL-RECORDS-READ   TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "RECORDS WRITTEN"  TO RPT-CTL-LABEL-WK.
           MOVE CTL-RECS-WRITTEN   TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "SOURCE BLOCKS"    TO RPT-CTL-LABEL-WK.
           MOVE CTL-BLOCKS         TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "PARTITIONS"       TO RPT-CTL-LABEL-WK.
           MOVE CTL-PARTITIONS     TO RPT-CTL-COUNT.
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
           MOVE "PRO18"           TO JST-PROGRAM.
           ACCEPT JST-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT JST-RUN-TIME FROM TIME.
           MOVE BUS-DATE          TO JST-BUS-DATE.
           MOVE RETURN-CODE       TO JST-RC.
           MOVE ZERO              TO JST-COUNTS.
           MOVE CTL-RECORDS-READ  TO JST-READ.
           MOVE CTL-RECS-WRITTEN  TO JST-WRITTEN.
           WRITE JST-RECORD.
           CLOSE JST-OUT.
      *PARTカードに誤りがあれば完了コード8で区画のPRO1を止める
       プログラム終了.
           IF PARM-ERR-YES
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 実行状況書込.
           STOP RUN.
