       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      PRO13.
      *実行取消(バックアウト)プログラム。
      *誤ったSCANINや制御カードで流してしまった実行を、制御カード
      *(BACKOUT)で指定した実行日付+実行時刻で特定し、PRO1が積み
      *上げる各ファイルからその実行のレコードだけを取り除く。
      *  AUDITOUT/HISTOUT/SRCHOUT … 対象実行を除いた新しい本番
      *      ファイルを書き直す(差し替えは正常終了後にJCLの後続
      *      ステップで行う。PRO8と同じ方式)
      *  AUDITKSD … PRO9がロード済の監査行をキーで削除する
      *  EXTOUT   … 情報系が既にロードした分を相殺させるため、
      *      取り除いた監査行を取消明細("R")として、実行の
      *      RUN CONTROL TOTALSを取消トレーラ("X")として書く
      *ファイルごとに取消前件数/取消件数/取消後件数を報告書へ
      *残し、取消前=取消+取消後の突合で対象実行以外に手を付けて
      *いないことを監査に示す。
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT PARM-IN     ASSIGN TO "PARMIN"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-OUT  ASSIGN TO "RPTOUT"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-IN    ASSIGN TO "AUDITIN"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-NEW   ASSIGN TO "AUDITNEW"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT HIST-IN     ASSIGN TO "HISTIN"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT HIST-NEW    ASSIGN TO "HISTNEW"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT SRCH-IN     ASSIGN TO "SRCHIN"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT SRCH-NEW    ASSIGN TO "SRCHNEW"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-KSD   ASSIGN TO "AUDITKSD"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS AUDK-KEY
                               FILE STATUS IS AUDITKSD-STATUS.
           SELECT EXTR-OUT    ASSIGN TO "EXTOUT"
                               ORGANIZATION IS SEQUENTIAL.
      *終了時の実行状況を朝の処理状況一覧向けに共用ファイルへ
      *追記する。業務日付カードが無い単独実行では実行日を使う。
           SELECT OPTIONAL BUSD-IN ASSIGN TO "BUSDATE"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL JST-OUT ASSIGN TO "JOBSTAT"
                               ORGANIZATION IS SEQUENTIAL.
       DATA             DIVISION.
       FILE             SECTION.
      *制御カード(取消対象の指定)。PRO1の制御カードと同じ体裁。
      *BACKOUT  の値(1:8)に実行日付、(9:8)に実行時刻を置く
      *(PRO1の報告書やPRO3の傾向表に出ている実行日時そのまま)。
       FD  PARM-IN.
       01 PARM-RECORD.
          05 PARM-KEYWORD   PIC X(8).
          05 PARM-LENGTH    PIC 9(2).
          05 PARM-VALUE     PIC X(20).
          05 FILLER         PIC X(50).
       FD  REPORT-OUT.
       01 REPORT-RECORD     PIC X(80).
      *レイアウトは書込側(PRO1)と共用する
       FD  AUDIT-IN.
           COPY AUDITREC.
       FD  AUDIT-NEW.
       01 AUDIT-NEW-RECORD  PIC X(82).
       FD  HIST-IN.
           COPY HISTREC.
       FD  HIST-NEW.
       01 HIST-NEW-RECORD   PIC X(124).
       FD  SRCH-IN.
           COPY SRCHREC.
       FD  SRCH-NEW.
       01 SRCH-NEW-RECORD   PIC X(127).
      *レイアウトはロード側(PRO9)/照会側(PRO2)と共用する
       FD  AUDIT-KSD.
           COPY AUDKREC.
       FD  EXTR-OUT.
       01 EXTR-RECORD       PIC X(140).
      *レイアウトは夜間の各プログラムと共用する
       FD  BUSD-IN.
           COPY BUSDREC.
       FD  JST-OUT.
           COPY JSTREC.
       WORKING-STORAGE  SECTION.
       01 AUDITKSD-STATUS  PIC X(2)  VALUE "00".
       01 SW-PARM-EOF   PIC X(1)  VALUE "N".
          88 PARM-EOF-YES          VALUE "Y".
          88 PARM-EOF-NO           VALUE "N".
       01 SW-FILE-EOF   PIC X(1)  VALUE "N".
          88 FILE-EOF-YES          VALUE "Y".
          88 FILE-EOF-NO           VALUE "N".
      *カード漏れ/該当実行なし/突合不一致/キー付ファイル障害の
      *検出スイッチ(完了コード8)
       01 SW-BKO-ERROR  PIC X(1)  VALUE "N".
          88 BKO-ERR-YES           VALUE "Y".
          88 BKO-ERR-NO            VALUE "N".
      *注意喚起(完了コード4)。キー付ファイルから消えた件数が
      *監査証跡から消えた件数と合わないとき(PRO9のロード前に
      *取り消した場合など)。
       01 SW-BKO-WARN   PIC X(1)  VALUE "N".
          88 BKO-WARN-YES          VALUE "Y".
          88 BKO-WARN-NO           VALUE "N".
      *取消対象の実行日付+実行時刻
       01 BKO-RUN-KEY.
          05 BKO-RUN-DATE      PIC 9(8)  VALUE ZERO.
          05 BKO-RUN-TIME      PIC 9(8)  VALUE ZERO.
      *処理中のファイルごとの突合件数
       01 BKO-TOTALS.
          05 BKO-BEFORE        PIC 9(9)  VALUE ZERO.
          05 BKO-REMOVED       PIC 9(9)  VALUE ZERO.
          05 BKO-AFTER         PIC 9(9)  VALUE ZERO.
       77 WK-BKO-SUM       PIC 9(9)  VALUE ZERO.
      *ファイルをまたいだ取消件数(該当実行なしの判定と、監査証跡
      *とキー付ファイルの件数照合に使う)
       77 BKO-AUDIT-REMOVED  PIC 9(9)  VALUE ZERO.
       77 BKO-KSD-REMOVED    PIC 9(9)  VALUE ZERO.
       77 BKO-ALL-REMOVED    PIC 9(9)  VALUE ZERO.
       77 BKO-EXT-DETAILS    PIC 9(9)  VALUE ZERO.
       77 BKO-VAL-IDX        PIC 9(2)  VALUE ZERO.
      *情報系ロード用の抽出レコード
           COPY EXTREC.
      *画面表示で使う見出し行
       01 RPT-HEADER-1      PIC X(80) VALUE
           "PRO13 RUN BACKOUT REPORT".
       01 RPT-HEADER-3      PIC X(80) VALUE ALL "-".
       01 RPT-RUNKEY-LINE.
          05 FILLER            PIC X(13)  VALUE "BACKOUT RUN  ".
          05 RPT-RUNKEY-DATE   PIC 9(8).
          05 FILLER            PIC X(1)   VALUE SPACE.
          05 RPT-RUNKEY-TIME   PIC 9(8).
          05 FILLER            PIC X(50)  VALUE SPACES.
      *ファイルごとの突合ブロックの見出し行
       01 RPT-FILE-LINE.
          05 FILLER            PIC X(5)   VALUE "FILE ".
          05 RPT-FILE-NAME     PIC X(8).
          05 FILLER            PIC X(67)  VALUE SPACES.
       01 RPT-BALANCED-LINE PIC X(80) VALUE
           "IN BALANCE - RECORDS BEFORE = REMOVED + AFTER".
       01 RPT-UNBAL-LINE    PIC X(80) VALUE
           "** ERROR OUT OF BALANCE - DO NOT REPLACE THE LIVE FILE".
       01 RPT-NOCARD-LINE   PIC X(80) VALUE
           "** ERROR MISSING PARM CARD BACKOUT".
       01 RPT-NOTFOUND-LINE PIC X(80) VALUE
           "** ERROR RUN NOT FOUND ON ANY FILE - NOTHING BACKED OUT".
       01 RPT-KSDSKIP-LINE  PIC X(80) VALUE
           "** ERROR AUDITKSD NOT TOUCHED - SEQUENTIAL FILES OUT OF BALA
      -    "NCE".
       01 RPT-KSDDIFF-LINE  PIC X(80) VALUE
           "** WARNING AUDITKSD REMOVED DIFFERS FROM AUDITOUT REMOVED".
       01 RPT-IOERR-LINE.
          05 FILLER            PIC X(28)
                               VALUE "** ERROR AUDITKSD STATUS ".
          05 RPT-IOERR-STATUS  PIC X(2).
          05 FILLER            PIC X(50)  VALUE SPACES.
      *集計印刷で使う締めの行
       01 RPT-CTL-LINE.
          05 RPT-CTL-LABEL     PIC X(20).
          05 FILLER            PIC X(5)   VALUE SPACES.
          05 RPT-CTL-COUNT     PIC ZZZZZZZZ9.
       01 RPT-CTL-LABEL-WK     PIC X(20).
       PROCEDURE        DIVISION.
       開始             SECTION.
       初期化.
           OPEN OUTPUT REPORT-OUT.
           WRITE REPORT-RECORD FROM RPT-HEADER-1 AFTER ADVANCING 1 LINE.
           PERFORM パラメータ読込.
      *対象の指定なしでは何も動かさずエラー終了する
           IF BKO-RUN-DATE = ZERO
               WRITE REPORT-RECORD FROM RPT-NOCARD-LINE
                   AFTER ADVANCING 2 LINE
               SET BKO-ERR-YES TO TRUE
               CLOSE REPORT-OUT
               GO TO プログラム終了
           END-IF.
           MOVE BKO-RUN-DATE TO RPT-RUNKEY-DATE.
           MOVE BKO-RUN-TIME TO RPT-RUNKEY-TIME.
           WRITE REPORT-RECORD FROM RPT-RUNKEY-LINE
               AFTER ADVANCING 2 LINE.
           OPEN OUTPUT EXTR-OUT.
           PERFORM 監査証跡取消.
           PERFORM 実行履歴取消.
           PERFORM 拠点別履歴取消.
           PERFORM 取消トレーラ書込.
           CLOSE EXTR-OUT.
      *キー付ファイルの削除は書き直しと違って後から戻せないため、
      *順編成3ファイルの突合が取れたときだけ行う
           IF BKO-ERR-YES
               WRITE REPORT-RECORD FROM RPT-KSDSKIP-LINE
                   AFTER ADVANCING 2 LINE
           ELSE
               PERFORM キー付ファイル取消
                   THRU キー付ファイル取消-終了
           END-IF.
           PERFORM 取消抽出印刷.
           PERFORM 取消結果判定.
           CLOSE REPORT-OUT.
           GO TO プログラム終了.
      *制御カードから取消対象を読込む
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
               WHEN "BACKOUT "
                   IF PARM-VALUE(1:16) IS NUMERIC
                       MOVE PARM-VALUE(1:8) TO BKO-RUN-DATE
                       MOVE PARM-VALUE(9:8) TO BKO-RUN-TIME
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *監査証跡。対象実行の行は残さず、取消明細として抽出へ書く。
       監査証跡取消.
           INITIALIZE BKO-TOTALS.
           SET FILE-EOF-NO TO TRUE.
           OPEN INPUT  AUDIT-IN.
           OPEN OUTPUT AUDIT-NEW.
           PERFORM 監査証跡1件 UNTIL FILE-EOF-YES.
           CLOSE AUDIT-IN.
           CLOSE AUDIT-NEW.
           MOVE BKO-REMOVED TO BKO-AUDIT-REMOVED.
           MOVE "AUDITOUT" TO RPT-FILE-NAME.
           PERFORM 突合印刷.
       監査証跡1件.
           READ AUDIT-IN
               AT END SET FILE-EOF-YES TO TRUE
               NOT AT END PERFORM 監査証跡1件振分
           END-READ.
       監査証跡1件振分.
           ADD 1 TO BKO-BEFORE.
           IF AUDIT-RUN-DATE = BKO-RUN-DATE
            AND AUDIT-RUN-TIME = BKO-RUN-TIME
               PERFORM 取消明細書込
               ADD 1 TO BKO-REMOVED
           ELSE
               WRITE AUDIT-NEW-RECORD FROM AUDIT-RECORD
               ADD 1 TO BKO-AFTER
           END-IF.
      *PRO1は監査行1件ごとに同じ内容の抽出明細を1件書いている
      *ので、取り除く監査行から同じ並びの取消明細を組み立てる
       取消明細書込.
           MOVE AUDIT-RUN-DATE     TO EXT-DTL-RUN-DATE.
           MOVE AUDIT-RUN-TIME     TO EXT-DTL-RUN-TIME.
           SET EXT-DTL-REVERSAL    TO TRUE.
           MOVE AUDIT-REC-NO       TO EXT-DTL-REC-NO.
           MOVE AUDIT-FIELD-NAME   TO EXT-DTL-FIELD.
           MOVE AUDIT-CLAUSE       TO EXT-DTL-CLAUSE.
           MOVE AUDIT-PATTERN      TO EXT-DTL-PATTERN.
           MOVE AUDIT-COUNT        TO EXT-DTL-COUNT.
           MOVE AUDIT-PROFILE      TO EXT-DTL-PROFILE.
           WRITE EXTR-RECORD FROM EXT-DETAIL-RECORD.
           ADD 1 TO BKO-EXT-DETAILS.
      *実行履歴。対象実行のRUN CONTROL TOTALSは取消トレーラへ
      *積んでおく。
       実行履歴取消.
           INITIALIZE BKO-TOTALS.
           MOVE ZERO TO EXT-TRL-RECS-READ.
           PERFORM トレーラ値初期化
               VARYING BKO-VAL-IDX FROM 1 BY 1
               UNTIL BKO-VAL-IDX > 12.
           SET FILE-EOF-NO TO TRUE.
           OPEN INPUT  HIST-IN.
           OPEN OUTPUT HIST-NEW.
           PERFORM 実行履歴1件 UNTIL FILE-EOF-YES.
           CLOSE HIST-IN.
           CLOSE HIST-NEW.
           MOVE "HISTOUT " TO RPT-FILE-NAME.
           PERFORM 突合印刷.
       トレーラ値初期化.
           MOVE ZERO TO EXT-TRL-VALUE(BKO-VAL-IDX).
       実行履歴1件.
           READ HIST-IN
               AT END SET FILE-EOF-YES TO TRUE
               NOT AT END PERFORM 実行履歴1件振分
           END-READ.
       実行履歴1件振分.
           ADD 1 TO BKO-BEFORE.
           IF HIST-RUN-DATE = BKO-RUN-DATE
            AND HIST-RUN-TIME = BKO-RUN-TIME
               PERFORM トレーラ値加算
                   VARYING BKO-VAL-IDX FROM 1 BY 1
                   UNTIL BKO-VAL-IDX > 12
               ADD 1 TO BKO-REMOVED
           ELSE
               WRITE HIST-NEW-RECORD FROM HIST-RECORD
               ADD 1 TO BKO-AFTER
           END-IF.
       トレーラ値加算.
           ADD HIST-VALUE(BKO-VAL-IDX) TO EXT-TRL-VALUE(BKO-VAL-IDX).
      *拠点別実行履歴。SRCH-RUN-DATE/TIMEで振り分ける。
       拠点別履歴取消.
           INITIALIZE BKO-TOTALS.
           SET FILE-EOF-NO TO TRUE.
           OPEN INPUT  SRCH-IN.
           OPEN OUTPUT SRCH-NEW.
           PERFORM 拠点別履歴1件 UNTIL FILE-EOF-YES.
           CLOSE SRCH-IN.
           CLOSE SRCH-NEW.
           MOVE "SRCHOUT " TO RPT-FILE-NAME.
           PERFORM 突合印刷.
       拠点別履歴1件.
           READ SRCH-IN
               AT END SET FILE-EOF-YES TO TRUE
               NOT AT END PERFORM 拠点別履歴1件振分
           END-READ.
       拠点別履歴1件振分.
           ADD 1 TO BKO-BEFORE.
           IF SRCH-RUN-DATE = BKO-RUN-DATE
            AND SRCH-RUN-TIME = BKO-RUN-TIME
               ADD 1 TO BKO-REMOVED
           ELSE
               WRITE SRCH-NEW-RECORD FROM SRCH-RECORD
               ADD 1 TO BKO-AFTER
           END-IF.
      *取消トレーラ。実行履歴が無い実行(突合異常で終わった実行)
      *でも取消明細の締めとして必ず書き、値はゼロのまま送る。
       取消トレーラ書込.
           MOVE BKO-RUN-DATE       TO EXT-TRL-RUN-DATE.
           MOVE BKO-RUN-TIME       TO EXT-TRL-RUN-TIME.
           SET EXT-TRL-REVERSAL    TO TRUE.
           WRITE EXTR-RECORD FROM EXT-TRAILER-RECORD.
      *キー付ファイル。全件数を数え、実行日付の先頭へ位置付けて
      *対象実行の行を削除し、もう一度全件数を数えて突合する。
       キー付ファイル取消.
           INITIALIZE BKO-TOTALS.
           OPEN I-O AUDIT-KSD.
           IF AUDITKSD-STATUS NOT = "00"
               PERFORM 入出力異常
               GO TO キー付ファイル取消-終了
           END-IF.
           PERFORM キー付全件計数.
           MOVE WK-BKO-SUM TO BKO-BEFORE.
           IF BKO-ERR-NO
               PERFORM キー付対象削除
           END-IF.
           IF BKO-ERR-NO
               PERFORM キー付全件計数
               MOVE WK-BKO-SUM TO BKO-AFTER
           END-IF.
           CLOSE AUDIT-KSD.
           MOVE BKO-REMOVED TO BKO-KSD-REMOVED.
           MOVE "AUDITKSD" TO RPT-FILE-NAME.
           PERFORM 突合印刷.
           IF BKO-KSD-REMOVED NOT = BKO-AUDIT-REMOVED
               WRITE REPORT-RECORD FROM RPT-KSDDIFF-LINE
                   AFTER ADVANCING 1 LINE
               SET BKO-WARN-YES TO TRUE
           END-IF.
       キー付ファイル取消-終了.
           EXIT.
      *先頭から読み切って件数をWK-BKO-SUMへ返す
       キー付全件計数.
           MOVE ZERO TO WK-BKO-SUM.
           MOVE ZERO          TO AUDK-RUN-DATE.
           MOVE ZERO          TO AUDK-REC-NO.
           MOVE LOW-VALUES    TO AUDK-FIELD-NAME.
           MOVE ZERO          TO AUDK-RUN-TIME.
           MOVE ZERO          TO AUDK-SEQ.
           SET FILE-EOF-NO TO TRUE.
           PERFORM キー付位置付け.
           PERFORM キー付全件1件 UNTIL FILE-EOF-YES.
       キー付全件1件.
           PERFORM キー付1件読込.
           IF FILE-EOF-NO
               ADD 1 TO WK-BKO-SUM
           END-IF.
      *対象実行の日付の先頭へ位置付け、日付が変わるまで読んで
      *実行時刻の一致する行を削除する
       キー付対象削除.
           MOVE BKO-RUN-DATE  TO AUDK-RUN-DATE.
           MOVE ZERO          TO AUDK-REC-NO.
           MOVE LOW-VALUES    TO AUDK-FIELD-NAME.
           MOVE ZERO          TO AUDK-RUN-TIME.
           MOVE ZERO          TO AUDK-SEQ.
           SET FILE-EOF-NO TO TRUE.
           PERFORM キー付位置付け.
           PERFORM キー付対象1件 UNTIL FILE-EOF-YES.
       キー付対象1件.
           PERFORM キー付1件読込.
           IF FILE-EOF-NO
               IF AUDK-RUN-DATE > BKO-RUN-DATE
                   SET FILE-EOF-YES TO TRUE
               ELSE
                   IF AUDK-RUN-TIME = BKO-RUN-TIME
                       DELETE AUDIT-KSD RECORD
                           INVALID KEY PERFORM 入出力異常
                           NOT INVALID KEY ADD 1 TO BKO-REMOVED
                       END-DELETE
                   END-IF
               END-IF
           END-IF.
      *該当キーなし(23)は読む行なし。それ以外の異常状態は障害
      *として打ち切る。
       キー付位置付け.
           START AUDIT-KSD KEY NOT < AUDK-KEY
               INVALID KEY SET FILE-EOF-YES TO TRUE
           END-START.
           IF AUDITKSD-STATUS NOT = "00"
            AND AUDITKSD-STATUS NOT = "23"
               PERFORM 入出力異常
           END-IF.
      *READの障害はAT ENDに入らず黙って続くため、状態コードで
      *確かめる
       キー付1件読込.
           READ AUDIT-KSD NEXT RECORD
               AT END SET FILE-EOF-YES TO TRUE
           END-READ.
           IF FILE-EOF-NO
            AND AUDITKSD-STATUS NOT = "00"
               PERFORM 入出力異常
           END-IF.
      *キー付ファイルの障害。状態コードを報告書に残して打ち切り、
      *完了コード8で終了する。
       入出力異常.
           MOVE AUDITKSD-STATUS TO RPT-IOERR-STATUS.
           WRITE REPORT-RECORD FROM RPT-IOERR-LINE
               AFTER ADVANCING 1 LINE.
           SET BKO-ERR-YES TO TRUE.
           SET FILE-EOF-YES TO TRUE.
      *ファイルごとに取消前件数=取消件数+取消後件数を突合して
      *印刷する。合わないときは差し替えを止めるためエラー終了する。
       突合印刷.
           ADD BKO-REMOVED TO BKO-ALL-REMOVED.
           WRITE REPORT-RECORD FROM RPT-FILE-LINE
               AFTER ADVANCING 2 LINE.
           WRITE REPORT-RECORD FROM RPT-HEADER-3
               AFTER ADVANCING 1 LINE.
           MOVE "RECORDS BEFORE"   TO RPT-CTL-LABEL-WK.
           MOVE BKO-BEFORE         TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "RECORDS REMOVED"  TO RPT-CTL-LABEL-WK.
           MOVE BKO-REMOVED        TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "RECORDS AFTER"    TO RPT-CTL-LABEL-WK.
           MOVE BKO-AFTER          TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           ADD BKO-REMOVED TO BKO-AFTER GIVING WK-BKO-SUM.
           MOVE "REMOVED+AFTER"    TO RPT-CTL-LABEL-WK.
           MOVE WK-BKO-SUM         TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           IF WK-BKO-SUM = BKO-BEFORE
               WRITE REPORT-RECORD FROM RPT-BALANCED-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE REPORT-RECORD FROM RPT-UNBAL-LINE
                   AFTER ADVANCING 1 LINE
               SET BKO-ERR-YES TO TRUE
           END-IF.
      *取消抽出の件数(情報系での相殺件数の確認用)
       取消抽出印刷.
           MOVE "EXTOUT  " TO RPT-FILE-NAME.
           WRITE REPORT-RECORD FROM RPT-FILE-LINE
               AFTER ADVANCING 2 LINE.
           WRITE REPORT-RECORD FROM RPT-HEADER-3
               AFTER ADVANCING 1 LINE.
           MOVE "REVERSAL DETAILS"  TO RPT-CTL-LABEL-WK.
           MOVE BKO-EXT-DETAILS     TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "REVERSAL TRAILERS" TO RPT-CTL-LABEL-WK.
           MOVE 1                   TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
      *どのファイルにも対象実行が無ければ、日時の指定誤りとして
      *エラー終了する(取消抽出を情報系へ流させない)
       取消結果判定.
           IF BKO-ALL-REMOVED = ZERO
               WRITE REPORT-RECORD FROM RPT-NOTFOUND-LINE
                   AFTER ADVANCING 2 LINE
               SET BKO-ERR-YES TO TRUE
           END-IF.
       集計行表示.
           MOVE RPT-CTL-LABEL-WK TO RPT-CTL-LABEL.
           WRITE REPORT-RECORD FROM RPT-CTL-LINE
               AFTER ADVANCING 1 LINE.
      *終了時の実行状況をジョブストリームの実行状況ファイルへ
      *1件追記する(朝の処理状況一覧が業務日ごとに読む)
       実行状況書込.
           OPEN EXTEND JST-OUT.
           MOVE SPACES            TO JST-RECORD.
           MOVE "PRO13"           TO JST-PROGRAM.
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
           MOVE BKO-ALL-REMOVED   TO JST-READ.
           MOVE BKO-EXT-DETAILS   TO JST-WRITTEN.
           WRITE JST-RECORD.
           CLOSE JST-OUT.
      *異常(カード漏れ/該当実行なし/突合不一致/障害)のときは
      *完了コード8で後続の差し替えステップを止める。キー付
      *ファイルだけ件数が合わないときは4(差し替えは行う)。
       プログラム終了.
           IF BKO-ERR-YES
               MOVE 8 TO RETURN-CODE
           ELSE
               IF BKO-WARN-YES
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 実行状況書込.
           STOP RUN.
