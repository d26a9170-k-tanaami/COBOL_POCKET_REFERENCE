       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      PRO17.
      *情報系ロードの受領突合プログラム。
      *EXTOUTは毎晩送っているが、情報系が実際にロードしたかを
      *確かめる仕組みが無く、ロードに失敗した世代や二重にロード
      *された世代は、利用者の数字がRPTOUTと合わないと言われて
      *何週間も後に分かる。本プログラムは情報系から返ってくる
      *受領通知(LOADACK、1ロード=1件)を、送ったEXTOUTの世代
      *(実行日時+トレーラ種別T/Xで1世代)と実行履歴(HISTOUT)に
      *突き合わせ、次を ** ERROR で報告して完了コード8で終わる:
      * 1. 送ってから指定日数(ACKDAYSカード)を過ぎても受領通知
      *    の無い世代
      * 2. 受領通知が2件以上ある世代(二重ロード)
      * 3. ロード行数が送った明細件数と、または12項目が送った
      *    トレーラの値と違う受領通知
      * 4. 送っていない世代への受領通知
      * 5. 実行履歴にある実行で世代が無いもの、トレーラの値が
      *    実行履歴と違うもの、取消(X)世代が無いのに実行履歴に
      *    無い通常(T)世代
      *対象は実行日付が直近の指定日数(LOOKBACKカード)以内の
      *世代・履歴・受領通知に限る(EXTOUTの世代は保存数を過ぎると
      *消えるため、それより古いものは突き合わせられない)。
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-IN ASSIGN TO "PARMIN"
                               ORGANIZATION IS SEQUENTIAL.
      *EXTOUTの全世代をJCLで連結して読む。世代の区切りは無いが
      *全レコードに実行日時と種別が付いているのでそれで分ける。
           SELECT EXTR-IN     ASSIGN TO "EXTIN"
                               ORGANIZATION IS SEQUENTIAL.
      *HISTOUTと全退避世代(HISTARC)をJCLで連結して読む
           SELECT HIST-IN     ASSIGN TO "HISTIN"
                               ORGANIZATION IS SEQUENTIAL.
      *受領通知がまだ1件も届いていない初回でも動けるようOPTIONAL
           SELECT OPTIONAL ACK-IN ASSIGN TO "LOADACK"
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
      *制御カード(対象日数と受領待ち日数)。PRO1と同じ体裁。
       FD  PARM-IN.
       01 PARM-RECORD.
          05 PARM-KEYWORD   PIC X(8).
          05 PARM-LENGTH    PIC 9(2).
          05 PARM-VALUE     PIC X(20).
          05 FILLER         PIC X(50).
       FD  EXTR-IN.
       01 EXTR-IN-RECORD    PIC X(140).
      *レイアウトは書込側(PRO1)と共用する
       FD  HIST-IN.
           COPY HISTREC.
      *レイアウトは情報系側と取り決めたもの
       FD  ACK-IN.
           COPY ACKREC.
       FD  REPORT-OUT.
       01 REPORT-RECORD     PIC X(80).
      *レイアウトは夜間の各プログラムと共用する
       FD  BUSD-IN.
           COPY BUSDREC.
       FD  JST-OUT.
           COPY JSTREC.
       WORKING-STORAGE  SECTION.
      *抽出レコードのレイアウトは書込側(PRO1/PRO13)と共用する
           COPY EXTREC.
       77 RUN-DATE         PIC 9(8)  VALUE ZERO.
      *対象にする日数(LOOKBACKカード)と受領待ちの日数(ACKDAYS
      *カード)。受領待ちを過ぎて通知が無ければエラーにする。
       77 SEL-LOOKBACK     PIC 9(3)  VALUE 31.
       77 SEL-ACK-DAYS     PIC 9(3)  VALUE 2.
       01 SW-PARM-EOF   PIC X(1)  VALUE "N".
          88 PARM-EOF-YES          VALUE "Y".
          88 PARM-EOF-NO           VALUE "N".
       01 SW-EXTR-EOF   PIC X(1)  VALUE "N".
          88 EXTR-EOF-YES          VALUE "Y".
          88 EXTR-EOF-NO           VALUE "N".
       01 SW-HIST-EOF   PIC X(1)  VALUE "N".
          88 HIST-EOF-YES          VALUE "Y".
          88 HIST-EOF-NO           VALUE "N".
       01 SW-ACK-EOF    PIC X(1)  VALUE "N".
          88 ACK-EOF-YES           VALUE "Y".
          88 ACK-EOF-NO            VALUE "N".
      *世代表があふれたら突合が不完全になるのでエラー終了する
       01 SW-GEN-FULL   PIC X(1)  VALUE "N".
          88 GEN-FULL-YES          VALUE "Y".
          88 GEN-FULL-NO           VALUE "N".
      *世代(実行日時+種別)ごとの突合表。送った側(抽出)、実行
      *履歴、受領通知の3つを並べて持つ。種別Tは通常の実行の
      *世代(明細D)、Xは取消の世代(明細R)。
       77 GEN-MAX          PIC 9(3)  VALUE 200.
       77 GEN-CNT          PIC 9(3)  VALUE ZERO.
       77 GEN-IDX          PIC 9(3)  VALUE ZERO.
       77 GEN-FOUND-IDX    PIC 9(3)  VALUE ZERO.
       77 GEN-MEAS-IDX     PIC 9(2)  VALUE ZERO.
       01 GEN-TABLE.
          05 GEN-ENTRY OCCURS 200.
             10 GEN-DATE        PIC 9(8).
             10 GEN-TIME        PIC 9(8).
             10 GEN-KIND        PIC X(1).
             10 GEN-EXT-FLAG    PIC X(1).
             10 GEN-TRL-CNT     PIC 9(3).
             10 GEN-DTL-CNT     PIC 9(9).
             10 GEN-TRL-VAL     PIC 9(9)  OCCURS 12.
             10 GEN-HIST-FLAG   PIC X(1).
             10 GEN-HIST-VAL    PIC 9(9)  OCCURS 12.
             10 GEN-ACK-CNT     PIC 9(3).
             10 GEN-ACK-ROWS    PIC 9(9).
             10 GEN-ACK-VAL     PIC 9(9)  OCCURS 12.
      *突合キーの控え(抽出/履歴/受領通知の読みで共用する)
       01 GEN-KEY.
          05 GEN-KEY-DATE    PIC 9(8)  VALUE ZERO.
          05 GEN-KEY-TIME    PIC 9(8)  VALUE ZERO.
          05 GEN-KEY-KIND    PIC X(1)  VALUE SPACES.
      *対象日数の判定。実行日付を通算日数に直して今日との差を
      *取る。同じ日付が続くので直前の結果を使い回す。
       77 TODAY-DAYNO      PIC 9(9)  VALUE ZERO.
       77 WIN-LAST-DATE    PIC 9(8)  VALUE ZERO.
       77 WIN-LAST-AGE     PIC S9(9) VALUE ZERO.
       77 WIN-DATE-WK      PIC 9(8)  VALUE ZERO.
       77 WIN-AGE          PIC S9(9) VALUE ZERO.
       01 SW-IN-WINDOW  PIC X(1)  VALUE "N".
          88 IN-WINDOW-YES         VALUE "Y".
          88 IN-WINDOW-NO          VALUE "N".
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
      *取消世代の相手を探すときの添字(通常世代の添字を残す)
       77 GEN-PAIR-IDX     PIC 9(3)  VALUE ZERO.
      *1世代ぶんで検出した件数(ゼロなら受領済とする)
       77 GEN-FINDINGS     PIC 9(3)  VALUE ZERO.
      *取消世代のある通常世代(実行履歴に無いのが正しい)
       01 SW-BACKED-OUT PIC X(1)  VALUE "N".
          88 BACKED-OUT-YES        VALUE "Y".
          88 BACKED-OUT-NO         VALUE "N".
      *検出を数えるだけの通しか印刷する通しか
       01 SW-FND-PRINT  PIC X(1)  VALUE "N".
          88 FND-PRINT-YES         VALUE "Y".
          88 FND-PRINT-NO          VALUE "N".
       01 SW-ACK-DIFF   PIC X(1)  VALUE "N".
          88 ACK-DIFF-YES          VALUE "Y".
          88 ACK-DIFF-NO           VALUE "N".
      *読込件数と検出の種類ごとの件数(報告書の締めに残す)
       01 CTL-TOTALS.
          05 CTL-EXTR-READ     PIC 9(9)  VALUE ZERO.
          05 CTL-HIST-READ     PIC 9(9)  VALUE ZERO.
          05 CTL-ACK-READ      PIC 9(9)  VALUE ZERO.
          05 CTL-OUT-WINDOW    PIC 9(9)  VALUE ZERO.
          05 CTL-GENERATIONS   PIC 9(9)  VALUE ZERO.
          05 CTL-LOADED-OK     PIC 9(9)  VALUE ZERO.
          05 CTL-AWAITING      PIC 9(9)  VALUE ZERO.
          05 CTL-BACKED-OUT    PIC 9(9)  VALUE ZERO.
          05 CTL-NO-ACK        PIC 9(9)  VALUE ZERO.
          05 CTL-DUP-ACK       PIC 9(9)  VALUE ZERO.
          05 CTL-ACK-MISMATCH  PIC 9(9)  VALUE ZERO.
          05 CTL-ACK-NOT-SENT  PIC 9(9)  VALUE ZERO.
          05 CTL-HIST-FINDINGS PIC 9(9)  VALUE ZERO.
          05 CTL-FINDINGS      PIC 9(9)  VALUE ZERO.
      *数えるだけの通しの前の控え(CTL-TOTALSと同じ長さに保つ)
       01 CTL-TOTALS-SAVE.
          05 FILLER            PIC X(117).
          05 CTL-FINDINGS-SAVE PIC 9(9).
      *12項目の見出し(EXT-TRL-VALUEの並び順と対で保守する)
       01 GEN-LABELS.
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
       01 GEN-LABELS-TBL REDEFINES GEN-LABELS.
          05 GEN-LABEL PIC X(17) OCCURS 12.
      *画面表示で使う見出し行
       01 RPT-HEADER-1      PIC X(80) VALUE
           "PRO17 WAREHOUSE LOAD ACKNOWLEDGEMENT RECONCILIATION".
       01 RPT-HEADER-2.
          05 FILLER            PIC X(40)  VALUE
               "RUN-DATE RUN-TIME TYP ROWS-SENT ACKS ROW".
          05 FILLER            PIC X(40)  VALUE
               "S-LOADED  AGE HIST STATUS".
       01 RPT-HEADER-3      PIC X(80) VALUE ALL "-".
       01 RPT-SEL-LINE.
          05 FILLER            PIC X(10)  VALUE "SELECT    ".
          05 RPT-SEL-LABEL     PIC X(10).
          05 FILLER            PIC X(2)   VALUE SPACES.
          05 RPT-SEL-VALUE     PIC X(8).
          05 FILLER            PIC X(50)  VALUE SPACES.
       01 RPT-SEL-NUM       PIC ZZ9.
      *世代1件の行。状況は検出が無ければLOADED(受領済)/AWAITING
      *(受領待ちの日数内)/BACKED OUT(取消済の実行の世代)、検出が
      *あればCHECKとし、続けて検出の行を出す。
       01 RPT-GEN-LINE.
          05 RPT-GEN-DATE      PIC 9(8).
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-GEN-TIME      PIC 9(8).
          05 FILLER            PIC X(2)   VALUE SPACES.
          05 RPT-GEN-KIND      PIC X(1).
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-GEN-SENT      PIC X(9).
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-GEN-ACKS      PIC ZZZ9.
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-GEN-LOADED    PIC X(12).
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-GEN-AGE       PIC ZZZ9.
          05 FILLER            PIC X(2)   VALUE SPACES.
          05 RPT-GEN-HIST      PIC X(3).
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-GEN-STATUS    PIC X(10).
          05 FILLER            PIC X(11)  VALUE SPACES.
       01 RPT-COUNT-ED      PIC ZZZZZZZZ9.
      *検出の行(どの世代の何かを明示する)
       01 RPT-FND-LINE.
          05 FILLER            PIC X(9)   VALUE "** ERROR ".
          05 RPT-FND-DATE      PIC 9(8).
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-FND-TIME      PIC 9(8).
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-FND-KIND      PIC X(1).
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-FND-TEXT      PIC X(51).
      *値の食い違いの文言(項目名 相手側の値 送った値)
       01 RPT-FND-CMP.
          05 RPT-CMP-LABEL     PIC X(17).
          05 RPT-CMP-SIDE      PIC X(8).
          05 RPT-CMP-OTHER     PIC ZZZZZZZZ9.
          05 FILLER            PIC X(6)   VALUE " SENT ".
          05 RPT-CMP-SENT      PIC ZZZZZZZZ9.
          05 FILLER            PIC X(2)   VALUE SPACES.
       01 RPT-FND-AGE.
          05 FILLER            PIC X(25)  VALUE
               "NO ACKNOWLEDGEMENT AFTER ".
          05 RPT-AGE-DAYS      PIC ZZ9.
          05 FILLER            PIC X(23)  VALUE " DAYS".
       01 RPT-FND-DUP.
          05 FILLER            PIC X(7)   VALUE "LOADED ".
          05 RPT-DUP-TIMES     PIC ZZ9.
          05 FILLER            PIC X(41)  VALUE
               " TIMES (DUPLICATE ACKNOWLEDGEMENTS)".
       01 RPT-NOGEN-LINE    PIC X(80) VALUE
           "NO EXTRACT GENERATIONS, HISTORY OR ACKS IN THE LOOKBACK".
       01 RPT-CLEAN-LINE    PIC X(80) VALUE
           "ALL GENERATIONS ACKNOWLEDGED AND IN AGREEMENT".
       01 RPT-OVERFLOW-LINE PIC X(80) VALUE
           "** ERROR GENERATION TABLE FULL - SHORTEN LOOKBACK, RERUN".
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
           MOVE RUN-DATE TO DAYNO-YMD.
           PERFORM 日数換算.
           MOVE DAYNO-RESULT TO TODAY-DAYNO.
           PERFORM パラメータ読込.
           OPEN OUTPUT REPORT-OUT.
           WRITE REPORT-RECORD FROM RPT-HEADER-1 AFTER ADVANCING 1 LINE.
           PERFORM 選択条件印刷.
           PERFORM 抽出取込.
           PERFORM 履歴取込.
           PERFORM 受領通知取込.
           WRITE REPORT-RECORD FROM RPT-HEADER-2 AFTER ADVANCING 2 LINE.
           WRITE REPORT-RECORD FROM RPT-HEADER-3 AFTER ADVANCING 1 LINE.
           PERFORM 世代別突合 VARYING GEN-IDX FROM 1 BY 1
               UNTIL GEN-IDX > GEN-CNT.
           IF GEN-CNT = ZERO
               WRITE REPORT-RECORD FROM RPT-NOGEN-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF GEN-FULL-YES
               WRITE REPORT-RECORD FROM RPT-OVERFLOW-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF CTL-FINDINGS = ZERO AND GEN-FULL-NO
               WRITE REPORT-RECORD FROM RPT-CLEAN-LINE
                   AFTER ADVANCING 2 LINE
           END-IF.
           PERFORM 集計印刷.
           CLOSE REPORT-OUT.
           GO TO プログラム終了.
      *制御カードから対象日数と受領待ち日数を読込む
       パラメータ読込.
           OPEN INPUT PARM-IN.
           PERFORM パラメータ1件読込 UNTIL PARM-EOF-YES.
           CLOSE PARM-IN.
           IF SEL-LOOKBACK = ZERO
               MOVE 31 TO SEL-LOOKBACK
           END-IF.
       パラメータ1件読込.
           READ PARM-IN
               AT END SET PARM-EOF-YES TO TRUE
               NOT AT END PERFORM パラメータ項目設定
           END-READ.
       パラメータ項目設定.
           EVALUATE PARM-KEYWORD
               WHEN "LOOKBACK"
                   MOVE PARM-VALUE(1:3) TO SEL-LOOKBACK
               WHEN "ACKDAYS "
                   MOVE PARM-VALUE(1:3) TO SEL-ACK-DAYS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       選択条件印刷.
           MOVE "RUN DATE"       TO RPT-SEL-LABEL.
           MOVE RUN-DATE         TO RPT-SEL-VALUE.
           WRITE REPORT-RECORD FROM RPT-SEL-LINE AFTER ADVANCING 2 LINE.
           MOVE "LOOKBACK"       TO RPT-SEL-LABEL.
           MOVE SEL-LOOKBACK     TO RPT-SEL-NUM.
           MOVE RPT-SEL-NUM      TO RPT-SEL-VALUE.
           WRITE REPORT-RECORD FROM RPT-SEL-LINE AFTER ADVANCING 1 LINE.
           MOVE "ACK-DAYS"       TO RPT-SEL-LABEL.
           MOVE SEL-ACK-DAYS     TO RPT-SEL-NUM.
           MOVE RPT-SEL-NUM      TO RPT-SEL-VALUE.
           WRITE REPORT-RECORD FROM RPT-SEL-LINE AFTER ADVANCING 1 LINE.
      *実行日付が対象日数以内かを決める(WIN-DATE-WKを呼び元が
      *設定する)。結果の経過日数はWIN-AGEに置く。
       対象日判定.
           IF WIN-DATE-WK NOT = WIN-LAST-DATE
               MOVE WIN-DATE-WK TO DAYNO-YMD
               PERFORM 日数換算
               COMPUTE WIN-LAST-AGE = TODAY-DAYNO - DAYNO-RESULT
               MOVE WIN-DATE-WK TO WIN-LAST-DATE
           END-IF.
           MOVE WIN-LAST-AGE TO WIN-AGE.
           IF WIN-AGE > SEL-LOOKBACK
               SET IN-WINDOW-NO TO TRUE
               ADD 1 TO CTL-OUT-WINDOW
           ELSE
               SET IN-WINDOW-YES TO TRUE
           END-IF.
      *送ったEXTOUTの全世代を読み、実行日時+種別ごとに明細件数
      *とトレーラの値を積む。明細DとトレーラTが通常の世代、
      *明細RとトレーラXが取消の世代。
       抽出取込.
           OPEN INPUT EXTR-IN.
           PERFORM 抽出1件読込 UNTIL EXTR-EOF-YES.
           CLOSE EXTR-IN.
       抽出1件読込.
           READ EXTR-IN
               AT END SET EXTR-EOF-YES TO TRUE
               NOT AT END PERFORM 抽出1件設定
           END-READ.
       抽出1件設定.
           ADD 1 TO CTL-EXTR-READ.
           MOVE EXTR-IN-RECORD TO EXT-DETAIL-RECORD.
           MOVE EXT-DTL-RUN-DATE TO WIN-DATE-WK.
           PERFORM 対象日判定.
           IF IN-WINDOW-YES
               MOVE EXT-DTL-RUN-DATE TO GEN-KEY-DATE
               MOVE EXT-DTL-RUN-TIME TO GEN-KEY-TIME
               EVALUATE EXT-DTL-REC-TYPE
                   WHEN "D"
                   WHEN "T"
                       MOVE "T" TO GEN-KEY-KIND
                   WHEN OTHER
                       MOVE "X" TO GEN-KEY-KIND
               END-EVALUATE
               PERFORM 世代表検索
               IF GEN-FOUND-IDX > ZERO
                   PERFORM 抽出1件加算
               END-IF
           END-IF.
       抽出1件加算.
           MOVE "Y" TO GEN-EXT-FLAG(GEN-FOUND-IDX).
           IF EXT-DTL-REC-TYPE = "T" OR EXT-DTL-REC-TYPE = "X"
               MOVE EXTR-IN-RECORD TO EXT-TRAILER-RECORD
               ADD 1 TO GEN-TRL-CNT(GEN-FOUND-IDX)
               PERFORM トレーラ値転記
                   VARYING GEN-MEAS-IDX FROM 1 BY 1
                   UNTIL GEN-MEAS-IDX > 12
           ELSE
               ADD 1 TO GEN-DTL-CNT(GEN-FOUND-IDX)
           END-IF.
       トレーラ値転記.
           MOVE EXT-TRL-VALUE(GEN-MEAS-IDX)
               TO GEN-TRL-VAL(GEN-FOUND-IDX, GEN-MEAS-IDX).
      *実行履歴を読み、同じ実行の通常世代へ合計を並べて置く
       履歴取込.
           OPEN INPUT HIST-IN.
           PERFORM 履歴1件読込 UNTIL HIST-EOF-YES.
           CLOSE HIST-IN.
       履歴1件読込.
           READ HIST-IN
               AT END SET HIST-EOF-YES TO TRUE
               NOT AT END PERFORM 履歴1件設定
           END-READ.
       履歴1件設定.
           ADD 1 TO CTL-HIST-READ.
           MOVE HIST-RUN-DATE TO WIN-DATE-WK.
           PERFORM 対象日判定.
           IF IN-WINDOW-YES
               MOVE HIST-RUN-DATE TO GEN-KEY-DATE
               MOVE HIST-RUN-TIME TO GEN-KEY-TIME
               MOVE "T"           TO GEN-KEY-KIND
               PERFORM 世代表検索
               IF GEN-FOUND-IDX > ZERO
                   MOVE "Y" TO GEN-HIST-FLAG(GEN-FOUND-IDX)
                   PERFORM 履歴値転記
                       VARYING GEN-MEAS-IDX FROM 1 BY 1
                       UNTIL GEN-MEAS-IDX > 12
               END-IF
           END-IF.
       履歴値転記.
           MOVE HIST-VALUE(GEN-MEAS-IDX)
               TO GEN-HIST-VAL(GEN-FOUND-IDX, GEN-MEAS-IDX).
      *受領通知を読み、同じ世代へ件数と値を置く。同じ世代に
      *2件以上あれば最後の通知の値を残し、件数で二重ロードを
      *見分ける。
       受領通知取込.
           OPEN INPUT ACK-IN.
           PERFORM 受領通知1件読込 UNTIL ACK-EOF-YES.
           CLOSE ACK-IN.
       受領通知1件読込.
           READ ACK-IN
               AT END SET ACK-EOF-YES TO TRUE
               NOT AT END PERFORM 受領通知1件設定
           END-READ.
       受領通知1件設定.
           ADD 1 TO CTL-ACK-READ.
           MOVE ACK-RUN-DATE TO WIN-DATE-WK.
           PERFORM 対象日判定.
           IF IN-WINDOW-YES
               MOVE ACK-RUN-DATE TO GEN-KEY-DATE
               MOVE ACK-RUN-TIME TO GEN-KEY-TIME
               IF ACK-REVERSAL
                   MOVE "X" TO GEN-KEY-KIND
               ELSE
                   MOVE "T" TO GEN-KEY-KIND
               END-IF
               PERFORM 世代表検索
               IF GEN-FOUND-IDX > ZERO
                   ADD 1 TO GEN-ACK-CNT(GEN-FOUND-IDX)
                   MOVE ACK-ROWS-LOADED
                       TO GEN-ACK-ROWS(GEN-FOUND-IDX)
                   PERFORM 受領値転記
                       VARYING GEN-MEAS-IDX FROM 1 BY 1
                       UNTIL GEN-MEAS-IDX > 12
               END-IF
           END-IF.
       受領値転記.
           MOVE ACK-VALUE(GEN-MEAS-IDX)
               TO GEN-ACK-VAL(GEN-FOUND-IDX, GEN-MEAS-IDX).
      *世代(実行日時+種別)の既存エントリを探し、無ければ新規に
      *切る(PRO12の実行表検索と同じ考え方)
       世代表検索.
           MOVE ZERO TO GEN-FOUND-IDX.
           PERFORM 世代表1件検索 VARYING GEN-IDX FROM 1 BY 1
               UNTIL GEN-IDX > GEN-CNT
                  OR GEN-FOUND-IDX > ZERO.
           IF GEN-FOUND-IDX = ZERO
               IF GEN-CNT = GEN-MAX
                   SET GEN-FULL-YES TO TRUE
               ELSE
                   ADD 1 TO GEN-CNT
                   MOVE GEN-CNT TO GEN-FOUND-IDX
                   INITIALIZE GEN-ENTRY(GEN-FOUND-IDX)
                   MOVE GEN-KEY-DATE TO GEN-DATE(GEN-FOUND-IDX)
                   MOVE GEN-KEY-TIME TO GEN-TIME(GEN-FOUND-IDX)
                   MOVE GEN-KEY-KIND TO GEN-KIND(GEN-FOUND-IDX)
                   MOVE "N" TO GEN-EXT-FLAG(GEN-FOUND-IDX)
                   MOVE "N" TO GEN-HIST-FLAG(GEN-FOUND-IDX)
               END-IF
           END-IF.
       世代表1件検索.
           IF GEN-DATE(GEN-IDX) = GEN-KEY-DATE
            AND GEN-TIME(GEN-IDX) = GEN-KEY-TIME
            AND GEN-KIND(GEN-IDX) = GEN-KEY-KIND
               MOVE GEN-IDX TO GEN-FOUND-IDX
           END-IF.
      *世代1件ぶんの突合。検出を一度数えるだけ通して世代の行の
      *状況を決め、世代の行を出してから同じ判定で検出の行を出す
      *(数えるだけの通しで動いた件数は控えから戻す)。
       世代別突合.
           ADD 1 TO CTL-GENERATIONS.
           MOVE GEN-DATE(GEN-IDX) TO WIN-DATE-WK.
           PERFORM 対象日判定.
           SET BACKED-OUT-NO TO TRUE.
           IF GEN-KIND(GEN-IDX) = "T"
            AND GEN-EXT-FLAG(GEN-IDX) = "Y"
            AND GEN-HIST-FLAG(GEN-IDX) = "N"
               PERFORM 取消世代検索
               IF GEN-PAIR-IDX > ZERO
                   SET BACKED-OUT-YES TO TRUE
               END-IF
           END-IF.
           MOVE CTL-TOTALS TO CTL-TOTALS-SAVE.
           SET FND-PRINT-NO TO TRUE.
           PERFORM 世代検出印刷.
           COMPUTE GEN-FINDINGS = CTL-FINDINGS - CTL-FINDINGS-SAVE.
           MOVE CTL-TOTALS-SAVE TO CTL-TOTALS.
           MOVE GEN-DATE(GEN-IDX)     TO RPT-GEN-DATE.
           MOVE GEN-TIME(GEN-IDX)     TO RPT-GEN-TIME.
           MOVE GEN-KIND(GEN-IDX)     TO RPT-GEN-KIND.
           MOVE GEN-ACK-CNT(GEN-IDX)  TO RPT-GEN-ACKS.
           MOVE WIN-AGE               TO RPT-GEN-AGE.
           IF GEN-EXT-FLAG(GEN-IDX) = "Y"
               MOVE GEN-DTL-CNT(GEN-IDX) TO RPT-COUNT-ED
               MOVE RPT-COUNT-ED         TO RPT-GEN-SENT
           ELSE
               MOVE "NOT SENT"           TO RPT-GEN-SENT
           END-IF.
           IF GEN-ACK-CNT(GEN-IDX) > ZERO
               MOVE GEN-ACK-ROWS(GEN-IDX) TO RPT-COUNT-ED
               MOVE RPT-COUNT-ED          TO RPT-GEN-LOADED
           ELSE
               MOVE SPACES                TO RPT-GEN-LOADED
           END-IF.
           IF GEN-KIND(GEN-IDX) = "X"
               MOVE SPACES                TO RPT-GEN-HIST
           ELSE
               IF GEN-HIST-FLAG(GEN-IDX) = "Y"
                   MOVE "YES"             TO RPT-GEN-HIST
               ELSE
                   MOVE "NO"              TO RPT-GEN-HIST
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN GEN-FINDINGS > ZERO
                   MOVE "CHECK"      TO RPT-GEN-STATUS
               WHEN GEN-ACK-CNT(GEN-IDX) = ZERO
                   MOVE "AWAITING"   TO RPT-GEN-STATUS
                   ADD 1 TO CTL-AWAITING
               WHEN BACKED-OUT-YES
                   MOVE "BACKED OUT" TO RPT-GEN-STATUS
                   ADD 1 TO CTL-BACKED-OUT
               WHEN OTHER
                   MOVE "LOADED"     TO RPT-GEN-STATUS
                   ADD 1 TO CTL-LOADED-OK
           END-EVALUATE.
           WRITE REPORT-RECORD FROM RPT-GEN-LINE
               AFTER ADVANCING 1 LINE.
           SET FND-PRINT-YES TO TRUE.
           PERFORM 世代検出印刷.
      *通常世代と同じ実行日時の取消世代を探す(GEN-PAIR-IDX)
       取消世代検索.
           MOVE ZERO TO GEN-PAIR-IDX.
           PERFORM 取消世代1件検索
               VARYING GEN-FOUND-IDX FROM 1 BY 1
               UNTIL GEN-FOUND-IDX > GEN-CNT
                  OR GEN-PAIR-IDX > ZERO.
       取消世代1件検索.
           IF GEN-DATE(GEN-FOUND-IDX) = GEN-DATE(GEN-IDX)
            AND GEN-TIME(GEN-FOUND-IDX) = GEN-TIME(GEN-IDX)
            AND GEN-KIND(GEN-FOUND-IDX) = "X"
            AND GEN-EXT-FLAG(GEN-FOUND-IDX) = "Y"
               MOVE GEN-FOUND-IDX TO GEN-PAIR-IDX
           END-IF.
      *検出の行を出す。送っていない世代は受領通知だけ(送って
      *いない世代へのロード)か実行履歴だけ(抽出漏れ)なので、
      *それ以外の突合はしない。
       世代検出印刷.
           MOVE GEN-DATE(GEN-IDX) TO RPT-FND-DATE.
           MOVE GEN-TIME(GEN-IDX) TO RPT-FND-TIME.
           MOVE GEN-KIND(GEN-IDX) TO RPT-FND-KIND.
           IF GEN-EXT-FLAG(GEN-IDX) = "N"
               IF GEN-ACK-CNT(GEN-IDX) > ZERO
                   MOVE "ACKNOWLEDGED BUT NEVER SENT" TO RPT-FND-TEXT
                   ADD 1 TO CTL-ACK-NOT-SENT
               ELSE
                   MOVE "RUN ON HISTORY BUT NOT EXTRACTED"
                       TO RPT-FND-TEXT
                   ADD 1 TO CTL-HIST-FINDINGS
               END-IF
               PERFORM 検出行印刷
           ELSE
               PERFORM 送信世代検出
           END-IF.
      *送った世代の検出。取消世代のある通常世代は実行履歴から
      *消されているので、履歴に無くても誤りにしない。
       送信世代検出.
           IF GEN-KIND(GEN-IDX) = "T"
            AND GEN-HIST-FLAG(GEN-IDX) = "N"
            AND BACKED-OUT-NO
               MOVE "EXTRACT RUN NOT ON HISTORY" TO RPT-FND-TEXT
               ADD 1 TO CTL-HIST-FINDINGS
               PERFORM 検出行印刷
           END-IF.
           IF GEN-TRL-CNT(GEN-IDX) = ZERO
               MOVE "GENERATION HAS NO TRAILER" TO RPT-FND-TEXT
               ADD 1 TO CTL-HIST-FINDINGS
               PERFORM 検出行印刷
           END-IF.
           IF GEN-TRL-CNT(GEN-IDX) > 1
               MOVE "GENERATION SENT MORE THAN ONCE" TO RPT-FND-TEXT
               ADD 1 TO CTL-HIST-FINDINGS
               PERFORM 検出行印刷
           END-IF.
      *トレーラと実行履歴の食い違い(送ったものが記録と違う)
           IF GEN-KIND(GEN-IDX) = "T"
            AND GEN-HIST-FLAG(GEN-IDX) = "Y"
            AND GEN-TRL-CNT(GEN-IDX) > ZERO
               PERFORM 履歴値突合
                   VARYING GEN-MEAS-IDX FROM 1 BY 1
                   UNTIL GEN-MEAS-IDX > 12
           END-IF.
           IF GEN-ACK-CNT(GEN-IDX) = ZERO
               IF WIN-AGE > SEL-ACK-DAYS
                   MOVE WIN-AGE     TO RPT-AGE-DAYS
                   MOVE RPT-FND-AGE TO RPT-FND-TEXT
                   ADD 1 TO CTL-NO-ACK
                   PERFORM 検出行印刷
               END-IF
           ELSE
               IF GEN-ACK-CNT(GEN-IDX) > 1
                   MOVE GEN-ACK-CNT(GEN-IDX) TO RPT-DUP-TIMES
                   MOVE RPT-FND-DUP          TO RPT-FND-TEXT
                   ADD 1 TO CTL-DUP-ACK
                   PERFORM 検出行印刷
               END-IF
               PERFORM 受領値突合
           END-IF.
       履歴値突合.
           IF GEN-TRL-VAL(GEN-IDX, GEN-MEAS-IDX)
            NOT = GEN-HIST-VAL(GEN-IDX, GEN-MEAS-IDX)
               MOVE GEN-LABEL(GEN-MEAS-IDX) TO RPT-CMP-LABEL
               MOVE " HIST   "              TO RPT-CMP-SIDE
               MOVE GEN-HIST-VAL(GEN-IDX, GEN-MEAS-IDX)
                   TO RPT-CMP-OTHER
               MOVE GEN-TRL-VAL(GEN-IDX, GEN-MEAS-IDX)
                   TO RPT-CMP-SENT
               MOVE RPT-FND-CMP TO RPT-FND-TEXT
               ADD 1 TO CTL-HIST-FINDINGS
               PERFORM 検出行印刷
           END-IF.
      *受領通知のロード行数と12項目を、送った明細件数と
      *トレーラの値に突き合わせる(食い違いは世代につき1件と
      *数え、項目ごとに行を出す)
       受領値突合.
           SET ACK-DIFF-NO TO TRUE.
           IF GEN-ACK-ROWS(GEN-IDX) NOT = GEN-DTL-CNT(GEN-IDX)
               MOVE "ROWS LOADED"          TO RPT-CMP-LABEL
               MOVE " LOADED "             TO RPT-CMP-SIDE
               MOVE GEN-ACK-ROWS(GEN-IDX)  TO RPT-CMP-OTHER
               MOVE GEN-DTL-CNT(GEN-IDX)   TO RPT-CMP-SENT
               MOVE RPT-FND-CMP TO RPT-FND-TEXT
               SET ACK-DIFF-YES TO TRUE
               PERFORM 検出行印刷
           END-IF.
           IF GEN-TRL-CNT(GEN-IDX) > ZERO
               PERFORM 受領1項目突合
                   VARYING GEN-MEAS-IDX FROM 1 BY 1
                   UNTIL GEN-MEAS-IDX > 12
           END-IF.
           IF ACK-DIFF-YES
               ADD 1 TO CTL-ACK-MISMATCH
           END-IF.
       受領1項目突合.
           IF GEN-ACK-VAL(GEN-IDX, GEN-MEAS-IDX)
            NOT = GEN-TRL-VAL(GEN-IDX, GEN-MEAS-IDX)
               MOVE GEN-LABEL(GEN-MEAS-IDX) TO RPT-CMP-LABEL
               MOVE " LOADED "              TO RPT-CMP-SIDE
               MOVE GEN-ACK-VAL(GEN-IDX, GEN-MEAS-IDX)
                   TO RPT-CMP-OTHER
               MOVE GEN-TRL-VAL(GEN-IDX, GEN-MEAS-IDX)
                   TO RPT-CMP-SENT
               MOVE RPT-FND-CMP TO RPT-FND-TEXT
               SET ACK-DIFF-YES TO TRUE
               PERFORM 検出行印刷
           END-IF.
       検出行印刷.
           ADD 1 TO CTL-FINDINGS.
           IF FND-PRINT-YES
               WRITE REPORT-RECORD FROM RPT-FND-LINE
                   AFTER ADVANCING 1 LINE
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
       集計印刷.
           WRITE REPORT-RECORD FROM RPT-CTL-HEADER-1
               AFTER ADVANCING 2 LINE.
           MOVE "EXTRACT RECS READ"  TO RPT-CTL-LABEL-WK.
           MOVE CTL-EXTR-READ        TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "HISTORY RECS READ"  TO RPT-CTL-LABEL-WK.
           MOVE CTL-HIST-READ        TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "ACKS READ"          TO RPT-CTL-LABEL-WK.
           MOVE CTL-ACK-READ         TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "OUTSIDE LOOKBACK"   TO RPT-CTL-LABEL-WK.
           MOVE CTL-OUT-WINDOW       TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "GENERATIONS"        TO RPT-CTL-LABEL-WK.
           MOVE CTL-GENERATIONS      TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "LOADED AND AGREED"  TO RPT-CTL-LABEL-WK.
           MOVE CTL-LOADED-OK        TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "AWAITING ACK"       TO RPT-CTL-LABEL-WK.
           MOVE CTL-AWAITING         TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "BACKED OUT RUNS"    TO RPT-CTL-LABEL-WK.
           MOVE CTL-BACKED-OUT       TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "NO ACK IN TIME"     TO RPT-CTL-LABEL-WK.
           MOVE CTL-NO-ACK           TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "DUPLICATE ACKS"     TO RPT-CTL-LABEL-WK.
           MOVE CTL-DUP-ACK          TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "ACK COUNT/TOTAL DIFF" TO RPT-CTL-LABEL-WK.
           MOVE CTL-ACK-MISMATCH     TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "ACK NOT SENT"       TO RPT-CTL-LABEL-WK.
           MOVE CTL-ACK-NOT-SENT     TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "EXTRACT/HIST ERRORS" TO RPT-CTL-LABEL-WK.
           MOVE CTL-HIST-FINDINGS    TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "FINDING LINES"      TO RPT-CTL-LABEL-WK.
           MOVE CTL-FINDINGS         TO RPT-CTL-COUNT.
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
           MOVE "PRO17"           TO JST-PROGRAM.
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
           MOVE CTL-ACK-READ      TO JST-READ.
           MOVE CTL-GENERATIONS   TO JST-WRITTEN.
           MOVE CTL-FINDINGS      TO JST-REJECTED.
           MOVE CTL-OUT-WINDOW    TO JST-SKIPPED.
           WRITE JST-RECORD.
           CLOSE JST-OUT.
      *検出が1件でも(または世代表あふれ)あれば完了コード8で
      *スケジューラに知らせる
       プログラム終了.
           IF CTL-FINDINGS > ZERO OR GEN-FULL-YES
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 実行状況書込.
           STOP RUN.
