      *締めに置換件数の計算値を出す。計算はPRO1のクレンジングと
      *同じ制御カード(ALL1/ALL2/REPL1/REPL2)を読んで行うため、
      *スキャン報告書のREPLACED合計と一致しなければならない。
      *制御カードにソース別のプロファイル節(PROFILEカード)が
      *あるときは、PRO1と同じくヘッダのソースIDでプロファイル節を
      *切り替えて計算する。
      *一致を確認してからSCANOUTを入力フィードへ差し替えること。
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
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
      *PRO1のSCAN-INと同じH/D/Tの並び。比較対象は明細だけ。
          05 FILLER         PIC X(50).
       FD  REPORT-OUT.
       01 REPORT-RECORD     PIC X(80).
      *レイアウトは夜間の各プログラムと共用する
       FD  BUSD-IN.
           COPY BUSDREC.
       FD  JST-OUT.
           COPY JSTREC.
       WORKING-STORAGE  SECTION.
       01 SW-SCAN-EOF   PIC X(1)  VALUE "N".
          88 SCAN-EOF-YES          VALUE "Y".
       01 SW-REPL2-GIVEN   PIC X(1)  VALUE "N".
          88 REPL2-YES            VALUE "Y".
          88 REPL2-NO             VALUE "N".
      *置換計算用パターンのプロファイル表(PRO1のプロファイル表の
      *うち置換に関わる項目だけを持つ)。1件目は既定("***")。
       77 PRF-MAX          PIC 9(2)  VALUE 10.
       77 PRF-COUNT        PIC 9(2)  VALUE ZERO.
       77 PRF-IDX          PIC 9(2)  VALUE ZERO.
       77 PRF-CUR          PIC 9(2)  VALUE ZERO.
       77 PRF-FOUND-IDX    PIC 9(2)  VALUE ZERO.
       01 PRF-TABLE.
          05 PRF-ENTRY OCCURS 10.
             10 PRF-ID           PIC X(3).
             10 PRF-ALL1-LEN     PIC 9(2).
             10 PRF-ALL1-TEXT    PIC X(20).
             10 PRF-ALL2-LEN     PIC 9(2).
             10 PRF-ALL2-TEXT    PIC X(20).
             10 PRF-ALL1-GIVEN   PIC X(1).
             10 PRF-ALL2-GIVEN   PIC X(1).
             10 PRF-REPL1-GIVEN  PIC X(1).
             10 PRF-REPL2-GIVEN  PIC X(1).
      *上限を超えたプロファイル節は表に残さない(PRO1はエラー終了
      *している)
       01 SW-PRF-OVER      PIC X(1)  VALUE "N".
          88 PRF-OVER-YES         VALUE "Y".
          88 PRF-OVER-NO          VALUE "N".
       77 CMP-TALLY        PIC 9(9)  VALUE ZERO.
       77 CMP-CELL-IDX     PIC 9(1)  VALUE ZERO.
       77 CMP-CELL-POS     PIC 9(2)  VALUE ZERO.
          05 RPT-DIFF-RECNO    PIC ZZZZZZZZ9.
          05 FILLER            PIC X(5)   VALUE " SRC ".
          05 RPT-DIFF-SOURCE   PIC X(3).
          05 FILLER            PIC X(5)   VALUE " PRF ".
          05 RPT-DIFF-PROFILE  PIC X(3).
          05 FILLER            PIC X(48)  VALUE SPACES.
       01 RPT-DIFF-LINE.
          05 FILLER            PIC X(2)   VALUE SPACES.
          05 RPT-DIFF-FIELD    PIC X(6).
           GO TO プログラム終了.
      *制御カードから置換計算用のパターンを読込む
       パラメータ読込.
           MOVE 1     TO PRF-COUNT.
           MOVE 1     TO PRF-CUR.
           MOVE "***" TO PRF-ID(1).
           OPEN INPUT PARM-IN.
           PERFORM パラメータ1件読込 UNTIL PARM-EOF-YES.
           CLOSE PARM-IN.
           IF PRF-OVER-NO
               PERFORM プロファイル退避
           END-IF.
           PERFORM プロファイル別パラメータ検証
               VARYING PRF-CUR FROM 1 BY 1
               UNTIL PRF-CUR > PRF-COUNT.
           MOVE 1 TO PRF-CUR.
           PERFORM プロファイル復元.
       プロファイル別パラメータ検証.
           PERFORM プロファイル復元.
           PERFORM パラメータ検証.
           PERFORM プロファイル退避.
      *PRO1のパラメータ検証と同じく長さゼロ/上限超を補正する
       パラメータ検証.
           IF PARM-ALL1-LEN = ZERO
               MOVE 1 TO PARM-ALL1-LEN
           END-IF.
                   SET REPL2-YES    TO TRUE
               WHEN "RESTART "
                   MOVE PARM-VALUE(1:9) TO PARM-RESTART-PT
               WHEN "PROFILE "
                   PERFORM プロファイル開始
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *PROFILEカード。読込中のプロファイル節を退避して新しい
      *プロファイル節を始める
       プロファイル開始.
           IF PRF-OVER-NO
               PERFORM プロファイル退避
           END-IF.
           IF PRF-COUNT = PRF-MAX
               SET PRF-OVER-YES TO TRUE
           ELSE
               ADD 1 TO PRF-COUNT
               MOVE PRF-COUNT       TO PRF-CUR
               MOVE PARM-VALUE(1:3) TO PRF-ID(PRF-CUR)
           END-IF.
           MOVE ZERO   TO PARM-ALL1-LEN.
           MOVE SPACES TO PARM-ALL1-TEXT.
           MOVE ZERO   TO PARM-ALL2-LEN.
           MOVE SPACES TO PARM-ALL2-TEXT.
           SET ALL1-NO  TO TRUE.
           SET ALL2-NO  TO TRUE.
           SET REPL1-NO TO TRUE.
           SET REPL2-NO TO TRUE.
       プロファイル退避.
           MOVE PARM-ALL1-LEN    TO PRF-ALL1-LEN(PRF-CUR).
           MOVE PARM-ALL1-TEXT   TO PRF-ALL1-TEXT(PRF-CUR).
           MOVE PARM-ALL2-LEN    TO PRF-ALL2-LEN(PRF-CUR).
           MOVE PARM-ALL2-TEXT   TO PRF-ALL2-TEXT(PRF-CUR).
           MOVE SW-ALL1-GIVEN    TO PRF-ALL1-GIVEN(PRF-CUR).
           MOVE SW-ALL2-GIVEN    TO PRF-ALL2-GIVEN(PRF-CUR).
           MOVE SW-REPL1-GIVEN   TO PRF-REPL1-GIVEN(PRF-CUR).
           MOVE SW-REPL2-GIVEN   TO PRF-REPL2-GIVEN(PRF-CUR).
       プロファイル復元.
           MOVE PRF-ALL1-LEN(PRF-CUR)     TO PARM-ALL1-LEN.
           MOVE PRF-ALL1-TEXT(PRF-CUR)    TO PARM-ALL1-TEXT.
           MOVE PRF-ALL2-LEN(PRF-CUR)     TO PARM-ALL2-LEN.
           MOVE PRF-ALL2-TEXT(PRF-CUR)    TO PARM-ALL2-TEXT.
           MOVE PRF-ALL1-GIVEN(PRF-CUR)   TO SW-ALL1-GIVEN.
           MOVE PRF-ALL2-GIVEN(PRF-CUR)   TO SW-ALL2-GIVEN.
           MOVE PRF-REPL1-GIVEN(PRF-CUR)  TO SW-REPL1-GIVEN.
           MOVE PRF-REPL2-GIVEN(PRF-CUR)  TO SW-REPL2-GIVEN.
      *ブロックのソースIDのプロファイル節があればそのプロファイル、
      *無ければ既定プロファイルへ切り替える(PRO1のプロファイル選択
      *と同じ)
       プロファイル選択.
           MOVE 1 TO PRF-FOUND-IDX.
           PERFORM プロファイル検索
               VARYING PRF-IDX FROM 2 BY 1
               UNTIL PRF-IDX > PRF-COUNT.
           IF PRF-FOUND-IDX NOT = PRF-CUR
               MOVE PRF-FOUND-IDX TO PRF-CUR
               PERFORM プロファイル復元
           END-IF.
       プロファイル検索.
           IF PRF-ID(PRF-IDX) = CUR-SOURCE-ID
            AND PRF-FOUND-IDX = 1
               MOVE PRF-IDX TO PRF-FOUND-IDX
           END-IF.
      *両ファイルを同じ歩調で1レコードずつ読む。片方だけ先に
      *終わったら比較が成立しないので打ち切る。
       レコード比較.
               PERFORM レコード1件比較
           END-IF
           END-IF.
      *ヘッダでソースIDを控えてプロファイルを切り替え、明細の
      *前後を突き合わせる
       レコード1件比較.
           ADD 1 TO CURRENT-RECNO.
           IF SCAN-REC-HEADER
               MOVE SCAN-HDR-SOURCE-ID TO CUR-SOURCE-ID
               PERFORM プロファイル選択
           END-IF.
           IF SCAN-REC-DETAIL
               ADD 1 TO CMP-RECORDS-READ
               ADD 1 TO CMP-CHANGED
               MOVE CURRENT-RECNO TO RPT-DIFF-RECNO
               MOVE CUR-SOURCE-ID TO RPT-DIFF-SOURCE
               MOVE PRF-ID(PRF-CUR) TO RPT-DIFF-PROFILE
               WRITE REPORT-RECORD FROM RPT-DIFF-HDR
                   AFTER ADVANCING 2 LINE
           END-IF.
      *同じINSPECTを元入力へ当てた合計がREPLACED合計と一致する。
      *TEST-3は全角スペースへ潰した文字数=前後で変わった文字の
      *数なので、2バイト単位の不一致を数える。
      *送信台帳で再送として拒否したブロックは、スキャン側が集計も
      *置換もせずに写すだけなので、値の変わらなかったフィールドは
      *計算に入れない(置換文字列をパターンと同じにしたカードは
      *無いものとする)。
       置換計算.
           IF REPL1-YES AND ALL1-YES
            AND SCAN-TEST-1 NOT = CLN-TEST-1
               MOVE ZERO TO CMP-TALLY
               INSPECT SCAN-TEST-1 TALLYING CMP-TALLY
                   FOR ALL PARM-ALL1-TEXT(1:PARM-ALL1-LEN)
               ADD CMP-TALLY TO CMP-REPL-1
           END-IF.
           IF REPL2-YES AND ALL2-YES
            AND SCAN-TEST-2 NOT = CLN-TEST-2
               MOVE ZERO TO CMP-TALLY
               INSPECT SCAN-TEST-2 TALLYING CMP-TALLY
                   FOR ALL PARM-ALL2-TEXT(1:PARM-ALL2-LEN)
           MOVE RPT-CTL-LABEL-WK TO RPT-CTL-LABEL.
           WRITE REPORT-RECORD FROM RPT-CTL-LINE
               AFTER ADVANCING 1 LINE.
      *終了時の実行状況をジョブストリームの実行状況ファイルへ
      *1件追記する(朝の処理状況一覧が業務日ごとに読む)
       実行状況書込.
           OPEN EXTEND JST-OUT.
           MOVE SPACES            TO JST-RECORD.
           MOVE "PRO11"           TO JST-PROGRAM.
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
           MOVE CMP-RECORDS-READ  TO JST-READ.
           MOVE CMP-CHANGED       TO JST-WRITTEN.
           WRITE JST-RECORD.
           CLOSE JST-OUT.
      *ファイル長の不一致のときは完了コード8で差し替えを止める
       プログラム終了.
           IF CMP-ERR-YES
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 実行状況書込.
           STOP RUN.
