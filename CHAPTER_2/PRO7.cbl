      *   (1〜20。JPPATのみ1〜10)
      * - 同一キーワードの二重指定
      * - ALL1なしのREPL1、ALL2なしのREPL2
      * - 監督者カード(REPROC)の作成日非数字/ソースIDや監督者IDの
      *   記入漏れ(REPROCは再処理する送信ごとに積むので二重指定
      *   の検査から外す)
      * - プロファイル節(PROFILEカードで始まるカードの範囲)ごとの
      *   必須パターンカード漏れと、節内での二重指定/ALLなしのREPL
      *   (既定プロファイルも1つの節として同じに検査する)。
      *   PROFILEカードのソースID記入漏れ/二重指定/上限超過
      * - 区画割当カード(PART)のソースID記入漏れ/区画番号が1〜
      *   PART-MAX(夜間に組んである区画ジョブの数)でない/同じ
      *   ソースの二重指定、区画番号カード(PARTNO)の番号が1〜
      *   PART-MAXでない/二重指定
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
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
      *PRO1の制御カードと同じ体裁
          05 FILLER         PIC X(50).
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
          88 PATTERN-CARD-NO       VALUE "N".
      *JPPATだけ上限が10(PARM-VALUE-NはN(10))
       77 CHK-LEN-MAX      PIC 9(2)  VALUE 20.
      *二重指定検出用の出現済キーワード表。パターンカードは
      *プロファイル節のプロファイルID付きで、実行全体のカード
      *(RESTART/CLEANSE/HITSONLY)はプロファイルIDを空白にして
      *控える。PROFILEカードはカード自身のソースIDで控え、同じ
      *プロファイルの節の二重指定を見つける。
       77 SEEN-MAX         PIC 9(3)  VALUE 120.
       77 SEEN-CNT         PIC 9(3)  VALUE ZERO.
       77 SEEN-IDX         PIC 9(3)  VALUE ZERO.
       77 SEEN-FOUND-IDX   PIC 9(3)  VALUE ZERO.
       01 SEEN-TABLE.
          05 SEEN-ENTRY    OCCURS 120.
             10 SEEN-PROFILE  PIC X(3).
             10 SEEN-KEYWORD  PIC X(8).
       01 SEEN-KEY.
          05 SEEN-KEY-PROFILE PIC X(3).
          05 SEEN-KEY-KEYWORD PIC X(8).
      *いま検査中のプロファイル節のプロファイルID(PROFILEカード
      *より前は既定プロファイル"***")と節の数(PRO1のプロファイル
      *表は既定を含め10件まで)
       01 CUR-PROFILE      PIC X(3)  VALUE "***".
       77 PRF-MAX          PIC 9(2)  VALUE 10.
       77 PRF-CNT          PIC 9(2)  VALUE 1.
      *夜間に組んである区画ジョブの数(PRO1P1〜3)。区画ジョブを
      *増やすときは分割(PRO18)の同じ値と合わせて変える。
       77 PART-MAX         PIC 9(1)  VALUE 3.
      *プロファイル節ごとのREPL1/REPL2とその相手カードの指定有無
       01 SW-ALL1-GIVEN    PIC X(1)  VALUE "N".
          88 ALL1-YES             VALUE "Y".
          88 ALL1-NO              VALUE "N".
          05 RPT-ERR-CARD      PIC X(30).
          05 FILLER            PIC X(1)   VALUE "]".
          05 FILLER            PIC X(13)  VALUE SPACES.
      *プロファイル節単位の異常(必須カード漏れ/ALLなしのREPL)の
      *カード欄
       01 RPT-PRF-CARD.
          05 RPT-PRF-KEYWORD   PIC X(8).
          05 FILLER            PIC X(9)   VALUE " PROFILE ".
          05 RPT-PRF-ID        PIC X(3).
          05 FILLER            PIC X(10)  VALUE SPACES.
       01 RPT-CLEAN-LINE    PIC X(80) VALUE
           "DECK CLEAN - SCAN STEP MAY PROCEED".
      *集計印刷で使う締めの行
               WHEN "REPL1   "
               WHEN "REPL2   "
                   CONTINUE
               WHEN "REPROC  "
                   PERFORM 再処理カード検証
                   GO TO カード1件検証-終了
               WHEN "PROFILE "
                   PERFORM プロファイルカード検証
                   GO TO カード1件検証-終了
               WHEN "PART    "
                   PERFORM 区画割当カード検証
                   GO TO カード1件検証-終了
               WHEN "PARTNO  "
                   PERFORM 区画番号カード検証
                   GO TO カード1件検証-終了
               WHEN OTHER
                   MOVE "UNKNOWN KEYWORD"     TO RPT-ERR-TEXT
                   PERFORM 異常印刷
           END-IF.
       カード1件検証-終了.
           EXIT.
      *監督者カードはソースID(11-13)、作成日(14-21)、監督者ID
      *(22-29)がそろっていないと、PRO1で再処理が黙って効かない
       再処理カード検証.
           EVALUATE TRUE
               WHEN PARM-VALUE(1:3) = SPACES
                   MOVE "REPROC NO SOURCE"    TO RPT-ERR-TEXT
                   PERFORM 異常印刷
               WHEN PARM-VALUE(4:8) NOT NUMERIC
                   MOVE "REPROC DATE INVALID" TO RPT-ERR-TEXT
                   PERFORM 異常印刷
               WHEN PARM-VALUE(12:8) = SPACES
                   MOVE "REPROC NO SUPERVISOR" TO RPT-ERR-TEXT
                   PERFORM 異常印刷
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *PROFILEカード。それまでのプロファイル節を締めて検証し、
      *カードのソースID(11-13)で新しい節を始める。ソースIDの無い
      *節や同じソースIDの2つ目の節はPRO1で使われない(先の節が
      *使われる)ため、ここで止める。
       プロファイルカード検証.
           PERFORM 組合せ検証.
           EVALUATE TRUE
               WHEN PARM-VALUE(1:3) = SPACES
               WHEN PARM-VALUE(1:3) = "***"
                   MOVE "PROFILE NO SOURCE"   TO RPT-ERR-TEXT
                   PERFORM 異常印刷
               WHEN PRF-CNT NOT < PRF-MAX
                   MOVE "TOO MANY PROFILES"   TO RPT-ERR-TEXT
                   PERFORM 異常印刷
               WHEN OTHER
                   MOVE PARM-VALUE(1:3)       TO SEEN-KEY-PROFILE
                   MOVE PARM-KEYWORD          TO SEEN-KEY-KEYWORD
                   PERFORM 出現済登録
                   IF SEEN-FOUND-IDX > ZERO
                       MOVE "DUPLICATE PROFILE"  TO RPT-ERR-TEXT
                       PERFORM 異常印刷
                   END-IF
           END-EVALUATE.
           ADD 1 TO PRF-CNT.
           MOVE PARM-VALUE(1:3) TO CUR-PROFILE.
           SET ALL1-NO  TO TRUE.
           SET ALL2-NO  TO TRUE.
           SET REPL1-NO TO TRUE.
           SET REPL2-NO TO TRUE.
      *区画割当カード。ソースID(11-13、"***"は割当の無いソース
      *の既定区画)と区画番号(14)。同じソースを2つの区画へ割り
      *当てたデッキは、どの区画で集計するかが決まらないので止める。
      *夜間に組んでいない区画へ割り当てたソースは、どの区画の
      *PRO1も読まないので止める。
       区画割当カード検証.
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
               WHEN OTHER
                   MOVE PARM-VALUE(1:3)       TO SEEN-KEY-PROFILE
                   MOVE PARM-KEYWORD          TO SEEN-KEY-KEYWORD
                   PERFORM 出現済登録
                   IF SEEN-FOUND-IDX > ZERO
                       MOVE "DUPLICATE PART"     TO RPT-ERR-TEXT
                       PERFORM 異常印刷
                   END-IF
           END-EVALUATE.
      *区画番号カード。分割実行の各区画のジョブがデッキの後ろに
      *積む1枚で、番号(11)は1〜PART-MAX。
       区画番号カード検証.
           EVALUATE TRUE
               WHEN PARM-VALUE(1:1) NOT NUMERIC
               WHEN PARM-VALUE(1:1) = "0"
                   MOVE "PARTNO INVALID"       TO RPT-ERR-TEXT
                   PERFORM 異常印刷
               WHEN PARM-VALUE(1:1) > PART-MAX
                   MOVE "PARTNO NOT SCHEDULED" TO RPT-ERR-TEXT
                   PERFORM 異常印刷
               WHEN OTHER
                   MOVE SPACES                 TO SEEN-KEY-PROFILE
                   MOVE PARM-KEYWORD           TO SEEN-KEY-KEYWORD
                   PERFORM 出現済登録
                   IF SEEN-FOUND-IDX > ZERO
                       MOVE "DUPLICATE CARD"   TO RPT-ERR-TEXT
                       PERFORM 異常印刷
                   END-IF
           END-EVALUATE.
      *同一キーワードの再出現を出現済キーワード表で検出する。
      *パターンカードは同じプロファイル節の中だけで二重指定を見る。
       二重指定検証.
           MOVE PARM-KEYWORD TO SEEN-KEY-KEYWORD.
           IF PATTERN-CARD-YES
            OR PARM-KEYWORD = "REPL1   "
            OR PARM-KEYWORD = "REPL2   "
               MOVE CUR-PROFILE TO SEEN-KEY-PROFILE
           ELSE
               MOVE SPACES      TO SEEN-KEY-PROFILE
           END-IF.
           PERFORM 出現済登録.
      *SEEN-KEYを表で探し、無ければ表に加える(見つかった位置を
      *SEEN-FOUND-IDXに返す)
       出現済登録.
           PERFORM 出現済照会.
           IF SEEN-FOUND-IDX = ZERO AND SEEN-CNT < SEEN-MAX
               ADD 1 TO SEEN-CNT
               MOVE SEEN-KEY TO SEEN-ENTRY(SEEN-CNT)
           END-IF.
       出現済照会.
           MOVE ZERO TO SEEN-FOUND-IDX.
           PERFORM 出現済検索 VARYING SEEN-IDX FROM 1 BY 1
               UNTIL SEEN-IDX > SEEN-CNT.
       出現済検索.
           IF SEEN-ENTRY(SEEN-IDX) = SEEN-KEY
               MOVE SEEN-IDX TO SEEN-FOUND-IDX
           END-IF.
      *プロファイル節の締めの検証。PROFILEカードを読んだときと、
      *デッキを読み切ったときに、読み終えた節について行う。
      *置換カードは相手のパターンカードが無いと検索文字列が
      *決まらない。必須のパターンカードは節ごとに一式要る
      *(ソース別の節は既定を引き継がない)。
       組合せ検証.
           MOVE CUR-PROFILE TO RPT-PRF-ID.
           IF REPL1-YES AND ALL1-NO
               MOVE "REPL1 WITHOUT ALL1"      TO RPT-ERR-TEXT
               MOVE "REPL1"                   TO RPT-PRF-KEYWORD
               PERFORM プロファイル節異常印刷
           END-IF.
           IF REPL2-YES AND ALL2-NO
               MOVE "REPL2 WITHOUT ALL2"      TO RPT-ERR-TEXT
               MOVE "REPL2"                   TO RPT-PRF-KEYWORD
               PERFORM プロファイル節異常印刷
           END-IF.
           MOVE "BEFORE  " TO RPT-PRF-KEYWORD.
           PERFORM 必須カード照会.
           MOVE "AFTER   " TO RPT-PRF-KEYWORD.
           PERFORM 必須カード照会.
           MOVE "ALL1    " TO RPT-PRF-KEYWORD.
           PERFORM 必須カード照会.
           MOVE "ALLSTR  " TO RPT-PRF-KEYWORD.
           PERFORM 必須カード照会.
           MOVE "LEADING " TO RPT-PRF-KEYWORD.
           PERFORM 必須カード照会.
           MOVE "ALL2    " TO RPT-PRF-KEYWORD.
           PERFORM 必須カード照会.
           MOVE "JPPAT   " TO RPT-PRF-KEYWORD.
           PERFORM 必須カード照会.
       必須カード照会.
           MOVE CUR-PROFILE     TO SEEN-KEY-PROFILE.
           MOVE RPT-PRF-KEYWORD TO SEEN-KEY-KEYWORD.
           PERFORM 出現済照会.
           IF SEEN-FOUND-IDX = ZERO
               MOVE "MISSING CARD"            TO RPT-ERR-TEXT
               PERFORM プロファイル節異常印刷
           END-IF.
       プロファイル節異常印刷.
           MOVE RPT-PRF-CARD TO RPT-ERR-CARD.
           WRITE REPORT-RECORD FROM RPT-ERR-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO CTL-CARDS-ERROR.
           SET DECK-ERR-YES TO TRUE.
       異常印刷.
           MOVE PARM-RECORD(1:30) TO RPT-ERR-CARD.
           WRITE REPORT-RECORD FROM RPT-ERR-LINE
           MOVE RPT-CTL-LABEL-WK TO RPT-CTL-LABEL.
           WRITE REPORT-RECORD FROM RPT-CTL-LINE
               AFTER ADVANCING 1 LINE.
      *終了時の実行状況をジョブストリームの実行状況ファイルへ
      *1件追記する(朝の処理状況一覧が業務日ごとに読む)
       実行状況書込.
           OPEN EXTEND JST-OUT.
           MOVE SPACES            TO JST-RECORD.
           MOVE "PRO7"            TO JST-PROGRAM.
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
           MOVE CTL-CARDS-READ    TO JST-READ.
           MOVE CTL-CARDS-ERROR   TO JST-REJECTED.
           WRITE JST-RECORD.
           CLOSE JST-OUT.
      *異常デッキのときは完了コード8で後続のスキャンを止める
       プログラム終了.
           IF DECK-ERR-YES
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 実行状況書込.
           STOP RUN.
