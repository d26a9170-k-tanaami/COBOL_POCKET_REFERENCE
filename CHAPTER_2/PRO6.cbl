       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      PRO6.
      *ソースマスタ(SRCMST)の保守プログラム。
      *制御カード(ADD/DEACT/SCHED)による変更を2段階で通す。
      *REQUESTの実行はカードを現行マスタ(SRCMIN)に対して検査し、
      *申請中の変更として保留ファイル(PENDOUT)へ積むだけで、
      *マスタの世代は書かない。保留中の変更を現行マスタへ適用して
      *新しい世代のマスタ(SRCMOUT)を全件書き直すのは、申請者と
      *別のIDのAPPROVEの実行だけ(REJECTの実行は変更を捨て、
      *現行マスタをそのまま次の世代として書く)。
      *申請/適用した内容と全登録の一覧を報告書(RPTOUT)に残す。
      *ADDは既存IDなら連絡先/送信スケジュールを更新して有効に
      *戻す(再開の指定を兼ねる)。DEACTは停止にするだけで、登録は
      *消さない(過去の送信実績を追えるようにするため)。
      *SCHEDは送信スケジュールだけを変える。指定曜日("W")の
      *スケジュールは曜日の指定が要るので、SCHEDでしか設定
      *できない。
      *変更は2段階で通す(1人の誤ったDEACTが黙ってその夜の
      *PRO1に生きた拠点の送信を拒ませないよう、別の人の承認を
      *要する)。REQUESTカード(申請者ID)付きの実行は保守カードを
      *検査して申請中の変更として保留ファイル(PENDOUT)へ積む
      *だけで、マスタは書かない(PRO1は現行マスタのまま動く)。
      *APPROVEカード(承認者ID)付きの実行が申請者と別のIDのとき
      *だけ保留中の変更をマスタへ適用して新しい世代を書く。
      *REJECTカードは保留中の変更を適用せずに捨てる。
      *変更はすべて変更前/変更後の像・申請者・承認者・日付と
      *ともに変更ジャーナル(SRCMJRNL)へ積み、消さずに残す。
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
                               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-OUT  ASSIGN TO "RPTOUT"
                               ORGANIZATION IS SEQUENTIAL.
      *申請中の変更の保留ファイル。現行世代(PENDIN)を読み、
      *実行後に残る保留を次の世代(PENDOUT)へ書く。初回実行
      *(保留の世代がまだ無い)でも動けるようOPTIONALにする。
           SELECT OPTIONAL PEND-IN ASSIGN TO "PENDIN"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT PEND-OUT    ASSIGN TO "PENDOUT"
                               ORGANIZATION IS SEQUENTIAL.
      *変更ジャーナル。申請・適用・却下のたびに追記する。
           SELECT OPTIONAL JRNL-OUT ASSIGN TO "SRCMJRNL"
                               ORGANIZATION IS SEQUENTIAL.
      *終了時の実行状況を朝の処理状況一覧向けに共用ファイルへ
      *追記する。業務日付カードが無い単独実行では実行日を使う。
           SELECT OPTIONAL BUSD-IN ASSIGN TO "BUSDATE"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL JST-OUT ASSIGN TO "JOBSTAT"
                               ORGANIZATION IS SEQUENTIAL.
       DATA             DIVISION.
       FILE             SECTION.
      *レイアウトは突合側(PRO1)と共用する
           COPY SRCMREC.
       FD  SRCM-OUT.
       01 SRCM-OUT-RECORD   PIC X(40).
      *保留ファイルとジャーナルは同じレイアウト(照会側PRO20と
      *共用する)。出力側はPRO13と同じくFROMで書く。
       FD  PEND-IN.
           COPY SMJREC.
       FD  PEND-OUT.
       01 PEND-OUT-RECORD   PIC X(160).
       FD  JRNL-OUT.
       01 JRNL-OUT-RECORD   PIC X(160).
      *保守カード(1件1レコード)。PRO1の制御カードと同じ体裁。
      *REQUEST: PARM-VALUE(1:8)=申請者ID(この実行のカードを申請)
      *APPROVE: PARM-VALUE(1:8)=承認者ID(保留中の変更を適用)
      *REJECT : PARM-VALUE(1:8)=承認者ID(保留中の変更を却下)
      *ADD   : PARM-VALUE(1:3)=ソースID (4:1)=送信スケジュール
      *        N/D/B/M(Yは旧期待フラグでDと同じ) (5:16)=連絡先
      *DEACT : PARM-VALUE(1:3)=ソースID
      *SCHED : PARM-VALUE(1:3)=ソースID (4:1)=送信スケジュール
      *        N/D/B/W/M (5:7)=送信曜日(Wのとき。月〜日をY/N)
       FD  PARM-IN.
       01 PARM-RECORD.
          05 PARM-KEYWORD   PIC X(8).
          05 FILLER         PIC X(50).
       FD  REPORT-OUT.
       01 REPORT-RECORD     PIC X(80).
      *レイアウトは夜間の各プログラムと共用する
       FD  BUSD-IN.
           COPY BUSDREC.
       FD  JST-OUT.
           COPY JSTREC.
       WORKING-STORAGE  SECTION.
       01 SW-SRCM-EOF   PIC X(1)  VALUE "N".
          88 SRCM-EOF-YES          VALUE "Y".
       01 SW-PARM-EOF   PIC X(1)  VALUE "N".
          88 PARM-EOF-YES          VALUE "Y".
          88 PARM-EOF-NO           VALUE "N".
       01 SW-PEND-EOF   PIC X(1)  VALUE "N".
          88 PEND-EOF-YES          VALUE "Y".
          88 PEND-EOF-NO           VALUE "N".
      *保守で異常(未登録IDのDEACT/不正カード/マスタ満杯)を
      *検出したら完了コード8で知らせるスイッチ
       01 SW-MAINT-ERROR PIC X(1)  VALUE "N".
          88 MAINT-ERR-YES         VALUE "Y".
          88 MAINT-ERR-NO          VALUE "N".
      *承認する保留が無かったら完了コード4で知らせるスイッチ
       01 SW-MAINT-WARN PIC X(1)  VALUE "N".
          88 MAINT-WARN-YES        VALUE "Y".
          88 MAINT-WARN-NO         VALUE "N".
      *申請/承認/却下カードの有無。この組合せで実行の種類を決める。
       01 SW-REQUEST-CARD PIC X(1) VALUE "N".
          88 REQUEST-CARD-YES      VALUE "Y".
          88 REQUEST-CARD-NO       VALUE "N".
       01 SW-APPROVE-CARD PIC X(1) VALUE "N".
          88 APPROVE-CARD-YES      VALUE "Y".
          88 APPROVE-CARD-NO       VALUE "N".
       01 SW-REJECT-CARD  PIC X(1) VALUE "N".
          88 REJECT-CARD-YES       VALUE "Y".
          88 REJECT-CARD-NO        VALUE "N".
      *カードの組合せ誤り・未承認の保留・本人承認のときは何も
      *申請も適用もせず、保留をそのまま次の世代へ引き継ぐ
       01 SW-RUN-REFUSED  PIC X(1) VALUE "N".
          88 RUN-REFUSED-YES       VALUE "Y".
          88 RUN-REFUSED-NO        VALUE "N".
      *保留中の変更に承認者と同じIDの申請があれば"Y"
       01 SW-SAME-ID      PIC X(1) VALUE "N".
          88 SAME-ID-YES           VALUE "Y".
          88 SAME-ID-NO            VALUE "N".
       01 REQUESTER-ID     PIC X(8)  VALUE SPACES.
       01 APPROVER-ID      PIC X(8)  VALUE SPACES.
      *保留中の変更の申請者(報告書に残す。1回の申請は1人)
       01 PEND-REQUESTER   PIC X(8)  VALUE SPACES.
       77 ID-CARD-COUNT    PIC 9(2)  VALUE ZERO.
       77 CHANGE-CARD-COUNT PIC 9(3) VALUE ZERO.
       77 PEND-COUNT       PIC 9(3)  VALUE ZERO.
       77 STAGE-SEQ        PIC 9(3)  VALUE ZERO.
      *ジャーナルへ書く実行日時と業務日付
       77 RUN-DATE         PIC 9(8)  VALUE ZERO.
       77 RUN-TIME         PIC 9(8)  VALUE ZERO.
       01 BUS-DATE         PIC 9(8)  VALUE ZERO.
      *マスタ全件を積む作業表(PRO1の拠点表と同様に10拠点想定
      *だが、停止済の登録も残すので余裕を持たせる)
       77 MST-MAX          PIC 9(2)  VALUE 20.
       77 MST-COUNT        PIC 9(2)  VALUE ZERO.
       77 MST-IDX          PIC 9(2)  VALUE ZERO.
       77 MST-FOUND-IDX    PIC 9(2)  VALUE ZERO.
       01 MST-KEY-WK       PIC X(3)  VALUE SPACES.
       01 MST-TABLE.
          05 MST-ENTRY OCCURS 20.
             10 MST-ID           PIC X(3).
             10 MST-STATUS       PIC X(1).
             10 MST-SCHEDULE     PIC X(1).
             10 MST-CONTACT      PIC X(20).
             10 MST-WEEKDAYS     PIC X(7).
      *ADD/SCHEDカードの送信スケジュールと曜日指定の検査用
       01 SCHED-CODE-WK        PIC X(1)  VALUE SPACE.
       01 SCHED-DAYS-WK        PIC X(7)  VALUE SPACES.
       77 SCHED-DAYS-YES       PIC 9(2)  VALUE ZERO.
       77 SCHED-DAYS-NO        PIC 9(2)  VALUE ZERO.
       77 SCHED-DAYS-BAD       PIC 9(2)  VALUE ZERO.
      *変更前の像と、承認時に突き合わせる現行マスタの像
       01 BEFORE-IMAGE-WK      PIC X(40) VALUE SPACES.
       01 CURRENT-IMAGE-WK     PIC X(40) VALUE SPACES.
      *適用件数(報告書の締めに残す)
       01 CTL-TOTALS.
          05 CTL-CARDS-READ    PIC 9(9)  VALUE ZERO.
          05 CTL-ADDED         PIC 9(9)  VALUE ZERO.
          05 CTL-UPDATED       PIC 9(9)  VALUE ZERO.
          05 CTL-DEACTIVATED   PIC 9(9)  VALUE ZERO.
          05 CTL-RESCHEDULED   PIC 9(9)  VALUE ZERO.
          05 CTL-ERRORS        PIC 9(9)  VALUE ZERO.
          05 CTL-APPLIED       PIC 9(9)  VALUE ZERO.
          05 CTL-REJECTED      PIC 9(9)  VALUE ZERO.
          05 CTL-STALE         PIC 9(9)  VALUE ZERO.
      *画面表示で使う見出し行
       01 RPT-HEADER-1      PIC X(80) VALUE
           "PRO6 SOURCE MASTER MAINTENANCE".
       01 RPT-HEADER-3      PIC X(80) VALUE ALL "-".
      *申請者/承認者の控え(誰の申請・承認かを報告書に残す)
       01 RPT-SEL-LINE.
          05 FILLER            PIC X(10)  VALUE "SELECT    ".
          05 RPT-SEL-LABEL     PIC X(10).
          05 FILLER            PIC X(2)   VALUE SPACES.
          05 RPT-SEL-VALUE     PIC X(8).
          05 FILLER            PIC X(50)  VALUE SPACES.
      *実行の結果を知らせる行
       01 RPT-STAGED-LINE   PIC X(80) VALUE
           "CHANGES STAGED - MASTER UNCHANGED UNTIL APPROVED".
       01 RPT-REFUSED-LINE  PIC X(80) VALUE
           "** ERROR RUN REFUSED - NOTHING STAGED OR APPLIED".
       01 RPT-NOPEND-LINE   PIC X(80) VALUE
           "** WARNING NO PENDING CHANGES - MASTER COPIED UNCHANGED".
       01 RPT-PROPOSED-LINE PIC X(80) VALUE
           "SOURCE MASTER AS IT WILL BE AFTER APPROVAL".
      *適用結果の明細行
       01 RPT-ACT-LINE.
          05 RPT-ACT-TEXT      PIC X(12).
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-ACT-ID        PIC X(3).
          05 FILLER            PIC X(10)  VALUE "  SCHEDULE".
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-ACT-SCHEDULE  PIC X(1).
          05 FILLER            PIC X(6)   VALUE "  DAYS".
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-ACT-WEEKDAYS  PIC X(7).
          05 FILLER            PIC X(9)   VALUE "  CONTACT".
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-ACT-CONTACT   PIC X(20).
          05 FILLER            PIC X(8)   VALUE SPACES.
       01 RPT-ERR-LINE.
          05 FILLER            PIC X(9)   VALUE "** ERROR ".
          05 RPT-ERR-TEXT      PIC X(24).
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-ERR-VALUE     PIC X(20).
          05 FILLER            PIC X(26)  VALUE SPACES.
      *保留中の変更の適用/却下の明細行(変更後の像を出す)
       01 RPT-PEND-LINE.
          05 RPT-PEND-TEXT     PIC X(6).
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-PEND-ACTION   PIC X(5).
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-PEND-ID       PIC X(3).
          05 FILLER            PIC X(8)   VALUE "  STATUS".
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-PEND-STATUS   PIC X(1).
          05 FILLER            PIC X(10)  VALUE "  SCHEDULE".
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-PEND-SCHEDULE PIC X(1).
          05 FILLER            PIC X(6)   VALUE "  DAYS".
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-PEND-WEEKDAYS PIC X(7).
          05 FILLER            PIC X(2)   VALUE SPACES.
          05 RPT-PEND-CONTACT  PIC X(20).
          05 FILLER            PIC X(6)   VALUE SPACES.
      *適用後のマスタ一覧の見出し行
       01 RPT-LIST-HEADER   PIC X(80) VALUE
           "SRC STATUS SCHEDULE DAYS    CONTACT".
       01 RPT-LIST-LINE.
          05 RPT-LIST-ID       PIC X(3).
          05 FILLER            PIC X(4)   VALUE SPACES.
          05 RPT-LIST-STATUS   PIC X(1).
          05 FILLER            PIC X(8)   VALUE SPACES.
          05 RPT-LIST-SCHEDULE PIC X(1).
          05 FILLER            PIC X(3)   VALUE SPACES.
          05 RPT-LIST-WEEKDAYS PIC X(7).
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-LIST-CONTACT  PIC X(20).
          05 FILLER            PIC X(32)  VALUE SPACES.
      *集計印刷で使う締めの行
       01 RPT-CTL-HEADER-1  PIC X(80) VALUE ALL "-".
       01 RPT-CTL-LINE.
       PROCEDURE        DIVISION.
       開始             SECTION.
       初期化.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           PERFORM 業務日付取得.
           OPEN OUTPUT REPORT-OUT.
           WRITE REPORT-RECORD FROM RPT-HEADER-1 AFTER ADVANCING 1 LINE.
           WRITE REPORT-RECORD FROM RPT-HEADER-3 AFTER ADVANCING 1 LINE.
           PERFORM 管理カード読込.
           PERFORM マスタ読込.
           EVALUATE TRUE
               WHEN RUN-REFUSED-YES
                   PERFORM 保留引継
               WHEN REQUEST-CARD-YES
                   PERFORM 変更申請
               WHEN APPROVE-CARD-YES OR REJECT-CARD-YES
                   PERFORM 承認処理
               WHEN OTHER
                   PERFORM 保留引継
           END-EVALUATE.
           IF RUN-REFUSED-YES
               WRITE REPORT-RECORD FROM RPT-REFUSED-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
      *承認/却下の実行は、適用が無くても(拒否されても)マスタの
      *新しい世代を必ず全件書く(空の世代をPRO1に読ませない)
           IF APPROVE-CARD-YES OR REJECT-CARD-YES
               PERFORM マスタ書出
           END-IF.
           IF REQUEST-CARD-YES AND RUN-REFUSED-NO
               WRITE REPORT-RECORD FROM RPT-STAGED-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 一覧印刷.
           PERFORM 集計印刷.
           CLOSE REPORT-OUT.
           GO TO プログラム終了.
      *業務日付カードを読む(ジャーナルへ書く)。無ければ実行日。
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
      *保守カードを先に一通り読み、申請/承認/却下のカードから
      *実行の種類を決める。1回の実行に使えるのはこのうち1枚で、
      *承認/却下の実行に保守カードは置けない(申請は別の実行)。
      *保守カードだけで申請カードが無い実行も受け付けない。
       管理カード読込.
           OPEN INPUT PARM-IN.
           PERFORM 管理カード1件読込 UNTIL PARM-EOF-YES.
           CLOSE PARM-IN.
           SET PARM-EOF-NO TO TRUE.
           IF ID-CARD-COUNT > 1
               MOVE "MORE THAN ONE ID CARD"  TO RPT-ERR-TEXT
               MOVE ID-CARD-COUNT            TO RPT-ERR-VALUE
               PERFORM 異常印刷
           END-IF.
           IF (APPROVE-CARD-YES OR REJECT-CARD-YES)
            AND CHANGE-CARD-COUNT > ZERO
               MOVE "CHANGE CARD IN APPROVAL" TO RPT-ERR-TEXT
               MOVE CHANGE-CARD-COUNT        TO RPT-ERR-VALUE
               PERFORM 異常印刷
           END-IF.
           IF ID-CARD-COUNT = ZERO
            AND CHANGE-CARD-COUNT > ZERO
               MOVE "NO REQUEST CARD"        TO RPT-ERR-TEXT
               MOVE CHANGE-CARD-COUNT        TO RPT-ERR-VALUE
               PERFORM 異常印刷
           END-IF.
           IF MAINT-ERR-YES
               SET RUN-REFUSED-YES TO TRUE
           END-IF.
       管理カード1件読込.
           READ PARM-IN
               AT END SET PARM-EOF-YES TO TRUE
               NOT AT END PERFORM 管理カード1件設定
           END-READ.
       管理カード1件設定.
           ADD 1 TO CTL-CARDS-READ.
           EVALUATE PARM-KEYWORD
               WHEN "REQUEST "
                   ADD 1 TO ID-CARD-COUNT
                   SET REQUEST-CARD-YES TO TRUE
                   MOVE PARM-VALUE(1:8) TO REQUESTER-ID
                   MOVE "REQUESTER"     TO RPT-SEL-LABEL
                   PERFORM 管理カード印刷
               WHEN "APPROVE "
                   ADD 1 TO ID-CARD-COUNT
                   SET APPROVE-CARD-YES TO TRUE
                   MOVE PARM-VALUE(1:8) TO APPROVER-ID
                   MOVE "APPROVER"      TO RPT-SEL-LABEL
                   PERFORM 管理カード印刷
               WHEN "REJECT  "
                   ADD 1 TO ID-CARD-COUNT
                   SET REJECT-CARD-YES TO TRUE
                   MOVE PARM-VALUE(1:8) TO APPROVER-ID
                   MOVE "REJECTER"      TO RPT-SEL-LABEL
                   PERFORM 管理カード印刷
               WHEN OTHER
                   ADD 1 TO CHANGE-CARD-COUNT
           END-EVALUATE.
      *IDが空白のカードは誰の申請・承認か残せないので受け付けない
       管理カード印刷.
           IF PARM-VALUE(1:8) = SPACES
               MOVE "MISSING ID"    TO RPT-ERR-TEXT
               MOVE PARM-KEYWORD    TO RPT-ERR-VALUE
               PERFORM 異常印刷
           ELSE
               MOVE PARM-VALUE(1:8) TO RPT-SEL-VALUE
               WRITE REPORT-RECORD FROM RPT-SEL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
      *現行マスタを作業表へ全件読込む
       マスタ読込.
           OPEN INPUT SRCM-IN.
               ADD 1 TO MST-COUNT
               MOVE SRCM-SOURCE-ID TO MST-ID(MST-COUNT)
               MOVE SRCM-STATUS    TO MST-STATUS(MST-COUNT)
               MOVE SRCM-SCHEDULE  TO MST-SCHEDULE(MST-COUNT)
               MOVE SRCM-CONTACT   TO MST-CONTACT(MST-COUNT)
               MOVE SRCM-WEEKDAYS  TO MST-WEEKDAYS(MST-COUNT)
           END-IF.
      *保留ファイルの件数と申請者を確かめる。承認の実行では
      *承認者と同じIDの申請が1件でもあれば本人承認として拒む。
       保留確認.
           MOVE ZERO TO PEND-COUNT.
           SET PEND-EOF-NO TO TRUE.
           OPEN INPUT PEND-IN.
           PERFORM 保留1件確認 UNTIL PEND-EOF-YES.
           CLOSE PEND-IN.
       保留1件確認.
           READ PEND-IN
               AT END SET PEND-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO PEND-COUNT
                   MOVE SMJ-REQUESTER TO PEND-REQUESTER
                   IF SMJ-REQUESTER = APPROVER-ID
                       SET SAME-ID-YES TO TRUE
                   END-IF
           END-READ.
      *実行が拒否されたときなどは、保留をそのまま次の世代へ移す
       保留引継.
           SET PEND-EOF-NO TO TRUE.
           OPEN INPUT PEND-IN.
           OPEN OUTPUT PEND-OUT.
           PERFORM 保留1件引継 UNTIL PEND-EOF-YES.
           CLOSE PEND-IN.
           CLOSE PEND-OUT.
       保留1件引継.
           READ PEND-IN
               AT END SET PEND-EOF-YES TO TRUE
               NOT AT END WRITE PEND-OUT-RECORD FROM SMJ-RECORD
           END-READ.
      *申請の実行。前の申請が承認/却下されずに残っていれば、
      *上書きしないよう拒む。保守カードは従来どおり検査して
      *作業表へ当て(報告書の一覧は承認後の姿になる)、検査を
      *通った変更を申請中として保留ファイルとジャーナルへ書く。
      *マスタは書かない。
       変更申請.
           PERFORM 保留確認.
           IF PEND-COUNT > ZERO
               MOVE "PENDING NOT YET APPROVED" TO RPT-ERR-TEXT
               MOVE PEND-REQUESTER           TO RPT-ERR-VALUE
               PERFORM 異常印刷
               SET RUN-REFUSED-YES TO TRUE
               PERFORM 保留引継
           ELSE
               OPEN OUTPUT PEND-OUT
               OPEN EXTEND JRNL-OUT
               PERFORM カード適用
               CLOSE PEND-OUT
               CLOSE JRNL-OUT
           END-IF.
      *保守カードを読んで1件ずつ適用する
       カード適用.
               NOT AT END PERFORM カード1件適用
           END-READ.
       カード1件適用.
           MOVE PARM-VALUE(1:3) TO MST-KEY-WK.
           MOVE ZERO TO MST-FOUND-IDX.
           PERFORM マスタ検索 VARYING MST-IDX FROM 1 BY 1
               UNTIL MST-IDX > MST-COUNT.
           EVALUATE PARM-KEYWORD
               WHEN "REQUEST "
                   CONTINUE
               WHEN "ADD     "
                   PERFORM 登録適用
               WHEN "DEACT   "
                   PERFORM 停止適用
               WHEN "SCHED   "
                   PERFORM スケジュール適用
               WHEN OTHER
                   MOVE "UNKNOWN CARD"  TO RPT-ERR-TEXT
                   MOVE PARM-KEYWORD    TO RPT-ERR-VALUE
                   PERFORM 異常印刷
           END-EVALUATE.
       マスタ検索.
           IF MST-ID(MST-IDX) = MST-KEY-WK
               MOVE MST-IDX TO MST-FOUND-IDX
           END-IF.
      *ADDカード。未登録なら新規登録、既存なら内容を更新して
      *有効へ戻す。送信スケジュールはN/D/B/M(旧期待フラグのYは
      *Dへ読み替える)以外を受け付けない。指定曜日("W")は曜日の
      *指定が要るのでSCHEDカードで設定させる。
       登録適用.
           MOVE PARM-VALUE(4:1) TO SCHED-CODE-WK.
           IF SCHED-CODE-WK = "Y"
               MOVE "D" TO SCHED-CODE-WK
           END-IF.
           IF PARM-VALUE(1:3) = SPACES
               MOVE "MISSING SOURCE ID"   TO RPT-ERR-TEXT
               MOVE PARM-VALUE            TO RPT-ERR-VALUE
               PERFORM 異常印刷
           ELSE
           IF SCHED-CODE-WK = "W"
               MOVE "SCHEDULE W NEEDS SCHED"  TO RPT-ERR-TEXT
               MOVE PARM-VALUE            TO RPT-ERR-VALUE
               PERFORM 異常印刷
           ELSE
           IF SCHED-CODE-WK NOT = "N" AND SCHED-CODE-WK NOT = "D"
            AND SCHED-CODE-WK NOT = "B" AND SCHED-CODE-WK NOT = "M"
               MOVE "SCHEDULE NOT N/D/B/M" TO RPT-ERR-TEXT
               MOVE PARM-VALUE            TO RPT-ERR-VALUE
               PERFORM 異常印刷
           ELSE
           IF MST-FOUND-IDX > ZERO
               MOVE MST-FOUND-IDX   TO MST-IDX
               PERFORM 変更前控え
               MOVE "A"             TO MST-STATUS(MST-FOUND-IDX)
               MOVE SCHED-CODE-WK   TO MST-SCHEDULE(MST-FOUND-IDX)
               MOVE SPACES          TO MST-WEEKDAYS(MST-FOUND-IDX)
               MOVE SPACES          TO MST-CONTACT(MST-FOUND-IDX)
               MOVE PARM-VALUE(5:16)
                                    TO MST-CONTACT(MST-FOUND-IDX)(1:16)
               ADD 1 TO CTL-UPDATED
               MOVE "UPDATED"       TO RPT-ACT-TEXT
               PERFORM 適用印刷
               PERFORM 変更記録
           ELSE
           IF MST-COUNT = MST-MAX
               MOVE "SOURCE MASTER FULL"  TO RPT-ERR-TEXT
               ADD 1 TO MST-COUNT
               MOVE PARM-VALUE(1:3) TO MST-ID(MST-COUNT)
               MOVE "A"             TO MST-STATUS(MST-COUNT)
               MOVE SCHED-CODE-WK   TO MST-SCHEDULE(MST-COUNT)
               MOVE SPACES          TO MST-WEEKDAYS(MST-COUNT)
               MOVE SPACES          TO MST-CONTACT(MST-COUNT)
               MOVE PARM-VALUE(5:16)
                                    TO MST-CONTACT(MST-COUNT)(1:16)
               ADD 1 TO CTL-ADDED
               MOVE "ADDED"         TO RPT-ACT-TEXT
               MOVE MST-COUNT       TO MST-IDX
               MOVE SPACES          TO BEFORE-IMAGE-WK
               PERFORM 適用印刷
               PERFORM 変更記録
           END-IF
           END-IF
           END-IF
           END-IF
               MOVE PARM-VALUE               TO RPT-ERR-VALUE
               PERFORM 異常印刷
           ELSE
               MOVE MST-FOUND-IDX  TO MST-IDX
               PERFORM 変更前控え
               MOVE "D"            TO MST-STATUS(MST-FOUND-IDX)
               ADD 1 TO CTL-DEACTIVATED
               MOVE "DEACTIVATED"  TO RPT-ACT-TEXT
               PERFORM 適用印刷
               PERFORM 変更記録
           END-IF.
      *SCHEDカード。登録済ソースの送信スケジュールだけを変える
      *(状態と連絡先には触れない)。指定曜日("W")のときは7桁の
      *曜日指定がY/N(空白はN扱い)で、少なくとも1日はYであること。
      *それ以外のスケジュールでは曜日指定を消しておく。
       スケジュール適用.
           MOVE PARM-VALUE(4:1) TO SCHED-CODE-WK.
           IF SCHED-CODE-WK = "Y"
               MOVE "D" TO SCHED-CODE-WK
           END-IF.
           MOVE PARM-VALUE(5:7) TO SCHED-DAYS-WK.
           INSPECT SCHED-DAYS-WK REPLACING ALL SPACE BY "N".
           MOVE ZERO TO SCHED-DAYS-YES SCHED-DAYS-NO.
           INSPECT SCHED-DAYS-WK TALLYING SCHED-DAYS-YES FOR ALL "Y"
                                          SCHED-DAYS-NO  FOR ALL "N".
           COMPUTE SCHED-DAYS-BAD = 7 - SCHED-DAYS-YES - SCHED-DAYS-NO.
           IF MST-FOUND-IDX = ZERO
               MOVE "SOURCE NOT REGISTERED"  TO RPT-ERR-TEXT
               MOVE PARM-VALUE               TO RPT-ERR-VALUE
               PERFORM 異常印刷
           ELSE
           IF SCHED-CODE-WK NOT = "N" AND SCHED-CODE-WK NOT = "D"
            AND SCHED-CODE-WK NOT = "B" AND SCHED-CODE-WK NOT = "W"
            AND SCHED-CODE-WK NOT = "M"
               MOVE "SCHEDULE NOT N/D/B/W/M" TO RPT-ERR-TEXT
               MOVE PARM-VALUE               TO RPT-ERR-VALUE
               PERFORM 異常印刷
           ELSE
           IF SCHED-CODE-WK = "W"
            AND (SCHED-DAYS-BAD > ZERO OR SCHED-DAYS-YES = ZERO)
               MOVE "WEEKDAYS NOT VALID"     TO RPT-ERR-TEXT
               MOVE PARM-VALUE               TO RPT-ERR-VALUE
               PERFORM 異常印刷
           ELSE
               MOVE MST-FOUND-IDX  TO MST-IDX
               PERFORM 変更前控え
               MOVE SCHED-CODE-WK  TO MST-SCHEDULE(MST-FOUND-IDX)
               IF SCHED-CODE-WK = "W"
                   MOVE SCHED-DAYS-WK TO MST-WEEKDAYS(MST-FOUND-IDX)
               ELSE
                   MOVE SPACES        TO MST-WEEKDAYS(MST-FOUND-IDX)
               END-IF
               ADD 1 TO CTL-RESCHEDULED
               MOVE "RESCHEDULED"  TO RPT-ACT-TEXT
               PERFORM 適用印刷
               PERFORM 変更記録
           END-IF
           END-IF
           END-IF.
       適用印刷.
           MOVE MST-ID(MST-IDX)       TO RPT-ACT-ID.
           MOVE MST-SCHEDULE(MST-IDX) TO RPT-ACT-SCHEDULE.
           MOVE MST-WEEKDAYS(MST-IDX) TO RPT-ACT-WEEKDAYS.
           MOVE MST-CONTACT(MST-IDX)  TO RPT-ACT-CONTACT.
           WRITE REPORT-RECORD FROM RPT-ACT-LINE
               AFTER ADVANCING 1 LINE.
      *変更する登録の変更前の像を控える
       変更前控え.
           PERFORM 像作成.
           MOVE SRCM-RECORD TO BEFORE-IMAGE-WK.
      *検査を通った変更1件を申請中として保留ファイルと
      *ジャーナルへ書く(変更後の像は作業表に当てた後の姿)
       変更記録.
           MOVE SPACES          TO SMJ-RECORD.
           MOVE RUN-DATE        TO SMJ-RUN-DATE SMJ-STAGE-DATE.
           MOVE RUN-TIME        TO SMJ-RUN-TIME SMJ-STAGE-TIME.
           MOVE BUS-DATE        TO SMJ-BUS-DATE.
           MOVE MST-ID(MST-IDX) TO SMJ-SOURCE-ID.
           MOVE PARM-KEYWORD    TO SMJ-ACTION.
           SET SMJ-STAGED       TO TRUE.
           MOVE REQUESTER-ID    TO SMJ-REQUESTER.
           ADD 1 TO STAGE-SEQ.
           MOVE STAGE-SEQ       TO SMJ-STAGE-SEQ.
           MOVE BEFORE-IMAGE-WK TO SMJ-BEFORE.
           PERFORM 像作成.
           MOVE SRCM-RECORD     TO SMJ-AFTER.
           WRITE PEND-OUT-RECORD FROM SMJ-RECORD.
           WRITE JRNL-OUT-RECORD FROM SMJ-RECORD.
       異常印刷.
           WRITE REPORT-RECORD FROM RPT-ERR-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO CTL-ERRORS.
           SET MAINT-ERR-YES TO TRUE.
      *承認/却下の実行。保留が無ければ警告だけにする。承認者と
      *同じIDの申請を含むときは本人承認として拒み、保留を
      *そのまま引き継ぐ。それ以外は保留を1件ずつ適用(却下)して
      *ジャーナルへ書き、保留ファイルを空にする。
       承認処理.
           PERFORM 保留確認.
           IF PEND-COUNT > ZERO
               MOVE "REQUESTER"     TO RPT-SEL-LABEL
               MOVE PEND-REQUESTER  TO RPT-SEL-VALUE
               WRITE REPORT-RECORD FROM RPT-SEL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF PEND-COUNT = ZERO
               WRITE REPORT-RECORD FROM RPT-NOPEND-LINE
                   AFTER ADVANCING 1 LINE
               SET MAINT-WARN-YES TO TRUE
               PERFORM 保留引継
           ELSE
           IF SAME-ID-YES
               MOVE "APPROVER IS REQUESTER"  TO RPT-ERR-TEXT
               MOVE APPROVER-ID              TO RPT-ERR-VALUE
               PERFORM 異常印刷
               SET RUN-REFUSED-YES TO TRUE
               PERFORM 保留引継
           ELSE
               SET PEND-EOF-NO TO TRUE
               OPEN INPUT PEND-IN
               OPEN OUTPUT PEND-OUT
               OPEN EXTEND JRNL-OUT
               PERFORM 保留1件処理 UNTIL PEND-EOF-YES
               CLOSE PEND-IN
               CLOSE PEND-OUT
               CLOSE JRNL-OUT
           END-IF
           END-IF.
       保留1件処理.
           READ PEND-IN
               AT END SET PEND-EOF-YES TO TRUE
               NOT AT END
                   IF APPROVE-CARD-YES
                       PERFORM 保留1件適用
                   ELSE
                       PERFORM 保留1件却下
                   END-IF
           END-READ.
      *申請時の変更前の像が現行マスタと一致するときだけ変更後の
      *像を当てる。一致しない(申請後にマスタの世代が戻された等)
      *ときは適用せず、改めて申請させる。同じソースの変更が
      *複数あっても、申請順に当てれば前の変更後が次の変更前に
      *一致する。
       保留1件適用.
           MOVE SMJ-SOURCE-ID TO MST-KEY-WK.
           MOVE ZERO TO MST-FOUND-IDX.
           PERFORM マスタ検索 VARYING MST-IDX FROM 1 BY 1
               UNTIL MST-IDX > MST-COUNT.
           IF MST-FOUND-IDX > ZERO
               MOVE MST-FOUND-IDX TO MST-IDX
               PERFORM 像作成
               MOVE SRCM-RECORD   TO CURRENT-IMAGE-WK
           ELSE
               MOVE SPACES        TO CURRENT-IMAGE-WK
           END-IF.
           IF CURRENT-IMAGE-WK NOT = SMJ-BEFORE
               MOVE "MASTER CHANGED-RESTAGE" TO RPT-ERR-TEXT
               MOVE SMJ-SOURCE-ID            TO RPT-ERR-VALUE
               PERFORM 異常印刷
               ADD 1 TO CTL-STALE
               SET SMJ-STALE TO TRUE
           ELSE
           IF MST-FOUND-IDX = ZERO AND MST-COUNT = MST-MAX
               MOVE "SOURCE MASTER FULL"     TO RPT-ERR-TEXT
               MOVE SMJ-SOURCE-ID            TO RPT-ERR-VALUE
               PERFORM 異常印刷
               ADD 1 TO CTL-STALE
               SET SMJ-STALE TO TRUE
           ELSE
               IF MST-FOUND-IDX = ZERO
                   ADD 1 TO MST-COUNT
                   MOVE MST-COUNT TO MST-IDX
               END-IF
               MOVE SMJ-AFT-SOURCE-ID TO MST-ID(MST-IDX)
               MOVE SMJ-AFT-STATUS    TO MST-STATUS(MST-IDX)
               MOVE SMJ-AFT-SCHEDULE  TO MST-SCHEDULE(MST-IDX)
               MOVE SMJ-AFT-CONTACT   TO MST-CONTACT(MST-IDX)
               MOVE SMJ-AFT-WEEKDAYS  TO MST-WEEKDAYS(MST-IDX)
               ADD 1 TO CTL-APPLIED
               SET SMJ-APPLIED TO TRUE
               MOVE "APPLY"           TO RPT-PEND-TEXT
               PERFORM 保留印刷
           END-IF
           END-IF.
           PERFORM 承認記録.
       保留1件却下.
           ADD 1 TO CTL-REJECTED.
           SET SMJ-REJECTED TO TRUE.
           MOVE "REJECT"          TO RPT-PEND-TEXT.
           PERFORM 保留印刷.
           PERFORM 承認記録.
      *承認の実行の日時と承認者で、保留の1件をジャーナルへ
      *書き足す(申請日時・申請内番号・像は申請時のまま)
       承認記録.
           MOVE RUN-DATE          TO SMJ-RUN-DATE.
           MOVE RUN-TIME          TO SMJ-RUN-TIME.
           MOVE BUS-DATE          TO SMJ-BUS-DATE.
           MOVE APPROVER-ID       TO SMJ-APPROVER.
           WRITE JRNL-OUT-RECORD FROM SMJ-RECORD.
       保留印刷.
           MOVE SMJ-ACTION        TO RPT-PEND-ACTION.
           MOVE SMJ-SOURCE-ID     TO RPT-PEND-ID.
           MOVE SMJ-AFT-STATUS    TO RPT-PEND-STATUS.
           MOVE SMJ-AFT-SCHEDULE  TO RPT-PEND-SCHEDULE.
           MOVE SMJ-AFT-WEEKDAYS  TO RPT-PEND-WEEKDAYS.
           MOVE SMJ-AFT-CONTACT   TO RPT-PEND-CONTACT.
           WRITE REPORT-RECORD FROM RPT-PEND-LINE
               AFTER ADVANCING 1 LINE.
      *作業表の1件(MST-IDX)からマスタレコードの像を作る
       像作成.
           MOVE SPACES                TO SRCM-RECORD.
           MOVE MST-ID(MST-IDX)       TO SRCM-SOURCE-ID.
           MOVE MST-STATUS(MST-IDX)   TO SRCM-STATUS.
           MOVE MST-SCHEDULE(MST-IDX) TO SRCM-SCHEDULE.
           MOVE MST-CONTACT(MST-IDX)  TO SRCM-CONTACT.
           MOVE MST-WEEKDAYS(MST-IDX) TO SRCM-WEEKDAYS.
      *適用後のマスタを新しい世代へ全件書き直す
       マスタ書出.
           OPEN OUTPUT SRCM-OUT.
               UNTIL MST-IDX > MST-COUNT.
           CLOSE SRCM-OUT.
       マスタ1件書出.
           PERFORM 像作成.
           WRITE SRCM-OUT-RECORD FROM SRCM-RECORD.
      *適用後の全登録を報告書に残す(運用が台帳として使う)
       一覧印刷.
           IF REQUEST-CARD-YES AND RUN-REFUSED-NO
               WRITE REPORT-RECORD FROM RPT-PROPOSED-LINE
                   AFTER ADVANCING 2 LINE
           END-IF.
           WRITE REPORT-RECORD FROM RPT-LIST-HEADER
               AFTER ADVANCING 2 LINE.
           WRITE REPORT-RECORD FROM RPT-HEADER-3
       一覧1件印刷.
           MOVE MST-ID(MST-IDX)       TO RPT-LIST-ID.
           MOVE MST-STATUS(MST-IDX)   TO RPT-LIST-STATUS.
           MOVE MST-SCHEDULE(MST-IDX) TO RPT-LIST-SCHEDULE.
           MOVE MST-WEEKDAYS(MST-IDX) TO RPT-LIST-WEEKDAYS.
           MOVE MST-CONTACT(MST-IDX)  TO RPT-LIST-CONTACT.
           WRITE REPORT-RECORD FROM RPT-LIST-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "SOURCES DEACTIVATED" TO RPT-CTL-LABEL-WK.
           MOVE CTL-DEACTIVATED    TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "SOURCES RESCHEDULED" TO RPT-CTL-LABEL-WK.
           MOVE CTL-RESCHEDULED    TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "CHANGES APPLIED"  TO RPT-CTL-LABEL-WK.
           MOVE CTL-APPLIED        TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "CHANGES REJECTED" TO RPT-CTL-LABEL-WK.
           MOVE CTL-REJECTED       TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "CHANGES NOT APPLIED" TO RPT-CTL-LABEL-WK.
           MOVE CTL-STALE          TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "CARDS IN ERROR"   TO RPT-CTL-LABEL-WK.
           MOVE CTL-ERRORS         TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE RPT-CTL-LABEL-WK TO RPT-CTL-LABEL.
           WRITE REPORT-RECORD FROM RPT-CTL-LINE
               AFTER ADVANCING 1 LINE.
      *終了時の実行状況をジョブストリームの実行状況ファイルへ
      *1件追記する(朝の処理状況一覧が業務日ごとに読む)
       実行状況書込.
           OPEN EXTEND JST-OUT.
           MOVE SPACES            TO JST-RECORD.
           MOVE "PRO6"            TO JST-PROGRAM.
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
           COMPUTE JST-WRITTEN = CTL-ADDED + CTL-UPDATED
               + CTL-DEACTIVATED + CTL-RESCHEDULED + CTL-APPLIED.
           MOVE CTL-ERRORS        TO JST-REJECTED.
           WRITE JST-RECORD.
           CLOSE JST-OUT.
      *カード異常・拒否があれば完了コード8、承認する保留が
      *無ければ完了コード4で運用へ知らせる
       プログラム終了.
           IF MAINT-ERR-YES
               MOVE 8 TO RETURN-CODE
           ELSE
           IF MAINT-WARN-YES
               MOVE 4 TO RETURN-CODE
           END-IF
           END-IF.
           PERFORM 実行状況書込.
           STOP RUN.
