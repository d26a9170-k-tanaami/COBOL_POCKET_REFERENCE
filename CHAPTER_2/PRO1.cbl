           SELECT SRCM-IN     ASSIGN TO "SRCMST"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS SRCMST-STATUS.
      *営業日カレンダ(休業日台帳)。送信スケジュールの予定日判定
      *に使う。登録が無ければ土日以外をすべて営業日として扱う。
           SELECT OPTIONAL CALN-IN ASSIGN TO "HOLCAL"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS HOLCAL-STATUS.
      *業務日付カード。無ければ実行日を業務日付とする。
           SELECT OPTIONAL BUSD-IN ASSIGN TO "BUSDATE"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS BUSDATE-STATUS.
           SELECT REPORT-OUT  ASSIGN TO "RPTOUT"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS RPTOUT-STATUS.
           SELECT OPTIONAL HITS-OUT ASSIGN TO "HITSOUT"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS HITSOUT-STATUS.
      *送信の例外事象(未着/件数不一致/トレーラ漏れ/未登録・停止済
      *ソース/TEST-3リジェクト)を実行をまたいで積む事象ログ。
      *月次の拠点別サービス評価の元になるのでEXTENDで残し続ける
           SELECT OPTIONAL EVT-LOG ASSIGN TO "EVTLOG"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS EVTLOG-STATUS.
      *終了時の実行状況を朝の処理状況一覧向けに共用ファイルへ
      *追記する。入出力障害で終わるときもRC=16で1件残す。
           SELECT OPTIONAL JST-OUT ASSIGN TO "JOBSTAT"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS JOBSTAT-STATUS.
      *受け付けた送信(ソースID+作成日)の台帳。同じ送信の再送を
      *拒否するため実行をまたいで残す。初回でも動けるようOPTIONAL
           SELECT OPTIONAL FEED-REG ASSIGN TO "FEEDREG"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS FREG-KEY
                               FILE STATUS IS FEEDREG-STATUS.
      *分割実行の区画では送信台帳を読むだけにし、新たに受け付けた
      *送信はここへ書いて統合(PRO19)にまとめて登録させる(区画が
      *同時に走るため台帳を直接更新しない)
           SELECT OPTIONAL FREG-OUT ASSIGN TO "FREGOUT"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS FREGOUT-STATUS.
       DATA             DIVISION.
       FILE             SECTION.
      *SCANINは3拠点の抽出ファイルを連結して作られる。拠点ごとに
          05 SCAN-TRL-SOURCE-ID PIC X(3).
          05 SCAN-TRL-REC-COUNT PIC 9(9).
          05 FILLER             PIC X(13).
      *送信台帳の管理値(ハッシュ合計)を取るための2バイト単位の見方
       01 SCAN-HASH-RECORD.
          05 SCAN-HASH-WORD     PIC 9(4) COMP-5 OCCURS 13.
      *制御カード(パターン指定/再開指定)を1項目1レコードで読込む
       FD  PARM-IN.
       01 PARM-RECORD.
      *レイアウトは保守側(PRO6)と共用するためSRCMRECへ切り出した
       FD  SRCM-IN.
           COPY SRCMREC.
      *レイアウトは前営業日比較側(PRO3)と共用するためCALNRECへ
      *切り出した
       FD  CALN-IN.
           COPY CALNREC.
       FD  BUSD-IN.
           COPY BUSDREC.
       FD  REPORT-OUT.
       01 REPORT-RECORD     PIC X(80).
      *障害再開のためのチェックポイント(最終処理済レコード番号)
      *ヒット抽出実行時にパターンの掛かったレコードを原文のまま残す
       FD  HITS-OUT.
       01 HITS-RECORD       PIC X(26).
      *レイアウトはFREGRECへ切り出した
       FD  FEED-REG.
           COPY FREGREC.
      *送信台帳と同じ内容(FREG-RECORD)をそのまま書く
       FD  FREG-OUT.
       01 FREG-OUT-RECORD   PIC X(80).
      *レイアウトは月次評価側と共用するためEVTRECへ切り出した
       FD  EVT-LOG.
           COPY EVTREC.
       FD  JST-OUT.
           COPY JSTREC.
       WORKING-STORAGE  SECTION.
           COPY TESTREC.
      *全ファイルのFILE STATUS。入出力障害時はDECLARATIVESが
          05 SCANIN-STATUS     PIC X(2)  VALUE "00".
          05 PARMIN-STATUS     PIC X(2)  VALUE "00".
          05 SRCMST-STATUS     PIC X(2)  VALUE "00".
          05 HOLCAL-STATUS     PIC X(2)  VALUE "00".
          05 BUSDATE-STATUS    PIC X(2)  VALUE "00".
          05 RPTOUT-STATUS     PIC X(2)  VALUE "00".
          05 CKPTOUT-STATUS    PIC X(2)  VALUE "00".
          05 AUDITOUT-STATUS   PIC X(2)  VALUE "00".
          05 SUSPOUT-STATUS    PIC X(2)  VALUE "00".
          05 EXTOUT-STATUS     PIC X(2)  VALUE "00".
          05 HITSOUT-STATUS    PIC X(2)  VALUE "00".
          05 FEEDREG-STATUS    PIC X(2)  VALUE "00".
          05 EVTLOG-STATUS     PIC X(2)  VALUE "00".
          05 JOBSTAT-STATUS    PIC X(2)  VALUE "00".
          05 FREGOUT-STATUS    PIC X(2)  VALUE "00".
      *障害を起こしたファイル名と状態コードの控え(診断印字用)
       01 IO-ERR-FILE      PIC X(8)  VALUE SPACES.
       01 IO-ERR-STATUS    PIC X(2)  VALUE "00".
      *小数点位置合わせで上位(時)が切り捨てられMMSSshになって
      *しまうため、8桁のまま持つ
       77 RUN-TIME             PIC 9(8)   VALUE ZERO.
      *事象ログへ書く1件の内容(事象書込の入力)
       77 EVT-TYPE-WK          PIC X(8)   VALUE SPACES.
       77 EVT-SOURCE-WK        PIC X(3)   VALUE SPACES.
       77 EVT-DECL-WK          PIC 9(9)   VALUE ZERO.
       77 EVT-ACT-WK           PIC 9(9)   VALUE ZERO.
       01 SW-SCAN-EOF   PIC X(1)  VALUE "N".
          88 SCAN-EOF-YES          VALUE "Y".
          88 SCAN-EOF-NO           VALUE "N".
          05 CTL-REPL-1        PIC 9(9)  VALUE ZERO.
          05 CTL-REPL-2        PIC 9(9)  VALUE ZERO.
          05 CTL-REPL-3        PIC 9(9)  VALUE ZERO.
      *実行状況ファイルへ残す件数。監査証跡へ書いた行数(PRO9の
      *ロード件数とつながる)と、集計しなかった明細(再開スキップ
      *分と再送ブロックの明細)。
       77 AUDIT-WRITE-CNT  PIC 9(9)  VALUE ZERO.
       77 SKIP-DETAIL-CNT  PIC 9(9)  VALUE ZERO.
      *拠点(ヘッダのソースID)ごとの突合情報と集計。
      *SRC-DETAIL-CNTは再開スキップ分も含む物理明細件数で、
      *トレーラの申告件数との突合に使う。SRC-RECORDS-READ以降は
             10 SRC-TOTAL-9      PIC 9(9).
             10 SRC-TOTAL-10     PIC 9(9).
             10 SRC-REJECTS      PIC 9(9).
      *送信台帳へ残す管理値(明細全件のハッシュ合計)と、監督者
      *カードで再処理を認めたブロックのときの台帳の控え
             10 SRC-CTL-HASH     PIC 9(15).
             10 SRC-REPROC       PIC X(1).
             10 SRC-REPROC-CNT   PIC 9(3).
             10 SRC-SUPV-ID      PIC X(8).
      *このブロックの集計に使ったパターンのプロファイル
             10 SRC-PROFILE      PIC X(3).
      *管理値の計算用
       77 HASH-IDX         PIC 9(2)  VALUE ZERO.
       77 HASH-WK          PIC 9(9)  VALUE ZERO.
      *送信台帳の照会結果
       01 SW-FREG-FOUND    PIC X(1)  VALUE "N".
          88 FREG-FOUND-YES       VALUE "Y".
          88 FREG-FOUND-NO        VALUE "N".
      *送信台帳へ書けなかった送信があったら"Y"(次回の再送検出が
      *効かなくなるため入出力障害と同じ重大度で止める)
       01 SW-FREG-ERROR    PIC X(1)  VALUE "N".
          88 FREG-ERR-YES         VALUE "Y".
          88 FREG-ERR-NO          VALUE "N".
      *再送(送信台帳に受付済のキーのヘッダ)と判定した拠点ブロック。
      *明細は集計せず件数と管理値だけ数え、締めで台帳の内容と
      *並べて報告する。トレーラまでの間だけRPL-OPENが"Y"になる。
       77 RPL-MAX          PIC 9(2)  VALUE 10.
       77 RPL-COUNT        PIC 9(2)  VALUE ZERO.
       77 RPL-IDX          PIC 9(2)  VALUE ZERO.
       77 RPL-CUR          PIC 9(2)  VALUE ZERO.
       01 RPL-TABLE.
          05 RPL-ENTRY OCCURS 10.
             10 RPL-ID           PIC X(3).
             10 RPL-CRE-DATE     PIC 9(8).
             10 RPL-DETAIL-CNT   PIC 9(9).
             10 RPL-DECL-CNT     PIC 9(9).
             10 RPL-CTL-HASH     PIC 9(15).
             10 RPL-REG-DECL     PIC 9(9).
             10 RPL-REG-HASH     PIC 9(15).
             10 RPL-REG-DATE     PIC 9(8).
             10 RPL-REG-TIME     PIC 9(8).
       01 SW-RPL-OPEN      PIC X(1)  VALUE "N".
          88 RPL-OPEN-YES         VALUE "Y".
          88 RPL-OPEN-NO          VALUE "N".
      *監督者カード(REPROC)。受付済の送信をあえて再処理する
      *ときに、ソースID+作成日と承認した監督者IDを指定する。
       77 REPROC-MAX       PIC 9(2)  VALUE 10.
       77 REPROC-COUNT     PIC 9(2)  VALUE ZERO.
       77 REPROC-IDX       PIC 9(2)  VALUE ZERO.
       77 REPROC-FOUND-IDX PIC 9(2)  VALUE ZERO.
       01 REPROC-TABLE.
          05 REPROC-ENTRY OCCURS 10.
             10 REPROC-ID        PIC X(3).
             10 REPROC-CRE-DATE  PIC X(8).
             10 REPROC-SUPV-ID   PIC X(8).
             10 REPROC-USED      PIC X(1).
      *パターンのプロファイル表。1件目は既定プロファイル("***")で、
      *最初のPROFILEカードより前のパターンカードから作る。2件目
      *以降はPROFILEカード(カラム11-13がソースID)で始まる
      *プロファイル節から作り、そのソースのブロックだけに使う。
      *拠点ごとにコードの意味が違うため、プロファイル節は既定を
      *引き継がずパターンカードを一式そろえて積む。RESTART/CLEANSE/
      *HITSONLY/REPROCは実行全体の指定で、どのプロファイル節に
      *置いても同じに扱う。
      *読込中と集計中は、PRF-CURのプロファイルをPATTERN-PARMS/
      *STR/各GIVENスイッチへ展開して使う。
       77 PRF-MAX          PIC 9(2)  VALUE 10.
       77 PRF-COUNT        PIC 9(2)  VALUE ZERO.
       77 PRF-IDX          PIC 9(2)  VALUE ZERO.
       77 PRF-CUR          PIC 9(2)  VALUE ZERO.
       77 PRF-FOUND-IDX    PIC 9(2)  VALUE ZERO.
       01 PRF-TABLE.
          05 PRF-ENTRY OCCURS 10.
             10 PRF-ID           PIC X(3).
             10 PRF-BEFORE-LEN   PIC 9(2).
             10 PRF-BEFORE-TEXT  PIC X(20).
             10 PRF-AFTER-LEN    PIC 9(2).
             10 PRF-AFTER-TEXT   PIC X(20).
             10 PRF-ALL1-LEN     PIC 9(2).
             10 PRF-ALL1-TEXT    PIC X(20).
             10 PRF-ALLSTR-LEN   PIC 9(2).
             10 PRF-STR          PIC X(20).
             10 PRF-LEAD-LEN     PIC 9(2).
             10 PRF-LEAD-TEXT    PIC X(20).
             10 PRF-ALL2-LEN     PIC 9(2).
             10 PRF-ALL2-TEXT    PIC X(20).
             10 PRF-JP-LEN       PIC 9(2).
             10 PRF-JP-TEXT      PIC N(10).
             10 PRF-REPL1-TEXT   PIC X(20).
             10 PRF-REPL2-TEXT   PIC X(20).
             10 PRF-BEFORE-GIVEN PIC X(1).
             10 PRF-AFTER-GIVEN  PIC X(1).
             10 PRF-ALL1-GIVEN   PIC X(1).
             10 PRF-ALLSTR-GIVEN PIC X(1).
             10 PRF-LEAD-GIVEN   PIC X(1).
             10 PRF-ALL2-GIVEN   PIC X(1).
             10 PRF-JPPAT-GIVEN  PIC X(1).
             10 PRF-REPL1-GIVEN  PIC X(1).
             10 PRF-REPL2-GIVEN  PIC X(1).
      *PROFILEカードが表の上限を超えたら"Y"(必須カード漏れと
      *同じくエラー終了する)
       01 SW-PRF-OVER      PIC X(1)  VALUE "N".
          88 PRF-OVER-YES         VALUE "Y".
          88 PRF-OVER-NO          VALUE "N".
      *分割実行(SCANINをPRO18で区画に分け、区画ごとにPRO1を同時に
      *流す)のときの自区画の番号。区画のジョブがデッキの後ろに
      *積むPARTNOカードで指定する。ゼロは従来の一括実行。
       01 PART-NO          PIC 9(1)  VALUE ZERO.
      *ソースの区画割当(PARTカード。カラム11-13がソースID、14が
      *区画番号)。割当の無いソースは既定区画("***"のカード、
      *無ければ1)に入る。分割(PRO18)と同じデッキから作るので、
      *自区画以外のソースのブロックが届いたら分割の誤りとして
      *止め、期待ソースの未着検査は自区画のソースだけに掛ける。
       77 PTM-MAX          PIC 9(2)  VALUE 20.
       77 PTM-COUNT        PIC 9(2)  VALUE ZERO.
       77 PTM-IDX          PIC 9(2)  VALUE ZERO.
       01 PTM-TABLE.
          05 PTM-ENTRY OCCURS 20.
             10 PTM-SOURCE-ID    PIC X(3).
             10 PTM-PART-NO      PIC 9(1).
       77 PART-DEFAULT     PIC 9(1)  VALUE 1.
      *区画判定の入力ソースIDと結果(一括実行ではゼロ)
       77 PART-CHK-SOURCE  PIC X(3)  VALUE SPACES.
       77 PART-OF-SOURCE   PIC 9(1)  VALUE ZERO.
      *ソースマスタ(SRCMST)を実行開始時に全件読込む作業表。
      *停止済の登録も持ち、受信拒否の判定に使う。MST-RECEIVEDは
      *今回実行でヘッダを受信したら"Y"になり、期待ソースの未着
          05 MST-ENTRY OCCURS 20.
             10 MST-ID           PIC X(3).
             10 MST-STATUS       PIC X(1).
             10 MST-SCHEDULE     PIC X(1).
             10 MST-CONTACT      PIC X(20).
             10 MST-WEEKDAYS     PIC X(7).
             10 MST-RECEIVED     PIC X(1).
       01 SW-SRCM-EOF   PIC X(1)  VALUE "N".
          88 SRCM-EOF-YES          VALUE "Y".
          88 SRCM-EOF-NO           VALUE "N".
      *業務日付(BUSDATEカード。無ければ実行日)。夜間サイクルが
      *日付をまたいでも、送信スケジュールはこの日付で判定する。
       01 BUS-DATE             PIC 9(8)   VALUE ZERO.
       01 BUS-DATE-PARTS REDEFINES BUS-DATE.
          05 BUS-DATE-YM       PIC 9(6).
          05 BUS-DATE-DD       PIC 9(2).
      *業務日付が営業日か/月末営業日か、その曜日(1=月〜7=日)
       01 SW-TODAY-BUSDAY  PIC X(1)  VALUE "N".
          88 TODAY-BUSDAY-YES     VALUE "Y".
          88 TODAY-BUSDAY-NO      VALUE "N".
       01 SW-TODAY-MONTHEND PIC X(1) VALUE "N".
          88 TODAY-MONTHEND-YES   VALUE "Y".
          88 TODAY-MONTHEND-NO    VALUE "N".
       77 TODAY-WEEKDAY    PIC 9(1)  VALUE ZERO.
      *期待ソース1件検証で、そのソースの送信予定日かを示す
       01 SW-SRC-DUE       PIC X(1)  VALUE "N".
          88 SRC-DUE-YES          VALUE "Y".
          88 SRC-DUE-NO           VALUE "N".
      *営業日カレンダの作業表。予定日の判定は業務日付の月の中
      *(当日と月末までの残り日)しか見ないので、その月の登録
      *だけを積む。
       77 CAL-MAX          PIC 9(2)  VALUE 31.
       77 CAL-COUNT        PIC 9(2)  VALUE ZERO.
       77 CAL-IDX          PIC 9(2)  VALUE ZERO.
       01 CAL-TABLE.
          05 CAL-ENTRY OCCURS 31.
             10 CAL-DATE         PIC 9(8).
             10 CAL-TYPE         PIC X(1).
       01 SW-CALN-EOF   PIC X(1)  VALUE "N".
          88 CALN-EOF-YES          VALUE "Y".
          88 CALN-EOF-NO           VALUE "N".
      *営業日判定の入力日付と結果
       01 CAL-CHK-DATE         PIC 9(8)   VALUE ZERO.
       01 CAL-CHK-PARTS REDEFINES CAL-CHK-DATE.
          05 CAL-CHK-YYYY      PIC 9(4).
          05 CAL-CHK-MM        PIC 9(2).
          05 CAL-CHK-DD        PIC 9(2).
       01 SW-BUSDAY        PIC X(1)  VALUE "N".
          88 BUSDAY-YES           VALUE "Y".
          88 BUSDAY-NO            VALUE "N".
       77 CAL-WEEKDAY      PIC 9(1)  VALUE ZERO.
       77 CAL-WK-DAYNO     PIC 9(9)  VALUE ZERO.
       77 CAL-WK-QUOT      PIC 9(9)  VALUE ZERO.
       77 CAL-WK-REM       PIC 9(4)  VALUE ZERO.
       77 CAL-MONTH-DAYS   PIC 9(2)  VALUE ZERO.
       77 CAL-LAST-DD      PIC 9(2)  VALUE ZERO.
       77 CAL-SCAN-DD      PIC 9(2)  VALUE ZERO.
      *月ごとの日数(2月はうるう年判定で29日に直す)
       01 CAL-MDAYS-VALUES  PIC X(24) VALUE
           "312831303130313130313031".
       01 CAL-MDAYS-TBL REDEFINES CAL-MDAYS-VALUES.
          05 CAL-MDAYS         PIC 9(2)  OCCURS 12.
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
      *今回実行が再投入実行(受信したソースが"RSB"だけ)かを示す
      *スイッチ。再投入実行は夜間の全量ではないので、期待ソース
      *の未着検査を行わない。
      *スケジューラが後続ジョブを止められるよう重大度を完了コード
      *として返す。0=正常 4=警告(TEST-3リジェクトあり)
      *8=エラー(明細ゼロ/全件リジェクト/必須カード漏れ)
      *10=再送拒否(受付済の送信を受信) 12=突合異常 16=入出力障害
      *監督者カードによる再処理は4(警告)として扱う
       77 RUN-SEVERITY     PIC 9(2)  VALUE ZERO.
      *必須カード(夜間デッキに必ず積まれるパターン指定)の漏れ検出
       01 SW-PARM-ERROR    PIC X(1)  VALUE "N".
           "PRO1 SCAN TALLY REPORT".
       01 RPT-HEADER-2      PIC X(80) VALUE
           "REC-NO      FIELD       CLAUSE        PATTERN
      -    "COUNT      SRC PRF".
       01 RPT-HEADER-3      PIC X(80) VALUE ALL "-".
      *未着検査の基準にした業務日付とその日の区分
       01 RPT-BUSDATE-LINE.
          05 FILLER            PIC X(14)  VALUE "BUSINESS DATE ".
          05 RPT-BUSDATE       PIC 9(8).
          05 FILLER            PIC X(14)  VALUE "  BUSINESS DAY".
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-BUSDATE-BUS   PIC X(1).
          05 FILLER            PIC X(11)  VALUE "  MONTH-END".
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-BUSDATE-MEND  PIC X(1).
          05 FILLER            PIC X(29)  VALUE SPACES.
      *分割実行の区画番号と実行キー(統合の報告書と突き合わせる)
       01 RPT-PART-LINE.
          05 FILLER            PIC X(10)  VALUE "PARTITION ".
          05 RPT-PART-NO       PIC 9(1).
          05 FILLER            PIC X(6)   VALUE "  RUN ".
          05 RPT-PART-RUN-DATE PIC 9(8).
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-PART-RUN-TIME PIC 9(8).
          05 FILLER            PIC X(46)  VALUE SPACES.
      *画面表示で使う詳細行とその元になる項目
      *PATTERNは制御カードの本体(最大20バイト)をそのまま載せる
      *ため、10バイトに詰めていた旧レイアウトから20バイトへ広げた
          05 RPT-COUNT         PIC ZZZZZZZZ9.
          05 FILLER            PIC X(2)   VALUE SPACES.
          05 RPT-SOURCE-ID     PIC X(3).
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-PROFILE-ID    PIC X(3).
       01 RPT-FIELD-NAME-WK    PIC X(10).
       01 RPT-CLAUSE-WK        PIC X(12).
       01 RPT-PATTERN-WK       PIC X(20).
          05 RPT-SRC-HDR-DECL  PIC ZZZZZZZZ9.
          05 FILLER            PIC X(10)  VALUE "  DETAILS ".
          05 RPT-SRC-HDR-DET   PIC ZZZZZZZZ9.
          05 FILLER            PIC X(6)   VALUE "  PRF ".
          05 RPT-SRC-HDR-PRF   PIC X(3).
          05 FILLER            PIC X(2)   VALUE SPACES.
      *突合異常の通知行(どの拠点が何件ずれたかを明示する)
      *情報系ロード用の抽出レコード
           COPY EXTREC.
      *入出力障害の診断ブロック(3時の障害を報告書だけで追える
      *よう、ファイル名/状態コード/レコード番号/処理中レコードを
      *そのまま残す)
          05 FILLER            PIC X(27)
                               VALUE "** ERROR MISSING PARM CARD ".
          05 RPT-PARM-ERR-KW   PIC X(8).
          05 FILLER            PIC X(9)   VALUE " PROFILE ".
          05 RPT-PARM-ERR-PRF  PIC X(3).
          05 FILLER            PIC X(33)  VALUE SPACES.
       01 RPT-PRFFULL-LINE  PIC X(80) VALUE
           "** ERROR TOO MANY PROFILE CARDS - MAX 9".
       01 RPT-NOINPUT-LINE  PIC X(80) VALUE
           "** ERROR NO DETAIL RECORDS READ - CHECK SCANIN".
       01 RPT-ALLREJ-LINE   PIC X(80) VALUE
          05 RPT-NOTRECV-ID    PIC X(3).
          05 FILLER            PIC X(9)   VALUE " CONTACT ".
          05 RPT-NOTRECV-CONT  PIC X(20).
          05 FILLER            PIC X(7)   VALUE " SCHED ".
          05 RPT-NOTRECV-SCHED PIC X(1).
          05 FILLER            PIC X(2)   VALUE SPACES.
       01 RPT-RECON-LINE.
          05 FILLER            PIC X(9)   VALUE "** ABEND ".
          05 RPT-RECON-TEXT    PIC X(24).
          05 FILLER            PIC X(5)   VALUE " ACT ".
          05 RPT-RECON-ACT     PIC ZZZZZZZZ9.
          05 FILLER            PIC X(10)  VALUE SPACES.
      *再送拒否の通知行。台帳に残る受付実行と、今回届いた件数/
      *管理値が台帳と同じか(同じファイルの再送か、作成日だけ
      *同じ別ファイルか)を添える
       01 RPT-REPLAY-LINE-1.
          05 FILLER            PIC X(31)  VALUE
               "** ERROR FEED ALREADY ACCEPTED ".
          05 FILLER            PIC X(4)   VALUE "SRC ".
          05 RPT-RPL-ID        PIC X(3).
          05 FILLER            PIC X(9)   VALUE " CREATED ".
          05 RPT-RPL-DATE      PIC 9(8).
          05 FILLER            PIC X(5)   VALUE " RUN ".
          05 RPT-RPL-RUN-DATE  PIC 9(8).
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-RPL-RUN-TIME  PIC 9(8).
          05 FILLER            PIC X(3)   VALUE SPACES.
       01 RPT-REPLAY-LINE-2.
          05 FILLER            PIC X(8)   VALUE "   DECL ".
          05 RPT-RPL-DECL      PIC ZZZZZZZZ9.
          05 FILLER            PIC X(5)   VALUE " ACT ".
          05 RPT-RPL-ACT       PIC ZZZZZZZZ9.
          05 FILLER            PIC X(10)  VALUE " REG DECL ".
          05 RPT-RPL-REG-DECL  PIC ZZZZZZZZ9.
          05 FILLER            PIC X(9)   VALUE " CONTENT ".
          05 RPT-RPL-CONTENT   PIC X(7).
          05 FILLER            PIC X(14)  VALUE SPACES.
       01 RPT-PARTEMPTY-LINE PIC X(80) VALUE
           "NO SOURCE BLOCKS FOR THIS PARTITION - NOTHING WRITTEN".
       01 RPT-ALLRPL-LINE   PIC X(80) VALUE
           "** ERROR EVERY SOURCE BLOCK ALREADY ACCEPTED - NOTHING WRITT
      -    "EN".
      *監督者カードで再処理した送信の通知行。前回受付分を
      *取り消していなければ情報系で二重になるため警告にする
       01 RPT-REPROC-LINE.
          05 FILLER            PIC X(25)  VALUE
               "** WARNING REPROCESS SRC ".
          05 RPT-RPR-ID        PIC X(3).
          05 FILLER            PIC X(9)   VALUE " CREATED ".
          05 RPT-RPR-DATE      PIC 9(8).
          05 FILLER            PIC X(12)  VALUE " SUPERVISOR ".
          05 RPT-RPR-SUPV      PIC X(8).
          05 FILLER            PIC X(15)  VALUE SPACES.
       01 RPT-RPRUNUSED-LINE.
          05 FILLER            PIC X(36)  VALUE
               "** WARNING REPROC CARD NOT USED SRC ".
          05 RPT-RPU-ID        PIC X(3).
          05 FILLER            PIC X(9)   VALUE " CREATED ".
          05 RPT-RPU-DATE      PIC X(8).
          05 FILLER            PIC X(24)  VALUE SPACES.
       01 RPT-FREGERR-LINE.
          05 FILLER            PIC X(39)  VALUE
               "** ERROR FEED REGISTER NOT UPDATED SRC ".
          05 RPT-FRE-ID        PIC X(3).
          05 FILLER            PIC X(8)   VALUE " STATUS ".
          05 RPT-FRE-STATUS    PIC X(2).
          05 FILLER            PIC X(28)  VALUE SPACES.
       PROCEDURE        DIVISION.
       DECLARATIVES.
      *入出力障害はファイルごとのUSE手続きで捕まえ、共通の診断
           MOVE "SRCMST"        TO IO-ERR-FILE.
           MOVE SRCMST-STATUS   TO IO-ERR-STATUS.
           PERFORM 入出力異常印刷.
       HOLCAL異常   SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CALN-IN.
       HOLCAL異常処理.
           MOVE "HOLCAL"        TO IO-ERR-FILE.
           MOVE HOLCAL-STATUS   TO IO-ERR-STATUS.
           PERFORM 入出力異常印刷.
       BUSDATE異常  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON BUSD-IN.
       BUSDATE異常処理.
           MOVE "BUSDATE"       TO IO-ERR-FILE.
           MOVE BUSDATE-STATUS  TO IO-ERR-STATUS.
           PERFORM 入出力異常印刷.
       RPTOUT異常   SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON REPORT-OUT.
       RPTOUT異常処理.
           MOVE "EXTOUT"        TO IO-ERR-FILE.
           MOVE EXTOUT-STATUS   TO IO-ERR-STATUS.
           PERFORM 入出力異常印刷.
       FEEDREG異常  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON FEED-REG.
       FEEDREG異常処理.
           MOVE "FEEDREG"       TO IO-ERR-FILE.
           MOVE FEEDREG-STATUS  TO IO-ERR-STATUS.
           PERFORM 入出力異常印刷.
       EVTLOG異常   SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON EVT-LOG.
       EVTLOG異常処理.
           MOVE "EVTLOG"        TO IO-ERR-FILE.
           MOVE EVTLOG-STATUS   TO IO-ERR-STATUS.
           PERFORM 入出力異常印刷.
       FREGOUT異常  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON FREG-OUT.
       FREGOUT異常処理.
           MOVE "FREGOUT"       TO IO-ERR-FILE.
           MOVE FREGOUT-STATUS  TO IO-ERR-STATUS.
           PERFORM 入出力異常印刷.
       JOBSTAT異常  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON JST-OUT.
       JOBSTAT異常処理.
           MOVE "JOBSTAT"       TO IO-ERR-FILE.
           MOVE JOBSTAT-STATUS  TO IO-ERR-STATUS.
           PERFORM 入出力異常印刷.
      *最後のUSE手続は自ファイルの項目を控えたあと、そのまま
      *下の共通診断印字へ流れ込む。共通部を独立SECTIONにしない
      *のは、DECLARATIVES内のSECTIONは必ずUSE文で始まる必要が
           CLOSE SRCH-OUT.
           CLOSE SUSP-OUT.
           CLOSE EXTR-OUT.
           CLOSE FEED-REG.
           CLOSE EVT-LOG.
           IF CLEANSE-YES
               CLOSE SCAN-OUT
           END-IF.
           IF HITSONLY-YES
               CLOSE HITS-OUT
           END-IF.
           IF PART-NO > ZERO
               CLOSE FREG-OUT
           END-IF.
      *実行状況ファイルにもRC=16の終了を残す(実行状況ファイル
      *自体の障害のときは書けないので残さない)。DECLARATIVESの
      *外の段落は呼べないため、ここで直接書く。
           MOVE 16 TO RETURN-CODE.
           IF IO-ERR-FILE NOT = "JOBSTAT "
               OPEN EXTEND JST-OUT
               MOVE SPACES            TO JST-RECORD
               MOVE "PRO1"            TO JST-PROGRAM
               MOVE RUN-DATE          TO JST-RUN-DATE
               MOVE RUN-TIME          TO JST-RUN-TIME
               MOVE BUS-DATE          TO JST-BUS-DATE
               MOVE RETURN-CODE       TO JST-RC
               MOVE CTL-RECORDS-READ  TO JST-READ
               MOVE AUDIT-WRITE-CNT   TO JST-WRITTEN
               MOVE CTL-TEST3-REJECTS TO JST-REJECTED
               MOVE SKIP-DETAIL-CNT   TO JST-SKIPPED
               IF PART-NO > ZERO
                   MOVE PART-NO       TO JST-PARTITION
               END-IF
               IF PARM-RESTART-PT > ZERO
                   MOVE "Y"           TO JST-RESTARTED
               END-IF
               WRITE JST-RECORD
               CLOSE JST-OUT
           END-IF.
           STOP RUN.
       END DECLARATIVES.
       開始             SECTION.
           SET RPT-OPEN-YES TO TRUE.
           PERFORM パラメータ読込.
           PERFORM ソースマスタ読込.
           PERFORM 業務日付取得.
           PERFORM カレンダ読込.
           PERFORM 業務日区分判定.
           OPEN INPUT  SCAN-IN.
           OPEN EXTEND CKPT-OUT.
           OPEN EXTEND AUDIT-OUT.
           OPEN EXTEND HIST-OUT.
           OPEN EXTEND SRCH-OUT.
           OPEN OUTPUT SUSP-OUT.
      *分割実行の区画の抽出は、その夜の区画の実行(中断と再開を
      *含む)を全部積み、統合が実行キーで選んで1世代にまとめる
           IF PART-NO > ZERO
               OPEN EXTEND EXTR-OUT
           ELSE
               OPEN OUTPUT EXTR-OUT
           END-IF.
           IF PART-NO > ZERO
               OPEN INPUT  FEED-REG
               OPEN OUTPUT FREG-OUT
           ELSE
               OPEN I-O    FEED-REG
           END-IF.
           OPEN EXTEND EVT-LOG.
           IF CLEANSE-YES
               OPEN OUTPUT SCAN-OUT
           END-IF.
           IF HITSONLY-YES
               OPEN OUTPUT HITS-OUT
           END-IF.
           IF PART-NO > ZERO
               PERFORM 開始状況書込
           END-IF.
           PERFORM 見出し印刷.
      *必須カードが欠けたデッキで集計しても意味が無いので、
      *漏れを報告してエラー終了し後続を止める
           CLOSE SRCH-OUT.
           CLOSE SUSP-OUT.
           CLOSE EXTR-OUT.
           CLOSE FEED-REG.
           CLOSE EVT-LOG.
           IF CLEANSE-YES
               CLOSE SCAN-OUT
           END-IF.
           IF HITSONLY-YES
               CLOSE HITS-OUT
           END-IF.
           IF PART-NO > ZERO
               CLOSE FREG-OUT
           END-IF.
           GO TO プログラム終了.
       本処理.
           PERFORM レコード処理 UNTIL SCAN-EOF-YES.
               MOVE SRC-DETAIL-CNT(SRC-CUR)  TO RPT-RECON-ACT
               PERFORM 突合異常検出
           END-IF.
           IF RECON-ABEND-NO AND RPL-OPEN-YES
               MOVE "MISSING FINAL TRAILER"  TO RPT-RECON-TEXT
               MOVE RPL-ID(RPL-CUR)          TO RPT-RECON-SOURCE
               MOVE ZERO                     TO RPT-RECON-DECL
               MOVE RPL-DETAIL-CNT(RPL-CUR)  TO RPT-RECON-ACT
               PERFORM 突合異常検出
           END-IF.
      *突合異常のときは通常の集計を出さず異常メッセージだけ残す
      *届いた拠点ブロックがすべて再送だった実行(前夜のSCANINの
      *誤投入など)は、ゼロ件の実行として履歴や抽出に残すと傾向を
      *乱すので何も書かない
      *分割実行でブロックが1つも振り分けられなかった区画も、
      *統合(PRO19)が全区画を合わせて判定するので何も書かない
           IF RECON-ABEND-YES
               WRITE REPORT-RECORD FROM RPT-RECON-LINE
                   AFTER ADVANCING 2 LINE
           ELSE
               PERFORM 集計印刷
               EVALUATE TRUE
                   WHEN SRC-COUNT = ZERO AND RPL-COUNT > ZERO
                       WRITE REPORT-RECORD FROM RPT-ALLRPL-LINE
                           AFTER ADVANCING 2 LINE
                   WHEN SRC-COUNT = ZERO AND PART-NO > ZERO
                       WRITE REPORT-RECORD FROM RPT-PARTEMPTY-LINE
                           AFTER ADVANCING 2 LINE
                   WHEN OTHER
                       PERFORM 実行履歴書込
                       PERFORM リジェクト事象書込
                           VARYING SRC-IDX FROM 1 BY 1
                           UNTIL SRC-IDX > SRC-COUNT
                       PERFORM 抽出トレーラ書込
                       PERFORM 実行結果判定
                       PERFORM 送信台帳登録
               END-EVALUATE
               PERFORM 期待ソース検証
               PERFORM 再送結果印刷
           END-IF.
      *正常に読み切った実行の結果から完了コードの重大度を決める。
      *根拠になった状態は報告書にも残す。
      *分割実行の区画では、明細ゼロや全件リジェクトが1区画だけの
      *ことは異常ではない(統合が全区画の合計で判定する)ので、
      *全件リジェクトも警告に留める。
       実行結果判定.
           EVALUATE TRUE
               WHEN CTL-RECORDS-READ = ZERO AND PART-NO > ZERO
                   CONTINUE
               WHEN CTL-RECORDS-READ = ZERO
                   WRITE REPORT-RECORD FROM RPT-NOINPUT-LINE
                       AFTER ADVANCING 2 LINE
                   MOVE 8 TO RUN-SEVERITY
               WHEN CTL-TEST3-REJECTS = CTL-RECORDS-READ
                AND PART-NO = ZERO
                   WRITE REPORT-RECORD FROM RPT-ALLREJ-LINE
                       AFTER ADVANCING 2 LINE
                   MOVE 8 TO RUN-SEVERITY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *送信スケジュール上、業務日付が送信予定日に当たる有効な
      *登録ソースのうち、今回実行でヘッダが届かなかったものを
      *報告し、突合異常と同じ重大度で後続を止める。届かないだけ
      *では読込側に異常が出ないため、マスタ側から突合して送信漏れ
      *を検出する。予定日でない日(営業日のみのソースの土日、
      *月末のみのソースの月中など)は届かなくても異常にしない。
      *ただし再投入実行(PRO1RESUBのSTEP020)はソース"RSB"しか
      *流れてこないので、夜間の拠点が届いていなくても当然で、
      *未着検査を掛けると毎回RC=12になってしまう。受信した
      *ソースが"RSB"だけの実行では検査を行わない。
      *分割実行の区画は、自区画に割り当てたソースだけを検査する
      *(他の区画のソースはその区画のPRO1が検査する)。
       期待ソース検証.
           SET RSB-ONLY-YES TO TRUE.
           IF SRC-COUNT = ZERO
               SET RSB-ONLY-NO TO TRUE
           END-IF.
       期待ソース1件検証.
           PERFORM 送信予定判定.
           MOVE MST-ID(MST-IDX) TO PART-CHK-SOURCE.
           PERFORM 区画判定.
           IF MST-STATUS(MST-IDX) = "A"
            AND SRC-DUE-YES
            AND PART-OF-SOURCE = PART-NO
            AND MST-RECEIVED(MST-IDX) = "N"
               MOVE MST-ID(MST-IDX)       TO RPT-NOTRECV-ID
               MOVE MST-CONTACT(MST-IDX)  TO RPT-NOTRECV-CONT
               MOVE MST-SCHEDULE(MST-IDX) TO RPT-NOTRECV-SCHED
               WRITE REPORT-RECORD FROM RPT-NOTRECV-LINE
                   AFTER ADVANCING 2 LINE
               MOVE 12 TO RUN-SEVERITY
               MOVE "NOTRECV "            TO EVT-TYPE-WK
               MOVE MST-ID(MST-IDX)       TO EVT-SOURCE-WK
               MOVE ZERO                  TO EVT-DECL-WK
               MOVE ZERO                  TO EVT-ACT-WK
               PERFORM 事象書込
           END-IF.
      *ソースの送信スケジュールと業務日付の区分から、今日が
      *送信予定日かを決める。スケジュール導入前の登録("Y")と
      *空白は毎日として扱う。
       送信予定判定.
           SET SRC-DUE-NO TO TRUE.
           EVALUATE MST-SCHEDULE(MST-IDX)
               WHEN "N"
                   CONTINUE
               WHEN "B"
                   IF TODAY-BUSDAY-YES
                       SET SRC-DUE-YES TO TRUE
                   END-IF
               WHEN "W"
                   IF MST-WEEKDAYS(MST-IDX)(TODAY-WEEKDAY:1) = "Y"
                       SET SRC-DUE-YES TO TRUE
                   END-IF
               WHEN "M"
                   IF TODAY-MONTHEND-YES
                       SET SRC-DUE-YES TO TRUE
                   END-IF
               WHEN OTHER
                   SET SRC-DUE-YES TO TRUE
           END-EVALUATE.
      *今回受け付けた拠点ブロックを送信台帳へ登録する。再投入
      *("RSB")はPRO4が毎回作る包みで作成日が重なり得るので
      *台帳の対象外とする。監督者カードで再処理したブロックは
      *台帳の内容を今回の実行で置き換え、再処理回数を数える。
      *分割実行の区画は同じ内容をFREGOUTへ書くだけにし、台帳への
      *登録(追加/置き換え)は統合(PRO19)がまとめて行う。
       送信台帳登録.
           PERFORM 送信台帳1件登録 VARYING SRC-IDX FROM 1 BY 1
               UNTIL SRC-IDX > SRC-COUNT.
       送信台帳1件登録.
           IF SRC-ID(SRC-IDX) NOT = "RSB"
               MOVE SPACES                 TO FREG-RECORD
               MOVE SRC-ID(SRC-IDX)        TO FREG-SOURCE-ID
               MOVE SRC-CRE-DATE(SRC-IDX)  TO FREG-CRE-DATE
               MOVE SRC-DECL-CNT(SRC-IDX)  TO FREG-DECL-CNT
               MOVE SRC-CTL-HASH(SRC-IDX)  TO FREG-CTL-HASH
               MOVE RUN-DATE               TO FREG-RUN-DATE
               MOVE RUN-TIME               TO FREG-RUN-TIME
               IF SRC-REPROC(SRC-IDX) = "Y"
                   COMPUTE FREG-REPROC-CNT =
                       SRC-REPROC-CNT(SRC-IDX) + 1
                   MOVE SRC-SUPV-ID(SRC-IDX) TO FREG-SUPV-ID
               ELSE
                   MOVE ZERO                 TO FREG-REPROC-CNT
                   MOVE SPACES               TO FREG-SUPV-ID
               END-IF
               EVALUATE TRUE
                   WHEN PART-NO > ZERO
                       WRITE FREG-OUT-RECORD FROM FREG-RECORD
                   WHEN SRC-REPROC(SRC-IDX) = "Y"
                       REWRITE FREG-RECORD
                           INVALID KEY PERFORM 送信台帳登録異常
                       END-REWRITE
                   WHEN OTHER
                       WRITE FREG-RECORD
                           INVALID KEY PERFORM 送信台帳登録異常
                       END-WRITE
               END-EVALUATE
           END-IF.
       送信台帳登録異常.
           MOVE SRC-ID(SRC-IDX) TO RPT-FRE-ID.
           MOVE FEEDREG-STATUS  TO RPT-FRE-STATUS.
           WRITE REPORT-RECORD FROM RPT-FREGERR-LINE
               AFTER ADVANCING 2 LINE.
           SET FREG-ERR-YES TO TRUE.
      *再送拒否と監督者カードによる再処理を報告書の締めに並べ、
      *完了コードに反映する。再送は受け付けなかっただけで、他の
      *拠点の集計は有効なので、重大度は未着(12)より下の10とし、
      *既により重い完了コードが付いていれば上書きしない。
       再送結果印刷.
           PERFORM 再送1件印刷 VARYING RPL-IDX FROM 1 BY 1
               UNTIL RPL-IDX > RPL-COUNT.
           PERFORM 再処理1件印刷 VARYING SRC-IDX FROM 1 BY 1
               UNTIL SRC-IDX > SRC-COUNT.
           PERFORM 再処理カード未使用印刷
               VARYING REPROC-IDX FROM 1 BY 1
               UNTIL REPROC-IDX > REPROC-COUNT.
           IF RPL-COUNT > ZERO AND RUN-SEVERITY < 10
               MOVE 10 TO RUN-SEVERITY
           END-IF.
           IF FREG-ERR-YES
               MOVE 16 TO RUN-SEVERITY
           END-IF.
       再送1件印刷.
           MOVE RPL-ID(RPL-IDX)         TO RPT-RPL-ID.
           MOVE RPL-CRE-DATE(RPL-IDX)   TO RPT-RPL-DATE.
           MOVE RPL-REG-DATE(RPL-IDX)   TO RPT-RPL-RUN-DATE.
           MOVE RPL-REG-TIME(RPL-IDX)   TO RPT-RPL-RUN-TIME.
           MOVE RPL-DECL-CNT(RPL-IDX)   TO RPT-RPL-DECL.
           MOVE RPL-DETAIL-CNT(RPL-IDX) TO RPT-RPL-ACT.
           MOVE RPL-REG-DECL(RPL-IDX)   TO RPT-RPL-REG-DECL.
           IF RPL-DETAIL-CNT(RPL-IDX) = RPL-REG-DECL(RPL-IDX)
            AND RPL-CTL-HASH(RPL-IDX) = RPL-REG-HASH(RPL-IDX)
               MOVE "SAME"              TO RPT-RPL-CONTENT
           ELSE
               MOVE "DIFFERS"           TO RPT-RPL-CONTENT
           END-IF.
           WRITE REPORT-RECORD FROM RPT-REPLAY-LINE-1
               AFTER ADVANCING 2 LINE.
           WRITE REPORT-RECORD FROM RPT-REPLAY-LINE-2
               AFTER ADVANCING 1 LINE.
       再処理1件印刷.
           IF SRC-REPROC(SRC-IDX) = "Y"
               MOVE SRC-ID(SRC-IDX)       TO RPT-RPR-ID
               MOVE SRC-CRE-DATE(SRC-IDX) TO RPT-RPR-DATE
               MOVE SRC-SUPV-ID(SRC-IDX)  TO RPT-RPR-SUPV
               WRITE REPORT-RECORD FROM RPT-REPROC-LINE
                   AFTER ADVANCING 2 LINE
               IF RUN-SEVERITY < 4
                   MOVE 4 TO RUN-SEVERITY
               END-IF
           END-IF.
      *使われなかった監督者カード(作成日の誤記など)は、意図した
      *再処理が行われていないことを知らせるため警告にする。
      *分割実行の区画では、他の区画のソースのカードはその区画の
      *PRO1が使うので、自区画のソースのカードだけを見る。
       再処理カード未使用印刷.
           MOVE REPROC-ID(REPROC-IDX) TO PART-CHK-SOURCE.
           PERFORM 区画判定.
           IF REPROC-USED(REPROC-IDX) = "N"
            AND PART-OF-SOURCE = PART-NO
               MOVE REPROC-ID(REPROC-IDX)       TO RPT-RPU-ID
               MOVE REPROC-CRE-DATE(REPROC-IDX) TO RPT-RPU-DATE
               WRITE REPORT-RECORD FROM RPT-RPRUNUSED-LINE
                   AFTER ADVANCING 2 LINE
               IF RUN-SEVERITY < 4
                   MOVE 4 TO RUN-SEVERITY
               END-IF
           END-IF.
      *夜間デッキに必ず積まれるパターンカードの漏れを検出する
      *必須カードはプロファイルごとに見る(ソース別のプロファイル節は
      *既定を引き継がないため、節ごとに一式そろっていること)
       必須カード検証.
           IF PRF-OVER-YES
               WRITE REPORT-RECORD FROM RPT-PRFFULL-LINE
                   AFTER ADVANCING 1 LINE
               SET PARM-ERR-YES TO TRUE
               MOVE 8 TO RUN-SEVERITY
           END-IF.
           PERFORM プロファイル必須カード検証
               VARYING PRF-CUR FROM 1 BY 1
               UNTIL PRF-CUR > PRF-COUNT.
           MOVE 1 TO PRF-CUR.
           PERFORM プロファイル復元.
       プロファイル必須カード検証.
           PERFORM プロファイル復元.
           MOVE PRF-ID(PRF-CUR) TO RPT-PARM-ERR-PRF.
           IF BEFORE-NO
               MOVE "BEFORE"  TO RPT-PARM-ERR-KW
               PERFORM 必須カード漏れ
           MOVE 8 TO RUN-SEVERITY.
      *制御カードからパターン指定を読込む
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
      *カードが未指定/誤記でPARM-*-LENがゼロのまま残ると、
      *参照修飾の長さ0でINSPECTに渡ってしまい無限ループになる。
      *そうならないよう未指定時は長さ1(本体は初期値のSPACES)を
               WHEN "REPL2   "
                   MOVE PARM-VALUE TO PARM-REPL2-TEXT
                   SET REPL2-YES   TO TRUE
               WHEN "REPROC  "
                   PERFORM 再処理カード設定
               WHEN "PROFILE "
                   PERFORM プロファイル開始
               WHEN "PART    "
                   PERFORM 区画割当カード設定
               WHEN "PARTNO  "
                   IF PARM-VALUE(1:1) IS NUMERIC
                       MOVE PARM-VALUE(1:1) TO PART-NO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *PROFILEカード。読込中のプロファイル節をプロファイル表へ
      *退避し、新しい節を空の状態から始める。上限を超えた節は表に
      *残さず(エラー終了させる)、カードだけ読み流す。
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
           PERFORM プロファイル初期化.
      *作業中のパターン指定を初期値(カード未指定の状態)へ戻す
       プロファイル初期化.
           MOVE ZERO   TO PARM-BEFORE-LEN.
           MOVE SPACES TO PARM-BEFORE-TEXT.
           MOVE ZERO   TO PARM-AFTER-LEN.
           MOVE SPACES TO PARM-AFTER-TEXT.
           MOVE ZERO   TO PARM-ALL1-LEN.
           MOVE SPACES TO PARM-ALL1-TEXT.
           MOVE ZERO   TO PARM-ALLSTR-LEN.
           MOVE SPACES TO STR.
           MOVE ZERO   TO PARM-LEAD-LEN.
           MOVE SPACES TO PARM-LEAD-TEXT.
           MOVE ZERO   TO PARM-ALL2-LEN.
           MOVE SPACES TO PARM-ALL2-TEXT.
           MOVE ZERO   TO PARM-JP-LEN.
           MOVE SPACE  TO PARM-JP-TEXT.
           MOVE SPACES TO PARM-REPL1-TEXT.
           MOVE SPACES TO PARM-REPL2-TEXT.
           SET BEFORE-NO TO TRUE.
           SET AFTER-NO  TO TRUE.
           SET ALL1-NO   TO TRUE.
           SET ALLSTR-NO TO TRUE.
           SET LEAD-NO   TO TRUE.
           SET ALL2-NO   TO TRUE.
           SET JPPAT-NO  TO TRUE.
           SET REPL1-NO  TO TRUE.
           SET REPL2-NO  TO TRUE.
      *作業中のパターン指定をPRF-CURのプロファイルへ退避する
       プロファイル退避.
           MOVE PARM-BEFORE-LEN  TO PRF-BEFORE-LEN(PRF-CUR).
           MOVE PARM-BEFORE-TEXT TO PRF-BEFORE-TEXT(PRF-CUR).
           MOVE PARM-AFTER-LEN   TO PRF-AFTER-LEN(PRF-CUR).
           MOVE PARM-AFTER-TEXT  TO PRF-AFTER-TEXT(PRF-CUR).
           MOVE PARM-ALL1-LEN    TO PRF-ALL1-LEN(PRF-CUR).
           MOVE PARM-ALL1-TEXT   TO PRF-ALL1-TEXT(PRF-CUR).
           MOVE PARM-ALLSTR-LEN  TO PRF-ALLSTR-LEN(PRF-CUR).
           MOVE STR              TO PRF-STR(PRF-CUR).
           MOVE PARM-LEAD-LEN    TO PRF-LEAD-LEN(PRF-CUR).
           MOVE PARM-LEAD-TEXT   TO PRF-LEAD-TEXT(PRF-CUR).
           MOVE PARM-ALL2-LEN    TO PRF-ALL2-LEN(PRF-CUR).
           MOVE PARM-ALL2-TEXT   TO PRF-ALL2-TEXT(PRF-CUR).
           MOVE PARM-JP-LEN      TO PRF-JP-LEN(PRF-CUR).
           MOVE PARM-JP-TEXT     TO PRF-JP-TEXT(PRF-CUR).
           MOVE PARM-REPL1-TEXT  TO PRF-REPL1-TEXT(PRF-CUR).
           MOVE PARM-REPL2-TEXT  TO PRF-REPL2-TEXT(PRF-CUR).
           MOVE SW-BEFORE-GIVEN  TO PRF-BEFORE-GIVEN(PRF-CUR).
           MOVE SW-AFTER-GIVEN   TO PRF-AFTER-GIVEN(PRF-CUR).
           MOVE SW-ALL1-GIVEN    TO PRF-ALL1-GIVEN(PRF-CUR).
           MOVE SW-ALLSTR-GIVEN  TO PRF-ALLSTR-GIVEN(PRF-CUR).
           MOVE SW-LEAD-GIVEN    TO PRF-LEAD-GIVEN(PRF-CUR).
           MOVE SW-ALL2-GIVEN    TO PRF-ALL2-GIVEN(PRF-CUR).
           MOVE SW-JPPAT-GIVEN   TO PRF-JPPAT-GIVEN(PRF-CUR).
           MOVE SW-REPL1-GIVEN   TO PRF-REPL1-GIVEN(PRF-CUR).
           MOVE SW-REPL2-GIVEN   TO PRF-REPL2-GIVEN(PRF-CUR).
      *PRF-CURのプロファイルを作業中のパターン指定へ展開する
       プロファイル復元.
           MOVE PRF-BEFORE-LEN(PRF-CUR)   TO PARM-BEFORE-LEN.
           MOVE PRF-BEFORE-TEXT(PRF-CUR)  TO PARM-BEFORE-TEXT.
           MOVE PRF-AFTER-LEN(PRF-CUR)    TO PARM-AFTER-LEN.
           MOVE PRF-AFTER-TEXT(PRF-CUR)   TO PARM-AFTER-TEXT.
           MOVE PRF-ALL1-LEN(PRF-CUR)     TO PARM-ALL1-LEN.
           MOVE PRF-ALL1-TEXT(PRF-CUR)    TO PARM-ALL1-TEXT.
           MOVE PRF-ALLSTR-LEN(PRF-CUR)   TO PARM-ALLSTR-LEN.
           MOVE PRF-STR(PRF-CUR)          TO STR.
           MOVE PRF-LEAD-LEN(PRF-CUR)     TO PARM-LEAD-LEN.
           MOVE PRF-LEAD-TEXT(PRF-CUR)    TO PARM-LEAD-TEXT.
           MOVE PRF-ALL2-LEN(PRF-CUR)     TO PARM-ALL2-LEN.
           MOVE PRF-ALL2-TEXT(PRF-CUR)    TO PARM-ALL2-TEXT.
           MOVE PRF-JP-LEN(PRF-CUR)       TO PARM-JP-LEN.
           MOVE PRF-JP-TEXT(PRF-CUR)      TO PARM-JP-TEXT.
           MOVE PRF-REPL1-TEXT(PRF-CUR)   TO PARM-REPL1-TEXT.
           MOVE PRF-REPL2-TEXT(PRF-CUR)   TO PARM-REPL2-TEXT.
           MOVE PRF-BEFORE-GIVEN(PRF-CUR) TO SW-BEFORE-GIVEN.
           MOVE PRF-AFTER-GIVEN(PRF-CUR)  TO SW-AFTER-GIVEN.
           MOVE PRF-ALL1-GIVEN(PRF-CUR)   TO SW-ALL1-GIVEN.
           MOVE PRF-ALLSTR-GIVEN(PRF-CUR) TO SW-ALLSTR-GIVEN.
           MOVE PRF-LEAD-GIVEN(PRF-CUR)   TO SW-LEAD-GIVEN.
           MOVE PRF-ALL2-GIVEN(PRF-CUR)   TO SW-ALL2-GIVEN.
           MOVE PRF-JPPAT-GIVEN(PRF-CUR)  TO SW-JPPAT-GIVEN.
           MOVE PRF-REPL1-GIVEN(PRF-CUR)  TO SW-REPL1-GIVEN.
           MOVE PRF-REPL2-GIVEN(PRF-CUR)  TO SW-REPL2-GIVEN.
      *監督者カード。カラム11-13がソースID、14-21が作成日、
      *22-29が承認した監督者ID。再処理する送信ごとに1枚積む。
       再処理カード設定.
           IF REPROC-COUNT < REPROC-MAX
               ADD 1 TO REPROC-COUNT
               MOVE PARM-VALUE(1:3)  TO REPROC-ID(REPROC-COUNT)
               MOVE PARM-VALUE(4:8)  TO REPROC-CRE-DATE(REPROC-COUNT)
               MOVE PARM-VALUE(12:8) TO REPROC-SUPV-ID(REPROC-COUNT)
               MOVE "N"              TO REPROC-USED(REPROC-COUNT)
           END-IF.
      *区画割当カード。"***"は割当の無いソースの既定区画。
      *区画番号が数字でないカードはPRO7で止めるので読み流す。
       区画割当カード設定.
           EVALUATE TRUE
               WHEN PARM-VALUE(4:1) NOT NUMERIC
               WHEN PARM-VALUE(4:1) = "0"
                   CONTINUE
               WHEN PARM-VALUE(1:3) = "***"
                   MOVE PARM-VALUE(4:1) TO PART-DEFAULT
               WHEN PTM-COUNT < PTM-MAX
                   ADD 1 TO PTM-COUNT
                   MOVE PARM-VALUE(1:3) TO PTM-SOURCE-ID(PTM-COUNT)
                   MOVE PARM-VALUE(4:1) TO PTM-PART-NO(PTM-COUNT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *PART-CHK-SOURCEのソースを扱う区画をPART-OF-SOURCEに返す
      *(一括実行ではゼロ)
       区画判定.
           MOVE ZERO TO PART-OF-SOURCE.
           IF PART-NO > ZERO
               MOVE PART-DEFAULT TO PART-OF-SOURCE
               PERFORM 区画検索 VARYING PTM-IDX FROM 1 BY 1
                   UNTIL PTM-IDX > PTM-COUNT
           END-IF.
       区画検索.
           IF PTM-SOURCE-ID(PTM-IDX) = PART-CHK-SOURCE
               MOVE PTM-PART-NO(PTM-IDX) TO PART-OF-SOURCE
           END-IF.
      *登録済ソースの台帳を実行開始時に作業表へ全件読込む
       ソースマスタ読込.
           OPEN INPUT SRCM-IN.
               ADD 1 TO MST-COUNT
               MOVE SRCM-SOURCE-ID TO MST-ID(MST-COUNT)
               MOVE SRCM-STATUS    TO MST-STATUS(MST-COUNT)
               MOVE SRCM-SCHEDULE  TO MST-SCHEDULE(MST-COUNT)
               MOVE SRCM-CONTACT   TO MST-CONTACT(MST-COUNT)
               MOVE SRCM-WEEKDAYS  TO MST-WEEKDAYS(MST-COUNT)
               MOVE "N"            TO MST-RECEIVED(MST-COUNT)
           END-IF.
      *業務日付カードを読む。カードが無い/キーワード違い/日付が
      *数字でないときは実行日を業務日付にする。
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
      *営業日カレンダから業務日付の月の登録だけを作業表へ積む
       カレンダ読込.
           OPEN INPUT CALN-IN.
           PERFORM カレンダ1件読込 UNTIL CALN-EOF-YES.
           CLOSE CALN-IN.
       カレンダ1件読込.
           READ CALN-IN
               AT END SET CALN-EOF-YES TO TRUE
               NOT AT END PERFORM カレンダ1件設定
           END-READ.
       カレンダ1件設定.
           MOVE CALN-DATE TO CAL-CHK-DATE.
           IF CAL-CHK-YYYY * 100 + CAL-CHK-MM = BUS-DATE-YM
            AND CAL-COUNT < CAL-MAX
               ADD 1 TO CAL-COUNT
               MOVE CALN-DATE TO CAL-DATE(CAL-COUNT)
               MOVE CALN-TYPE TO CAL-TYPE(CAL-COUNT)
           END-IF.
      *業務日付の曜日、営業日か、月末営業日(その月の最後の
      *営業日)かを決める。月末営業日は、業務日付が営業日で、
      *翌日から月末までに営業日が1日も無いこと。
       業務日区分判定.
           MOVE BUS-DATE TO CAL-CHK-DATE.
           PERFORM 営業日判定.
           MOVE CAL-WEEKDAY TO TODAY-WEEKDAY.
           IF BUSDAY-YES
               SET TODAY-BUSDAY-YES   TO TRUE
               SET TODAY-MONTHEND-YES TO TRUE
           ELSE
               SET TODAY-BUSDAY-NO    TO TRUE
               SET TODAY-MONTHEND-NO  TO TRUE
           END-IF.
           PERFORM 月日数算出.
           MOVE CAL-MONTH-DAYS TO CAL-LAST-DD.
           IF TODAY-MONTHEND-YES
               PERFORM 月末残日検査 VARYING CAL-SCAN-DD
                   FROM BUS-DATE-DD BY 1
                   UNTIL CAL-SCAN-DD NOT < CAL-LAST-DD
                      OR TODAY-MONTHEND-NO
           END-IF.
       月末残日検査.
           MOVE BUS-DATE TO CAL-CHK-DATE.
           COMPUTE CAL-CHK-DD = CAL-SCAN-DD + 1.
           PERFORM 営業日判定.
           IF BUSDAY-YES
               SET TODAY-MONTHEND-NO TO TRUE
           END-IF.
      *CAL-CHK-DATEが営業日かを判定する。土日は休業、平日は営業
      *を基本とし、カレンダに登録があればそちら("H"=休業/"W"=
      *営業)を優先する。
       営業日判定.
           MOVE CAL-CHK-DATE TO DAYNO-YMD.
           PERFORM 日数換算.
           PERFORM 曜日算出.
           IF CAL-WEEKDAY > 5
               SET BUSDAY-NO  TO TRUE
           ELSE
               SET BUSDAY-YES TO TRUE
           END-IF.
           PERFORM カレンダ検索 VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > CAL-COUNT.
       カレンダ検索.
           IF CAL-DATE(CAL-IDX) = CAL-CHK-DATE
               IF CAL-TYPE(CAL-IDX) = "H"
                   SET BUSDAY-NO  TO TRUE
               END-IF
               IF CAL-TYPE(CAL-IDX) = "W"
                   SET BUSDAY-YES TO TRUE
               END-IF
           END-IF.
      *通算日数から曜日(1=月曜〜7=日曜)を出す。日数換算の通算
      *日数は、月曜の日を7で割った余りが6になる。
       曜日算出.
           COMPUTE CAL-WK-DAYNO = DAYNO-RESULT + 1.
           DIVIDE CAL-WK-DAYNO BY 7 GIVING CAL-WK-QUOT
               REMAINDER CAL-WK-REM.
           COMPUTE CAL-WEEKDAY = CAL-WK-REM + 1.
      *CAL-CHK-DATEの月の日数。2月はうるう年なら29日にする。
       月日数算出.
           MOVE CAL-MDAYS(CAL-CHK-MM) TO CAL-MONTH-DAYS.
           IF CAL-CHK-MM = 2
               DIVIDE CAL-CHK-YYYY BY 4 GIVING CAL-WK-QUOT
                   REMAINDER CAL-WK-REM
               IF CAL-WK-REM = ZERO
                   MOVE 29 TO CAL-MONTH-DAYS
                   DIVIDE CAL-CHK-YYYY BY 100 GIVING CAL-WK-QUOT
                       REMAINDER CAL-WK-REM
                   IF CAL-WK-REM = ZERO
                       MOVE 28 TO CAL-MONTH-DAYS
                       DIVIDE CAL-CHK-YYYY BY 400 GIVING CAL-WK-QUOT
                           REMAINDER CAL-WK-REM
                       IF CAL-WK-REM = ZERO
                           MOVE 29 TO CAL-MONTH-DAYS
                       END-IF
                   END-IF
               END-IF
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
       見出し印刷.
           WRITE REPORT-RECORD FROM RPT-HEADER-1 AFTER ADVANCING 1 LINE.
           MOVE BUS-DATE         TO RPT-BUSDATE.
           MOVE SW-TODAY-BUSDAY  TO RPT-BUSDATE-BUS.
           MOVE SW-TODAY-MONTHEND TO RPT-BUSDATE-MEND.
           WRITE REPORT-RECORD FROM RPT-BUSDATE-LINE
               AFTER ADVANCING 1 LINE.
           IF PART-NO > ZERO
               MOVE PART-NO      TO RPT-PART-NO
               MOVE RUN-DATE     TO RPT-PART-RUN-DATE
               MOVE RUN-TIME     TO RPT-PART-RUN-TIME
               WRITE REPORT-RECORD FROM RPT-PART-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE REPORT-RECORD FROM RPT-HEADER-2 AFTER ADVANCING 2 LINE.
           WRITE REPORT-RECORD FROM RPT-HEADER-3 AFTER ADVANCING 1 LINE.
       レコード処理.
                   PERFORM 突合異常検出
                   GO TO レコード1件処理-終了
           END-EVALUATE.
      *再送ブロックの明細は集計せず、台帳と照合する件数と管理値
      *だけ数える。クレンジング実行では無補正のまま書き写す。
           IF RPL-OPEN-YES
               ADD 1 TO RPL-DETAIL-CNT(RPL-CUR)
               ADD 1 TO SKIP-DETAIL-CNT
               PERFORM 管理値算出
               ADD HASH-WK TO RPL-CTL-HASH(RPL-CUR)
               IF CLEANSE-YES
                   MOVE SCAN-RECORD TO SCAN-OUT-RECORD
                   WRITE SCAN-OUT-RECORD
               END-IF
               GO TO レコード1件処理-終了
           END-IF.
      *明細は必ずどこかの拠点のヘッダ配下にあること
           IF SRC-CUR = ZERO OR SRC-OPEN-NO
               MOVE "DETAIL WITHOUT HEADER"  TO RPT-RECON-TEXT
      *トレーラ突合用の物理明細件数は再開スキップ分も数える。
      *ここで数えないと、再開実行のたびに突合が崩れてしまう。
           ADD 1 TO SRC-DETAIL-CNT(SRC-CUR).
           PERFORM 管理値算出.
           ADD HASH-WK TO SRC-CTL-HASH(SRC-CUR).
      *再開でスキップしたレコードはCTL-RECORDS-READに含めない。
      *ここでカウントすると、そのぶんのパターン別合計が積まれて
      *いないのにRECORDS READだけ増え、集計突合が取れなくなる。
      *再開でスキップしたレコードも、クレンジング実行時は
      *出力ファイルが入力の置き換えになるよう無補正のまま書込む
           IF CURRENT-RECNO NOT > PARM-RESTART-PT
               ADD 1 TO SKIP-DETAIL-CNT
               IF CLEANSE-YES
                   MOVE SCAN-RECORD TO SCAN-OUT-RECORD
                   WRITE SCAN-OUT-RECORD
               PERFORM 突合異常検出
               GO TO ヘッダ処理-終了
           END-IF.
           IF RPL-OPEN-YES
               MOVE "MISSING TRAILER"        TO RPT-RECON-TEXT
               MOVE RPL-ID(RPL-CUR)          TO RPT-RECON-SOURCE
               MOVE ZERO                     TO RPT-RECON-DECL
               MOVE RPL-DETAIL-CNT(RPL-CUR)  TO RPT-RECON-ACT
               PERFORM 突合異常検出
               GO TO ヘッダ処理-終了
           END-IF.
      *分割実行の区画に他の区画のソースのブロックが入っていたら、
      *分割とデッキが食い違っている(古いデッキで分割したなど)
      *ので止める。拠点の責任ではないので事象ログには残さない。
           MOVE SCAN-HDR-SOURCE-ID TO PART-CHK-SOURCE.
           PERFORM 区画判定.
           IF PART-OF-SOURCE NOT = PART-NO
               MOVE "SOURCE NOT IN PARTITION" TO RPT-RECON-TEXT
               MOVE SCAN-HDR-SOURCE-ID        TO RPT-RECON-SOURCE
               MOVE ZERO                      TO RPT-RECON-DECL
               MOVE ZERO                      TO RPT-RECON-ACT
               PERFORM 突合異常検出
               GO TO ヘッダ処理-終了
           END-IF.
      *ソースマスタに無いIDのヘッダは受け付けない。停止済の
      *登録からの送信も同様に拒否する。
           MOVE ZERO TO MST-FOUND-IDX.
               PERFORM 突合異常検出
               GO TO ヘッダ処理-終了
           END-IF.
      *送信台帳に受付済のソースID+作成日は再送として受け付けない
      *(監督者カードで再処理を認めた送信を除く)。再送ブロックは
      *未着検査上も受信扱いにしない(当日分が届いたことにはならない)。
           PERFORM 送信台帳照会 THRU 送信台帳照会-終了.
           IF FREG-FOUND-YES AND REPROC-FOUND-IDX = ZERO
               PERFORM 再送ブロック開始
               GO TO ヘッダ処理-終了
           END-IF.
           MOVE "Y" TO MST-RECEIVED(MST-FOUND-IDX).
           MOVE ZERO TO SRC-FOUND-IDX.
           PERFORM ソース検索 VARYING SRC-IDX FROM 1 BY 1
           INITIALIZE SRC-ENTRY(SRC-CUR).
           MOVE SCAN-HDR-SOURCE-ID TO SRC-ID(SRC-CUR).
           MOVE SCAN-HDR-CRE-DATE  TO SRC-CRE-DATE(SRC-CUR).
           PERFORM プロファイル選択.
           IF FREG-FOUND-YES
               MOVE "Y"             TO SRC-REPROC(SRC-CUR)
               MOVE FREG-REPROC-CNT TO SRC-REPROC-CNT(SRC-CUR)
               MOVE REPROC-SUPV-ID(REPROC-FOUND-IDX)
                                    TO SRC-SUPV-ID(SRC-CUR)
               MOVE "Y"             TO REPROC-USED(REPROC-FOUND-IDX)
           END-IF.
           SET SRC-OPEN-YES TO TRUE.
       ヘッダ処理-終了.
           EXIT.
      *ヘッダのソースID+作成日で送信台帳を引き、受付済なら
      *監督者カードの有無も調べる。再投入("RSB")は台帳の対象外。
       送信台帳照会.
           SET FREG-FOUND-NO TO TRUE.
           MOVE ZERO TO REPROC-FOUND-IDX.
           IF SCAN-HDR-SOURCE-ID = "RSB"
               GO TO 送信台帳照会-終了
           END-IF.
           MOVE SCAN-HDR-SOURCE-ID TO FREG-SOURCE-ID.
           MOVE SCAN-HDR-CRE-DATE  TO FREG-CRE-DATE.
           READ FEED-REG
               INVALID KEY SET FREG-FOUND-NO  TO TRUE
               NOT INVALID KEY SET FREG-FOUND-YES TO TRUE
           END-READ.
           IF FREG-FOUND-YES
               PERFORM 再処理カード検索
                   VARYING REPROC-IDX FROM 1 BY 1
                   UNTIL REPROC-IDX > REPROC-COUNT
           END-IF.
       送信台帳照会-終了.
           EXIT.
       再処理カード検索.
           IF REPROC-ID(REPROC-IDX) = SCAN-HDR-SOURCE-ID
            AND REPROC-CRE-DATE(REPROC-IDX) = SCAN-HDR-CRE-DATE
            AND REPROC-SUPV-ID(REPROC-IDX) NOT = SPACES
               MOVE REPROC-IDX TO REPROC-FOUND-IDX
           END-IF.
      *再送ブロックを再送表に起こし、トレーラまで明細を読み流す
       再送ブロック開始.
           IF RPL-COUNT = RPL-MAX
               MOVE "REPLAY TABLE FULL"       TO RPT-RECON-TEXT
               MOVE SCAN-HDR-SOURCE-ID        TO RPT-RECON-SOURCE
               MOVE ZERO                      TO RPT-RECON-DECL
               MOVE ZERO                      TO RPT-RECON-ACT
               PERFORM 突合異常検出
           ELSE
               ADD 1 TO RPL-COUNT
               MOVE RPL-COUNT TO RPL-CUR
               INITIALIZE RPL-ENTRY(RPL-CUR)
               MOVE SCAN-HDR-SOURCE-ID TO RPL-ID(RPL-CUR)
               MOVE SCAN-HDR-CRE-DATE  TO RPL-CRE-DATE(RPL-CUR)
               MOVE FREG-DECL-CNT      TO RPL-REG-DECL(RPL-CUR)
               MOVE FREG-CTL-HASH      TO RPL-REG-HASH(RPL-CUR)
               MOVE FREG-RUN-DATE      TO RPL-REG-DATE(RPL-CUR)
               MOVE FREG-RUN-TIME      TO RPL-REG-TIME(RPL-CUR)
               SET RPL-OPEN-YES TO TRUE
           END-IF.
      *ブロックのソースIDのプロファイル節があればそのプロファイル、
      *無ければ既定プロファイルへ切り替える(同じIDの節は先のものを
      *使う)
       プロファイル選択.
           MOVE 1 TO PRF-FOUND-IDX.
           PERFORM プロファイル検索
               VARYING PRF-IDX FROM 2 BY 1
               UNTIL PRF-IDX > PRF-COUNT.
           IF PRF-FOUND-IDX NOT = PRF-CUR
               MOVE PRF-FOUND-IDX TO PRF-CUR
               PERFORM プロファイル復元
           END-IF.
           MOVE PRF-ID(PRF-CUR) TO SRC-PROFILE(SRC-CUR).
       プロファイル検索.
           IF PRF-ID(PRF-IDX) = SCAN-HDR-SOURCE-ID
            AND PRF-FOUND-IDX = 1
               MOVE PRF-IDX TO PRF-FOUND-IDX
           END-IF.
       ソース検索.
           IF SRC-ID(SRC-IDX) = SCAN-HDR-SOURCE-ID
               MOVE SRC-IDX TO SRC-FOUND-IDX
               MOVE SCAN-RECORD TO SCAN-OUT-RECORD
               WRITE SCAN-OUT-RECORD
           END-IF.
      *再送ブロックのトレーラは申告件数を控えるだけにする
      *(件数のずれも含めて締めの再送通知行に載せる)
           IF RPL-OPEN-YES
               IF SCAN-TRL-SOURCE-ID NOT = RPL-ID(RPL-CUR)
                   MOVE "TRAILER SOURCE MISMATCH" TO RPT-RECON-TEXT
                   MOVE SCAN-TRL-SOURCE-ID     TO RPT-RECON-SOURCE
                   MOVE SCAN-TRL-REC-COUNT     TO RPT-RECON-DECL
                   MOVE RPL-DETAIL-CNT(RPL-CUR) TO RPT-RECON-ACT
                   PERFORM 突合異常検出
               ELSE
                   MOVE SCAN-TRL-REC-COUNT TO RPL-DECL-CNT(RPL-CUR)
                   SET RPL-OPEN-NO TO TRUE
               END-IF
               GO TO トレーラ処理-終了
           END-IF.
           IF SRC-CUR = ZERO OR SRC-OPEN-NO
               MOVE "TRAILER WITHOUT HEADER"  TO RPT-RECON-TEXT
               MOVE SCAN-TRL-SOURCE-ID       TO RPT-RECON-SOURCE
           SET SRC-OPEN-NO TO TRUE.
       トレーラ処理-終了.
           EXIT.
      *明細1件を2バイトずつ足し込み、送信台帳の管理値の元にする
       管理値算出.
           MOVE ZERO TO HASH-WK.
           PERFORM 管理値加算 VARYING HASH-IDX FROM 1 BY 1
               UNTIL HASH-IDX > 13.
       管理値加算.
           ADD SCAN-HASH-WORD(HASH-IDX) TO HASH-WK.
      *突合異常はその場で読込を打ち切り、異常終了の扱いにする
       突合異常検出.
           SET RECON-ABEND-YES TO TRUE.
           SET SCAN-EOF-YES    TO TRUE.
           MOVE 12 TO RUN-SEVERITY.
           PERFORM 突合事象書込.
      *拠点の送信品質に当たる突合異常だけを事象ログへ残す。
      *SCANINの並び自体の崩れ(種別不明、ヘッダ無しの明細など)や
      *作業表あふれは拠点の責任ではないので残さない。件数は
      *異常行へ編集済の値を数値へ戻して使う。
       突合事象書込.
           EVALUATE RPT-RECON-TEXT
               WHEN "TRAILER COUNT MISMATCH"
                   MOVE "CNTMISM "  TO EVT-TYPE-WK
               WHEN "MISSING TRAILER"
               WHEN "MISSING FINAL TRAILER"
                   MOVE "NOTRAILR"  TO EVT-TYPE-WK
               WHEN "SOURCE NOT REGISTERED"
                   MOVE "UNREG   "  TO EVT-TYPE-WK
               WHEN "SOURCE DEACTIVATED"
                   MOVE "DEACT   "  TO EVT-TYPE-WK
               WHEN OTHER
                   MOVE SPACES      TO EVT-TYPE-WK
           END-EVALUATE.
           IF EVT-TYPE-WK NOT = SPACES
               MOVE RPT-RECON-SOURCE TO EVT-SOURCE-WK
               MOVE RPT-RECON-DECL   TO EVT-DECL-WK
               MOVE RPT-RECON-ACT    TO EVT-ACT-WK
               PERFORM 事象書込
           END-IF.
      *履歴を書いた実行で、TEST-3リジェクトの出た拠点ごとに
      *1件残す(突合異常で止まった実行は再実行で数え直すので
      *ここでは残さない)
       リジェクト事象書込.
           IF SRC-REJECTS(SRC-IDX) > ZERO
               MOVE "T3REJECT"                TO EVT-TYPE-WK
               MOVE SRC-ID(SRC-IDX)           TO EVT-SOURCE-WK
               MOVE SRC-RECORDS-READ(SRC-IDX) TO EVT-DECL-WK
               MOVE SRC-REJECTS(SRC-IDX)      TO EVT-ACT-WK
               PERFORM 事象書込
           END-IF.
      *事象ログへ1件書く。実行日時と業務日付はここで補う。
       事象書込.
           MOVE SPACES         TO EVT-RECORD.
           MOVE RUN-DATE       TO EVT-RUN-DATE.
           MOVE RUN-TIME       TO EVT-RUN-TIME.
           MOVE BUS-DATE       TO EVT-BUS-DATE.
           MOVE EVT-SOURCE-WK  TO EVT-SOURCE-ID.
           MOVE EVT-TYPE-WK    TO EVT-TYPE.
           MOVE EVT-DECL-WK    TO EVT-DECL-CNT.
           MOVE EVT-ACT-WK     TO EVT-ACT-CNT.
           WRITE EVT-RECORD.
      *CURRENT-RECNOがCHECKPOINT-INTERVALの倍数になるたび
      *最終処理済レコード番号をCKPT-OUTへ書込む
       チェックポイント書込.
           PERFORM 保留位置転記 VARYING WK-DBCS-IDX FROM 1 BY 1
               UNTIL WK-DBCS-IDX > 5.
           MOVE SCAN-RECORD     TO SUSP-SCAN-RECORD.
           MOVE SRC-ID(SRC-CUR) TO SUSP-SOURCE-ID.
           WRITE SUSP-RECORD.
       保留位置転記.
           IF WK-DBCS-IDX NOT > WK-DBCS-BAD-CNT
               MOVE RPT-PATTERN-WK     TO RPT-PATTERN
               MOVE RPT-COUNT-WK       TO RPT-COUNT
               MOVE SRC-ID(SRC-CUR)    TO RPT-SOURCE-ID
               MOVE SRC-PROFILE(SRC-CUR) TO RPT-PROFILE-ID
               IF HITSONLY-YES
                   ADD 1 TO HLD-LINE-CNT
                   MOVE RPT-DETAIL-LINE TO HLD-LINE(HLD-LINE-CNT)
           MOVE RPT-PATTERN-WK     TO AUDIT-PATTERN.
           MOVE RPT-COUNT-WK       TO AUDIT-COUNT.
           MOVE SRC-ID(SRC-CUR)    TO AUDIT-SOURCE-ID.
           MOVE SRC-PROFILE(SRC-CUR) TO AUDIT-PROFILE.
           WRITE AUDIT-RECORD.
           ADD 1 TO AUDIT-WRITE-CNT.
           PERFORM 抽出明細書込.
       抽出明細書込.
           MOVE RUN-DATE           TO EXT-DTL-RUN-DATE.
           MOVE RPT-CLAUSE-WK      TO EXT-DTL-CLAUSE.
           MOVE RPT-PATTERN-WK     TO EXT-DTL-PATTERN.
           MOVE RPT-COUNT-WK       TO EXT-DTL-COUNT.
           MOVE SRC-PROFILE(SRC-CUR) TO EXT-DTL-PROFILE.
           WRITE EXTR-RECORD FROM EXT-DETAIL-RECORD.
      *締めにRUN CONTROL TOTALSを運ぶトレーラを書く。ロード側は
      *トレーラの有無で抽出が完結しているかを検証できる。
           MOVE SRC-CRE-DATE(SRC-IDX)   TO RPT-SRC-HDR-DATE.
           MOVE SRC-DECL-CNT(SRC-IDX)   TO RPT-SRC-HDR-DECL.
           MOVE SRC-DETAIL-CNT(SRC-IDX) TO RPT-SRC-HDR-DET.
           MOVE SRC-PROFILE(SRC-IDX)    TO RPT-SRC-HDR-PRF.
           WRITE REPORT-RECORD FROM RPT-SRC-HEADER
               AFTER ADVANCING 2 LINE.
           MOVE "RECORDS READ"        TO RPT-CTL-LABEL-WK.
           MOVE SRC-TOTAL-10(SRC-IDX)     TO SRCH-TOTAL-10.
           MOVE SRC-REJECTS(SRC-IDX)      TO SRCH-REJECTS.
           WRITE SRCH-RECORD.
      *分割実行の区画は、ファイルを開いた時点で完了コード空白の
      *実行状況を区画の実行状況ファイルへ1件書く。終了の1件を
      *書けずに異常終了しても、統合(PRO19)がこの実行キーを再開
      *実行の前の実行として取り込めるようにするため。
       開始状況書込.
           OPEN EXTEND JST-OUT.
           MOVE SPACES            TO JST-RECORD.
           MOVE "PRO1"            TO JST-PROGRAM.
           MOVE RUN-DATE          TO JST-RUN-DATE.
           MOVE RUN-TIME          TO JST-RUN-TIME.
           MOVE BUS-DATE          TO JST-BUS-DATE.
           MOVE ZERO              TO JST-COUNTS.
           MOVE PART-NO           TO JST-PARTITION.
           IF PARM-RESTART-PT > ZERO
               MOVE "Y"           TO JST-RESTARTED
           END-IF.
           WRITE JST-RECORD.
           CLOSE JST-OUT.
      *終了時の実行状況をジョブストリームの実行状況ファイルへ
      *1件追記する(朝の処理状況一覧が業務日ごとに読む)。実行
      *日時は実行キー(HISTOUT/AUDITOUTと同じ値)を使う。
       実行状況書込.
           OPEN EXTEND JST-OUT.
           MOVE SPACES            TO JST-RECORD.
           MOVE "PRO1"            TO JST-PROGRAM.
           MOVE RUN-DATE          TO JST-RUN-DATE.
           MOVE RUN-TIME          TO JST-RUN-TIME.
           MOVE BUS-DATE          TO JST-BUS-DATE.
           MOVE RETURN-CODE       TO JST-RC.
           MOVE CTL-RECORDS-READ  TO JST-READ.
           MOVE AUDIT-WRITE-CNT   TO JST-WRITTEN.
           MOVE CTL-TEST3-REJECTS TO JST-REJECTED.
           MOVE SKIP-DETAIL-CNT   TO JST-SKIPPED.
           IF PART-NO > ZERO
               MOVE PART-NO       TO JST-PARTITION
           END-IF.
           IF PARM-RESTART-PT > ZERO
               MOVE "Y"           TO JST-RESTARTED
           END-IF.
           WRITE JST-RECORD.
           CLOSE JST-OUT.
       プログラム終了.
           MOVE RUN-SEVERITY TO RETURN-CODE.
           PERFORM 実行状況書込.
           STOP RUN.
