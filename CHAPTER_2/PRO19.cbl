       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      PRO19.
      *分割実行の区画統合プログラム。
      *SCANINを区画分割(PRO18)で区画に分け、区画ごとのPRO1を同時に
      *流した後に、区画の出力を後続が今まで通り読める1夜分の出力に
      *まとめる。
      * 1. 実行履歴(HISTOUT)は全区画を合算した1件
      * 2. 拠点別実行履歴(SRCHOUT)、監査証跡(AUDITOUT)、事象ログ
      *    (EVTLOG)は区画の行をそのまま統合の実行日時に付け替える
      * 3. 抽出(EXTOUT)は区画の明細を付け替え、区画のトレーラは
      *    捨てて合算のトレーラを1件書く
      * 4. 保留(SUSPOUT)は区画の最新世代をまとめる
      * 5. 区画が受け付けた送信を送信台帳(FEEDREG)へ登録する。
      *    台帳に既にある送信は、区画の再処理回数が台帳より多い
      *    (監督者カードで再処理した)ときだけ書き替え、それ以外は
      *    1本流しと同じく再送として報告し、完了コードを10(区画の
      *    送信が全部再送なら12)にする
      * 6. 報告書(RPTOUT)は区画の状況表、合算のRUN CONTROL TOTALS、
      *    拠点別の集計、区画の報告書をまとめた1本にする
      *統合の実行日時が1夜分の実行キーになる。レコード番号は区画
      *番号順に区画のSCANINを並べたときの通し番号に付け直す
      *(区画の前にある区画のSCANIN件数を足す)。
      *区画管理レコード(PARTCTL)に載っている全区画について、分割
      *より後に同じ業務日付で流れたPRO1の実行状況を区画の実行状況
      *(PARTSTAT)から拾い、1区画でも実行状況が無いか完了コードが
      *許容値(MAXRCカード、既定4)を超えていれば何も統合せずに
      *完了コード12で終わる。区画を流し直してから統合を流し直す。
      *区画の実行が再開実行(RESTARTカード)なら、中断した前の実行
      *の行も同じ区画の分として取り込む。区画のPRO1は開始時にも
      *完了コード空白の実行状況を書くので、終了の実行状況を書けず
      *に異常終了した実行も前の実行として拾える。最後の実行が
      *終わっていない区画は受け付けない。どの区画のものでもない
      *行(前の分割の実行の残り)は読み捨てる。
      *統合した区画の実行キーは統合済ファイル(MERGED)へ書き、次の
      *統合は区画の実行状況の連結の最後でこれを読む。統合済の実行
      *を含む区画があれば、二重に統合しないよう完了コード12で
      *見送る(分割から流し直す)。
      *見送るときに受け付けなかった区画の事象を写した実行は、その
      *実行キーをプログラム名PRO19EVTで統合済ファイルへ書き、次の
      *統合(見送りでも統合でも)はその実行の事象を写さない。
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
      *統合の制御カード(完了コードの許容値)。PRO1のデッキとは別。
           SELECT OPTIONAL PARM-IN ASSIGN TO "PARMIN"
                               ORGANIZATION IS SEQUENTIAL.
      *区画分割が書いた区画管理レコード(待つべき区画の一覧)
           SELECT OPTIONAL PTC-IN ASSIGN TO "PARTCTL"
                               ORGANIZATION IS SEQUENTIAL.
      *区画のPRO1の実行状況。全区画の分をJCLで連結して読む。
           SELECT OPTIONAL PST-IN ASSIGN TO "PARTSTAT"
                               ORGANIZATION IS SEQUENTIAL.
      *区画の出力。いずれも全区画の分をJCLで連結して読む。
           SELECT OPTIONAL HIST-IN ASSIGN TO "HISTIN"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SRCH-IN ASSIGN TO "SRCHIN"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL AUDIT-IN ASSIGN TO "AUDITIN"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL EXTR-IN ASSIGN TO "EXTIN"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SUSP-IN ASSIGN TO "SUSPIN"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL EVT-IN ASSIGN TO "EVTIN"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL FREG-IN ASSIGN TO "FREGIN"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RPT-IN ASSIGN TO "RPTIN"
                               ORGANIZATION IS SEQUENTIAL.
      *1夜分の出力(PRO1の1本流しと同じファイルへ書く)
           SELECT OPTIONAL HIST-OUT ASSIGN TO "HISTOUT"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SRCH-OUT ASSIGN TO "SRCHOUT"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL AUDIT-OUT ASSIGN TO "AUDITOUT"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL EXTR-OUT ASSIGN TO "EXTOUT"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SUSP-OUT ASSIGN TO "SUSPOUT"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL EVT-LOG ASSIGN TO "EVTLOG"
                               ORGANIZATION IS SEQUENTIAL.
      *区画は台帳を読むだけなので、受け付けた送信はここで登録する
           SELECT OPTIONAL FEED-REG ASSIGN TO "FEEDREG"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS FEED-REG-KEY
                               FILE STATUS IS FEEDREG-STATUS.
           SELECT REPORT-OUT  ASSIGN TO "RPTOUT"
                               ORGANIZATION IS SEQUENTIAL.
      *統合した区画の実行キー(区画の実行状況と同じレイアウト)。
      *PARTSTATの連結の最後に同じファイルを置いて読む。
           SELECT OPTIONAL MGD-OUT ASSIGN TO "MERGED"
                               ORGANIZATION IS SEQUENTIAL.
      *終了時の実行状況を朝の処理状況一覧向けに共用ファイルへ
      *追記する。統合したPRO1の1件と統合自身の1件を書く。
           SELECT OPTIONAL BUSD-IN ASSIGN TO "BUSDATE"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL JST-OUT ASSIGN TO "JOBSTAT"
                               ORGANIZATION IS SEQUENTIAL.
       DATA             DIVISION.
       FILE             SECTION.
      *制御カード(完了コードの許容値)。PRO1と同じ体裁。
       FD  PARM-IN.
       01 PARM-RECORD.
          05 PARM-KEYWORD   PIC X(8).
          05 PARM-LENGTH    PIC 9(2).
          05 PARM-VALUE     PIC X(20).
          05 FILLER         PIC X(50).
      *レイアウトは分割側(PRO18)と共用する
       FD  PTC-IN.
           COPY PARTREC.
      *実行状況はWORKING-STORAGEのJST-RECORDへ読む
       FD  PST-IN.
       01 PST-IN-RECORD     PIC X(80).
      *実行履歴は合算した1件をWORKING-STORAGEのHIST-RECORDで組み
      *立てるので、そこへ読む
       FD  HIST-IN.
       01 HIST-IN-RECORD    PIC X(124).
      *以下の入力のレイアウトは書込側(PRO1)と共用する
       FD  SRCH-IN.
           COPY SRCHREC.
       FD  AUDIT-IN.
           COPY AUDITREC.
       FD  EXTR-IN.
       01 EXTR-IN-RECORD    PIC X(140).
       FD  SUSP-IN.
           COPY SUSPREC.
       FD  EVT-IN.
           COPY EVTREC.
       FD  FREG-IN.
           COPY FREGREC.
       FD  RPT-IN.
       01 RPT-IN-RECORD     PIC X(80).
       FD  HIST-OUT.
       01 HIST-OUT-RECORD   PIC X(124).
       FD  SRCH-OUT.
       01 SRCH-OUT-RECORD   PIC X(127).
       FD  AUDIT-OUT.
       01 AUDIT-OUT-RECORD  PIC X(82).
       FD  EXTR-OUT.
       01 EXTR-RECORD       PIC X(140).
       FD  SUSP-OUT.
       01 SUSP-OUT-RECORD   PIC X(49).
       FD  EVT-LOG.
       01 EVT-OUT-RECORD    PIC X(80).
      *送信台帳にはFREG-IN(FREGREC)の内容をそのまま書く。読んだ
      *登録済の内容は再送の判定に使う(並びはFREGRECと同じ)。
       FD  FEED-REG.
       01 FEED-REG-RECORD.
          05 FEED-REG-KEY        PIC X(11).
          05 FEED-REG-DECL-CNT   PIC 9(9).
          05 FEED-REG-CTL-HASH   PIC 9(15).
          05 FEED-REG-RUN-DATE   PIC 9(8).
          05 FEED-REG-RUN-TIME   PIC 9(8).
          05 FEED-REG-REPROC-CNT PIC 9(3).
          05 FILLER              PIC X(26).
       FD  REPORT-OUT.
       01 REPORT-RECORD     PIC X(80).
       FD  BUSD-IN.
           COPY BUSDREC.
      *実行状況と統合済の実行キーはJST-RECORDで組み立てて書く
       FD  MGD-OUT.
       01 MGD-OUT-RECORD    PIC X(80).
       FD  JST-OUT.
       01 JST-OUT-RECORD    PIC X(80).
       WORKING-STORAGE  SECTION.
      *抽出レコードのレイアウトは書込側(PRO1/PRO13)と共用する
           COPY EXTREC.
      *実行履歴のレイアウトは書込側(PRO1)と共用する
           COPY HISTREC.
      *実行状況のレイアウトは夜間の各プログラムと共用する
           COPY JSTREC.
      *統合の実行キー。1夜分の出力はすべてこの実行日時で書く。
       77 RUN-DATE         PIC 9(8)  VALUE ZERO.
       77 RUN-TIME         PIC 9(8)  VALUE ZERO.
       01 BUS-DATE         PIC 9(8)  VALUE ZERO.
       01 CARD-BUS-DATE    PIC 9(8)  VALUE ZERO.
       01 FEEDREG-STATUS   PIC X(2)  VALUE "00".
      *区画の完了コードの許容値(MAXRCカード)
       77 SEL-MAXRC        PIC 9(2)  VALUE 4.
       01 RPT-SEL-NUM      PIC Z9.
      *分割の実行日時(これより前の区画の実行は前の分割のもの)
       01 SPLIT-DATE       PIC 9(8)  VALUE ZERO.
       01 SPLIT-TIME       PIC 9(8)  VALUE ZERO.
       01 SW-PARM-EOF   PIC X(1)  VALUE "N".
          88 PARM-EOF-YES          VALUE "Y".
          88 PARM-EOF-NO           VALUE "N".
       01 SW-PTC-EOF    PIC X(1)  VALUE "N".
          88 PTC-EOF-YES           VALUE "Y".
          88 PTC-EOF-NO            VALUE "N".
       01 SW-PST-EOF    PIC X(1)  VALUE "N".
          88 PST-EOF-YES           VALUE "Y".
          88 PST-EOF-NO            VALUE "N".
       01 SW-IN-EOF     PIC X(1)  VALUE "N".
          88 IN-EOF-YES            VALUE "Y".
          88 IN-EOF-NO             VALUE "N".
      *業務日付カードがあったか
       01 SW-BUSD-CARD  PIC X(1)  VALUE "N".
          88 BUSD-CARD-YES         VALUE "Y".
          88 BUSD-CARD-NO          VALUE "N".
      *統合を見送るか(区画の不足、許容値超え、前提の食い違い)
       01 SW-REFUSE     PIC X(1)  VALUE "N".
          88 REFUSE-YES            VALUE "Y".
          88 REFUSE-NO             VALUE "N".
      *どれかの区画が再開実行を含むか
       01 SW-RESTART    PIC X(1)  VALUE "N".
          88 RESTART-YES           VALUE "Y".
          88 RESTART-NO            VALUE "N".
      *送信台帳の登録に失敗したか
       01 SW-FREG-ERR   PIC X(1)  VALUE "N".
          88 FREG-ERR-YES          VALUE "Y".
          88 FREG-ERR-NO           VALUE "N".
      *区画の受け付けた送信が送信台帳に既にあるか
       01 SW-FREG-FOUND PIC X(1)  VALUE "N".
          88 FREG-FOUND-YES        VALUE "Y".
          88 FREG-FOUND-NO         VALUE "N".
      *照会した実行(KEY-PART/KEY-DATE/KEY-TIME)が統合済か
       01 SW-MERGED     PIC X(1)  VALUE "N".
          88 MERGED-YES            VALUE "Y".
          88 MERGED-NO             VALUE "N".
      *統合済の実行を含む区画があったか
       01 SW-MERGED-PART PIC X(1) VALUE "N".
          88 MERGED-PART-YES       VALUE "Y".
          88 MERGED-PART-NO        VALUE "N".
      *統合済/事象写し済の実行キーが表に入りきらなかったか
       01 SW-MGD-FULL   PIC X(1)  VALUE "N".
          88 MGD-FULL-YES          VALUE "Y".
          88 MGD-FULL-NO           VALUE "N".
      *区画ごとの状況表(添字は区画番号)。PRN-RUNは区画の分として
      *取り込む実行の実行日時で、通常は1件、再開実行があれば中断
      *した前の実行から順に並ぶ。PRN-ENDEDは最後の実行の終了の
      *実行状況を読んだら"Y"。PRN-STATEはA=受付、N=実行状況
      *無し、R=完了コードが許容値超え、O=再開の回数が多すぎる、
      *M=統合済の実行を含む、U=最後の実行が終わっていない。
       77 PRN-MAX-RUNS     PIC 9(1)  VALUE 5.
       77 PRN-IDX          PIC 9(2)  VALUE ZERO.
       77 PRN-RUN-IDX      PIC 9(2)  VALUE ZERO.
       77 PRN-OFFSET-WK    PIC 9(9)  VALUE ZERO.
       01 PRN-TABLE.
          05 PRN-ENTRY OCCURS 9.
             10 PRN-EXPECTED     PIC X(1).
             10 PRN-STATE        PIC X(1).
             10 PRN-BLOCKS       PIC 9(3).
             10 PRN-RECORDS      PIC 9(9).
             10 PRN-OFFSET       PIC 9(9).
             10 PRN-RC           PIC 9(4).
             10 PRN-ENDED        PIC X(1).
             10 PRN-RUN-FULL     PIC X(1).
             10 PRN-READ         PIC 9(9).
             10 PRN-REJECTED     PIC 9(9).
             10 PRN-SKIPPED      PIC 9(9).
             10 PRN-RUN-CNT      PIC 9(1).
             10 PRN-RUN OCCURS 5.
                15 PRN-RUN-DATE  PIC 9(8).
                15 PRN-RUN-TIME  PIC 9(8).
      *統合済ファイルから作る統合済の区画の実行キーの表
       77 MGD-MAX          PIC 9(3)  VALUE 100.
       77 MGD-COUNT        PIC 9(3)  VALUE ZERO.
       77 MGD-IDX          PIC 9(3)  VALUE ZERO.
       01 MGD-TABLE.
          05 MGD-ENTRY OCCURS 100.
             10 MGD-PART-NO      PIC 9(1).
             10 MGD-RUN-DATE     PIC 9(8).
             10 MGD-RUN-TIME     PIC 9(8).
      *見送りで事象を写した区画の実行キーの表(統合済ファイルの
      *PRO19EVTの行から作る)。統合済の実行とは別に持つ。
       77 EVD-MAX          PIC 9(3)  VALUE 100.
       77 EVD-COUNT        PIC 9(3)  VALUE ZERO.
       77 EVD-IDX          PIC 9(3)  VALUE ZERO.
       01 EVD-TABLE.
          05 EVD-ENTRY OCCURS 100.
             10 EVD-PART-NO      PIC 9(1).
             10 EVD-RUN-DATE     PIC 9(8).
             10 EVD-RUN-TIME     PIC 9(8).
      *照会した実行(KEY-PART/KEY-DATE/KEY-TIME)の事象が写し済か
       01 SW-EVD-DONE   PIC X(1)  VALUE "N".
          88 EVD-DONE-YES          VALUE "Y".
          88 EVD-DONE-NO           VALUE "N".
      *行の実行日時から区画を引く作業域(見つからなければゼロ)
       01 KEY-DATE         PIC 9(8)  VALUE ZERO.
       01 KEY-TIME         PIC 9(8)  VALUE ZERO.
       01 KEY-PART         PIC 9(1)  VALUE ZERO.
      *ソースから区画を引く表(拠点別実行履歴から作る)。保留には
      *実行日時が無いのでソースで区画を決めてレコード番号を直す。
       77 SMP-MAX          PIC 9(3)  VALUE 200.
       77 SMP-COUNT        PIC 9(3)  VALUE ZERO.
       77 SMP-IDX          PIC 9(3)  VALUE ZERO.
       01 SMP-TABLE.
          05 SMP-ENTRY OCCURS 200.
             10 SMP-SOURCE-ID    PIC X(3).
             10 SMP-PART-NO      PIC 9(1).
      *合算した12項目(HIST-VALUEと同じ並び)
       77 MRG-IDX          PIC 9(2)  VALUE ZERO.
       01 MRG-TOTALS.
          05 MRG-VALUE        PIC 9(9)  OCCURS 12.
       77 MRG-HIST-CNT     PIC 9(3)  VALUE ZERO.
       77 MRG-RC           PIC 9(4)  VALUE ZERO.
      *読込件数と書込件数(報告書の締めに残す)
       01 CTL-TOTALS.
          05 CTL-STAT-READ     PIC 9(9)  VALUE ZERO.
          05 CTL-PARTITIONS    PIC 9(9)  VALUE ZERO.
          05 CTL-REFUSED       PIC 9(9)  VALUE ZERO.
          05 CTL-HIST-READ     PIC 9(9)  VALUE ZERO.
          05 CTL-SRCH-WRITTEN  PIC 9(9)  VALUE ZERO.
          05 CTL-AUDIT-WRITTEN PIC 9(9)  VALUE ZERO.
          05 CTL-EXT-WRITTEN   PIC 9(9)  VALUE ZERO.
          05 CTL-SUSP-WRITTEN  PIC 9(9)  VALUE ZERO.
          05 CTL-EVT-WRITTEN   PIC 9(9)  VALUE ZERO.
          05 CTL-FREG-WRITTEN  PIC 9(9)  VALUE ZERO.
          05 CTL-FREG-REPLAYED PIC 9(9)  VALUE ZERO.
          05 CTL-STALE         PIC 9(9)  VALUE ZERO.
          05 CTL-READ-SUM      PIC 9(9)  VALUE ZERO.
          05 CTL-REJECTED-SUM  PIC 9(9)  VALUE ZERO.
          05 CTL-SKIPPED-SUM   PIC 9(9)  VALUE ZERO.
      *12項目の見出し(HIST-VALUEの並び順と対で保守する)
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
           "PRO19 PARTITION MERGE".
       01 RPT-HEADER-2.
          05 FILLER            PIC X(40)  VALUE
               "PART BLOCKS   RECORDS    OFFSET RUN-DATE".
          05 FILLER            PIC X(40)  VALUE
               " RUN-TIME   RC STATUS".
       01 RPT-HEADER-3      PIC X(80) VALUE ALL "-".
       01 RPT-SEL-LINE.
          05 FILLER            PIC X(10)  VALUE "SELECT    ".
          05 RPT-SEL-LABEL     PIC X(10).
          05 FILLER            PIC X(2)   VALUE SPACES.
          05 RPT-SEL-VALUE     PIC X(8).
          05 FILLER            PIC X(50)  VALUE SPACES.
      *区画1件の行(実行日時は区画の最後の実行)
       01 RPT-PTN-LINE.
          05 FILLER            PIC X(2)   VALUE SPACES.
          05 RPT-PTN-NO        PIC 9(1).
          05 FILLER            PIC X(3)   VALUE SPACES.
          05 RPT-PTN-BLOCKS    PIC ZZ9.
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-PTN-RECORDS   PIC ZZZZZZZZ9.
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-PTN-OFFSET    PIC ZZZZZZZZ9.
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-PTN-DATE      PIC 9(8).
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-PTN-TIME      PIC 9(8).
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-PTN-RC        PIC ZZZ9.
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-PTN-STATUS    PIC X(20).
          05 FILLER            PIC X(7)   VALUE SPACES.
       01 RPT-RESTART-LINE.
          05 FILLER            PIC X(21)  VALUE
               "** WARNING PARTITION ".
          05 RPT-RST-NO        PIC 9(1).
          05 FILLER            PIC X(58)  VALUE
               " RESTARTED - PRIOR RUN SUSPOUT NOT MERGED".
       01 RPT-NOPTC-LINE    PIC X(80) VALUE
           "** ERROR NO PARTITION CONTROL - RUN THE SPLIT FIRST".
       01 RPT-BUSDATE-LINE.
          05 FILLER            PIC X(38)  VALUE
               "** ERROR BUSINESS DATE DIFFERS - SPLIT".
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 RPT-BDE-SPLIT     PIC 9(8).
          05 FILLER            PIC X(7)   VALUE " CARD  ".
          05 RPT-BDE-CARD      PIC 9(8).
          05 FILLER            PIC X(18)  VALUE SPACES.
       01 RPT-MERGED-LINE   PIC X(80) VALUE
           "** ERROR PARTITION RUNS ALREADY MERGED - RERUN THE SPLIT".
       01 RPT-MGDFULL-LINE  PIC X(80) VALUE
           "** ERROR TOO MANY MERGED RUNS - RERUN THE SPLIT".
       01 RPT-REFUSE-LINE   PIC X(80) VALUE
           "** ERROR PARTITIONS NOT ACCEPTED - NOTHING MERGED".
       01 RPT-NOINPUT-LINE  PIC X(80) VALUE
           "** ERROR NO DETAIL RECORDS READ - CHECK SCANIN".
       01 RPT-ALLREJ-LINE   PIC X(80) VALUE
           "** ERROR EVERY TEST-3 FIELD REJECTED - CHECK SCANIN".
       01 RPT-REJWARN-LINE  PIC X(80) VALUE
           "** WARNING TEST-3 REJECTS PRESENT - SEE TEST-3 REJECTED".
       01 RPT-NOHIST-LINE   PIC X(80) VALUE
           "NO PARTITION RUN HISTORY - NOTHING MERGED".
       01 RPT-FREGERR-LINE.
          05 FILLER            PIC X(39)  VALUE
               "** ERROR FEED REGISTER NOT UPDATED SRC ".
          05 RPT-FRE-ID        PIC X(3).
          05 FILLER            PIC X(8)   VALUE " STATUS ".
          05 RPT-FRE-STATUS    PIC X(2).
          05 FILLER            PIC X(28)  VALUE SPACES.
      *再送の通知行(PRO1と同じ体裁)。台帳に残る受付実行と、区画
      *が受け付けた件数/管理値が台帳と同じかを添える
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
          05 FILLER            PIC X(13)  VALUE "   PARTITION ".
          05 RPT-RPL-PART      PIC 9(1).
          05 FILLER            PIC X(6)   VALUE " DECL ".
          05 RPT-RPL-DECL      PIC ZZZZZZZZ9.
          05 FILLER            PIC X(10)  VALUE " REG DECL ".
          05 RPT-RPL-REG-DECL  PIC ZZZZZZZZ9.
          05 FILLER            PIC X(9)   VALUE " CONTENT ".
          05 RPT-RPL-CONTENT   PIC X(7).
          05 FILLER            PIC X(16)  VALUE SPACES.
       01 RPT-ALLRPL-LINE   PIC X(80) VALUE
           "** ERROR EVERY PARTITION FEED ALREADY ACCEPTED".
       01 RPT-SMPFULL-LINE  PIC X(80) VALUE
           "** WARNING SOURCE TABLE FULL - SOME SUSPENSE NOT MERGED".
      *区画の報告書の前に入れる区切り
       01 RPT-PARTRPT-LINE  PIC X(80) VALUE
           "PARTITION REPORTS (RECORD NUMBERS ARE WITHIN PARTITION)".
      *集計印刷で使う締めの行
       01 RPT-CTL-HEADER-1  PIC X(80) VALUE ALL "-".
       01 RPT-CTL-HEADER-2  PIC X(80) VALUE
           "RUN CONTROL TOTALS".
       01 RPT-CTL-RESTART-NOTE PIC X(80) VALUE
           "NOTE: RESTARTED RUN - TOTALS COVER RECORDS AFTER RESTART PT 
      -    "ONLY; ADD PRIOR RUN.".
       01 RPT-CTL-LINE.
          05 RPT-CTL-LABEL     PIC X(20).
          05 FILLER            PIC X(5)   VALUE SPACES.
          05 RPT-CTL-COUNT     PIC ZZZZZZZZ9.
       01 RPT-CTL-LABEL-WK     PIC X(20).
      *拠点別の集計ブロックの見出し行
       01 RPT-SRC-HEADER.
          05 FILLER            PIC X(9)   VALUE "SOURCE ".
          05 RPT-SRC-HDR-ID    PIC X(3).
          05 FILLER            PIC X(12)  VALUE "  PARTITION ".
          05 RPT-SRC-HDR-PART  PIC 9(1).
          05 FILLER            PIC X(55)  VALUE SPACES.
       PROCEDURE        DIVISION.
       開始             SECTION.
       初期化.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           INITIALIZE PRN-TABLE.
           PERFORM 業務日付取得.
           PERFORM パラメータ読込.
           PERFORM 区画管理読込.
           OPEN OUTPUT REPORT-OUT.
           WRITE REPORT-RECORD FROM RPT-HEADER-1 AFTER ADVANCING 1 LINE.
           PERFORM 選択条件印刷.
           PERFORM 区画状況読込.
           PERFORM 統合可否判定.
           OPEN OUTPUT EXTR-OUT.
           OPEN OUTPUT SUSP-OUT.
           OPEN EXTEND EVT-LOG.
           IF REFUSE-YES
               WRITE REPORT-RECORD FROM RPT-REFUSE-LINE
                   AFTER ADVANCING 2 LINE
               MOVE 12 TO MRG-RC
               PERFORM 事象統合
               PERFORM 事象済書込
           ELSE
               PERFORM 区画出力統合
               PERFORM 統合済書込
           END-IF.
           CLOSE EXTR-OUT.
           CLOSE SUSP-OUT.
           CLOSE EVT-LOG.
           PERFORM 区画報告書転記.
           PERFORM 集計印刷.
           CLOSE REPORT-OUT.
           GO TO プログラム終了.
      *業務日付カードを読む。無ければ区画管理レコードの業務日付
      *(それも無ければ実行日)を使う。
       業務日付取得.
           MOVE RUN-DATE TO BUS-DATE.
           OPEN INPUT BUSD-IN.
           READ BUSD-IN
               AT END CONTINUE
               NOT AT END
                   IF BUSD-KEYWORD = "BUSDATE "
                    AND BUSD-VALUE(1:8) IS NUMERIC
                       MOVE BUSD-VALUE(1:8) TO BUS-DATE
                                               CARD-BUS-DATE
                       SET BUSD-CARD-YES TO TRUE
                   END-IF
           END-READ.
           CLOSE BUSD-IN.
      *制御カードから完了コードの許容値を読込む
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
               WHEN "MAXRC   "
                   IF PARM-VALUE(1:2) IS NUMERIC
                       MOVE PARM-VALUE(1:2) TO SEL-MAXRC
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *区画管理レコードから待つべき区画と分割の実行日時を取り、
      *区画ごとのレコード番号の足し込み値を求める
       区画管理読込.
           OPEN INPUT PTC-IN.
           PERFORM 区画管理1件読込 UNTIL PTC-EOF-YES.
           CLOSE PTC-IN.
           MOVE ZERO TO PRN-OFFSET-WK.
           PERFORM 足し込み値設定 VARYING PRN-IDX FROM 1 BY 1
               UNTIL PRN-IDX > 9.
       区画管理1件読込.
           READ PTC-IN
               AT END SET PTC-EOF-YES TO TRUE
               NOT AT END PERFORM 区画管理1件設定
           END-READ.
       区画管理1件設定.
           IF PTC-PART-NO > ZERO
               MOVE PTC-PART-NO  TO PRN-IDX
               MOVE "Y"          TO PRN-EXPECTED(PRN-IDX)
               MOVE PTC-BLOCKS   TO PRN-BLOCKS(PRN-IDX)
               MOVE PTC-RECORDS  TO PRN-RECORDS(PRN-IDX)
               MOVE PTC-RUN-DATE TO SPLIT-DATE
               MOVE PTC-RUN-TIME TO SPLIT-TIME
               MOVE PTC-BUS-DATE TO BUS-DATE
           END-IF.
       足し込み値設定.
           IF PRN-EXPECTED(PRN-IDX) = "Y"
               MOVE PRN-OFFSET-WK TO PRN-OFFSET(PRN-IDX)
               ADD PRN-RECORDS(PRN-IDX) TO PRN-OFFSET-WK
           END-IF.
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
           MOVE "SPLIT DATE"     TO RPT-SEL-LABEL.
           MOVE SPLIT-DATE       TO RPT-SEL-VALUE.
           WRITE REPORT-RECORD FROM RPT-SEL-LINE AFTER ADVANCING 1 LINE.
           MOVE "SPLIT TIME"     TO RPT-SEL-LABEL.
           MOVE SPLIT-TIME       TO RPT-SEL-VALUE.
           WRITE REPORT-RECORD FROM RPT-SEL-LINE AFTER ADVANCING 1 LINE.
           MOVE "MAXRC"          TO RPT-SEL-LABEL.
           MOVE SEL-MAXRC        TO RPT-SEL-NUM.
           MOVE RPT-SEL-NUM      TO RPT-SEL-VALUE.
           WRITE REPORT-RECORD FROM RPT-SEL-LINE AFTER ADVANCING 1 LINE.
      *区画のPRO1の実行状況を読み、区画ごとに取り込む実行を決める。
      *再開実行はその前の実行に続けて並べ、それ以外の実行は区画を
      *流し直したものとして前の実行を捨てる。同じ実行の開始と
      *終了の実行状況は1つの実行にまとめる。完了コードは区画の
      *最後の実行のもの。連結の最後の統合済ファイルからは統合済
      *の実行キーと、見送りで事象を写した実行キーを控える。
       区画状況読込.
           OPEN INPUT PST-IN.
           PERFORM 区画状況1件読込 UNTIL PST-EOF-YES.
           CLOSE PST-IN.
       区画状況1件読込.
           READ PST-IN INTO JST-RECORD
               AT END SET PST-EOF-YES TO TRUE
               NOT AT END PERFORM 区画状況1件設定
           END-READ.
       区画状況1件設定.
           ADD 1 TO CTL-STAT-READ.
           MOVE ZERO TO PRN-IDX.
           IF (JST-PROGRAM = "PRO1" OR JST-PROGRAM = "PRO19"
                OR JST-PROGRAM = "PRO19EVT")
            AND JST-PARTITION IS NUMERIC
               MOVE JST-PARTITION TO PRN-IDX
           END-IF.
           EVALUATE TRUE
               WHEN PRN-IDX = ZERO
                   ADD 1 TO CTL-STALE
               WHEN PRN-EXPECTED(PRN-IDX) NOT = "Y"
                   ADD 1 TO CTL-STALE
               WHEN JST-BUS-DATE NOT = BUS-DATE
                   ADD 1 TO CTL-STALE
               WHEN JST-RUN-DATE < SPLIT-DATE
                   ADD 1 TO CTL-STALE
               WHEN JST-RUN-DATE = SPLIT-DATE
                AND JST-RUN-TIME < SPLIT-TIME
                   ADD 1 TO CTL-STALE
               WHEN JST-PROGRAM = "PRO19"
                   PERFORM 統合済登録
               WHEN JST-PROGRAM = "PRO19EVT"
                   PERFORM 事象済登録
               WHEN OTHER
                   PERFORM 区画実行登録
           END-EVALUATE.
      *開始の実行状況(完了コード空白)で実行を加え、終了の実行状況
      *で完了コードと件数を入れる。開始の無い終了の実行状況も
      *そこで実行を加える。
       区画実行登録.
           MOVE PRN-RUN-CNT(PRN-IDX) TO PRN-RUN-IDX.
           IF PRN-RUN-IDX = ZERO
               PERFORM 区画実行追加
           ELSE
               IF PRN-RUN-DATE(PRN-IDX, PRN-RUN-IDX) NOT = JST-RUN-DATE
                OR PRN-RUN-TIME(PRN-IDX, PRN-RUN-IDX) NOT = JST-RUN-TIME
                   PERFORM 区画実行追加
               END-IF
           END-IF.
           IF JST-RC IS NUMERIC
               MOVE "Y"          TO PRN-ENDED(PRN-IDX)
               MOVE JST-RC       TO PRN-RC(PRN-IDX)
               ADD JST-READ      TO PRN-READ(PRN-IDX)
               ADD JST-REJECTED  TO PRN-REJECTED(PRN-IDX)
               ADD JST-SKIPPED   TO PRN-SKIPPED(PRN-IDX)
           END-IF.
       区画実行追加.
           IF JST-RESTARTED = "Y" AND PRN-RUN-CNT(PRN-IDX) > ZERO
               IF PRN-RUN-CNT(PRN-IDX) < PRN-MAX-RUNS
                   ADD 1 TO PRN-RUN-CNT(PRN-IDX)
               ELSE
                   MOVE "Y" TO PRN-RUN-FULL(PRN-IDX)
               END-IF
           ELSE
               MOVE 1            TO PRN-RUN-CNT(PRN-IDX)
               MOVE "N"          TO PRN-RUN-FULL(PRN-IDX)
               MOVE ZERO         TO PRN-READ(PRN-IDX)
                                    PRN-REJECTED(PRN-IDX)
                                    PRN-SKIPPED(PRN-IDX)
           END-IF.
           MOVE "N"          TO PRN-ENDED(PRN-IDX).
           MOVE ZERO         TO PRN-RC(PRN-IDX).
           MOVE PRN-RUN-CNT(PRN-IDX) TO PRN-RUN-IDX.
           MOVE JST-RUN-DATE TO PRN-RUN-DATE(PRN-IDX, PRN-RUN-IDX).
           MOVE JST-RUN-TIME TO PRN-RUN-TIME(PRN-IDX, PRN-RUN-IDX).
      *統合済ファイルの1件(統合した区画の実行キー)を控える。表に
      *入りきらなければ統合済かどうかを決められないので見送る。
       統合済登録.
           IF MGD-COUNT < MGD-MAX
               ADD 1 TO MGD-COUNT
               MOVE PRN-IDX      TO MGD-PART-NO(MGD-COUNT)
               MOVE JST-RUN-DATE TO MGD-RUN-DATE(MGD-COUNT)
               MOVE JST-RUN-TIME TO MGD-RUN-TIME(MGD-COUNT)
           ELSE
               SET MGD-FULL-YES TO TRUE
           END-IF.
      *統合済ファイルのPRO19EVTの1件(見送りで事象を写した区画の
      *実行キー)を控える。表に入りきらなければ二重に写すおそれが
      *あるので、統合済の表と同じく見送る。
       事象済登録.
           IF EVD-COUNT < EVD-MAX
               ADD 1 TO EVD-COUNT
               MOVE PRN-IDX      TO EVD-PART-NO(EVD-COUNT)
               MOVE JST-RUN-DATE TO EVD-RUN-DATE(EVD-COUNT)
               MOVE JST-RUN-TIME TO EVD-RUN-TIME(EVD-COUNT)
           ELSE
               SET MGD-FULL-YES TO TRUE
           END-IF.
      *前提(区画管理と業務日付)と区画ごとの状況を確かめ、状況表を
      *印刷する。統合できるときの完了コードの起点は区画の完了
      *コードの最大値。
       統合可否判定.
           IF SPLIT-DATE = ZERO
               WRITE REPORT-RECORD FROM RPT-NOPTC-LINE
                   AFTER ADVANCING 2 LINE
               SET REFUSE-YES TO TRUE
           END-IF.
           IF BUSD-CARD-YES AND SPLIT-DATE NOT = ZERO
            AND CARD-BUS-DATE NOT = BUS-DATE
               MOVE BUS-DATE      TO RPT-BDE-SPLIT
               MOVE CARD-BUS-DATE TO RPT-BDE-CARD
               WRITE REPORT-RECORD FROM RPT-BUSDATE-LINE
                   AFTER ADVANCING 2 LINE
               SET REFUSE-YES TO TRUE
           END-IF.
           WRITE REPORT-RECORD FROM RPT-HEADER-2 AFTER ADVANCING 2 LINE.
           WRITE REPORT-RECORD FROM RPT-HEADER-3 AFTER ADVANCING 1 LINE.
           PERFORM 区画1件判定 VARYING PRN-IDX FROM 1 BY 1
               UNTIL PRN-IDX > 9.
           IF MERGED-PART-YES
               WRITE REPORT-RECORD FROM RPT-MERGED-LINE
                   AFTER ADVANCING 2 LINE
           END-IF.
           IF MGD-FULL-YES
               WRITE REPORT-RECORD FROM RPT-MGDFULL-LINE
                   AFTER ADVANCING 2 LINE
               SET REFUSE-YES TO TRUE
           END-IF.
           IF CTL-REFUSED > ZERO
               SET REFUSE-YES TO TRUE
           END-IF.
       区画1件判定.
           IF PRN-EXPECTED(PRN-IDX) = "Y"
               ADD 1 TO CTL-PARTITIONS
               MOVE SPACES TO RPT-PTN-STATUS
               PERFORM 区画統合済判定
               EVALUATE TRUE
                   WHEN PRN-RUN-CNT(PRN-IDX) = ZERO
                       MOVE "N"               TO PRN-STATE(PRN-IDX)
                       MOVE "REFUSED NO STATUS" TO RPT-PTN-STATUS
                   WHEN PRN-RUN-FULL(PRN-IDX) = "Y"
                       MOVE "O"               TO PRN-STATE(PRN-IDX)
                       MOVE "REFUSED RESTARTS" TO RPT-PTN-STATUS
                   WHEN MERGED-YES
                       MOVE "M"               TO PRN-STATE(PRN-IDX)
                       MOVE "REFUSED MERGED"  TO RPT-PTN-STATUS
                       SET MERGED-PART-YES TO TRUE
                   WHEN PRN-ENDED(PRN-IDX) NOT = "Y"
                       MOVE "U"               TO PRN-STATE(PRN-IDX)
                       MOVE "REFUSED NOT ENDED" TO RPT-PTN-STATUS
                   WHEN PRN-RC(PRN-IDX) > SEL-MAXRC
                       MOVE "R"               TO PRN-STATE(PRN-IDX)
                       MOVE "REFUSED RC"      TO RPT-PTN-STATUS
                   WHEN OTHER
                       MOVE "A"               TO PRN-STATE(PRN-IDX)
                       MOVE "ACCEPTED"        TO RPT-PTN-STATUS
                       IF PRN-RC(PRN-IDX) > MRG-RC
                           MOVE PRN-RC(PRN-IDX) TO MRG-RC
                       END-IF
                       ADD PRN-READ(PRN-IDX)     TO CTL-READ-SUM
                       ADD PRN-REJECTED(PRN-IDX) TO CTL-REJECTED-SUM
                       ADD PRN-SKIPPED(PRN-IDX)  TO CTL-SKIPPED-SUM
               END-EVALUATE
               IF PRN-STATE(PRN-IDX) NOT = "A"
                   ADD 1 TO CTL-REFUSED
               END-IF
               MOVE PRN-IDX              TO RPT-PTN-NO
               MOVE PRN-BLOCKS(PRN-IDX)  TO RPT-PTN-BLOCKS
               MOVE PRN-RECORDS(PRN-IDX) TO RPT-PTN-RECORDS
               MOVE PRN-OFFSET(PRN-IDX)  TO RPT-PTN-OFFSET
               MOVE ZERO                 TO RPT-PTN-DATE
                                            RPT-PTN-TIME
               MOVE PRN-RUN-CNT(PRN-IDX) TO PRN-RUN-IDX
               IF PRN-RUN-IDX > ZERO
                   MOVE PRN-RUN-DATE(PRN-IDX, PRN-RUN-IDX)
                       TO RPT-PTN-DATE
                   MOVE PRN-RUN-TIME(PRN-IDX, PRN-RUN-IDX)
                       TO RPT-PTN-TIME
               END-IF
               MOVE PRN-RC(PRN-IDX)      TO RPT-PTN-RC
               WRITE REPORT-RECORD FROM RPT-PTN-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
      *区画の取り込む実行に統合済のものがあればMERGED-YESにする
       区画統合済判定.
           SET MERGED-NO TO TRUE.
           MOVE PRN-IDX TO KEY-PART.
           PERFORM 区画実行統合済照会
               VARYING PRN-RUN-IDX FROM 1 BY 1
               UNTIL PRN-RUN-IDX > PRN-RUN-CNT(PRN-IDX).
       区画実行統合済照会.
           MOVE PRN-RUN-DATE(PRN-IDX, PRN-RUN-IDX) TO KEY-DATE.
           MOVE PRN-RUN-TIME(PRN-IDX, PRN-RUN-IDX) TO KEY-TIME.
           PERFORM 統合済照会.
      *KEY-PART/KEY-DATE/KEY-TIMEの実行が統合済の表にあれば
      *MERGED-YESにする(呼ぶ側で先にMERGED-NOにしておく)
       統合済照会.
           PERFORM 統合済照合 VARYING MGD-IDX FROM 1 BY 1
               UNTIL MGD-IDX > MGD-COUNT.
       統合済照合.
           IF MGD-PART-NO(MGD-IDX) = KEY-PART
            AND MGD-RUN-DATE(MGD-IDX) = KEY-DATE
            AND MGD-RUN-TIME(MGD-IDX) = KEY-TIME
               SET MERGED-YES TO TRUE
           END-IF.
      *全区画を受け付けたときの統合。実行履歴を合算してから、
      *各ファイルの行を統合の実行日時に付け替えて書く。
       区画出力統合.
           PERFORM 再開区画印刷 VARYING PRN-IDX FROM 1 BY 1
               UNTIL PRN-IDX > 9.
           PERFORM 実行履歴統合.
           IF MRG-HIST-CNT = ZERO
               IF MRG-RC < 8
                   WRITE REPORT-RECORD FROM RPT-NOINPUT-LINE
                       AFTER ADVANCING 2 LINE
                   MOVE 8 TO MRG-RC
               ELSE
                   WRITE REPORT-RECORD FROM RPT-NOHIST-LINE
                       AFTER ADVANCING 2 LINE
               END-IF
               PERFORM 事象統合
           ELSE
               PERFORM 合算集計印刷
               PERFORM 拠点別履歴統合
               PERFORM 監査証跡統合
               PERFORM 抽出統合
               PERFORM 保留統合
               PERFORM 事象統合
               PERFORM 送信台帳統合
               PERFORM 統合結果判定
           END-IF.
      *再開実行を含む区画は、中断した前の実行の保留(SUSPOUTの前の
      *世代)を統合しないので、その旨を警告する
       再開区画印刷.
           IF PRN-RUN-CNT(PRN-IDX) > 1
               SET RESTART-YES TO TRUE
               MOVE PRN-IDX TO RPT-RST-NO
               WRITE REPORT-RECORD FROM RPT-RESTART-LINE
                   AFTER ADVANCING 1 LINE
               IF MRG-RC < 4
                   MOVE 4 TO MRG-RC
               END-IF
           END-IF.
      *行の実行日時(KEY-DATE/KEY-TIME)がどの区画の取り込む実行かを
      *引く。どの区画のものでもなければKEY-PARTはゼロ。
       区画実行検索.
           MOVE ZERO TO KEY-PART.
           PERFORM 区画実行照合
               VARYING PRN-IDX FROM 1 BY 1 UNTIL PRN-IDX > 9
                 AFTER PRN-RUN-IDX FROM 1 BY 1
                 UNTIL PRN-RUN-IDX > PRN-MAX-RUNS.
       区画実行照合.
           IF PRN-RUN-IDX NOT > PRN-RUN-CNT(PRN-IDX)
            AND PRN-RUN-DATE(PRN-IDX, PRN-RUN-IDX) = KEY-DATE
            AND PRN-RUN-TIME(PRN-IDX, PRN-RUN-IDX) = KEY-TIME
               MOVE PRN-IDX TO KEY-PART
           END-IF.
      *区画の実行履歴を合算し、統合の実行日時で1件書く
       実行履歴統合.
           MOVE ZERO TO MRG-TOTALS.
           SET IN-EOF-NO TO TRUE.
           OPEN INPUT HIST-IN.
           PERFORM 実行履歴1件読込 UNTIL IN-EOF-YES.
           CLOSE HIST-IN.
           IF MRG-HIST-CNT > ZERO
               MOVE RUN-DATE TO HIST-RUN-DATE
               MOVE RUN-TIME TO HIST-RUN-TIME
               PERFORM 実行履歴値転記 VARYING MRG-IDX FROM 1 BY 1
                   UNTIL MRG-IDX > 12
               OPEN EXTEND HIST-OUT
               WRITE HIST-OUT-RECORD FROM HIST-RECORD
               CLOSE HIST-OUT
           END-IF.
       実行履歴1件読込.
           READ HIST-IN INTO HIST-RECORD
               AT END SET IN-EOF-YES TO TRUE
               NOT AT END PERFORM 実行履歴1件加算
           END-READ.
       実行履歴1件加算.
           ADD 1 TO CTL-HIST-READ.
           MOVE HIST-RUN-DATE TO KEY-DATE.
           MOVE HIST-RUN-TIME TO KEY-TIME.
           PERFORM 区画実行検索.
           IF KEY-PART > ZERO
               ADD 1 TO MRG-HIST-CNT
               PERFORM 実行履歴値加算 VARYING MRG-IDX FROM 1 BY 1
                   UNTIL MRG-IDX > 12
           ELSE
               ADD 1 TO CTL-STALE
           END-IF.
       実行履歴値加算.
           ADD HIST-VALUE(MRG-IDX) TO MRG-VALUE(MRG-IDX).
       実行履歴値転記.
           MOVE MRG-VALUE(MRG-IDX) TO HIST-VALUE(MRG-IDX).
      *合算したRUN CONTROL TOTALS。再開実行を含む夜は、1本流しの
      *再開と同じく前の実行の分が入っていないことを明示する。
       合算集計印刷.
           WRITE REPORT-RECORD FROM RPT-CTL-HEADER-1
               AFTER ADVANCING 2 LINE.
           WRITE REPORT-RECORD FROM RPT-CTL-HEADER-2
               AFTER ADVANCING 1 LINE.
           IF RESTART-YES
               WRITE REPORT-RECORD FROM RPT-CTL-RESTART-NOTE
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 合算1行印刷 VARYING MRG-IDX FROM 1 BY 1
               UNTIL MRG-IDX > 12.
       合算1行印刷.
           MOVE GEN-LABEL(MRG-IDX)  TO RPT-CTL-LABEL-WK.
           MOVE MRG-VALUE(MRG-IDX)  TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
      *拠点別実行履歴を付け替えて書き、拠点別の集計を印刷する。
      *保留の区画を決めるためソースと区画の対応も控える。
       拠点別履歴統合.
           SET IN-EOF-NO TO TRUE.
           OPEN INPUT SRCH-IN.
           OPEN EXTEND SRCH-OUT.
           PERFORM 拠点別履歴1件読込 UNTIL IN-EOF-YES.
           CLOSE SRCH-IN.
           CLOSE SRCH-OUT.
       拠点別履歴1件読込.
           READ SRCH-IN
               AT END SET IN-EOF-YES TO TRUE
               NOT AT END PERFORM 拠点別履歴1件設定
           END-READ.
       拠点別履歴1件設定.
           MOVE SRCH-RUN-DATE TO KEY-DATE.
           MOVE SRCH-RUN-TIME TO KEY-TIME.
           PERFORM 区画実行検索.
           IF KEY-PART > ZERO
               MOVE RUN-DATE TO SRCH-RUN-DATE
               MOVE RUN-TIME TO SRCH-RUN-TIME
               WRITE SRCH-OUT-RECORD FROM SRCH-RECORD
               ADD 1 TO CTL-SRCH-WRITTEN
               PERFORM ソース区画登録
               MOVE SRCH-SOURCE-ID TO RPT-SRC-HDR-ID
               MOVE KEY-PART       TO RPT-SRC-HDR-PART
               WRITE REPORT-RECORD FROM RPT-SRC-HEADER
                   AFTER ADVANCING 2 LINE
               PERFORM 拠点別1行印刷 VARYING MRG-IDX FROM 1 BY 1
                   UNTIL MRG-IDX > 12
           ELSE
               ADD 1 TO CTL-STALE
           END-IF.
       拠点別1行印刷.
           MOVE GEN-LABEL(MRG-IDX)   TO RPT-CTL-LABEL-WK.
           MOVE SRCH-VALUE(MRG-IDX)  TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
       ソース区画登録.
           PERFORM ソース区画検索 VARYING SMP-IDX FROM 1 BY 1
               UNTIL SMP-IDX > SMP-COUNT
                  OR SMP-SOURCE-ID(SMP-IDX) = SRCH-SOURCE-ID.
           IF SMP-IDX > SMP-COUNT
               IF SMP-COUNT < SMP-MAX
                   ADD 1 TO SMP-COUNT
                   MOVE SRCH-SOURCE-ID TO SMP-SOURCE-ID(SMP-COUNT)
                   MOVE KEY-PART       TO SMP-PART-NO(SMP-COUNT)
               ELSE
                   WRITE REPORT-RECORD FROM RPT-SMPFULL-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.
       ソース区画検索.
           CONTINUE.
      *監査証跡を付け替え、レコード番号に区画の足し込み値を足す
       監査証跡統合.
           SET IN-EOF-NO TO TRUE.
           OPEN INPUT AUDIT-IN.
           OPEN EXTEND AUDIT-OUT.
           PERFORM 監査証跡1件読込 UNTIL IN-EOF-YES.
           CLOSE AUDIT-IN.
           CLOSE AUDIT-OUT.
       監査証跡1件読込.
           READ AUDIT-IN
               AT END SET IN-EOF-YES TO TRUE
               NOT AT END PERFORM 監査証跡1件設定
           END-READ.
       監査証跡1件設定.
           MOVE AUDIT-RUN-DATE TO KEY-DATE.
           MOVE AUDIT-RUN-TIME TO KEY-TIME.
           PERFORM 区画実行検索.
           IF KEY-PART > ZERO
               MOVE RUN-DATE TO AUDIT-RUN-DATE
               MOVE RUN-TIME TO AUDIT-RUN-TIME
               ADD PRN-OFFSET(KEY-PART) TO AUDIT-REC-NO
               WRITE AUDIT-OUT-RECORD FROM AUDIT-RECORD
               ADD 1 TO CTL-AUDIT-WRITTEN
           ELSE
               ADD 1 TO CTL-STALE
           END-IF.
      *抽出の明細を付け替えて書き、区画のトレーラは捨てて合算の
      *トレーラを最後に1件書く
       抽出統合.
           SET IN-EOF-NO TO TRUE.
           OPEN INPUT EXTR-IN.
           PERFORM 抽出1件読込 UNTIL IN-EOF-YES.
           CLOSE EXTR-IN.
           MOVE RUN-DATE TO EXT-TRL-RUN-DATE.
           MOVE RUN-TIME TO EXT-TRL-RUN-TIME.
           MOVE "T"      TO EXT-TRL-REC-TYPE.
           PERFORM 抽出トレーラ値転記
               VARYING MRG-IDX FROM 1 BY 1
               UNTIL MRG-IDX > 12.
           WRITE EXTR-RECORD FROM EXT-TRAILER-RECORD.
           ADD 1 TO CTL-EXT-WRITTEN.
       抽出1件読込.
           READ EXTR-IN
               AT END SET IN-EOF-YES TO TRUE
               NOT AT END PERFORM 抽出1件設定
           END-READ.
       抽出1件設定.
           MOVE EXTR-IN-RECORD TO EXT-DETAIL-RECORD.
           MOVE EXT-DTL-RUN-DATE TO KEY-DATE.
           MOVE EXT-DTL-RUN-TIME TO KEY-TIME.
           PERFORM 区画実行検索.
           EVALUATE TRUE
               WHEN KEY-PART = ZERO
                   ADD 1 TO CTL-STALE
               WHEN EXT-DTL-REC-TYPE = "T"
               WHEN EXT-DTL-REC-TYPE = "X"
                   CONTINUE
               WHEN OTHER
                   MOVE RUN-DATE TO EXT-DTL-RUN-DATE
                   MOVE RUN-TIME TO EXT-DTL-RUN-TIME
                   ADD PRN-OFFSET(KEY-PART) TO EXT-DTL-REC-NO
                   WRITE EXTR-RECORD FROM EXT-DETAIL-RECORD
                   ADD 1 TO CTL-EXT-WRITTEN
           END-EVALUATE.
       抽出トレーラ値転記.
           MOVE MRG-VALUE(MRG-IDX) TO EXT-TRL-VALUE(MRG-IDX).
      *区画の保留(最新世代)をまとめる。保留には実行日時が無いので
      *ソースで区画を決める。拠点別実行履歴に無いソースの行は
      *取り込む実行のものではない。
       保留統合.
           SET IN-EOF-NO TO TRUE.
           OPEN INPUT SUSP-IN.
           PERFORM 保留1件読込 UNTIL IN-EOF-YES.
           CLOSE SUSP-IN.
       保留1件読込.
           READ SUSP-IN
               AT END SET IN-EOF-YES TO TRUE
               NOT AT END PERFORM 保留1件設定
           END-READ.
       保留1件設定.
           PERFORM ソース区画検索 VARYING SMP-IDX FROM 1 BY 1
               UNTIL SMP-IDX > SMP-COUNT
                  OR SMP-SOURCE-ID(SMP-IDX) = SUSP-SOURCE-ID.
           IF SMP-IDX > SMP-COUNT
               ADD 1 TO CTL-STALE
           ELSE
               MOVE SMP-PART-NO(SMP-IDX) TO KEY-PART
               ADD PRN-OFFSET(KEY-PART) TO SUSP-REC-NO
               WRITE SUSP-OUT-RECORD FROM SUSP-RECORD
               ADD 1 TO CTL-SUSP-WRITTEN
           END-IF.
      *事象ログを写す。統合するときは全区画の分を付け替えて書く。
      *統合を見送るときも、受け付けなかった区画で起きた事象は
      *起きたこととして残す(実行日時は区画の実行のまま)。ただし
      *前の統合で写した実行や、前の見送りで事象を写した実行の
      *事象は、どちらの場合も二重に書かない。
       事象統合.
           SET IN-EOF-NO TO TRUE.
           OPEN INPUT EVT-IN.
           PERFORM 事象1件読込 UNTIL IN-EOF-YES.
           CLOSE EVT-IN.
       事象1件読込.
           READ EVT-IN
               AT END SET IN-EOF-YES TO TRUE
               NOT AT END PERFORM 事象1件設定
           END-READ.
       事象1件設定.
           MOVE EVT-RUN-DATE TO KEY-DATE.
           MOVE EVT-RUN-TIME TO KEY-TIME.
           PERFORM 区画実行検索.
           SET EVD-DONE-NO TO TRUE.
           IF KEY-PART > ZERO
               PERFORM 事象済照会
           END-IF.
           EVALUATE TRUE
               WHEN KEY-PART = ZERO
                   ADD 1 TO CTL-STALE
               WHEN EVD-DONE-YES
                   ADD 1 TO CTL-STALE
               WHEN REFUSE-NO
                   MOVE RUN-DATE TO EVT-RUN-DATE
                   MOVE RUN-TIME TO EVT-RUN-TIME
                   WRITE EVT-OUT-RECORD FROM EVT-RECORD
                   ADD 1 TO CTL-EVT-WRITTEN
               WHEN PRN-STATE(KEY-PART) NOT = "A"
                   SET MERGED-NO TO TRUE
                   PERFORM 統合済照会
                   IF MERGED-NO
                       WRITE EVT-OUT-RECORD FROM EVT-RECORD
                       ADD 1 TO CTL-EVT-WRITTEN
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *KEY-PART/KEY-DATE/KEY-TIMEの実行が事象写し済の表にあれば
      *EVD-DONE-YESにする(呼ぶ側で先にEVD-DONE-NOにしておく)
       事象済照会.
           PERFORM 事象済照合 VARYING EVD-IDX FROM 1 BY 1
               UNTIL EVD-IDX > EVD-COUNT.
       事象済照合.
           IF EVD-PART-NO(EVD-IDX) = KEY-PART
            AND EVD-RUN-DATE(EVD-IDX) = KEY-DATE
            AND EVD-RUN-TIME(EVD-IDX) = KEY-TIME
               SET EVD-DONE-YES TO TRUE
           END-IF.
      *見送りで受け付けなかった区画の事象を写した後、その区画の
      *実行のうち統合済でも事象写し済でもないものの実行キーを、
      *プログラム名PRO19EVTで統合済ファイルへ書く(統合済の行とは
      *プログラム名で分ける)。
       事象済書込.
           OPEN EXTEND MGD-OUT.
           PERFORM 区画事象済書込 VARYING PRN-IDX FROM 1 BY 1
               UNTIL PRN-IDX > 9.
           CLOSE MGD-OUT.
       区画事象済書込.
           IF PRN-EXPECTED(PRN-IDX) = "Y"
            AND PRN-STATE(PRN-IDX) NOT = "A"
               MOVE PRN-IDX TO KEY-PART
               PERFORM 実行事象済書込
                   VARYING PRN-RUN-IDX FROM 1 BY 1
                   UNTIL PRN-RUN-IDX > PRN-RUN-CNT(PRN-IDX)
           END-IF.
       実行事象済書込.
           MOVE PRN-RUN-DATE(PRN-IDX, PRN-RUN-IDX) TO KEY-DATE.
           MOVE PRN-RUN-TIME(PRN-IDX, PRN-RUN-IDX) TO KEY-TIME.
           SET MERGED-NO   TO TRUE.
           SET EVD-DONE-NO TO TRUE.
           PERFORM 統合済照会.
           PERFORM 事象済照会.
           IF MERGED-NO AND EVD-DONE-NO
               MOVE SPACES            TO JST-RECORD
               MOVE "PRO19EVT"        TO JST-PROGRAM
               MOVE KEY-DATE          TO JST-RUN-DATE
               MOVE KEY-TIME          TO JST-RUN-TIME
               MOVE BUS-DATE          TO JST-BUS-DATE
               MOVE MRG-RC            TO JST-RC
               MOVE ZERO              TO JST-COUNTS
               MOVE KEY-PART          TO JST-PARTITION
               WRITE MGD-OUT-RECORD FROM JST-RECORD
           END-IF.
      *区画が受け付けた送信を送信台帳へ登録する。既に台帳にある
      *ものは、監督者の再処理で区画の再処理回数が台帳より多いとき
      *だけ書き替え、それ以外は再送として報告する(区画が台帳を
      *読んだ後に、他の実行が同じ送信を登録していた場合)。
      *台帳の入出力は1回ごとにFILE STATUSを確かめ、失敗したら
      *登録異常(完了コード16)にする。開けなければ何も登録しない。
       送信台帳統合.
           SET IN-EOF-NO TO TRUE.
           OPEN I-O FEED-REG.
           IF FEEDREG-STATUS = "00" OR FEEDREG-STATUS = "05"
               OPEN INPUT FREG-IN
               PERFORM 送信台帳1件読込 UNTIL IN-EOF-YES
               CLOSE FREG-IN
               CLOSE FEED-REG
           ELSE
               MOVE SPACES TO RPT-FRE-ID
               PERFORM 送信台帳異常印刷
           END-IF.
       送信台帳1件読込.
           READ FREG-IN
               AT END SET IN-EOF-YES TO TRUE
               NOT AT END PERFORM 送信台帳1件登録
           END-READ.
       送信台帳1件登録.
           MOVE FREG-RUN-DATE TO KEY-DATE.
           MOVE FREG-RUN-TIME TO KEY-TIME.
           PERFORM 区画実行検索.
           IF KEY-PART > ZERO
               MOVE RUN-DATE TO FREG-RUN-DATE
               MOVE RUN-TIME TO FREG-RUN-TIME
               MOVE FREG-KEY TO FEED-REG-KEY
               READ FEED-REG
                   INVALID KEY SET FREG-FOUND-NO  TO TRUE
                   NOT INVALID KEY SET FREG-FOUND-YES TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN FEEDREG-STATUS NOT = "00"
                    AND FEEDREG-STATUS NOT = "23"
                       PERFORM 送信台帳登録異常
                   WHEN FREG-FOUND-NO
                       WRITE FEED-REG-RECORD FROM FREG-RECORD
                           INVALID KEY CONTINUE
                       END-WRITE
                       PERFORM 送信台帳書込確認
                   WHEN FREG-REPROC-CNT > FEED-REG-REPROC-CNT
                       REWRITE FEED-REG-RECORD FROM FREG-RECORD
                           INVALID KEY CONTINUE
                       END-REWRITE
                       PERFORM 送信台帳書込確認
                   WHEN OTHER
                       PERFORM 再送印刷
               END-EVALUATE
           ELSE
               ADD 1 TO CTL-STALE
           END-IF.
      *台帳の登録済の内容(受付実行、件数、管理値)を添えて再送を
      *報告する。台帳は書き替えない。
       再送印刷.
           ADD 1 TO CTL-FREG-REPLAYED.
           MOVE FREG-SOURCE-ID      TO RPT-RPL-ID.
           MOVE FREG-CRE-DATE       TO RPT-RPL-DATE.
           MOVE FEED-REG-RUN-DATE   TO RPT-RPL-RUN-DATE.
           MOVE FEED-REG-RUN-TIME   TO RPT-RPL-RUN-TIME.
           MOVE KEY-PART            TO RPT-RPL-PART.
           MOVE FREG-DECL-CNT       TO RPT-RPL-DECL.
           MOVE FEED-REG-DECL-CNT   TO RPT-RPL-REG-DECL.
           IF FREG-DECL-CNT = FEED-REG-DECL-CNT
            AND FREG-CTL-HASH = FEED-REG-CTL-HASH
               MOVE "SAME"          TO RPT-RPL-CONTENT
           ELSE
               MOVE "DIFFERS"       TO RPT-RPL-CONTENT
           END-IF.
           WRITE REPORT-RECORD FROM RPT-REPLAY-LINE-1
               AFTER ADVANCING 2 LINE.
           WRITE REPORT-RECORD FROM RPT-REPLAY-LINE-2
               AFTER ADVANCING 1 LINE.
      *書込/書替えが正常(STATUS 00)のときだけ登録件数に数える
       送信台帳書込確認.
           IF FEEDREG-STATUS = "00"
               ADD 1 TO CTL-FREG-WRITTEN
           ELSE
               PERFORM 送信台帳登録異常
           END-IF.
       送信台帳登録異常.
           MOVE FREG-SOURCE-ID  TO RPT-FRE-ID.
           PERFORM 送信台帳異常印刷.
       送信台帳異常印刷.
           MOVE FEEDREG-STATUS  TO RPT-FRE-STATUS.
           WRITE REPORT-RECORD FROM RPT-FREGERR-LINE
               AFTER ADVANCING 2 LINE.
           SET FREG-ERR-YES TO TRUE.
      *合算した値で1本流しと同じ判定を行う(全件リジェクトは8、
      *リジェクトがあれば4、再送があれば10、区画の送信が全部
      *再送なら12)。区画の完了コードより軽くはしない。
       統合結果判定.
           EVALUATE TRUE
               WHEN MRG-VALUE(1) = ZERO
                   WRITE REPORT-RECORD FROM RPT-NOINPUT-LINE
                       AFTER ADVANCING 2 LINE
                   IF MRG-RC < 8
                       MOVE 8 TO MRG-RC
                   END-IF
               WHEN MRG-VALUE(12) = MRG-VALUE(1)
                   WRITE REPORT-RECORD FROM RPT-ALLREJ-LINE
                       AFTER ADVANCING 2 LINE
                   IF MRG-RC < 8
                       MOVE 8 TO MRG-RC
                   END-IF
               WHEN MRG-VALUE(12) > ZERO
                   WRITE REPORT-RECORD FROM RPT-REJWARN-LINE
                       AFTER ADVANCING 2 LINE
                   IF MRG-RC < 4
                       MOVE 4 TO MRG-RC
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN CTL-FREG-REPLAYED = ZERO
                   CONTINUE
               WHEN CTL-FREG-WRITTEN = ZERO
                   WRITE REPORT-RECORD FROM RPT-ALLRPL-LINE
                       AFTER ADVANCING 2 LINE
                   IF MRG-RC < 12
                       MOVE 12 TO MRG-RC
                   END-IF
               WHEN MRG-RC < 10
                   MOVE 10 TO MRG-RC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF FREG-ERR-YES
               MOVE 16 TO MRG-RC
           END-IF.
      *区画の報告書(最新世代)を区切りの後ろにそのまま写す
       区画報告書転記.
           WRITE REPORT-RECORD FROM RPT-HEADER-3
               AFTER ADVANCING 2 LINE.
           WRITE REPORT-RECORD FROM RPT-PARTRPT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-RECORD FROM RPT-HEADER-3
               AFTER ADVANCING 1 LINE.
           SET IN-EOF-NO TO TRUE.
           OPEN INPUT RPT-IN.
           PERFORM 区画報告書1件転記 UNTIL IN-EOF-YES.
           CLOSE RPT-IN.
       区画報告書1件転記.
           READ RPT-IN
               AT END SET IN-EOF-YES TO TRUE
               NOT AT END
                   WRITE REPORT-RECORD FROM RPT-IN-RECORD
                       AFTER ADVANCING 1 LINE
           END-READ.
       集計印刷.
           WRITE REPORT-RECORD FROM RPT-CTL-HEADER-1
               AFTER ADVANCING 2 LINE.
           MOVE "STATUS READ"      TO RPT-CTL-LABEL-WK.
           MOVE CTL-STAT-READ      TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "PARTITIONS"       TO RPT-CTL-LABEL-WK.
           MOVE CTL-PARTITIONS     TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "PARTITIONS REFUSED" TO RPT-CTL-LABEL-WK.
           MOVE CTL-REFUSED        TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "HISTORY MERGED"   TO RPT-CTL-LABEL-WK.
           MOVE MRG-HIST-CNT       TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "SRCHOUT WRITTEN"  TO RPT-CTL-LABEL-WK.
           MOVE CTL-SRCH-WRITTEN   TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "AUDITOUT WRITTEN" TO RPT-CTL-LABEL-WK.
           MOVE CTL-AUDIT-WRITTEN  TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "EXTOUT WRITTEN"   TO RPT-CTL-LABEL-WK.
           MOVE CTL-EXT-WRITTEN    TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "SUSPOUT WRITTEN"  TO RPT-CTL-LABEL-WK.
           MOVE CTL-SUSP-WRITTEN   TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "EVTLOG WRITTEN"   TO RPT-CTL-LABEL-WK.
           MOVE CTL-EVT-WRITTEN    TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "FEEDS REGISTERED" TO RPT-CTL-LABEL-WK.
           MOVE CTL-FREG-WRITTEN   TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "FEEDS REPLAYED"   TO RPT-CTL-LABEL-WK.
           MOVE CTL-FREG-REPLAYED  TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "STALE ROWS SKIPPED" TO RPT-CTL-LABEL-WK.
           MOVE CTL-STALE          TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
       集計行表示.
           MOVE RPT-CTL-LABEL-WK TO RPT-CTL-LABEL.
           WRITE REPORT-RECORD FROM RPT-CTL-LINE
               AFTER ADVANCING 1 LINE.
      *統合した区画の実行キーを統合済ファイルへ1件ずつ書く(区画
      *番号付き、完了コードは統合の完了コード)。次の統合はこれを
      *区画の実行状況と一緒に読み、同じ実行を二度統合しない。
       統合済書込.
           OPEN EXTEND MGD-OUT.
           PERFORM 区画統合済書込 VARYING PRN-IDX FROM 1 BY 1
               UNTIL PRN-IDX > 9.
           CLOSE MGD-OUT.
       区画統合済書込.
           MOVE PRN-IDX TO KEY-PART.
           PERFORM 実行統合済書込
               VARYING PRN-RUN-IDX FROM 1 BY 1
               UNTIL PRN-RUN-IDX > PRN-RUN-CNT(PRN-IDX).
       実行統合済書込.
           MOVE SPACES            TO JST-RECORD.
           MOVE "PRO19"           TO JST-PROGRAM.
           MOVE PRN-RUN-DATE(PRN-IDX, PRN-RUN-IDX) TO JST-RUN-DATE.
           MOVE PRN-RUN-TIME(PRN-IDX, PRN-RUN-IDX) TO JST-RUN-TIME.
           MOVE BUS-DATE          TO JST-BUS-DATE.
           MOVE MRG-RC            TO JST-RC.
           MOVE ZERO              TO JST-COUNTS.
           MOVE KEY-PART          TO JST-PARTITION.
           WRITE MGD-OUT-RECORD FROM JST-RECORD.
      *終了時の実行状況をジョブストリームの実行状況ファイルへ
      *追記する。1件目は統合したPRO1の1夜分(朝の処理状況一覧が
      *PRO1の結果として読む)、2件目は統合自身。
       実行状況書込.
           OPEN EXTEND JST-OUT.
           MOVE SPACES            TO JST-RECORD.
           MOVE "PRO1"            TO JST-PROGRAM.
           MOVE RUN-DATE          TO JST-RUN-DATE.
           MOVE RUN-TIME          TO JST-RUN-TIME.
           MOVE BUS-DATE          TO JST-BUS-DATE.
           MOVE MRG-RC            TO JST-RC.
           MOVE ZERO              TO JST-COUNTS.
           IF REFUSE-NO
               MOVE CTL-READ-SUM      TO JST-READ
               MOVE CTL-AUDIT-WRITTEN TO JST-WRITTEN
               MOVE CTL-REJECTED-SUM  TO JST-REJECTED
               MOVE CTL-SKIPPED-SUM   TO JST-SKIPPED
           END-IF.
           IF RESTART-YES
               MOVE "Y"           TO JST-RESTARTED
           END-IF.
           WRITE JST-OUT-RECORD FROM JST-RECORD.
           MOVE SPACES            TO JST-RECORD.
           MOVE "PRO19"           TO JST-PROGRAM.
           ACCEPT JST-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT JST-RUN-TIME FROM TIME.
           MOVE BUS-DATE          TO JST-BUS-DATE.
           MOVE RETURN-CODE       TO JST-RC.
           MOVE ZERO              TO JST-COUNTS.
           MOVE CTL-STAT-READ     TO JST-READ.
           MOVE CTL-AUDIT-WRITTEN TO JST-WRITTEN.
           MOVE CTL-REFUSED       TO JST-REJECTED.
           MOVE CTL-STALE         TO JST-SKIPPED.
           WRITE JST-OUT-RECORD FROM JST-RECORD.
           CLOSE JST-OUT.
      *統合の完了コードは1夜分のPRO1の完了コードとして扱う
      *(8以上で送信保留。見送りは突合異常と同じ12)
       プログラム終了.
           MOVE MRG-RC TO RETURN-CODE.
           PERFORM 実行状況書込.
           STOP RUN.
