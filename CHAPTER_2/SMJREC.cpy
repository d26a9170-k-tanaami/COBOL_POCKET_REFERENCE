      *----------------------------------------------------------*
      * SMJREC - ソースマスタ変更ジャーナルレコードレイアウト    *
      * ソースマスタ保守(PRO6)が、保守カード1枚の変更ごとに      *
      * 変更前/変更後のSRCM-RECORDの像を持たせて書く。           *
      * 申請の実行で「申請中」として保留ファイル(PENDING)と      *
      * ジャーナル(SRCMJRNL)の両方へ書き、承認(または却下)の    *
      * 実行で同じ変更を「適用」「却下」「不適用」として         *
      * ジャーナルへ書き足す。ジャーナルは消さずに積み続け、     *
      * 変更ジャーナル照会(PRO20)がソースID・日付範囲で引く。    *
      * 実行日時・業務日付はその段階を書いた実行のもの、申請日時 *
      * と申請内番号は申請の実行で振ったもの(各段階で同じ値)。   *
      * 新規登録(ADD)の変更前の像は空白。                        *
      * 変更時は PENDING と SRCMJRNL の LRECL(160) も合わせる。   *
      *----------------------------------------------------------*
       01 SMJ-RECORD.
          05 SMJ-RUN-DATE      PIC 9(8).
          05 SMJ-RUN-TIME      PIC 9(8).
          05 SMJ-BUS-DATE      PIC 9(8).
          05 SMJ-SOURCE-ID     PIC X(3).
      *保守カードのキーワード(ADD/DEACT/SCHED)
          05 SMJ-ACTION        PIC X(8).
          05 SMJ-STEP          PIC X(1).
             88 SMJ-STAGED               VALUE "P".
             88 SMJ-APPLIED              VALUE "A".
             88 SMJ-REJECTED             VALUE "R".
             88 SMJ-STALE                VALUE "S".
          05 SMJ-REQUESTER     PIC X(8).
          05 SMJ-APPROVER      PIC X(8).
          05 SMJ-STAGE-DATE    PIC 9(8).
          05 SMJ-STAGE-TIME    PIC 9(8).
          05 SMJ-STAGE-SEQ     PIC 9(3).
      *変更前/変更後の像(並びはSRCMRECと同じ)
          05 SMJ-BEFORE        PIC X(40).
          05 SMJ-BEFORE-R REDEFINES SMJ-BEFORE.
             10 SMJ-BEF-SOURCE-ID PIC X(3).
             10 SMJ-BEF-STATUS    PIC X(1).
             10 SMJ-BEF-SCHEDULE  PIC X(1).
             10 SMJ-BEF-CONTACT   PIC X(20).
             10 SMJ-BEF-WEEKDAYS  PIC X(7).
             10 FILLER            PIC X(8).
          05 SMJ-AFTER         PIC X(40).
          05 SMJ-AFTER-R REDEFINES SMJ-AFTER.
             10 SMJ-AFT-SOURCE-ID PIC X(3).
             10 SMJ-AFT-STATUS    PIC X(1).
             10 SMJ-AFT-SCHEDULE  PIC X(1).
             10 SMJ-AFT-CONTACT   PIC X(20).
             10 SMJ-AFT-WEEKDAYS  PIC X(7).
             10 FILLER            PIC X(8).
          05 FILLER            PIC X(9).
