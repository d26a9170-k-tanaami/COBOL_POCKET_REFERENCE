      *----------------------------------------------------------*
      * SRCMREC - ソースマスタレコードレイアウト                 *
      * 登録済ソースIDの台帳。PRO1(突合側)とPRO6(保守側)で共通に *
      * COPY する。送信が期待されるソースはSRCM-SCHEDULEに送信   *
      * スケジュールを持ち、予定日に届かなければPRO1が未着を検出 *
      * して報告する。予定日の判定には営業日カレンダ(CALNREC)を  *
      * 使う。                                                   *
      * 変更時は SRCMST の LRECL(40) も合わせる。                *
      *----------------------------------------------------------*
       01 SRCM-RECORD.
          05 SRCM-SOURCE-ID    PIC X(3).
      *"A"=有効 "D"=停止。停止中のソースからの送信は受け付けない
          05 SRCM-STATUS       PIC X(1).
      *送信スケジュール(旧Y/Nの期待フラグと同じ位置に持つ)
      *"N"=送信を期待しない(未着を検出しない)
      *"D"=毎日 "B"=営業日のみ "W"=指定曜日のみ(SRCM-WEEKDAYS)
      *"M"=月末営業日のみ
      *"Y"はスケジュール導入前の登録で、"D"と同じに扱う
          05 SRCM-SCHEDULE     PIC X(1).
             88 SRCM-SCHED-NONE       VALUE "N".
             88 SRCM-SCHED-DAILY      VALUE "D" "Y".
             88 SRCM-SCHED-BUSDAY     VALUE "B".
             88 SRCM-SCHED-WEEKDAY    VALUE "W".
             88 SRCM-SCHED-MONTHEND   VALUE "M".
          05 SRCM-CONTACT      PIC X(20).
      *"W"のときの送信曜日。1桁目=月曜〜7桁目=日曜で、送信する
      *曜日を"Y"にする
          05 SRCM-WEEKDAYS     PIC X(7).
          05 FILLER            PIC X(8).
