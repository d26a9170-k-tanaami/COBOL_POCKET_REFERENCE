      *----------------------------------------------------------*
      * BUSDREC - 業務日付カードレイアウト                       *
      * スケジューラの日付カード置換で保守する業務日付カード     *
      * (BUSDATE)。夜間サイクルが日付をまたいで流れても、どの    *
      * 業務日の処理かを各プログラムが同じ日付で判断できるように *
      * する。体裁は制御カードと同じで、BUSD-VALUE(1:8)に        *
      * YYYYMMDDを置く。カードが無い/不正なら実行日を使う。      *
      *----------------------------------------------------------*
       01 BUSD-RECORD.
          05 BUSD-KEYWORD      PIC X(8).
          05 BUSD-LENGTH       PIC 9(2).
          05 BUSD-VALUE        PIC X(20).
          05 FILLER            PIC X(50).
