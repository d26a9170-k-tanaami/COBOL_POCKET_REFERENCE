      *----------------------------------------------------------*
      * CALNREC - 営業日カレンダレコードレイアウト               *
      * 当社の休業日台帳。土日は曜日から判定するので登録不要で、 *
      * 平日の休業日(祝日/年末年始/会社休日)を"H"で、休日出勤    *
      * 日(土日だが営業日扱い)を"W"で1日1レコード登録する。      *
      * 送信予定の判定(PRO1)と前営業日比較(PRO3)で共通に COPY    *
      * する。変更時は HOLCAL の LRECL(40) も合わせる。          *
      *----------------------------------------------------------*
       01 CALN-RECORD.
          05 CALN-DATE         PIC 9(8).
      *"H"=休業日(平日でも営業日にしない)
      *"W"=営業日(土日でも営業日にする)
          05 CALN-TYPE         PIC X(1).
             88 CALN-HOLIDAY          VALUE "H".
             88 CALN-WORKDAY          VALUE "W".
          05 CALN-DESC         PIC X(20).
          05 FILLER            PIC X(11).
