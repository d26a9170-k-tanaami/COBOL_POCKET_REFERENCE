      * PRO1(書込側)と再投入編集のプログラム(読込側)で共通に     *
      * COPY する。壊れた文字のバイト位置(TEST-3-BYTES内の1〜10) *
      * を最大5件まで持ち、データオーナーが直す箇所を特定できる  *
      * ようにする。送信元の拠点(ソースID)を添え、滞留を拠点別   *
      * に追えるようにする。                                     *
      * 変更時は SUSPOUT の LRECL(49) も合わせる。               *
      *----------------------------------------------------------*
       01 SUSP-RECORD.
          05 SUSP-REC-NO       PIC 9(9).
          05 SUSP-BAD-COUNT    PIC 9(1).
          05 SUSP-BAD-POS      PIC 9(2)  OCCURS 5.
          05 SUSP-SCAN-RECORD  PIC X(26).
          05 SUSP-SOURCE-ID    PIC X(3).
