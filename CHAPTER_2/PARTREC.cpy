      *----------------------------------------------------------*
      * PARTREC - 分割実行の区画管理レコードレイアウト           *
      * SCANINの分割(PRO18)が、PARTカードで決めた区画ごとに1件   *
      * 書く(ブロックの無い区画も書く)。統合(PRO19)はこれを      *
      * 待つべき区画の一覧として読み、各区画のPRO1の実行状況と   *
      * 突き合わせてから出力をまとめる。                         *
      * 分割の実行日時は統合が古い区画実行を見分けるのに使う。   *
      * 行数は区画のSCANINの全行(ヘッダ/トレーラ込み)で、統合が  *
      * 区画ごとのレコード番号を通し番号へ直すのに使う。         *
      * 変更時は PARTCTL の LRECL(80) も合わせる。               *
      *----------------------------------------------------------*
       01 PTC-RECORD.
          05 PTC-PART-NO       PIC 9(1).
          05 PTC-RUN-DATE      PIC 9(8).
          05 PTC-RUN-TIME      PIC 9(8).
          05 PTC-BUS-DATE      PIC 9(8).
          05 PTC-BLOCKS        PIC 9(3).
          05 PTC-RECORDS       PIC 9(9).
      *区画へ振り分けたブロックのソースID(読んだ順、10件まで)
          05 PTC-SOURCE-ID     PIC X(3)  OCCURS 10.
          05 FILLER            PIC X(13).
