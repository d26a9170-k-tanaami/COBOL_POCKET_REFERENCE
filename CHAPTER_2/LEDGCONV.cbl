       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      LEDGCONV.
      *保留台帳レイアウト変更の一回限りの変換プログラム。
      *保留項目へソースIDを持たせたことで、保留台帳(SUSPLEDG)の
      *レコード長が64から67へ変わった。前夜までの世代は旧長の
      *ままなので、そのままPRO10に読ませると項目位置がずれる。
      *本プログラムは旧レイアウト(64バイト)の世代を全件読み、
      *新レイアウト(67バイト)の次の世代へ書き直す。変換前の
      *項目はどの拠点のリジェクトか分からないので、ソースIDは
      *空白(拠点不明)のままにする。制御レコードはそのまま移す。
      *新レイアウトへ切り替えた後は再実行しないこと。
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT LEDG-OLD    ASSIGN TO "LEDGOLD"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT LEDG-NEW    ASSIGN TO "LEDGNEW"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-OUT  ASSIGN TO "RPTOUT"
                               ORGANIZATION IS SEQUENTIAL.
       DATA             DIVISION.
       FILE             SECTION.
      *旧レイアウト。ソースID追加前の保留台帳の並び。
       FD  LEDG-OLD.
       01 LOLD-RECORD       PIC X(64).
      *新レイアウトは更新側(PRO10)と共用する
       FD  LEDG-NEW.
           COPY LEDGREC.
       FD  REPORT-OUT.
       01 REPORT-RECORD     PIC X(80).
       WORKING-STORAGE  SECTION.
       01 SW-LEDG-EOF   PIC X(1)  VALUE "N".
          88 LEDG-EOF-YES          VALUE "Y".
          88 LEDG-EOF-NO           VALUE "N".
      *変換前後の件数(全件移したことの証明用)
       01 CTL-TOTALS.
          05 CTL-RECORDS-READ  PIC 9(9)  VALUE ZERO.
          05 CTL-RECORDS-OUT   PIC 9(9)  VALUE ZERO.
       01 RPT-HEADER-1      PIC X(80) VALUE
           "LEDGCONV SUSPENSE LEDGER LAYOUT CONVERSION".
       01 RPT-HEADER-3      PIC X(80) VALUE ALL "-".
       01 RPT-CTL-LINE.
          05 RPT-CTL-LABEL     PIC X(20).
          05 FILLER            PIC X(5)   VALUE SPACES.
          05 RPT-CTL-COUNT     PIC ZZZZZZZZ9.
       01 RPT-CTL-LABEL-WK     PIC X(20).
       PROCEDURE        DIVISION.
       開始             SECTION.
       初期化.
           OPEN INPUT  LEDG-OLD.
           OPEN OUTPUT LEDG-NEW.
           OPEN OUTPUT REPORT-OUT.
           WRITE REPORT-RECORD FROM RPT-HEADER-1 AFTER ADVANCING 1 LINE.
           WRITE REPORT-RECORD FROM RPT-HEADER-3 AFTER ADVANCING 1 LINE.
           PERFORM レコード処理 UNTIL LEDG-EOF-YES.
           PERFORM 集計印刷.
           CLOSE LEDG-OLD.
           CLOSE LEDG-NEW.
           CLOSE REPORT-OUT.
           GO TO プログラム終了.
       レコード処理.
           READ LEDG-OLD
               AT END SET LEDG-EOF-YES TO TRUE
               NOT AT END PERFORM レコード1件変換
           END-READ.
      *追加したソースIDは末尾なので、旧レコードを先頭から
      *そのまま移し、残りを空白で埋める
       レコード1件変換.
           ADD 1 TO CTL-RECORDS-READ.
           MOVE SPACES          TO LEDG-RECORD.
           MOVE LOLD-RECORD     TO LEDG-RECORD(1:64).
           WRITE LEDG-RECORD.
           ADD 1 TO CTL-RECORDS-OUT.
       集計印刷.
           MOVE "RECORDS READ"     TO RPT-CTL-LABEL-WK.
           MOVE CTL-RECORDS-READ   TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
           MOVE "RECORDS WRITTEN"  TO RPT-CTL-LABEL-WK.
           MOVE CTL-RECORDS-OUT    TO RPT-CTL-COUNT.
           PERFORM 集計行表示.
       集計行表示.
           MOVE RPT-CTL-LABEL-WK TO RPT-CTL-LABEL.
           WRITE REPORT-RECORD FROM RPT-CTL-LINE
               AFTER ADVANCING 1 LINE.
       プログラム終了.
           STOP RUN.
