       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      AUDCONV2.
      *監査証跡レイアウト変更の一回限りの変換プログラム。
      *AUDIT-PROFILEの追加でAUDITOUTのレコード長が79から82へ
      *変わった。AUDCONVのときと同じく、本番のAUDITOUTに残る
      *旧長の過去レコードはそのままEXTENDで開くとレコード長不一致
      *で異常終了し、読込側も項目位置をずらして読んでしまう。
      *本プログラムは旧レイアウト(79バイト)の全レコードを読み、
      *プロファイルを補った新レイアウト(82バイト)へ全件書き直す。
      *変換後の差し替えはAUDCONV2ジョブの後続ステップで行う。
      *新レイアウトへ切り替えた後は再実行しないこと。
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT AUDIT-OLD   ASSIGN TO "AUDITOLD"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-NEW   ASSIGN TO "AUDITNEW"
                               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-OUT  ASSIGN TO "RPTOUT"
                               ORGANIZATION IS SEQUENTIAL.
       DATA             DIVISION.
       FILE             SECTION.
      *旧レイアウト。AUDIT-PROFILE追加前のAUDITRECの並び。
       FD  AUDIT-OLD.
       01 AOLD-RECORD.
          05 AOLD-RUN-DATE    PIC 9(8).
          05 AOLD-RUN-TIME    PIC 9(8).
          05 AOLD-REC-NO      PIC 9(9).
          05 AOLD-FIELD-NAME  PIC X(10).
          05 AOLD-CLAUSE      PIC X(12).
          05 AOLD-PATTERN     PIC X(20).
          05 AOLD-COUNT       PIC 9(9).
          05 AOLD-SOURCE-ID   PIC X(3).
      *新レイアウトは書込側(PRO1)と共用する
       FD  AUDIT-NEW.
           COPY AUDITREC.
       FD  REPORT-OUT.
       01 REPORT-RECORD     PIC X(80).
       WORKING-STORAGE  SECTION.
       01 SW-AUDIT-EOF  PIC X(1)  VALUE "N".
          88 AUDIT-EOF-YES         VALUE "Y".
          88 AUDIT-EOF-NO          VALUE "N".
      *変換前後の件数(全件移したことの証明用)
       01 CTL-TOTALS.
          05 CTL-RECORDS-READ  PIC 9(9)  VALUE ZERO.
          05 CTL-RECORDS-OUT   PIC 9(9)  VALUE ZERO.
       01 RPT-HEADER-1      PIC X(80) VALUE
           "AUDCONV2 AUDIT TRAIL LAYOUT CONVERSION".
       01 RPT-HEADER-3      PIC X(80) VALUE ALL "-".
       01 RPT-CTL-LINE.
          05 RPT-CTL-LABEL     PIC X(20).
          05 FILLER            PIC X(5)   VALUE SPACES.
          05 RPT-CTL-COUNT     PIC ZZZZZZZZ9.
       01 RPT-CTL-LABEL-WK     PIC X(20).
       PROCEDURE        DIVISION.
       開始             SECTION.
       初期化.
           OPEN INPUT  AUDIT-OLD.
           OPEN OUTPUT AUDIT-NEW.
           OPEN OUTPUT REPORT-OUT.
           WRITE REPORT-RECORD FROM RPT-HEADER-1 AFTER ADVANCING 1 LINE.
           WRITE REPORT-RECORD FROM RPT-HEADER-3 AFTER ADVANCING 1 LINE.
           PERFORM レコード処理 UNTIL AUDIT-EOF-YES.
           PERFORM 集計印刷.
           CLOSE AUDIT-OLD.
           CLOSE AUDIT-NEW.
           CLOSE REPORT-OUT.
           GO TO プログラム終了.
       レコード処理.
           READ AUDIT-OLD
               AT END SET AUDIT-EOF-YES TO TRUE
               NOT AT END PERFORM レコード1件変換
           END-READ.
      *変換前の行はすべて1組だけのパターンカードで数えたもの
      *なので、既定プロファイル("***")を補う
       レコード1件変換.
           ADD 1 TO CTL-RECORDS-READ.
           MOVE AOLD-RUN-DATE   TO AUDIT-RUN-DATE.
           MOVE AOLD-RUN-TIME   TO AUDIT-RUN-TIME.
           MOVE AOLD-REC-NO     TO AUDIT-REC-NO.
           MOVE AOLD-FIELD-NAME TO AUDIT-FIELD-NAME.
           MOVE AOLD-CLAUSE     TO AUDIT-CLAUSE.
           MOVE AOLD-PATTERN    TO AUDIT-PATTERN.
           MOVE AOLD-COUNT      TO AUDIT-COUNT.
           MOVE AOLD-SOURCE-ID  TO AUDIT-SOURCE-ID.
           MOVE "***"           TO AUDIT-PROFILE.
           WRITE AUDIT-RECORD.
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
