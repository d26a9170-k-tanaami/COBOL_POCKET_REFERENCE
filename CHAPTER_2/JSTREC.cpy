      *----------------------------------------------------------*
      * JSTREC - ジョブストリーム実行状況レコードレイアウト      *
      * 各プログラムが終了時に1件ずつ共用のJOBSTATへ追記する。   *
      * 朝の処理状況一覧(PRO15)が業務日ごとに読み、走らなかった  *
      * ステップや件数のつながらないステップを洗い出す。         *
      * 実行日時はPRO1だけ実行キー(開始時刻、HISTOUT/AUDITOUTと  *
      * 同じ値)、他は終了時刻。業務日付はBUSDATEカード(無ければ  *
      * 実行日)。件数4項目の意味はプログラムごとに異なる:        *
      *  PRO1  読込=集計明細 書込=監査行 除外=TEST-3リジェクト   *
      *        スキップ=再開/再送ブロックの明細                  *
      *        分割実行では各区画のPRO1は区画ごとの実行状況へ    *
      *        区画番号付きで書き(開始時にも完了コード空白の1件  *
      *        を書く)、統合(PRO19)が全区画を合わせたPRO1の1件を *
      *        共用の実行状況へ書く                              *
      *  PRO2  読込=照会対象 書込=選択件数                       *
      *  PRO3  読込=実行履歴 スキップ=表示範囲外の履歴           *
      *  PRO4  読込=保留 書込=再投入明細 除外=返却               *
      *  PRO5  読込=SCANIN 書込=新規/変化した値                  *
      *  PRO6  読込=カード 書込=申請/適用件数 除外=エラーカード  *
      *  PRO7  読込=カード 除外=エラーカード                     *
      *  PRO8  読込=全ファイル計 書込=退避 スキップ=残置         *
      *  PRO9  読込=監査行 書込=ロード スキップ=ロード済         *
      *  PRO10 読込=保留 書込=台帳追加 除外=許容日数超過         *
      *        スキップ=再リジェクト                             *
      *  PRO11 読込=比較件数 書込=変更レコード                   *
      *  PRO12 読込=監査行 書込=突合実行 除外=食い違い           *
      *  PRO13 読込=取消行(全ファイル) 書込=取消明細             *
      *  PRO14 読込=拠点別履歴 書込=評価拠点 除外=POOR拠点       *
      *  PRO16 読込=実行履歴+拠点別履歴 書込=期間集計            *
      *        スキップ=重複行                                   *
      *  PRO17 読込=受領通知 書込=突合世代 除外=検出行           *
      *        スキップ=対象日数外の行                           *
      *  PRO18 読込=SCANIN 書込=区画へ書いた行                   *
      *  PRO19 読込=区画の実行状況 書込=統合した監査行           *
      *        除外=受け付けなかった区画 スキップ=古い実行の行   *
      *        統合した区画の実行キーごとに、区画番号付きの1件を *
      *        統合済ファイル(MERGED)へも書く(件数はゼロ)        *
      *        見送りで事象を写した区画の実行キーは、プログラム  *
      *        名をPRO19EVTにして同じファイルへ書く              *
      *  PRO20 読込=ジャーナル 書込=選択件数                     *
      * 変更時は JOBSTAT の LRECL(80) も合わせる。               *
      *----------------------------------------------------------*
       01 JST-RECORD.
          05 JST-PROGRAM       PIC X(8).
          05 JST-RUN-DATE      PIC 9(8).
          05 JST-RUN-TIME      PIC 9(8).
          05 JST-BUS-DATE      PIC 9(8).
          05 JST-RC            PIC 9(4).
          05 JST-COUNTS.
             10 JST-READ       PIC 9(9).
             10 JST-WRITTEN    PIC 9(9).
             10 JST-REJECTED   PIC 9(9).
             10 JST-SKIPPED    PIC 9(9).
      *分割実行の区画のPRO1と、統合済ファイルへ書くPRO19だけが
      *区画番号(1〜9)を入れる
          05 JST-PARTITION     PIC X(1).
      *PRO1の再開実行(RESTARTカード)は"Y"。統合は再開実行の前の
      *中断した実行の行も同じ区画の分として取り込む。
          05 JST-RESTARTED     PIC X(1).
          05 FILLER            PIC X(6).
