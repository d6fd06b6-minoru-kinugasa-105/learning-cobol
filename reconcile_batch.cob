      *>                   ではなく閉局中の勘定日とするよう変更(日付を
      *>                   またいだ深夜の実行でも夜間バッチ統括の結果
      *>                   確認とずれないようにする)
      *>   2026-10-15  SK  総合口座貸越に対応。理論残高は口座残高
      *>                   から貸越残高を差し引いた帳簿残高(貸越中は
      *>                   負)と突合し、貸越利息取引は出金として
      *>                   リプレイする
      *>   2026-10-15  SK  取引履歴アーカイブバッチで索引ファイル
      *>                   から削除した年の明細は、繰越残高ファイル
      *>                   の口座ごとの繰越残高を起点として理論残高
      *>                   を積み上げるよう変更
      *>-----------------------------------------------------------

       ENVIRONMENT DIVISION.
           COPY "KOZASEL.cpy".
           COPY "TORISEL.cpy".
           COPY "TORIXSEL.cpy".
           COPY "KURISEL.cpy".
           COPY "BATKSEL.cpy".
           COPY "EIGYSEL.cpy".

           COPY "TORIXFD.cpy".
           COPY "TORIXREC.cpy".

           COPY "KURIFD.cpy".
           COPY "KURIREC.cpy".

           COPY "BATKFD.cpy".
           COPY "BATKREC.cpy".

           88 索引終了              VALUE 'Y'.

       01 理論残高             PIC S9(9).
       01 帳簿残高             PIC S9(9).
       01 帳簿残高表示           PIC +9(9).
       01 差額               PIC S9(9).
       01 差額表示             PIC +9(9).
       01 理論残高表示           PIC +9(9).
       ファイルオープン処理.
           OPEN INPUT 口座マスタファイル
           OPEN INPUT 取引履歴索引ファイル
           OPEN INPUT 繰越残高ファイル
           OPEN OUTPUT 照合結果ファイル.

       ファイルクローズ処理.
           IF 取引履歴索引状態 NOT = '35'
               CLOSE 取引履歴索引ファイル
           END-IF
           IF 繰越残高状態 NOT = '35'
               CLOSE 繰越残高ファイル
           END-IF
           CLOSE 照合結果ファイル.

       口座読込.

      *>-----------------------------------------------------------
      *> 口座ごとに取引履歴をリプレイして理論残高を求め、口座
      *> マスタの帳簿残高(口座残高-総合口座貸越の貸越残高)と
      *> 突合する。
      *> 未確定取引(処理中区分)が残っている口座は残高が確定して
      *> いないため照合せずスキップする(利息計算バッチと同じ扱い)。
      *>-----------------------------------------------------------
           ELSE
               ADD 1 TO 対象件数
               PERFORM 理論残高算出処理
               COMPUTE 帳簿残高 = 口座残高 - 貸越残高
               IF 理論残高 NOT = 帳簿残高
                   ADD 1 TO 不一致件数
                   PERFORM 不一致行出力処理
               END-IF
      *> 読み、未切替の当日分は取引履歴ファイルを先頭から読み直して
      *> 補完する。口座マスタの走査位置は口座番号キーの再位置付けに
      *> は影響されない(索引ファイルは別ファイル)。
      *> 取引履歴アーカイブバッチで索引ファイルから削除した年の
      *> 明細は、繰越残高ファイルの繰越残高を起点として積み上げる
      *> (繰越残高の無い口座は0から)。
      *>-----------------------------------------------------------
       理論残高算出処理.
           PERFORM 繰越残高取得
           PERFORM 索引リプレイ位置付け
           PERFORM 索引リプレイ処理 UNTIL 索引終了
           OPEN INPUT 取引履歴ファイル
               CLOSE 取引履歴ファイル
           END-IF.

       繰越残高取得.
           MOVE 0 TO 理論残高
           IF 繰越残高状態 NOT = '35'
               MOVE 口座番号 TO 繰越口座番号
               READ 繰越残高ファイル
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 繰越残高 TO 理論残高
               END-READ
           END-IF.

       索引リプレイ位置付け.
           MOVE 'N' TO 索引終了フラグ
           IF 取引履歴索引状態 = '35'
           WRITE 照合結果行.

       不一致行出力処理.
           COMPUTE 差額 = 帳簿残高 - 理論残高
           MOVE 差額 TO 差額表示
           MOVE 理論残高 TO 理論残高表示
           MOVE 帳簿残高 TO 帳簿残高表示
           MOVE SPACES TO 照合結果行
           STRING '不一致  口座番号:' DELIMITED BY SIZE
               口座番号 DELIMITED BY SIZE
               '  マスタ残高:' DELIMITED BY SIZE
               帳簿残高表示 DELIMITED BY SIZE
               '円  理論残高:' DELIMITED BY SIZE
               理論残高表示 DELIMITED BY SIZE
               '円  差額:' DELIMITED BY SIZE
