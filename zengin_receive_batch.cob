      *>   2026-09-02  SK  取扱上限(9桁)を超える振込金額の明細が
      *>                   上位桁欠落のまま記帳されていたのを修正
      *>                   (返却リストへ出力して記帳しない)
      *>   2026-10-15  SK  総合口座貸越に対応。入金は貸越の返済に
      *>                   先に充てる
      *>   2026-10-15  SK  取引履歴レコードの検印者コード追加に伴う記帳
      *>                   項目の初期化を追加
      *>
      *> 受信ファイルは全銀送信バッチと同じ固定長120桁の全銀
      *> フォーマット(ヘッダ1/データ2/トレーラ8/エンド9)。

       01 処理中設定金額          PIC 9(9).
       01 記帳金額             PIC 9(9).
       01 貸越計算金額           PIC 9(9).

       01 バッチ名定数           PIC X(30) VALUE '全銀受信バッチ'.
       01 処理対象年月日          PIC 9(8).
      *> 振込入金1件の記帳。銀行システムと同じ二段階コミット方式で
      *> 再開マーカーを書き、振込入金取引として取引履歴へ残す
      *> (相手口座番号には仕向側の依頼元口座番号を記録する)。
      *> 総合口座貸越中の口座は入金を貸越の返済に先に充てる。
      *>-----------------------------------------------------------
       振込入金記帳.
           SET 振込入金取引 TO TRUE
           MOVE 入金額作業 TO 処理中設定金額
           PERFORM 取引開始マーク
           MOVE 入金額作業 TO 貸越計算金額
           PERFORM 貸越返済入金
           PERFORM 取引完了マーク
           MOVE 入金額作業 TO 記帳金額
           PERFORM 取引履歴追記.
               WRITE 返却リスト行
           END-IF.

      *>-----------------------------------------------------------
      *> 総合口座貸越を考慮した入金。貸越残高があれば貸越計算金額を
      *> 先に返済に充て、残りを口座残高へ加える(銀行システムの
      *> 貸越返済入金と同じ扱い)。
      *>-----------------------------------------------------------
       貸越返済入金.
           IF 貸越残高 > 0
               IF 貸越計算金額 NOT < 貸越残高
                   COMPUTE 口座残高 = 口座残高 + 貸越計算金額 - 貸越残高
                   MOVE 0 TO 貸越残高
               ELSE
                   SUBTRACT 貸越計算金額 FROM 貸越残高
               END-IF
           ELSE
               ADD 貸越計算金額 TO 口座残高
           END-IF.

       取引開始マーク.
           MOVE 処理中設定金額 TO 処理中取引金額
           MOVE 受信依頼元口座番号 TO 処理中相手口座番号
           MOVE 0 TO 取消元取引時刻
           MOVE 'BATCH' TO 取引担当者コード
           MOVE '0000' TO 取引端末番号
           MOVE SPACES TO 取引検印者コード
           WRITE 取引履歴レコード.

       ヘッダー出力処理.
