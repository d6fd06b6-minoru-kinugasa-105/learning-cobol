      *>                   ではなく閉局中の勘定日とするよう変更(日付を
      *>                   またいだ深夜の実行でも二重実行判定と夜間
      *>                   バッチ統括の結果確認がずれないようにする)
      *>   2026-10-15  SK  取引履歴レコードの検印者コード追加に伴い、
      *>                   索引への移送項目に検印者コードを追加
      *>   2026-10-15  SK  世代ファイルのレコード長を検印者コード追加後の
      *>                   取引履歴レコード長に合わせて変更(退避時に
      *>                   検印者コードが切り捨てられていた)
      *>
      *> 再実行手順: 途中で異常終了した場合はそのまま再起動して
      *> よい。移送済みの明細は索引ファイルのキー衝突と内容一致で

       FD  世代ファイル
           LABEL RECORDS ARE STANDARD.
       01  世代履歴行             PIC X(89).

       WORKING-STORAGE SECTION.
           COPY "FILESTAT.cpy".
           MOVE 取消元取引日 TO 索引取消元取引日
           MOVE 取消元取引時刻 TO 索引取消元取引時刻
           MOVE 取引担当者コード TO 索引取引担当者コード
           MOVE 取引端末番号 TO 索引取引端末番号
           MOVE 取引検印者コード TO 索引取引検印者コード.

      *>-----------------------------------------------------------
      *> キー衝突した既存レコードを読み、移送しようとしている明細と
