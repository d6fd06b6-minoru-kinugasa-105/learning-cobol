      *>===============================================================
      *> 取引履歴アーカイブファイル - FILE-CONTROL句
      *>   保存年限を過ぎた1年分の取引履歴索引ファイルの明細を
      *>   1年1データセットに移す順編成ファイル。起動側(JCL/環境
      *>   変数)で対象年のデータセットに割り当てて使う。見出し
      *>   レコードの対象年で割り当て誤りを検出する。
      *>===============================================================
           SELECT 取引履歴アーカイブファイル ASSIGN TO "TORIARCV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS 取引アーカイブ状態.
