      *>===============================================================
      *> 科目残高ファイル - FILE-CONTROL句
      *>   科目コードをキーとする索引編成。勘定科目ごとの前日残高・
      *>   当日借方/貸方発生額・当日残高を持ち、仕訳連動バッチが
      *>   勘定日ごとに更新する(総勘定元帳の残高)。
      *>===============================================================
           SELECT 科目残高ファイル ASSIGN TO "KAMOZAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS 残高科目コード
               FILE STATUS IS 科目残高状態.
