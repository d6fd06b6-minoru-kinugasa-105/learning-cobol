      *>===============================================================
      *> 通知発送済みファイル - FILE-CONTROL句
      *>   通知種別+対象番号+基準日をキーとする索引編成。通知書作成
      *>   バッチが通知書へ出力した通知を記録し、翌日以降に同じ
      *>   通知を二重に発送しないために使う。
      *>===============================================================
           SELECT 通知発送済みファイル ASSIGN TO "TSUCHIZM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS 通知済みキー
               FILE STATUS IS 通知発送済み状態.
