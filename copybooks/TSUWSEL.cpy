      *>===============================================================
      *> 通知明細ワークファイル - FILE-CONTROL句
      *>   顧客番号+通知種別+対象番号+基準日をキーとする索引編成の
      *>   作業ファイル。通知書作成バッチが実行のつど作り直し、
      *>   抽出した通知をキー順(顧客単位)に読んで1顧客1通の
      *>   通知書にまとめる。
      *>===============================================================
           SELECT 通知明細ワークファイル ASSIGN TO "TSUCHIWK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS 通知ワークキー
               FILE STATUS IS 通知ワーク状態.
