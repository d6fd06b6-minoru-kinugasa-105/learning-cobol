      *>===============================================================
      *> 検知条件ファイル - FILE-CONTROL句
      *>   不正取引監視バッチの検知条件(閾値・判定日数)を1レコードで
      *>   持つ順編成ファイル。条件の変更は本ファイルの入れ替えのみで
      *>   行う。
      *>===============================================================
           SELECT 検知条件ファイル ASSIGN TO "KENJOKEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 検知条件状態.
