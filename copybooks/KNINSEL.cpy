      *>===============================================================
      *> 検印基準ファイル - FILE-CONTROL句
      *>   銀行システムで責任者の検印を必須とする取引金額の基準を
      *>   1レコードで持つ順編成ファイル。基準の変更は本ファイルの
      *>   入れ替えのみで行う。
      *>===============================================================
           SELECT 検印基準ファイル ASSIGN TO "KENINKJN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 検印基準状態.
