      *>===============================================================
      *> 勘定科目マスタファイル - FILE-CONTROL句
      *>   勘定科目の定義と、取引区分・口座種別から借方・貸方の科目を
      *>   決める仕訳パターンを持つ順編成マスタ(手数料マスタと同じ
      *>   発想)。科目の新設・仕訳の変更は本ファイルの入れ替えのみで
      *>   行う。
      *>===============================================================
           SELECT 勘定科目マスタファイル ASSIGN TO "KAMOKU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 勘定科目マスタ状態.
