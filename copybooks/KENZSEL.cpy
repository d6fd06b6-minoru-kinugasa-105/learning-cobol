      *>===============================================================
      *> 検知済みファイル - FILE-CONTROL句
      *>   検知規則+口座番号+取引日+取引連番(取引履歴索引ファイルの
      *>   キー)をキーとする索引編成。不正取引監視バッチが検知した
      *>   取引を記録し、翌日以降の走査で同じ検知を重複して届出候補
      *>   リストへ出さないために使う。
      *>===============================================================
           SELECT 検知済みファイル ASSIGN TO "KENCHIZM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS 検知済みキー
               FILE STATUS IS 検知済み状態.
