      *>===============================================================
      *> 繰越残高ファイル - FILE-CONTROL句
      *>   口座番号をキーとする索引編成。取引履歴アーカイブバッチが
      *>   取引履歴索引ファイルから移した年までの明細の累計を口座
      *>   ごとに持ち、勘定照合バッチ・前進復帰の理論残高はこの
      *>   繰越残高から積み上げる。
      *>===============================================================
           SELECT 繰越残高ファイル ASSIGN TO "KURIZAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS 繰越口座番号
               FILE STATUS IS 繰越残高状態.
