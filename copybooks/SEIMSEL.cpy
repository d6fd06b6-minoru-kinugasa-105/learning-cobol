      *>===============================================================
      *> 請求明細ファイル - FILE-CONTROL句
      *>   収納企業口座番号+契約番号+請求年月をキーとする索引編成。
      *>   収納企業から受信した請求データ(口座振替の当月請求額)を
      *>   1明細1レコードで保持し、口座振替バッチが引落指定日到来分
      *>   を引き落として振替結果を記録する。キーが収納企業順のため、
      *>   振替結果データはこのファイルの順に読めば収納企業別に
      *>   まとまる。
      *>===============================================================
           SELECT 請求明細ファイル ASSIGN TO "SEIKMEIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS 請求明細キー
               FILE STATUS IS 請求明細状態.
