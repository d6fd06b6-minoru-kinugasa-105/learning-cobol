      *>   口座番号+取引日+取引連番をキーとする索引編成の取引履歴。
      *>   取引履歴日次切替バッチが順編成の取引履歴ファイルから
      *>   移送して作成・追記する。明細表作成や照会はこちらを読む。
      *>   保存年限を過ぎた年の明細は取引履歴アーカイブバッチが
      *>   年単位の取引履歴アーカイブファイルへ移して削除する。
      *>===============================================================
           SELECT 取引履歴索引ファイル ASSIGN TO "TORIIDX"
               ORGANIZATION IS INDEXED
