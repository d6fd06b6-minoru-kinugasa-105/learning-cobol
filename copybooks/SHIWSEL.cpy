      *>===============================================================
      *> 仕訳ファイル - FILE-CONTROL句
      *>   仕訳連動バッチが勘定日ごとに作成する順編成ファイル。起動側
      *>   (JCL/環境変数)で勘定日の世代データセットに割り当てて起動
      *>   する(同じ勘定日の再実行では作り直す)。
      *>===============================================================
           SELECT 仕訳ファイル ASSIGN TO "SHIWAKE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 仕訳ファイル状態.
