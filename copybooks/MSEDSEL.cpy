      *>===============================================================
      *> マスタ退避ファイル - FILE-CONTROL句
      *>   口座マスタ・顧客マスタ・引落契約マスタ・振込予約ファイル
      *>   を1世代1データセットに退避する順編成ファイル。起動側
      *>   (JCL/環境変数)で世代データセットに割り当てて使う。口座
      *>   マスタの圧縮数値項目をそのまま持つため、行順編成ではなく
      *>   レコード順編成とする。
      *>===============================================================
           SELECT マスタ退避ファイル ASSIGN TO "MSTRSEDA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS マスタ退避状態.
