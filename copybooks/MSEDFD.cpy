      *>===============================================================
      *> マスタ退避ファイル - FD句
      *>===============================================================
       FD  マスタ退避ファイル
           LABEL RECORDS ARE STANDARD.
