      *>===============================================================
      *> 仕訳ファイル - FD句
      *>===============================================================
       FD  仕訳ファイル
           LABEL RECORDS ARE STANDARD.
