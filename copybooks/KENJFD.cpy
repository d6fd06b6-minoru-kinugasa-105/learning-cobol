      *>===============================================================
      *> 検知条件ファイル - FD句
      *>===============================================================
       FD  検知条件ファイル
           LABEL RECORDS ARE STANDARD.
