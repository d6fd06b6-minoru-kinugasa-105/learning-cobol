      *>===============================================================
      *> 検知済みファイル - FD句
      *>===============================================================
       FD  検知済みファイル
           LABEL RECORDS ARE STANDARD.
