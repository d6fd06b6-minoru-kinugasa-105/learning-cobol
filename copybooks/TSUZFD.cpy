      *>===============================================================
      *> 通知発送済みファイル - FD句
      *>===============================================================
       FD  通知発送済みファイル
           LABEL RECORDS ARE STANDARD.
