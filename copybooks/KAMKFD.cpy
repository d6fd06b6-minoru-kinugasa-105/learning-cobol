      *>===============================================================
      *> 勘定科目マスタファイル - FD句
      *>===============================================================
       FD  勘定科目マスタファイル
           LABEL RECORDS ARE STANDARD.
