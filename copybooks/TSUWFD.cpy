      *>===============================================================
      *> 通知明細ワークファイル - FD句
      *>===============================================================
       FD  通知明細ワークファイル
           LABEL RECORDS ARE STANDARD.
