      *>===============================================================
      *> 取引履歴アーカイブファイル - FD句
      *>===============================================================
       FD  取引履歴アーカイブファイル
           LABEL RECORDS ARE STANDARD.
