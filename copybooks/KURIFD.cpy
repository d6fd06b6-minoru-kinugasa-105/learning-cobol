      *>===============================================================
      *> 繰越残高ファイル - FD句
      *>===============================================================
       FD  繰越残高ファイル
           LABEL RECORDS ARE STANDARD.
