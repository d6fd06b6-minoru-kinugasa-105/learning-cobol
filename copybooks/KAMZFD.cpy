      *>===============================================================
      *> 科目残高ファイル - FD句
      *>===============================================================
       FD  科目残高ファイル
           LABEL RECORDS ARE STANDARD.
