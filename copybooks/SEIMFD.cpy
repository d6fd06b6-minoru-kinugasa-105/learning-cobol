      *>===============================================================
      *> 請求明細ファイル - FD句
      *>===============================================================
       FD  請求明細ファイル
           LABEL RECORDS ARE STANDARD.
