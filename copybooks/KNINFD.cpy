      *>===============================================================
      *> 検印基準ファイル - FD句
      *>===============================================================
       FD  検印基準ファイル
           LABEL RECORDS ARE STANDARD.
