      *>===============================================================
      *> 検印基準レコード
      *>   検印基準金額: 引き出し・振込・他行宛振込の取引金額(手数料
      *>     を含まない)がこの金額を超える場合、取引担当者とは別の
      *>     責任者権限のオペレータによる検印(オペレータコードと
      *>     暗証番号の入力)を必須とする。
      *>===============================================================
       01  検印基準レコード.
           05  検印基準金額              PIC 9(09).
           05  FILLER                 PIC X(11).
