      *>===============================================================
      *> 検知済みレコード
      *>   検知規則区分: '1':高額現金 '2':分割取引 '3':通過口座
      *>   '4':休眠解除後の高額出金。検知日は初めて検知した処理日
      *>   (同じ処理日の再実行では重複とみなさず再出力する)。
      *>===============================================================
       01  検知済みレコード.
           05  検知済みキー.
               10  検知規則区分            PIC X(01).
                   88  高額現金検知            VALUE '1'.
                   88  分割取引検知            VALUE '2'.
                   88  通過口座検知            VALUE '3'.
                   88  休眠解除後検知           VALUE '4'.
               10  検知口座番号            PIC 9(07).
               10  検知取引日             PIC 9(08).
               10  検知取引連番            PIC 9(04).
           05  検知日                 PIC 9(08).
           05  検知取引区分              PIC X(02).
           05  検知金額                PIC 9(09).
           05  FILLER                 PIC X(03).
