      *>===============================================================
      *> 通知発送済みレコード
      *>   通知済み種別: '1':満期予告 '2':引落不能 '3':休眠予告
      *>   '4':予約不能。対象番号と基準日は通知種別ごとに次の
      *>   とおり(基準日が変われば別の通知として再度発送する)。
      *>     満期予告: 口座番号・満期日
      *>     引落不能: 契約番号・引落年月(YYYYMM00)または請求
      *>               データの引落指定日
      *>     休眠予告: 口座番号・最終取引日
      *>     予約不能: 予約番号・振込指定日
      *>===============================================================
       01  通知発送済みレコード.
           05  通知済みキー.
               10  通知済み種別            PIC X(01).
                   88  満期予告済み            VALUE '1'.
                   88  引落不能済み            VALUE '2'.
                   88  休眠予告済み            VALUE '3'.
                   88  予約不能済み            VALUE '4'.
               10  通知済み対象番号          PIC 9(07).
               10  通知済み基準日           PIC 9(08).
           05  通知済み顧客番号            PIC 9(07).
           05  通知発送日               PIC 9(08).
           05  FILLER                 PIC X(03).
