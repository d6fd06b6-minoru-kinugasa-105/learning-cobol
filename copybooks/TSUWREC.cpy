      *>===============================================================
      *> 通知明細ワークレコード
      *>   通知種別・対象番号・基準日は通知発送済みレコードと同じ。
      *>   通知補足区分は満期予告では満期取扱区分、請求データに
      *>   よる引落不能では振替結果コード。通知相手口座番号は
      *>   引落先口座(収納企業)・振込予約の振込先口座。
      *>===============================================================
       01  通知明細ワークレコード.
           05  通知ワークキー.
               10  通知顧客番号            PIC 9(07).
               10  通知種別              PIC X(01).
                   88  満期予告通知            VALUE '1'.
                   88  引落不能通知            VALUE '2'.
                   88  休眠予告通知            VALUE '3'.
                   88  予約不能通知            VALUE '4'.
               10  通知対象番号            PIC 9(07).
               10  通知基準日             PIC 9(08).
           05  通知口座番号              PIC 9(07).
           05  通知金額                PIC 9(10).
           05  通知補足区分              PIC X(01).
           05  通知相手口座番号            PIC 9(07).
           05  FILLER                 PIC X(03).
