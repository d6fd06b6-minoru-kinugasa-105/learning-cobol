      *>===============================================================
      *> 検知条件レコード
      *>   条件現金閾値: 1回の現金預金・引出がこの金額以上なら高額現金
      *>     取引として検知する。
      *>   条件分割下限率: 現金閾値にこの率を乗じた金額以上・閾値未満の
      *>     現金取引を「閾値をわずかに下回る取引」とし、同じ向き(預金
      *>     または引出)で条件分割日数内に条件分割回数以上繰り返されたら
      *>     分割取引として検知する(分割日数1は同日内)。
      *>   条件通過日数・条件通過率: 振込入金(全銀受信を含む)の入金日
      *>     から条件通過日数以内(0は同日)に、入金額に条件通過率を乗じた
      *>     金額以上の引出・振込出金があれば通過口座として検知する。
      *>   条件休眠解除日数・条件休眠高額閾値: 休眠解除から条件休眠解除
      *>     日数以内の、条件休眠高額閾値以上の出金を検知する。
      *>   条件走査日数: 処理日から遡って走査する日数(各判定日数以上を
      *>     定義する)。
      *>===============================================================
       01  検知条件レコード.
           05  条件現金閾値              PIC 9(09).
           05  条件分割下限率             PIC 9V99.
           05  条件分割回数              PIC 9(02).
           05  条件分割日数              PIC 9(03).
           05  条件通過日数              PIC 9(03).
           05  条件通過率               PIC 9V99.
           05  条件休眠解除日数            PIC 9(03).
           05  条件休眠高額閾値            PIC 9(09).
           05  条件走査日数              PIC 9(03).
           05  FILLER                 PIC X(03).
