               88  索引口座振替出金取引          VALUE '11'.
               88  索引口座振替入金取引          VALUE '12'.
               88  索引税金取引              VALUE '13'.
               88  索引貸越利息取引            VALUE '14'.
           05  索引取引金額              PIC 9(09).
           05  索引取引後残高             PIC 9(09).
           05  索引相手口座番号            PIC 9(07).
           05  索引取消元取引時刻           PIC 9(08).
           05  索引取引担当者コード          PIC X(08).
           05  索引取引端末番号            PIC X(04).
           05  索引取引検印者コード          PIC X(08).
           05  FILLER                 PIC X(03).
