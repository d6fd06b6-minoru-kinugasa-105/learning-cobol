      *>   取消入金取引は出金系の元取引(引出/振替出金/振込出金/
      *>   手数料)の取消、取消出金取引は入金系の元取引(預金/利息/
      *>   振替入金/振込入金)の取消。
      *>   貸越利息取引は総合口座貸越の利息徴収(出金系)。
      *>   取引検印者コードは検印基準額を超える引き出し・振込で検印
      *>   した責任者のオペレータコード(検印不要の取引は空白)。
      *>===============================================================
       01  取引履歴レコード.
           05  取引口座番号              PIC 9(07).
               88  口座振替出金取引              VALUE '11'.
               88  口座振替入金取引              VALUE '12'.
               88  税金取引                  VALUE '13'.
               88  貸越利息取引                VALUE '14'.
           05  取引金額                 PIC 9(09).
           05  取引後残高                PIC 9(09).
           05  相手口座番号               PIC 9(07).
           05  取消元取引時刻              PIC 9(08).
           05  取引担当者コード             PIC X(08).
           05  取引端末番号               PIC X(04).
           05  取引検印者コード             PIC X(08).
           05  FILLER                 PIC X(03).
