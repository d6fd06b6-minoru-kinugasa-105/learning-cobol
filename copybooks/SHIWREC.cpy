      *>===============================================================
      *> 仕訳レコード
      *>   取引履歴1件につき1件(借方科目・貸方科目・金額の単一仕訳)。
      *>   仕訳起票区分'T'は取引履歴からの連動仕訳で、仕訳口座番号
      *>   以下に元の取引を示す。'K'は総合口座貸越の日次振替(普通
      *>   預金のマイナス分を貸越科目へ振り替える仕訳)で、口座番号・
      *>   取引日時は0。
      *>===============================================================
       01  仕訳レコード.
           05  仕訳勘定日               PIC 9(08).
           05  仕訳連番                PIC 9(07).
           05  仕訳起票区分              PIC X(01).
               88  取引連動仕訳            VALUE 'T'.
               88  貸越振替仕訳            VALUE 'K'.
           05  仕訳口座番号              PIC 9(07).
           05  仕訳取引日               PIC 9(08).
           05  仕訳取引時刻              PIC 9(08).
           05  仕訳取引区分              PIC X(02).
           05  仕訳借方科目              PIC X(04).
           05  仕訳貸方科目              PIC X(04).
           05  仕訳金額                PIC 9(11).
           05  FILLER                 PIC X(03).
