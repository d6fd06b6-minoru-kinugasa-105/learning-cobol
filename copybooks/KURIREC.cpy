      *>===============================================================
      *> 繰越残高レコード
      *>   繰越基準日はアーカイブ済みの最終年の年末日(YYYY1231)。
      *>   繰越残高は繰越基準日までの明細を勘定照合バッチと同じ
      *>   規則(入金系は加算、出金系は減算)で積み上げた額で、
      *>   貸越中の口座では負になる。繰越取引後残高は繰越基準日
      *>   以前で最後に記帳された明細の取引後残高(明細表の開始
      *>   残高用)。アーカイブ済みの明細を持つ口座は、移送した年に
      *>   明細が無くても毎回繰越基準日を更新する(口座を解約して
      *>   口座マスタから削除された後も残す)。
      *>===============================================================
       01  繰越残高レコード.
           05  繰越口座番号              PIC 9(07).
           05  繰越基準日               PIC 9(08).
           05  繰越残高                PIC S9(11) SIGN IS LEADING SEPARATE.
           05  繰越取引後残高             PIC 9(09).
           05  繰越更新日               PIC 9(08).
           05  FILLER                 PIC X(10).
