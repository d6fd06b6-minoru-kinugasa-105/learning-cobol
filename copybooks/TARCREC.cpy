      *>===============================================================
      *> 取引履歴アーカイブレコード
      *>   先頭に見出しレコード、末尾に終端レコードを置く。その間は
      *>   口座番号順に、口座ごとの期首レコードに続けて当該口座の
      *>   明細レコード(取引履歴索引レコードをそのままの形で、
      *>   索引のキー順)を置く。
      *>   期首レコードは対象年より前にアーカイブ済みの明細を持つ
      *>   口座と、対象年に明細のある口座について出力し、対象年の
      *>   期首時点の繰越残高と取引後残高(アーカイブ済みの明細が
      *>   無い口座は0)を持つ。
      *>   終端レコードの件数・金額は移送した明細の合計で、移送前後
      *>   の突き合わせに使う(入金金額は入金系、出金金額は出金系の
      *>   取引金額の合計)。終端レコードの無いデータセットは移送が
      *>   途中で止まったものとして扱う。
      *>===============================================================
       01  取引アーカイブレコード.
           05  アーカイブレコード区分         PIC X(01).
               88  アーカイブ見出しレコード        VALUE 'H'.
               88  アーカイブ期首レコード         VALUE 'K'.
               88  アーカイブ明細レコード         VALUE 'D'.
               88  アーカイブ終端レコード         VALUE 'E'.
           05  アーカイブデータ            PIC X(120).
           05  アーカイブ見出しデータ REDEFINES アーカイブデータ.
               10  アーカイブ対象年          PIC 9(04).
               10  アーカイブ作成日          PIC 9(08).
               10  アーカイブ作成時刻         PIC 9(08).
               10  FILLER                 PIC X(100).
           05  アーカイブ期首データ REDEFINES アーカイブデータ.
               10  期首口座番号            PIC 9(07).
               10  期首繰越残高            PIC S9(11) SIGN IS LEADING SEPARATE.
               10  期首取引後残高           PIC 9(09).
               10  FILLER                 PIC X(92).
           05  アーカイブ明細データ REDEFINES アーカイブデータ.
               10  アーカイブ索引イメージ       PIC X(93).
               10  FILLER                 PIC X(27).
           05  アーカイブ終端データ REDEFINES アーカイブデータ.
               10  アーカイブ口座件数         PIC 9(07).
               10  アーカイブ明細件数         PIC 9(09).
               10  アーカイブ入金金額         PIC 9(15).
               10  アーカイブ出金金額         PIC 9(15).
               10  FILLER                 PIC X(74).
