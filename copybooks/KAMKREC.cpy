      *>===============================================================
      *> 勘定科目マスタレコード
      *>   科目レコード区分で2種類のレコードを持つ。
      *>   'T':科目定義。科目属性は口座マスタと突合する科目を示す
      *>       ('1':普通預金 '2':定期預金 'K':総合口座貸越。その他の
      *>       科目は空白)。定義開始残高は科目残高ファイルに当該科目
      *>       が無いとき(運用開始・科目新設時)の開始残高で、借方残を
      *>       正・貸方残を負とする(貸借の合計は0となるよう定義する)。
      *>   'P':仕訳パターン。パターン取引区分(取引履歴の取引区分と
      *>       同じ体系)とパターン口座種別(空白はすべての口座種別に
      *>       該当)ごとに借方科目・貸方科目を定義する。口座種別一致の
      *>       パターンを空白のパターンより優先する。取消取引は元取引の
      *>       仕訳を貸借逆に起票するため、元取引が見つからない場合の
      *>       予備としてのみ使う。
      *>   標準定義例:
      *>     科目 1010 現金          1110 総合口座貸越(K)
      *>          1810 他行為替決済  1910 振替仮勘定
      *>          2010 普通預金(1)   2020 定期預金(2)
      *>          2510 預り源泉税    4010 受入手数料
      *>          4020 貸越利息      5010 支払利息
      *>     仕訳 01 預金 現金/預金       02 引出 預金/現金
      *>          03 利息 支払利息/預金   04・11 出金 預金/振替仮勘定
      *>          05・12 入金 振替仮勘定/預金
      *>          06 振込出金 預金/他行為替決済
      *>          07 振込入金 他行為替決済/預金
      *>          08 手数料 預金/受入手数料  13 源泉税 預金/預り源泉税
      *>          14 貸越利息 預金/貸越利息
      *>     (預金は口座種別'1'が普通預金、'2'が定期預金)
      *>===============================================================
       01  勘定科目マスタレコード.
           05  科目レコード区分            PIC X(01).
               88  科目定義レコード          VALUE 'T'.
               88  仕訳パターンレコード        VALUE 'P'.
           05  科目定義部.
               10  定義科目コード           PIC X(04).
               10  定義科目名称            PIC X(30).
               10  定義科目属性            PIC X(01).
               10  定義開始残高            PIC S9(13) SIGN IS LEADING SEPARATE.
           05  仕訳パターン部 REDEFINES 科目定義部.
               10  パターン取引区分          PIC X(02).
               10  パターン口座種別          PIC X(01).
               10  パターン借方科目          PIC X(04).
               10  パターン貸方科目          PIC X(04).
               10  FILLER                 PIC X(38).
