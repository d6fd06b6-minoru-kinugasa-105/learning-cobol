      *>===============================================================
      *> 口座マスタレコード
      *>   口座番号をキーとする1口座1レコードの索引編成ファイル。
      *>   普通預金口座は同一顧客番号の定期預金口座を担保とする
      *>   総合口座貸越を持つ。口座残高は符号なしのため、貸越中は
      *>   口座残高を0とし、貸越額を貸越残高に持つ(口座残高と
      *>   貸越残高が同時に0を超えることはない)。貸越極度額は
      *>   担保定期の残高合計の90%で、貸越実行時に再計算する。
      *>   支払停止区分は差押命令・死亡届・凍結依頼などの受付時に
      *>   支払停止保守で設定する。全額停止の口座は入金のみ受け
      *>   付け、一部停止(拘束)の口座は口座残高から拘束金額を
      *>   差し引いた額までを出金可能とする。解除時は区分・範囲・
      *>   拘束金額をクリアし、受付日は直近の停止の記録として残す。
      *>===============================================================
       01  口座マスタレコード.
           05  口座番号                PIC 9(07).
           05  処理中相手口座番号           PIC 9(07).
           05  出金累計日               PIC 9(08).
           05  出金累計額               PIC 9(09).
           05  貸越極度額               PIC 9(09).
           05  貸越残高                PIC 9(09).
           05  支払停止区分              PIC X(01).
               88  支払停止無し              VALUE SPACE.
               88  支払停止中               VALUE '1' '2' '3' '9'.
               88  差押停止                VALUE '1'.
               88  死亡停止                VALUE '2'.
               88  凍結停止                VALUE '3'.
               88  その他停止               VALUE '9'.
           05  支払停止範囲              PIC X(01).
               88  全額支払停止              VALUE 'A'.
               88  一部支払停止              VALUE 'P'.
           05  拘束金額                PIC 9(09).
           05  支払停止受付日             PIC 9(08).
           05  支払停止解除日             PIC 9(08).
