      *>===============================================================
      *> 保守証跡レコード
      *>   暗証番号の値そのものは証跡に残さない(再設定の事実のみ
      *>   記録する)。支払停止の登録・変更・解除では、保守変更前値/
      *>   変更後値に拘束金額を、保守停止区分/保守停止範囲に操作後
      *>   の支払停止区分・範囲を記録する。
      *>===============================================================
       01  保守証跡レコード.
           05  保守日付                PIC 9(08).
               88  引落契約登録操作            VALUE '09'.
               88  引落契約変更操作            VALUE '10'.
               88  引落契約解除操作            VALUE '11'.
               88  支払停止登録操作            VALUE '12'.
               88  支払停止変更操作            VALUE '13'.
               88  支払停止解除操作            VALUE '14'.
           05  保守変更前値              PIC 9(09).
           05  保守変更後値              PIC 9(09).
           05  保守担当者               PIC X(08).
           05  保守停止区分              PIC X(01).
           05  保守停止範囲              PIC X(01).
           05  FILLER                 PIC X(01).
