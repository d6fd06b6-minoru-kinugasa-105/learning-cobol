      *>   ステップ起動コマンドに標準入力の空読み(例: < /dev/null)
      *>   を含めて定義し、無入力時の既定(勘定日)で動かすこと。
      *>   日次締めの標準定義例:
      *>     01 マスタ退避(夜間前) → 02 取引履歴日次切替 → 03 勘定照合
      *>     バッチ → 04 全店日計表作成 → (月末のみ 05 利息計算バッチ
      *>     → 06 満期処理バッチ → 07 休眠口座検出バッチ) → 08 仕訳
      *>     連動バッチ(毎日。月次ステップが記帳した分も当日の仕訳に
      *>     含めるため月次ステップより後に置く) → 09 通知書作成バッチ
      *>     (毎日。満期処理・休眠口座検出の結果を反映するため月次
      *>     ステップより後に置く) → 10 マスタ退避(夜間後)(毎日。
      *>     夜間バッチの結果を含めて退避するため更新系ステップの後に
      *>     置く) → 11 整合性点検バッチ(毎日。重大な異常は異常終了
      *>     となるため、後続を止めないよう退避より後に置く)
      *>   01と10はどちらもマスタ退避バッチを起動する(バッチ名は
      *>   取引履歴日次切替の前か後かでバッチ自身が切り替える)。
      *>===============================================================
       01  ジョブネット定義レコード.
           05  ステップ番号              PIC 9(02).
