      *>===============================================================
      *> 金利マスタレコード
      *>   金利口座種別(口座マスタの口座種別と同じ体系。'1':普通
      *>   '2':定期。'K'は総合口座貸越の貸越利率で、階層は貸越
      *>   残高で判定する)と残高階層(下限~上限、両端含む)・適用開始日
      *>   ごとに利率を定義する。同一種別・同一階層に複数の適用開始
      *>   日がある場合は、処理日以前で最も新しい適用開始日の利率を
      *>   採用する(改定日管理)。
