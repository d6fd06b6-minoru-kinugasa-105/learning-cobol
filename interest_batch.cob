      *>                   ファイル(口座種別・残高階層・適用開始日別)
      *>                   から利率を引くよう変更。マスタが無い場合は
      *>                   従来の既定利率で計算する
      *>   2026-10-15  SK  総合口座貸越に対応。貸越中の普通預金口座
      *>                   から貸越利息(金利マスタの種別'K')を徴収
      *>                   して貸越残高に加え、利息の入金は貸越の
      *>                   返済に先に充てる
      *>   2026-10-15  SK  取引履歴レコードの検印者コード追加に伴う記帳
      *>                   項目の初期化を追加
      *>-----------------------------------------------------------

       ENVIRONMENT DIVISION.
      *>-----------------------------------------------------------
       01 普通預金既定利率        PIC 9V9999 VALUE 0.0010.
       01 定期預金既定利率        PIC 9V9999 VALUE 0.0030.
       01 貸越既定利率          PIC 9V9999 VALUE 0.0020.
       01 利息額             PIC 9(9).
       01 貸越利息額           PIC 9(9).
       01 貸越利息合計          PIC 9(11) VALUE 0.
       01 貸越利息件数          PIC 9(7) COMP-3 VALUE 0.
       01 貸越計算金額          PIC 9(9).
       01 利率判定種別          PIC X(1).
       01 利率判定金額          PIC 9(9).

       01 金利マスタ件数         PIC 9(2) VALUE 0.
       01 金利マスタ上限         PIC 9(2) VALUE 50.

           DISPLAY '利息計算バッチが完了しました。処理件数: '
               処理件数 '件  スキップ件数: ' スキップ件数
               '件  源泉税合計: ' 源泉税合計 '円'
           DISPLAY '貸越利息徴収件数: ' 貸越利息件数
               '件  貸越利息合計: ' 貸越利息合計 '円'.
           STOP RUN.

       ファイルオープン処理.
      *> 前回異常終了の再開マーカー(処理中区分)が残っている口座は
      *> 残高が確定していないため、利息計算を行わずスキップする。
      *> (対話プログラム側の起動時回復処理による復旧を待つ)
      *> 利息の入金は総合口座貸越の返済に先に充て、貸越中の口座
      *> からは続けて貸越利息を徴収する。
      *>-----------------------------------------------------------
       口座ごと利息計算処理.
           IF 取引処理中
                   SET 利息取引 TO TRUE
                   MOVE 利息額 TO 処理中設定金額
                   PERFORM 取引開始マーク
                   MOVE 利息額 TO 貸越計算金額
                   PERFORM 貸越返済入金
                   PERFORM 取引完了マーク
                   PERFORM 利息取引記帳
                   PERFORM 源泉税控除処理
                   ADD 1 TO 処理件数
               END-IF
               PERFORM 貸越利息徴収処理
           END-IF
           PERFORM 口座読込.

       利息額計算.
           MOVE 口座種別 TO 利率判定種別
           MOVE 口座残高 TO 利率判定金額
           PERFORM 適用利率検索
           COMPUTE 利息額 ROUNDED = 口座残高 * 適用利率.

      *>-----------------------------------------------------------
      *> 総合口座貸越の貸越利息の徴収。貸越残高に金利マスタの貸越
      *> 利率(種別'K'、階層は貸越残高で判定)を乗じて求め、貸越
      *> 利息取引として記帳のうえ貸越残高へ加える(極度額を超えても
      *> 徴収する)。付利と同じ二段階コミット方式で再開マーカーを
      *> 適用する。
      *>-----------------------------------------------------------
       貸越利息徴収処理.
           IF 普通預金口座 AND 貸越残高 > 0
               MOVE 'K' TO 利率判定種別
               MOVE 貸越残高 TO 利率判定金額
               PERFORM 適用利率検索
               COMPUTE 貸越利息額 ROUNDED = 貸越残高 * 適用利率
               IF 貸越利息額 > 0
                   SET 貸越利息取引 TO TRUE
                   MOVE 貸越利息額 TO 処理中設定金額
                   PERFORM 取引開始マーク
                   MOVE 貸越利息額 TO 貸越計算金額
                   PERFORM 貸越考慮出金
                   PERFORM 取引完了マーク
                   PERFORM 貸越利息取引記帳
                   ADD 貸越利息額 TO 貸越利息合計
                   ADD 1 TO 貸越利息件数
               END-IF
           END-IF.

      *>-----------------------------------------------------------
      *> 金利マスタを起動時に読み込んで表に展開する(手数料マスタ
      *> 読込処理と同じ方式)。ファイルが無い場合は表は空のまま
           END-IF.

      *>-----------------------------------------------------------
      *> 利率判定種別・利率判定金額(通常の利息は口座種別・口座
      *> 残高、貸越利息は'K'・貸越残高)に該当する
      *> 階層のうち、適用開始日が本日以前で最も新しい行の利率を
      *> 採用する(改定日管理。残高が大きい口座には階層ごとに高い
      *> 利率を適用できる)。該当が無ければ既定利率を使う。
           PERFORM 金利表検索 VARYING 金利添字 FROM 1 BY 1
               UNTIL 金利添字 > 金利マスタ件数
           IF NOT 金利該当あり
               EVALUATE 利率判定種別
                   WHEN '2'
                       MOVE 定期預金既定利率 TO 適用利率
                   WHEN 'K'
                       MOVE 貸越既定利率 TO 適用利率
                   WHEN OTHER
                       MOVE 普通預金既定利率 TO 適用利率
               END-EVALUATE
           END-IF.

       金利表検索.
           IF 表金利口座種別 (金利添字) = 利率判定種別
                   AND 利率判定金額 NOT < 表金利下限 (金利添字)
                   AND 利率判定金額 NOT > 表金利上限 (金利添字)
                   AND 表金利開始日 (金利添字) NOT > 本日日付
                   AND 表金利開始日 (金利添字) NOT < 採用開始日作業
               MOVE 表金利開始日 (金利添字) TO 採用開始日作業
               SET 税金取引 TO TRUE
               MOVE 源泉税額 TO 処理中設定金額
               PERFORM 取引開始マーク
               MOVE 源泉税額 TO 貸越計算金額
               PERFORM 貸越考慮出金
               PERFORM 取引完了マーク
               PERFORM 税金取引記帳
               ADD 源泉税額 TO 源泉税合計
           END-IF.

      *>-----------------------------------------------------------
      *> 総合口座貸越を考慮した入金。貸越残高があれば貸越計算金額を
      *> 先に返済に充て、残りを口座残高へ加える(銀行システムの
      *> 貸越返済入金と同じ扱い)。
      *>-----------------------------------------------------------
       貸越返済入金.
           IF 貸越残高 > 0
               IF 貸越計算金額 NOT < 貸越残高
                   COMPUTE 口座残高 = 口座残高 + 貸越計算金額 - 貸越残高
                   MOVE 0 TO 貸越残高
               ELSE
                   SUBTRACT 貸越計算金額 FROM 貸越残高
               END-IF
           ELSE
               ADD 貸越計算金額 TO 口座残高
           END-IF.

      *>-----------------------------------------------------------
      *> 総合口座貸越を考慮した出金。口座残高を超える分は貸越残高
      *> へ積み増し、口座残高は0とする(銀行システムの貸越考慮出金
      *> と同じ扱い)。
      *>-----------------------------------------------------------
       貸越考慮出金.
           IF 貸越計算金額 > 口座残高
               COMPUTE 貸越残高 = 貸越残高 + 貸越計算金額 - 口座残高
               MOVE 0 TO 口座残高
           ELSE
               SUBTRACT 貸越計算金額 FROM 口座残高
           END-IF.

      *>-----------------------------------------------------------
      *> 口座残高を変更する直前に再開用マーカーを書き込み、変更後
      *> に解除する(index.cob 銀行システムの取引開始マーク/
           MOVE 0 TO 取消元取引時刻
           MOVE 'BATCH' TO 取引担当者コード
           MOVE '0000' TO 取引端末番号
           MOVE SPACES TO 取引検印者コード
           WRITE 取引履歴レコード.

       貸越利息取引記帳.
           MOVE 口座番号 TO 取引口座番号
           ACCEPT 取引日 FROM DATE YYYYMMDD
           ACCEPT 取引時刻 FROM TIME
           MOVE 貸越利息額 TO 取引金額 OF 取引履歴レコード
           MOVE 口座残高 TO 取引後残高
           MOVE 0 TO 相手口座番号
           MOVE 0 TO 取消元取引日
           MOVE 0 TO 取消元取引時刻
           MOVE 'BATCH' TO 取引担当者コード
           MOVE '0000' TO 取引端末番号
           MOVE SPACES TO 取引検印者コード
           WRITE 取引履歴レコード.

       税金取引記帳.
           MOVE 0 TO 取消元取引時刻
           MOVE 'BATCH' TO 取引担当者コード
           MOVE '0000' TO 取引端末番号
           MOVE SPACES TO 取引検印者コード
           WRITE 取引履歴レコード.
      *>-----------------------------------------------------------
      *> バッチ実行管理ファイルに同一バッチ・同一処理対象年月日の
