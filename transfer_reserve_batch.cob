      *>                   リストへ出力する
      *>   2026-09-02  SK  営業日管理ファイルによる排他制御(閉局中の
      *>                   起動拒否)と、開局中の勘定日での記帳を追加
      *>   2026-10-15  SK  総合口座貸越に対応。振込元の残高不足時は
      *>                   貸越の空き枠内で振込・手数料徴収を行い、
      *>                   振込先への入金は貸越の返済に先に充てる
      *>   2026-10-15  SK  支払停止(差押・死亡・凍結など)に対応。
      *>                   振込元の出金判定は残高から拘束金額を
      *>                   差し引いた額(振込手数料込み)で行い、
      *>                   全額停止の口座は振り込まず、不能理由に
      *>                   支払停止を明記する
      *>   2026-10-15  SK  取引履歴レコードの検印者コード追加に伴う記帳
      *>                   項目の初期化を追加
      *>
      *> 再実行手順: 途中で異常終了した場合はそのまま再起動して
      *> よい。実行済み・不能・取消済みの予約は対象外のため、
       01 記帳金額            PIC 9(9).
       01 記帳相手口座番号        PIC 9(7).

       01 貸越計算金額           PIC 9(9).
       01 貸越判定金額           PIC 9(9).
       01 出金可能額            PIC S9(10).
       01 支払停止判定金額         PIC 9(10).
       01 停止区分名称           PIC X(12).
       01 貸越担保合計           PIC 9(11).
       01 貸越極度額作業          PIC 9(11).
       01 貸越担保掛目           PIC 9V99 VALUE 0.90.
       01 貸越判定口座番号         PIC 9(7).
       01 貸越判定顧客番号         PIC 9(7).
       01 担保走査終了フラグ        PIC X(1) VALUE 'N'.
           88 担保走査終了             VALUE 'Y'.
       01 貸越出金可否フラグ        PIC X(1) VALUE 'N'.
           88 貸越出金可              VALUE 'Y'.

       01 バッチ名定数           PIC X(30) VALUE '振込予約実行バッチ'.
       01 処理対象年月日          PIC 9(8).
       01 検索通番             PIC 9(4).
      *>-----------------------------------------------------------
      *> 即時振込(銀行システムの振込手続き)と同じチェックを行う。
      *> 振込元: 実在・未確定取引なし・ロックなし・休眠でないこと・
      *> 定期の満期日前制限・支払停止(全額停止でないこと、一部停止
      *> は拘束金額を除いた残高の範囲内)・残高(不足時は総合口座
      *> 貸越の空き枠)・
      *> 1日あたりの出金限度額。
      *> 振込先: 実在・ロックなしであること。
      *> いずれかに該当しない場合は不能リストへ出力し、予約を不能
      *> とする。
           MOVE 振込元口座番号退避 TO 口座番号
           READ 口座マスタファイル.

      *>-----------------------------------------------------------
      *> 振込元が支払停止中の場合は振込手数料込みの金額で支払停止
      *> 確認を行う。残高不足時は振込手数料込みの金額が総合口座
      *> 貸越の空き枠内に収まるかを判定する(銀行システムの振込
      *> 出金チェックと同じ扱い)。
      *>-----------------------------------------------------------
       振込可否チェック.
           MOVE '06' TO 手数料対象区分
           MOVE 予約振込金額 TO 手数料判定金額
           PERFORM 手数料算出
           COMPUTE 支払停止判定金額 = 予約振込金額 + 算出手数料額
           PERFORM 支払停止確認
           IF 不能理由 = SPACES AND 予約振込金額 > 口座残高
               COMPUTE 貸越判定金額 = 予約振込金額 + 算出手数料額
               PERFORM 貸越出金可否判定
               IF NOT 貸越出金可
                   MOVE '残高が不足しています。' TO 不能理由
               END-IF
           END-IF
           IF 不能理由 = SPACES
               MOVE 予約振込金額 TO 出金判定金額
               PERFORM 出金予定累計算出
               IF 出金予定累計 > 出金限度額

           MOVE 振込元口座番号退避 TO 口座番号
           READ 口座マスタファイル
           MOVE 予約振込金額 TO 貸越計算金額
           PERFORM 貸越考慮出金
           PERFORM 取引完了マーク
           SET 振込出金取引 TO TRUE
           MOVE 予約振込金額 TO 記帳金額

           MOVE 振込先口座番号退避 TO 口座番号
           READ 口座マスタファイル
           MOVE 予約振込金額 TO 貸越計算金額
           PERFORM 貸越返済入金
           PERFORM 取引完了マーク
           SET 振込入金取引 TO TRUE
           MOVE 予約振込金額 TO 記帳金額
           END-STRING
           WRITE 予約不能行.

      *>-----------------------------------------------------------
      *> 残高不足時に総合口座貸越で賄えるかを判定する(銀行システム
      *> の貸越出金可否判定と同じ扱い)。普通預金口座について貸越
      *> 極度額を再計算し、貸越判定金額が出金可能額(残高+貸越の
      *> 空き枠)以内であれば貸越出金可とする。
      *>-----------------------------------------------------------
       貸越出金可否判定.
           MOVE 'N' TO 貸越出金可否フラグ
           IF 普通預金口座
               PERFORM 貸越極度額算出
               PERFORM 出金可能額算出
               IF 貸越判定金額 NOT > 出金可能額
                   SET 貸越出金可 TO TRUE
               END-IF
           END-IF.

      *>-----------------------------------------------------------
      *> 現在読み込まれている普通預金口座の貸越極度額を、同一顧客
      *> 番号の定期預金口座の残高合計に担保掛目(90%)を乗じて
      *> 求め直す(円未満切捨て)。口座マスタを先頭から走査する
      *> ため、走査後に対象口座を読み直してカレントレコードを戻す
      *> (求めた極度額は次の口座マスタ更新時に書き込まれる)。
      *>-----------------------------------------------------------
       貸越極度額算出.
           MOVE 口座番号 TO 貸越判定口座番号
           MOVE 顧客番号 OF 口座マスタレコード TO 貸越判定顧客番号
           MOVE 0 TO 貸越担保合計
           IF 貸越判定顧客番号 NOT = 0
               MOVE 'N' TO 担保走査終了フラグ
               MOVE LOW-VALUES TO 口座番号
               START 口座マスタファイル KEY IS NOT LESS THAN 口座番号
                   INVALID KEY
                       SET 担保走査終了 TO TRUE
               END-START
               IF NOT 担保走査終了
                   PERFORM 担保口座読込
               END-IF
               PERFORM 担保口座集計 UNTIL 担保走査終了
           END-IF
           COMPUTE 貸越極度額作業 = 貸越担保合計 * 貸越担保掛目
           IF 貸越極度額作業 > 999999999
               MOVE 999999999 TO 貸越極度額作業
           END-IF
           MOVE 貸越判定口座番号 TO 口座番号
           READ 口座マスタファイル
           MOVE 貸越極度額作業 TO 貸越極度額.

       担保口座読込.
           READ 口座マスタファイル NEXT RECORD
               AT END
                   SET 担保走査終了 TO TRUE
           END-READ.

       担保口座集計.
           IF 定期預金口座
                   AND 顧客番号 OF 口座マスタレコード = 貸越判定顧客番号
               ADD 口座残高 TO 貸越担保合計
           END-IF
           PERFORM 担保口座読込.

      *>-----------------------------------------------------------
      *> 現在読み込まれている口座の出金可能額(残高+貸越の空き枠)
      *> を求める。極度額が貸越残高を下回っている場合は空き枠なし
      *> とする。支払停止中の口座は貸越を使わせず、全額停止なら0、
      *> 一部停止なら残高から拘束金額を差し引いた額とする。
      *>-----------------------------------------------------------
       出金可能額算出.
           COMPUTE 出金可能額 = 口座残高 + 貸越極度額 - 貸越残高
           IF 出金可能額 < 口座残高
               MOVE 口座残高 TO 出金可能額
           END-IF
           IF 支払停止中
               IF 全額支払停止
                   MOVE 0 TO 出金可能額
               ELSE
                   COMPUTE 出金可能額 = 口座残高 - 拘束金額
               END-IF
           END-IF.

      *>-----------------------------------------------------------
      *> 現在読み込まれている口座が支払停止中の場合に、支払停止判定
      *> 金額の出金を受け付けられるかを判定する(銀行システムの
      *> 支払停止確認と同じ扱い)。全額停止の口座は出金を一切受け
      *> 付けず、一部停止の口座は残高から拘束金額を差し引いた額
      *> 以内であることを求める(貸越は使わせない)。受け付け
      *> られない場合は不能理由に停止区分を明記した理由を設定する。
      *>-----------------------------------------------------------
       支払停止確認.
           IF 支払停止中
               PERFORM 停止区分名称設定
               IF 全額支払停止
                   STRING '支払停止中(' DELIMITED BY SIZE
                       停止区分名称 DELIMITED BY SPACE
                       '・全額停止)です。' DELIMITED BY SIZE
                       INTO 不能理由
                   END-STRING
               ELSE
                   IF 支払停止判定金額 + 拘束金額 > 口座残高
                       STRING '支払停止(' DELIMITED BY SIZE
                           停止区分名称 DELIMITED BY SPACE
                           ')の拘束金額を超えます。' DELIMITED BY SIZE
                           INTO 不能理由
                       END-STRING
                   END-IF
               END-IF
           END-IF.

       停止区分名称設定.
           EVALUATE TRUE
               WHEN 差押停止
                   MOVE '差押' TO 停止区分名称
               WHEN 死亡停止
                   MOVE '死亡' TO 停止区分名称
               WHEN 凍結停止
                   MOVE '凍結' TO 停止区分名称
               WHEN OTHER
                   MOVE 'その他' TO 停止区分名称
           END-EVALUATE.

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
      *> に解除する(銀行システムの取引開始マーク/取引完了マーク
           MOVE 0 TO 取消元取引時刻
           MOVE 'BATCH' TO 取引担当者コード
           MOVE '0000' TO 取引端末番号
           MOVE SPACES TO 取引検印者コード
           WRITE 取引履歴レコード.

      *>-----------------------------------------------------------
      *>-----------------------------------------------------------
      *> 現在読み込まれている口座から手数料を徴収し、本体取引とは
      *> 別行の手数料取引として記帳する(銀行システムの手数料徴収と
      *> 同じ扱い。残高が手数料に満たない場合は徴収しない。総合
      *> 口座貸越の空き枠は残高に含めて判定する)。
      *>-----------------------------------------------------------
       手数料徴収.
           PERFORM 手数料算出
           IF 算出手数料額 > 0
               PERFORM 出金可能額算出
               IF 算出手数料額 NOT > 出金可能額
                   SET 手数料取引 TO TRUE
                   MOVE 算出手数料額 TO 処理中設定金額
                   MOVE 0 TO 処理中設定相手口座番号
                   PERFORM 取引開始マーク
                   MOVE 算出手数料額 TO 貸越計算金額
                   PERFORM 貸越考慮出金
                   PERFORM 取引完了マーク
                   MOVE 算出手数料額 TO 記帳金額
                   MOVE 0 TO 記帳相手口座番号
