      *>   2026-09-02  SK  重複定義していた固定の定期預金利率を廃止
      *>                   し、利息計算バッチと共通の金利マスタ
      *>                   ファイルから利率を引くよう変更
      *>   2026-10-15  SK  総合口座貸越に対応。同一顧客の普通預金に
      *>                   貸越が残っている定期(貸越の担保)は満期
      *>                   解約せず自動継続とし、振替先への入金は
      *>                   貸越の返済に先に充てる
      *>   2026-10-15  SK  支払停止(差押・死亡・凍結など)に対応。
      *>                   全額停止の定期は満期解約せず自動継続とし、
      *>                   一部停止の定期は残高から拘束金額を差し
      *>                   引いた額だけを振り替えて拘束金額分を自動
      *>                   継続する(結果行に支払停止を明記し、注記が
      *>                   収まるよう結果行を150桁に拡張)
      *>   2026-10-15  SK  取引履歴レコードの検印者コード追加に伴う記帳
      *>                   項目の初期化を追加
      *>-----------------------------------------------------------

       ENVIRONMENT DIVISION.

       FD  満期結果ファイル
           LABEL RECORDS ARE STANDARD.
       01  満期結果行             PIC X(150).

       WORKING-STORAGE SECTION.
           COPY "FILESTAT.cpy".
       01 定期預金既定利率         PIC 9V9999 VALUE 0.0030.
       01 満期利息額            PIC 9(9).
       01 満期振替額            PIC 9(9).
       01 停止区分名称           PIC X(12).

       01 金利マスタ件数          PIC 9(2) VALUE 0.
       01 金利マスタ上限          PIC 9(2) VALUE 50.
           88 振替先有り              VALUE 'Y'.
           88 振替先無し              VALUE 'N'.

       01 貸越計算金額           PIC 9(9).
       01 貸越判定口座番号         PIC 9(7).
       01 貸越判定顧客番号         PIC 9(7).
       01 担保走査終了フラグ        PIC X(1) VALUE 'N'.
           88 担保走査終了             VALUE 'Y'.
       01 貸越残存フラグ          PIC X(1) VALUE 'N'.
           88 貸越残存               VALUE 'Y'.

       01 対象件数             PIC 9(7) VALUE 0.
       01 解約件数             PIC 9(7) VALUE 0.
       01 継続件数             PIC 9(7) VALUE 0.
      *> 満期利息を付利したうえで、口座の満期取扱区分に従って
      *> 満期解約(連携口座への振替)または自動継続を行う。
      *> 満期解約扱いでも連携口座が無い・無効な場合は自動継続に
      *> 回し、結果行にその旨を出力する。同一顧客の普通預金口座に
      *> 総合口座貸越が残っている場合も、担保を外さないよう自動
      *> 継続に回す(貸越の返済後に窓口で解約する)。全額支払停止中
      *> の口座も出金できないため自動継続に回す(一部停止の口座は
      *> 満期解約処理で拘束金額を残して振り替える)。
      *>-----------------------------------------------------------
       満期口座処理.
           MOVE 口座番号 TO 満期口座番号退避
           PERFORM 満期利息付利処理
           IF 満期解約扱い
               PERFORM 貸越残存確認
               PERFORM 振替先確認
               EVALUATE TRUE
                   WHEN 貸越残存
                       PERFORM 自動継続処理
                       PERFORM 貸越残存行出力処理
                   WHEN 支払停止中 AND 全額支払停止
                       MOVE 0 TO 満期振替額
                       PERFORM 自動継続処理
                       PERFORM 支払停止行出力処理
                   WHEN 振替先有り
                       PERFORM 満期解約処理
                   WHEN OTHER
                       PERFORM 自動継続処理
                       PERFORM 振替先無し行出力処理
               END-EVALUATE
           ELSE
               PERFORM 自動継続処理
           END-IF.
               ADD 源泉税額 TO 源泉税合計
           END-IF.

      *>-----------------------------------------------------------
      *> 満期口座と同一顧客番号の普通預金口座に総合口座貸越(貸越
      *> 残高)が残っていないかを確認する。口座マスタを先頭から走査
      *> するため、走査後は満期口座を読み直してカレントレコードと
      *> 順次読込の位置を戻す(振替先確認と同じ扱い)。
      *>-----------------------------------------------------------
       貸越残存確認.
           MOVE 'N' TO 貸越残存フラグ
           MOVE 口座番号 TO 貸越判定口座番号
           MOVE 顧客番号 OF 口座マスタレコード TO 貸越判定顧客番号
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
               PERFORM 貸越口座検索 UNTIL 担保走査終了
               MOVE 貸越判定口座番号 TO 口座番号
               READ 口座マスタファイル
           END-IF.

       担保口座読込.
           READ 口座マスタファイル NEXT RECORD
               AT END
                   SET 担保走査終了 TO TRUE
           END-READ.

       貸越口座検索.
           IF 普通預金口座
                   AND 顧客番号 OF 口座マスタレコード = 貸越判定顧客番号
                   AND 貸越残高 > 0
               SET 貸越残存 TO TRUE
               SET 担保走査終了 TO TRUE
           ELSE
               PERFORM 担保口座読込
           END-IF.

      *>-----------------------------------------------------------
      *> 満期解約の振替先(連携口座)の実在・有効性を確認する。
      *> 確認後は満期口座を読み直してカレントレコードを戻す。
      *> する前に両口座の再開マーカーを書き込む。振替後は満期日と
      *> 満期取扱区分をクリアし、以後の満期処理・満期日前引き出し
      *> 制限の対象外とする(残高0円の口座は窓口の口座保守で解約
      *> できる)。一部支払停止中の口座は残高から拘束金額を差し
      *> 引いた額だけを振り替え、拘束金額分は満期日・満期取扱区分
      *> を残したまま自動継続する。
      *>-----------------------------------------------------------
       満期解約処理.
           MOVE 口座残高 TO 満期振替額
           IF 支払停止中
               IF 拘束金額 < 口座残高
                   COMPUTE 満期振替額 = 口座残高 - 拘束金額
               ELSE
                   MOVE 0 TO 満期振替額
               END-IF
           END-IF
           IF 満期振替額 > 0
               SET 振替出金取引 TO TRUE
               MOVE 満期振替額 TO 処理中設定金額

               MOVE 振替先口座番号退避 TO 口座番号
               READ 口座マスタファイル
               MOVE 満期振替額 TO 貸越計算金額
               PERFORM 貸越返済入金
               PERFORM 取引完了マーク
               SET 振替入金取引 TO TRUE
               MOVE 満期振替額 TO 記帳金額
               READ 口座マスタファイル
           END-IF

           IF 支払停止中
               PERFORM 自動継続処理
               PERFORM 支払停止行出力処理
           ELSE
               MOVE 0 TO 満期日
               MOVE '0' TO 満期取扱区分
               REWRITE 口座マスタレコード
               ADD 1 TO 解約件数
               PERFORM 解約行出力処理
           END-IF.

      *>-----------------------------------------------------------
      *> 自動継続: 満期日を1年先へ更新する。
           ADD 1 TO 継続件数
           PERFORM 継続行出力処理.

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
      *> 口座残高を変更する直前に再開用マーカーを書き込み、変更後
      *> に解除する(銀行システムの取引開始マーク/取引完了マーク
           MOVE 0 TO 取消元取引時刻
           MOVE 'BATCH' TO 取引担当者コード
           MOVE '0000' TO 取引端末番号
           MOVE SPACES TO 取引検印者コード
           WRITE 取引履歴レコード.

       ヘッダー出力処理.
           END-STRING
           WRITE 満期結果行.

       貸越残存行出力処理.
           MOVE SPACES TO 満期結果行
           STRING '(注)口座番号:' DELIMITED BY SIZE
               口座番号 DELIMITED BY SIZE
               ' は総合口座貸越の担保のため自動継続しました。' DELIMITED BY SIZE
               INTO 満期結果行
           END-STRING
           WRITE 満期結果行.

      *>-----------------------------------------------------------
      *> 支払停止中のため満期解約できなかった(一部停止は拘束金額を
      *> 残した)口座の注記。振替額が0でなければ併せて出力する。
      *>-----------------------------------------------------------
       支払停止行出力処理.
           EVALUATE TRUE
               WHEN 差押停止
                   MOVE '差押' TO 停止区分名称
               WHEN 死亡停止
                   MOVE '死亡' TO 停止区分名称
               WHEN 凍結停止
                   MOVE '凍結' TO 停止区分名称
               WHEN OTHER
                   MOVE 'その他' TO 停止区分名称
           END-EVALUATE
           MOVE SPACES TO 満期結果行
           IF 全額支払停止
               STRING '(注)口座番号:' DELIMITED BY SIZE
                   口座番号 DELIMITED BY SIZE
                   ' は支払停止中(' DELIMITED BY SIZE
                   停止区分名称 DELIMITED BY SPACE
                   '・全額停止)のため自動継続しました。' DELIMITED BY SIZE
                   INTO 満期結果行
               END-STRING
           ELSE
               STRING '(注)口座番号:' DELIMITED BY SIZE
                   口座番号 DELIMITED BY SIZE
                   ' は支払停止(' DELIMITED BY SIZE
                   停止区分名称 DELIMITED BY SPACE
                   ')中のため振替額:' DELIMITED BY SIZE
                   満期振替額 DELIMITED BY SIZE
                   '円 拘束金額分を自動継続しました。' DELIMITED BY SIZE
                   INTO 満期結果行
               END-STRING
           END-IF
           WRITE 満期結果行.

       スキップ行出力処理.
           MOVE SPACES TO 満期結果行
           STRING 'スキップ  口座番号:' DELIMITED BY SIZE
