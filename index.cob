      *>                   開局中の勘定日で記帳する
      *>   2026-09-02  SK  振込予約照会の状態名称が桁不足で欠けて
      *>                   表示されていたのを修正
      *>   2026-10-15  SK  総合口座貸越を追加。普通預金の引き出し・
      *>                   振込・他行宛振込・手数料は同一顧客の定期
      *>                   預金残高の90%を極度額として貸越で賄い、
      *>                   入金は貸越の返済に先に充てる。残高照会に
      *>                   貸越残高を表示し、起動時回復処理も貸越を
      *>                   考慮して復旧する
      *>   2026-10-15  SK  支払停止(差押・死亡・凍結など)に対応。
      *>                   引き出し・振込・他行宛振込と連携口座から
      *>                   の補填は口座残高から拘束金額を差し引いた
      *>                   額の範囲で判定し、全額停止の口座は入金
      *>                   のみ受け付けて出金を拒否する
      *>   2026-10-15  SK  検印基準ファイルの基準額を超える引き出し・
      *>                   振込・他行宛振込に、取引担当者以外の責任者
      *>                   によるオペレータコード・暗証番号の検印を必須
      *>                   とし、取引履歴の引出・振込出金明細に検印者
      *>                   コードを記録する
      *>-----------------------------------------------------------

       ENVIRONMENT DIVISION.
           COPY "IRAISEL.cpy".
           COPY "OPESEL.cpy".
           COPY "EIGYSEL.cpy".
           COPY "KNINSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "EIGYFD.cpy".
           COPY "EIGYREC.cpy".

           COPY "KNINFD.cpy".
           COPY "KNINREC.cpy".

       WORKING-STORAGE SECTION.
           COPY "FILESTAT.cpy".

           88 連携口座有り            VALUE 'Y'.
           88 連携口座無し            VALUE 'N'.

       01 貸越計算金額          PIC 9(9).
       01 出金可能額           PIC S9(10).
       01 貸越担保合計          PIC 9(11).
       01 貸越極度額作業         PIC 9(11).
       01 貸越担保掛目          PIC 9V99 VALUE 0.90.
       01 貸越判定口座番号        PIC 9(7).
       01 貸越判定顧客番号        PIC 9(7).
       01 担保走査終了フラグ       PIC X(1) VALUE 'N'.
           88 担保走査終了            VALUE 'Y'.
       01 貸越出金可否フラグ       PIC X(1) VALUE 'N'.
           88 貸越出金可             VALUE 'Y'.

       01 支払停止判定金額        PIC 9(10).
       01 支払停止理由          PIC X(60).
       01 停止区分名称          PIC X(12).

       01 処理中設定金額         PIC 9(9).
       01 処理中設定相手口座番号     PIC 9(7).
       01 出金判定金額          PIC 9(9).
           88 オペレータ認証OK         VALUE 'Y'.
       01 オペレータ認証失敗回数     PIC 9(2) VALUE 0.

       01 既定検印基準金額        PIC 9(9) VALUE 1000000.
       01 適用検印基準金額        PIC 9(9).
       01 検印者コード          PIC X(8) VALUE SPACES.
       01 入力検印者暗証         PIC 9(4).
       01 検印OKフラグ         PIC X(1) VALUE 'N'.
           88 検印OK               VALUE 'Y'.
       01 検印失敗回数          PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.

       メイン手続き.
           PERFORM オペレータ認証
           PERFORM ファイルオープン処理
           PERFORM 手数料マスタ読込処理
           PERFORM 検印基準読込処理
           PERFORM 起動時回復処理

           PERFORM UNTIL 終了フラグ = 'Y'
      *>-----------------------------------------------------------
      *> 残高を復旧した後、処理中取引種別/処理中取引金額/処理中相手
      *> 口座番号を基に取引履歴へも記帳する(取引履歴追記はこの直後
      *> に処理中区分をクリアする前に呼び出す)。残高の増減は通常の
      *> 取引と同じく貸越考慮出金/貸越返済入金で行う(貸越中の口座
      *> でも貸越残高側で正しく復旧される)。引出取引・振替出金
      *> 取引・振込出金取引の復旧分は、当日分の出金累計からも漏れ
      *> ないよう出金累計更新を合わせて行う。
      *>-----------------------------------------------------------
       口座回復確認.
           IF 取引処理中
               DISPLAY '未完了の取引を復旧します。口座番号: ' 口座番号
               MOVE 処理中取引金額 TO 貸越計算金額
               EVALUATE 処理中取引種別
                   WHEN '02'
                       PERFORM 貸越考慮出金
                   WHEN '04'
                       PERFORM 貸越考慮出金
                   WHEN '06'
                       PERFORM 貸越考慮出金
                   WHEN '08'
                       PERFORM 貸越考慮出金
                   WHEN '10'
                       PERFORM 貸越考慮出金
                   WHEN '11'
                       PERFORM 貸越考慮出金
                   WHEN '13'
                       PERFORM 貸越考慮出金
                   WHEN '14'
                       PERFORM 貸越考慮出金
                   WHEN OTHER
                       PERFORM 貸越返済入金
               END-EVALUATE
               MOVE 処理中取引種別 TO 取引区分 OF 取引履歴レコード
               MOVE 処理中取引金額 TO 記帳金額
           MOVE 0 TO 取消元取引時刻
           MOVE 入力オペレータコード TO 取引担当者コード
           MOVE 入力端末番号 TO 取引端末番号
           IF 引出取引 OR 振込出金取引
               MOVE 検印者コード TO 取引検印者コード
           ELSE
               MOVE SPACES TO 取引検印者コード
           END-IF
           WRITE 取引履歴レコード
           CLOSE 取引履歴ファイル.

               PERFORM 手数料マスタ読込
           END-IF.

      *>-----------------------------------------------------------
      *> 検印基準ファイルの1レコード目の検印基準金額を起動時に
      *> 読み込む。ファイルが無い・空の場合は既定の基準額とする
      *> (検印を外す運用はできないようにするため)。
      *>-----------------------------------------------------------
       検印基準読込処理.
           MOVE 既定検印基準金額 TO 適用検印基準金額
           OPEN INPUT 検印基準ファイル
           IF 検印基準状態 NOT = '35'
               READ 検印基準ファイル
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 検印基準金額 TO 適用検印基準金額
               END-READ
               CLOSE 検印基準ファイル
           END-IF.

      *>-----------------------------------------------------------
      *> 取引金額が検印基準金額を超える場合に、その場で責任者の
      *> 検印を受ける。取引担当者とは別の、有効な責任者権限の
      *> オペレータのコードと暗証番号を入力させ、規定回数(認証
      *> 失敗上限)以内に確認できれば検印OKとして検印者コードを
      *> 保持する(取引履歴追記で引出・振込出金の明細に記録する)。
      *> 検印者コードの入力を空白にすると検印を中止できる。基準額
      *> 以下の取引は検印不要(検印OK・検印者コードは空白)。
      *>-----------------------------------------------------------
       責任者検印.
           MOVE SPACES TO 検印者コード
           SET 検印OK TO TRUE
           IF 入力取引金額 > 適用検印基準金額
               MOVE 'N' TO 検印OKフラグ
               DISPLAY '取引金額が' 適用検印基準金額
                   '円を超えるため、責任者の検印が必要です。'
               OPEN INPUT オペレータマスタファイル
               MOVE 0 TO 検印失敗回数
               PERFORM 検印チェック UNTIL 検印OK
                   OR 検印失敗回数 >= 認証失敗上限
               CLOSE オペレータマスタファイル
               IF NOT 検印OK
                   MOVE SPACES TO 検印者コード
               END-IF
           END-IF.

       検印チェック.
           DISPLAY '検印する責任者のオペレータコードを入力してください(中止は空白): '
           ACCEPT 検印者コード
           IF 検印者コード = SPACES
               MOVE 認証失敗上限 TO 検印失敗回数
           ELSE
               MOVE 検印者コード TO オペレータコード
               READ オペレータマスタファイル
                   INVALID KEY
                       ADD 1 TO 検印失敗回数
                       DISPLAY 'オペレータコードが登録されていません。'
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN 検印者コード = 入力オペレータコード
                               ADD 1 TO 検印失敗回数
                               DISPLAY '取引担当者自身は検印できません。'
                           WHEN オペレータ停止
                               ADD 1 TO 検印失敗回数
                               DISPLAY 'このオペレータは停止中です。'
                           WHEN NOT 責任者権限
                               ADD 1 TO 検印失敗回数
                               DISPLAY '責任者権限のオペレータではありません。'
                           WHEN OTHER
                               DISPLAY '責任者の暗証番号を入力してください: '
                               ACCEPT 入力検印者暗証
                               IF 入力検印者暗証 = オペレータ暗証番号
                                   SET 検印OK TO TRUE
                                   DISPLAY '検印者: ' オペレータ氏名
                               ELSE
                                   ADD 1 TO 検印失敗回数
                                   DISPLAY '暗証番号が違います。'
                               END-IF
                       END-EVALUATE
               END-READ
           END-IF.

      *>-----------------------------------------------------------
      *> 手数料対象区分と手数料判定金額(本体取引金額)に該当する
      *> 金額帯を手数料マスタ表から探し、算出手数料額を求める。
      *> 別行の手数料取引として記帳する(別行でないと取引明細表
      *> 作成の開始残高算出が合わなくなる)。手数料は銀行手数料で
      *> あり顧客の出金ではないため、出金累計には加えない。残高が
      *> 手数料に満たない場合は徴収しない(総合口座貸越の空き枠
      *> は残高に含めて判定し、不足分は貸越とする)。
      *>-----------------------------------------------------------
       手数料徴収.
           PERFORM 手数料算出
           IF 算出手数料額 > 0
               PERFORM 出金可能額算出
               IF 算出手数料額 > 出金可能額
                   DISPLAY '残高が不足しているため手数料を徴収できません。'
               ELSE
                   SET 手数料取引 TO TRUE
                   MOVE 算出手数料額 TO 処理中設定金額
                   MOVE 0 TO 処理中設定相手口座番号
                   PERFORM 取引開始マーク
                   MOVE 算出手数料額 TO 貸越計算金額
                   PERFORM 貸越考慮出金
                   PERFORM 取引完了マーク
                   MOVE 算出手数料額 TO 記帳金額
                   MOVE 0 TO 記帳相手口座番号
                   MOVE 入力取引金額 TO 処理中設定金額
                   MOVE 0 TO 処理中設定相手口座番号
                   PERFORM 取引開始マーク
                   MOVE 入力取引金額 TO 貸越計算金額
                   PERFORM 貸越返済入金
                   PERFORM 取引完了マーク
                   MOVE 入力取引金額 TO 記帳金額
                   MOVE 0 TO 記帳相手口座番号
                       PERFORM 取引金額入力
                       MOVE 入力取引金額 TO 出金判定金額
                       PERFORM 出金予定累計算出
                       MOVE '02' TO 手数料対象区分
                       MOVE 入力取引金額 TO 手数料判定金額
                       PERFORM 支払停止確認
                       IF 出金予定累計 NOT > 出金限度額
                               AND 支払停止理由 = SPACES
                           PERFORM 責任者検印
                       END-IF
                       EVALUATE TRUE
                           WHEN 出金予定累計 > 出金限度額
                               DISPLAY '1日あたりの出金限度額(' 出金限度額
                                   '円)を超えるため、引き出しできません。'
                           WHEN 支払停止理由 NOT = SPACES
                               DISPLAY 支払停止理由
                               DISPLAY '引き出しできません。'
                           WHEN NOT 検印OK
                               DISPLAY '責任者の検印が得られないため、引き出しできません。'
                           WHEN 入力取引金額 > 口座残高
                               PERFORM 貸越出金可否判定
                               IF 貸越出金可
                                   PERFORM 引き出し実行
                               ELSE
                                   PERFORM 連携口座振替出金
                               END-IF
                           WHEN OTHER
                               PERFORM 引き出し実行
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

      *>-----------------------------------------------------------
      *> 現在読み込まれている口座から入力取引金額を引き出し、引き
      *> 出し手数料を徴収する。残高を超える分は総合口座貸越とする
      *> (呼出し前に貸越出金可否判定で極度額内であることを確認
      *> 済み)。
      *>-----------------------------------------------------------
       引き出し実行.
           SET 引出取引 TO TRUE
           MOVE 入力取引金額 TO 処理中設定金額
           MOVE 0 TO 処理中設定相手口座番号
           PERFORM 取引開始マーク
           MOVE 入力取引金額 TO 貸越計算金額
           PERFORM 貸越考慮出金
           PERFORM 取引完了マーク
           MOVE 入力取引金額 TO 記帳金額
           MOVE 0 TO 記帳相手口座番号
           PERFORM 取引履歴追記
           MOVE 入力取引金額 TO 出金判定金額
           PERFORM 出金累計更新
           MOVE '02' TO 手数料対象区分
           MOVE 入力取引金額 TO 手数料判定金額
           PERFORM 手数料徴収
           IF 貸越残高 > 0
               DISPLAY '総合口座貸越をご利用中です。貸越残高: '
                   貸越残高 '円'
           END-IF
           DISPLAY '引き出しが完了しました。'.

      *>-----------------------------------------------------------
      *> 残高不足時に総合口座貸越で賄えるかを判定する。普通預金
      *> 口座について貸越極度額を再計算し、取引金額と手数料(呼出し
      *> 前に手数料対象区分・手数料判定金額を設定しておく)の合計が
      *> 出金可能額(残高+貸越の空き枠)以内であれば貸越出金可と
      *> する。
      *>-----------------------------------------------------------
       貸越出金可否判定.
           MOVE 'N' TO 貸越出金可否フラグ
           IF 普通預金口座
               PERFORM 貸越極度額算出
               PERFORM 手数料算出
               PERFORM 出金可能額算出
               IF 入力取引金額 + 算出手数料額 NOT > 出金可能額
                   SET 貸越出金可 TO TRUE
               END-IF
           END-IF.

      *>-----------------------------------------------------------
      *> 現在読み込まれている普通預金口座の貸越極度額を、同一顧客
      *> 番号の定期預金口座の残高合計に担保掛目(90%)を乗じて
      *> 求め直す(円未満切捨て)。口座マスタを先頭から走査する
      *> ため、走査後に対象口座を読み直してカレントレコードを戻す
      *> (求めた極度額は次の口座マスタ更新時に書き込まれる)。
      *> 顧客未紐付けの口座は担保を特定できないため極度額0とする。
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
      *> を求める。担保定期の解約等で極度額が貸越残高を下回って
      *> いる場合は空き枠なし(出金可能額は残高のみ)とする。
      *> 支払停止中の口座は貸越を使わせず、全額停止なら0、一部
      *> 停止なら残高から拘束金額を差し引いた額とする。
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
      *> 現在読み込まれている口座が支払停止中の場合に、出金を受け
      *> 付けられるかを判定する。全額停止の口座は出金を一切受け
      *> 付けず、一部停止の口座は取引金額と手数料(呼出し前に手数料
      *> 対象区分・手数料判定金額を設定しておく)の合計が残高から
      *> 拘束金額を差し引いた額以内であることを求める(貸越は
      *> 使わせない)。受け付けられない場合は支払停止理由に
      *> 停止区分を明記した理由を設定する。
      *>-----------------------------------------------------------
       支払停止確認.
           MOVE SPACES TO 支払停止理由
           IF 支払停止中
               PERFORM 手数料算出
               COMPUTE 支払停止判定金額 = 入力取引金額 + 算出手数料額
               PERFORM 停止区分名称設定
               IF 全額支払停止
                   STRING '支払停止中(' DELIMITED BY SIZE
                       停止区分名称 DELIMITED BY SPACE
                       '・全額停止)です。' DELIMITED BY SIZE
                       INTO 支払停止理由
                   END-STRING
               ELSE
                   IF 支払停止判定金額 + 拘束金額 > 口座残高
                       STRING '支払停止(' DELIMITED BY SIZE
                           停止区分名称 DELIMITED BY SPACE
                           ')の拘束金額を超えます。' DELIMITED BY SIZE
                           INTO 支払停止理由
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
      *> 先に返済に充て、残りを口座残高へ加える。
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
      *> へ積み増し、口座残高は0とする。
      *>-----------------------------------------------------------
       貸越考慮出金.
           IF 貸越計算金額 > 口座残高
               COMPUTE 貸越残高 = 貸越残高 + 貸越計算金額 - 口座残高
               MOVE 0 TO 口座残高
           ELSE
               SUBTRACT 貸越計算金額 FROM 口座残高
           END-IF.

      *>-----------------------------------------------------------
      *> 口座番号入力で特定された口座について暗証番号による本人
      *> 確認を行う。ロック中の口座は即座に拒否し、規定回数
           MOVE 0 TO 保守変更前値
           MOVE 0 TO 保守変更後値
           MOVE '窓口' TO 保守担当者
           MOVE SPACES TO 保守停止区分
           MOVE SPACES TO 保守停止範囲
           WRITE 保守証跡レコード
           CLOSE 保守証跡ファイル.

      *>-----------------------------------------------------------
      *> 主口座の残高不足分を連携口座から自動的に補填する。連携口座
      *> が無い・主口座自身を指している・ロック中・満期未到来の
      *> 定期預金・残高不足・支払停止(全額停止、または拘束金額を
      *> 除くと不足)・連携口座自身の1日あたりの出金限度額
      *> 超過、のいずれかに該当する場合は補填せず引き出しそのものを
      *> 拒否する。不足額には引き出し手数料も含めて補填する(補填が
      *> 本体金額ちょうどだと引き出し後の残高が0円になり、手数料を
                       SET 連携口座有り TO TRUE
               END-READ

               MOVE 不足額 TO 出金判定金額
               PERFORM 出金予定累計算出
               EVALUATE TRUE
                   WHEN 連携口座無し OR 口座ロック中
                           OR (定期預金口座 AND 満期日 > 本日日付)
                           OR 口座残高 < 不足額
                       DISPLAY '残高が不足しており、連携口座からも補填できません。'
                       MOVE 主口座番号退避 TO 口座番号
                       READ 口座マスタファイル
                   WHEN 支払停止中
                           AND (全額支払停止 OR 口座残高 < 不足額 + 拘束金額)
                       DISPLAY '残高が不足しており、連携口座(' 連携口座番号
                           ')は支払停止中のため補填できません。'
                       MOVE 主口座番号退避 TO 口座番号
                       READ 口座マスタファイル
                   WHEN 出金予定累計 > 出金限度額
                       DISPLAY '連携口座(' 連携口座番号
                           ')の1日あたりの出金限度額を超えるため、補填できません。'
                       MOVE 主口座番号退避 TO 口座番号
                       READ 口座マスタファイル
                   WHEN OTHER
                       PERFORM 連携口座振替実行
               END-EVALUATE
           END-IF.

      *>-----------------------------------------------------------

           MOVE 主口座番号退避 TO 口座番号
           READ 口座マスタファイル
           MOVE 不足額 TO 貸越計算金額
           PERFORM 貸越返済入金
           PERFORM 取引完了マーク
           SET 振替入金取引 TO TRUE
           MOVE 不足額 TO 記帳金額
           MOVE 入力取引金額 TO 処理中設定金額
           MOVE 0 TO 処理中設定相手口座番号
           PERFORM 取引開始マーク
           MOVE 入力取引金額 TO 貸越計算金額
           PERFORM 貸越考慮出金
           PERFORM 取引完了マーク
           MOVE 入力取引金額 TO 記帳金額
           MOVE 0 TO 記帳相手口座番号
      *> 任意口座あての振込。出金側(振込元)には引き出し手続きと
      *> 同じチェック(暗証番号認証・定期の満期日前制限・1日あたり
      *> の出金限度額)を適用する。振込先は実在し、ロック中でなく、
      *> 振込元自身でないこと。残高不足の場合は総合口座貸越の空き
      *> 枠内であれば貸越で賄い、それも超える場合は振込自体を拒否
      *> する(連携口座からの補填は引き出し専用とする)。
      *>-----------------------------------------------------------
       振込手続き.
           PERFORM 口座番号入力
           PERFORM 取引金額入力
           MOVE 入力取引金額 TO 出金判定金額
           PERFORM 出金予定累計算出
           MOVE '06' TO 手数料対象区分
           MOVE 入力取引金額 TO 手数料判定金額
           PERFORM 支払停止確認
           IF 出金予定累計 > 出金限度額
               DISPLAY '1日あたりの出金限度額(' 出金限度額
                   '円)を超えるため、振込できません。'
           ELSE
               IF 支払停止理由 NOT = SPACES
                   DISPLAY 支払停止理由
                   DISPLAY '振込できません。'
               ELSE
                   PERFORM 責任者検印
                   MOVE 'Y' TO 貸越出金可否フラグ
                   IF 入力取引金額 > 口座残高
                       PERFORM 貸越出金可否判定
                   END-IF
                   EVALUATE TRUE
                       WHEN NOT 検印OK
                           DISPLAY '責任者の検印が得られないため、振込できません。'
                       WHEN 貸越出金可
                           PERFORM 振込実行
                       WHEN OTHER
                           DISPLAY '残高が不足しているため、振込できません。'
                   END-EVALUATE
               END-IF
           END-IF.


           MOVE 振込元口座番号退避 TO 口座番号
           READ 口座マスタファイル
           MOVE 入力取引金額 TO 貸越計算金額
           PERFORM 貸越考慮出金
           PERFORM 取引完了マーク
           SET 振込出金取引 TO TRUE
           MOVE 入力取引金額 TO 記帳金額

           MOVE 振込先口座番号退避 TO 口座番号
           READ 口座マスタファイル
           MOVE 入力取引金額 TO 貸越計算金額
           PERFORM 貸越返済入金
           PERFORM 取引完了マーク
           SET 振込入金取引 TO TRUE
           MOVE 入力取引金額 TO 記帳金額
           IF 口座有り
               PERFORM 名義人表示
               DISPLAY '現在の残高は: ' 口座残高 '円です。'
               IF 貸越残高 > 0
                   DISPLAY '総合口座貸越をご利用中です。貸越残高: '
                       貸越残高 '円'
               END-IF
           END-IF.

      *>-----------------------------------------------------------
           MOVE 0 TO 処理中相手口座番号
           MOVE 0 TO 出金累計日
           MOVE 0 TO 出金累計額
           MOVE 0 TO 貸越極度額
           MOVE 0 TO 貸越残高
           SET 支払停止無し TO TRUE
           MOVE SPACES TO 支払停止範囲
           MOVE 0 TO 拘束金額
           MOVE 0 TO 支払停止受付日
           MOVE 0 TO 支払停止解除日
           ACCEPT 本日日付 FROM DATE YYYYMMDD
           MOVE 本日日付 TO 最終取引日
           SET 稼働中 TO TRUE
           PERFORM 取引金額入力
           MOVE 入力取引金額 TO 出金判定金額
           PERFORM 出金予定累計算出
           MOVE '06' TO 手数料対象区分
           MOVE 入力取引金額 TO 手数料判定金額
           PERFORM 支払停止確認
           IF 出金予定累計 > 出金限度額
               DISPLAY '1日あたりの出金限度額(' 出金限度額
                   '円)を超えるため、振込できません。'
           ELSE
               IF 支払停止理由 NOT = SPACES
                   DISPLAY 支払停止理由
                   DISPLAY '振込できません。'
               ELSE
                   PERFORM 責任者検印
                   MOVE 'Y' TO 貸越出金可否フラグ
                   IF 入力取引金額 > 口座残高
                       PERFORM 貸越出金可否判定
                   END-IF
                   EVALUATE TRUE
                       WHEN NOT 検印OK
                           DISPLAY '責任者の検印が得られないため、振込できません。'
                       WHEN 貸越出金可
                           PERFORM 他行宛振込実行
                       WHEN OTHER
                           DISPLAY '残高が不足しているため、振込できません。'
                   END-EVALUATE
               END-IF
           END-IF.

           MOVE 入力取引金額 TO 処理中設定金額
           MOVE 他行振込先口座番号 TO 処理中設定相手口座番号
           PERFORM 取引開始マーク
           MOVE 入力取引金額 TO 貸越計算金額
           PERFORM 貸越考慮出金
           PERFORM 取引完了マーク
           MOVE 入力取引金額 TO 記帳金額
           MOVE 他行振込先口座番号 TO 記帳相手口座番号
