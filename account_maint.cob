      *>   2026-09-02  SK  口振入金('12')の赤伝が入金系と判定されず
      *>                   取消入金となり残高へ再加算される誤りを修正
      *>                   (入金系の判定へ'12'を追加し取消出金を採る)
      *>   2026-10-15  SK  総合口座貸越に対応。貸越残高のある普通
      *>                   預金と、同一顧客の普通預金に貸越が残って
      *>                   いる定期(貸越の担保)は解約を拒否する。
      *>                   赤伝の取消入金は貸越の返済に先に充て、
      *>                   取消出金は貸越の空き枠まで認める
      *>   2026-10-15  SK  支払停止中の口座の解約を拒否(停止の解除は
      *>                   支払停止保守で行う)。保守証跡レコードの
      *>                   支払停止区分・範囲の追加に伴う初期化を追加
      *>   2026-10-15  SK  起動時にオペレータマスタで認証し、責任者
      *>                   権限のオペレータのみ起動を許可する。保守証跡
      *>                   と赤伝の担当者には認証済みのオペレータコード
      *>                   を記録する。取引履歴レコードの検印者コード
      *>                   追加に伴う赤伝記帳項目の初期化を追加
      *>   2026-10-15  SK  取消(赤伝)の元取引日が取引履歴アーカイブ
      *>                   バッチでアーカイブ済みの期間の場合は、取引
      *>                   履歴アーカイブファイルからも元取引を探す
      *>                   よう変更
      *>-----------------------------------------------------------

       ENVIRONMENT DIVISION.
           COPY "HOSHSEL.cpy".
           COPY "TORISEL.cpy".
           COPY "TORIXSEL.cpy".
           COPY "KURISEL.cpy".
           COPY "TARCSEL.cpy".
           COPY "EIGYSEL.cpy".
           COPY "OPESEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "TORIXFD.cpy".
           COPY "TORIXREC.cpy".

           COPY "KURIFD.cpy".
           COPY "KURIREC.cpy".

           COPY "TARCFD.cpy".
           COPY "TARCREC.cpy".

           COPY "EIGYFD.cpy".
           COPY "EIGYREC.cpy".

           COPY "OPEFD.cpy".
           COPY "OPEREC.cpy".

       WORKING-STORAGE SECTION.
           COPY "FILESTAT.cpy".

       01 終了フラグ            PIC X VALUE 'N'.

       01 担当者コード           PIC X(8).
       01 入力オペレータ暗証        PIC 9(4).
       01 オペレータ認証OKフラグ     PIC X(1) VALUE 'N'.
           88 オペレータ認証OK         VALUE 'Y'.
       01 オペレータ認証失敗回数      PIC 9(2) VALUE 0.
       01 認証失敗上限           PIC 9(2) VALUE 3.

       01 入力口座番号           PIC 9(7).
       01 口座有無フラグ          PIC X(1) VALUE 'N'.
           88 履歴終了              VALUE 'Y'.
       01 索引終了フラグ          PIC X(1) VALUE 'N'.
           88 索引終了              VALUE 'Y'.
       01 アーカイブ参照フラグ       PIC X(1) VALUE 'N'.
           88 アーカイブ参照           VALUE 'Y'.
       01 アーカイブ割当誤りフラグ     PIC X(1) VALUE 'N'.
           88 アーカイブ割当誤り         VALUE 'Y'.
       01 アーカイブ終了フラグ       PIC X(1) VALUE 'N'.
           88 アーカイブ終了           VALUE 'Y'.
       01 元取引年             PIC 9(4).

       01 処理中設定金額          PIC 9(9).
       01 処理中設定相手口座番号      PIC 9(7).

       01 貸越計算金額           PIC 9(9).
       01 出金可能額            PIC S9(10).
       01 貸越判定口座番号         PIC 9(7).
       01 貸越判定顧客番号         PIC 9(7).
       01 担保走査終了フラグ        PIC X(1) VALUE 'N'.
           88 担保走査終了             VALUE 'Y'.
       01 貸越残存フラグ          PIC X(1) VALUE 'N'.
           88 貸越残存               VALUE 'Y'.

       01 記帳勘定日            PIC 9(8).
       01 開局確認OKフラグ       PIC X(1) VALUE 'N'.
           88 開局確認OK            VALUE 'Y'.

       メイン手続き.
           DISPLAY '--- 口座保守(責任者用) ---'
           PERFORM 責任者認証

           PERFORM ファイルオープン処理

           DISPLAY '口座保守を終了します。'.
           STOP RUN.

      *>-----------------------------------------------------------
      *> 起動時の責任者認証。オペレータマスタのオペレータコードと
      *> 暗証番号で本人確認し、責任者権限のオペレータにのみ起動を
      *> 許可する(銀行システムのオペレータ認証と同じ方式)。認証
      *> したオペレータコードを担当者コードとして保守証跡に記録
      *> する。規定回数(認証失敗上限)連続して失敗した場合は起動
      *> を中止する。
      *>-----------------------------------------------------------
       責任者認証.
           OPEN INPUT オペレータマスタファイル
           IF オペレータマスタ状態 = '35'
               DISPLAY 'オペレータマスタがありません。オペレータ保守で登録してください。'
               STOP RUN
           END-IF
           MOVE 'N' TO オペレータ認証OKフラグ
           MOVE 0 TO オペレータ認証失敗回数
           PERFORM 責任者認証チェック UNTIL オペレータ認証OK
               OR オペレータ認証失敗回数 >= 認証失敗上限
           CLOSE オペレータマスタファイル
           IF NOT オペレータ認証OK
               DISPLAY '責任者認証に失敗したため終了します。'
               STOP RUN
           END-IF.

       責任者認証チェック.
           DISPLAY '担当者コードを入力してください: '
           ACCEPT 担当者コード
           MOVE 担当者コード TO オペレータコード
           READ オペレータマスタファイル
               INVALID KEY
                   ADD 1 TO オペレータ認証失敗回数
                   DISPLAY 'オペレータコードが登録されていません。'
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN オペレータ停止
                           ADD 1 TO オペレータ認証失敗回数
                           DISPLAY 'このオペレータは停止中です。'
                       WHEN NOT 責任者権限
                           ADD 1 TO オペレータ認証失敗回数
                           DISPLAY '責任者権限のオペレータのみ使用できます。'
                       WHEN OTHER
                           DISPLAY '暗証番号を入力してください: '
                           ACCEPT 入力オペレータ暗証
                           IF 入力オペレータ暗証 = オペレータ暗証番号
                               SET オペレータ認証OK TO TRUE
                               DISPLAY '担当者: ' オペレータ氏名
                           ELSE
                               ADD 1 TO オペレータ認証失敗回数
                               DISPLAY '暗証番号が違います。'
                           END-IF
                   END-EVALUATE
           END-READ.

       ファイルオープン処理.
           OPEN I-O 口座マスタファイル.

           MOVE 証跡設定前値 TO 保守変更前値
           MOVE 証跡設定後値 TO 保守変更後値
           MOVE 担当者コード TO 保守担当者
           MOVE SPACES TO 保守停止区分
           MOVE SPACES TO 保守停止範囲
           WRITE 保守証跡レコード
           CLOSE 保守証跡ファイル.

      *>-----------------------------------------------------------
      *> 残高ゼロを確認したうえで口座マスタから削除する。未確定の
      *> 取引(処理中区分)が残っている口座は解約できない。取引
      *> 履歴は監査証跡としてそのまま残す。総合口座貸越の貸越残高
      *> がある口座、および同一顧客の普通預金に貸越が残っている
      *> 定期預金口座(貸越の担保)も解約できない。支払停止中の口座
      *> は停止の記録を失わないよう、解除されるまで解約できない。
      *>-----------------------------------------------------------
       解約手続き.
           PERFORM 口座番号入力
           IF 口座有り
               MOVE 'N' TO 貸越残存フラグ
               IF 定期預金口座
                   PERFORM 貸越残存確認
               END-IF
               EVALUATE TRUE
                   WHEN 取引処理中
                       DISPLAY '未確定の取引が残っているため解約できません。'
                   WHEN 支払停止中
                       DISPLAY '支払停止中のため解約できません。'
                   WHEN 口座残高 NOT = 0
                       DISPLAY '残高が0円ではないため解約できません。残高: '
                           口座残高 '円'
                   WHEN 貸越残高 NOT = 0
                       DISPLAY '総合口座貸越の貸越残高があるため解約できません。貸越残高: '
                           貸越残高 '円'
                   WHEN 貸越残存
                       DISPLAY '同一顧客の普通預金に総合口座貸越が残っているため、担保の定期預金は解約できません。'
                   WHEN OTHER
                       DISPLAY '解約してよろしいですか(1:はい 2:いいえ): '
                       ACCEPT 解約確認入力
               END-EVALUATE
           END-IF.

      *>-----------------------------------------------------------
      *> 解約対象の定期預金口座と同一顧客番号の普通預金口座に総合
      *> 口座貸越(貸越残高)が残っていないかを確認する。口座マスタ
      *> を先頭から走査し、走査後は解約対象口座を読み直す。
      *>-----------------------------------------------------------
       貸越残存確認.
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
      *> 誤記帳の取消(赤伝)。元取引を口座番号・取引日・取引時刻で
      *> 特定し、同一金額を逆方向に記帳して相殺する。赤伝行には
                   ACCEPT 取消元取引時刻入力
                   PERFORM 元取引検索
                   EVALUATE TRUE
                       WHEN アーカイブ割当誤り
                           DISPLAY '元取引日はアーカイブ済みの期間です。'
                           DISPLAY '元取引日の年 ' 元取引年
                               ' の取引履歴アーカイブファイルを割り当ててから実行してください。'
                       WHEN 元取引無し
                           DISPLAY '指定された元取引が見つかりません。'
                       WHEN 取消済検出
      *> ファイルの両方から探す。あわせて同一の元取引を指す赤伝行が
      *> 既に無いか(二重取消)も同じ走査で検出する。元取引が赤伝
      *> 行そのものの場合は対象としない。
      *> 元取引日が取引履歴アーカイブバッチでアーカイブ済みの期間
      *> の場合は、元取引日の年の取引履歴アーカイブファイルも探す。
      *>-----------------------------------------------------------
       元取引検索.
           MOVE 'N' TO 元取引有無フラグ
           MOVE 'N' TO 取消済検出フラグ
           PERFORM 元取引履歴検索
           PERFORM 元取引索引検索
           PERFORM 元取引アーカイブ判定
           IF アーカイブ参照 AND NOT アーカイブ割当誤り
               PERFORM 元取引アーカイブ検索
           END-IF.

       元取引履歴検索.
           MOVE 'N' TO 履歴終了フラグ
           IF 索引口座番号 NOT = 入力口座番号
               SET 索引終了 TO TRUE
           ELSE
               PERFORM 元取引索引明細判定
               PERFORM 元取引索引読込
           END-IF.

       元取引索引明細判定.
           IF 索引取引日 = 取消元取引日入力
                   AND 索引取引時刻 = 取消元取引時刻入力
                   AND NOT 索引取消入金取引
                   AND NOT 索引取消出金取引
               SET 元取引有り TO TRUE
               MOVE 索引取引区分 TO 元取引区分退避
               MOVE 索引取引金額 TO 元取引金額退避
               MOVE 索引相手口座番号 TO 元取引相手口座退避
           END-IF
           IF (索引取消入金取引 OR 索引取消出金取引)
                   AND 索引取消元取引日 = 取消元取引日入力
                   AND 索引取消元取引時刻 = 取消元取引時刻入力
               SET 取消済検出 TO TRUE
           END-IF.

      *>-----------------------------------------------------------
      *> 元取引日がアーカイブ済みの期間(口座の繰越残高ファイルの
      *> 繰越基準日以前)かを判定し、アーカイブ済みの場合は起動側で
      *> 割り当てた取引履歴アーカイブファイルの見出しの対象年が
      *> 元取引日の年と一致することを確認する。
      *>-----------------------------------------------------------
       元取引アーカイブ判定.
           MOVE 'N' TO アーカイブ参照フラグ
           MOVE 'N' TO アーカイブ割当誤りフラグ
           COMPUTE 元取引年 = 取消元取引日入力 / 10000
           OPEN INPUT 繰越残高ファイル
           IF 繰越残高状態 NOT = '35'
               MOVE 入力口座番号 TO 繰越口座番号
               READ 繰越残高ファイル
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF 取消元取引日入力 NOT > 繰越基準日
                           SET アーカイブ参照 TO TRUE
                       END-IF
               END-READ
               CLOSE 繰越残高ファイル
           END-IF
           IF アーカイブ参照
               OPEN INPUT 取引履歴アーカイブファイル
               IF 取引アーカイブ状態 = '35'
                   SET アーカイブ割当誤り TO TRUE
               ELSE
                   READ 取引履歴アーカイブファイル
                       AT END
                           SET アーカイブ割当誤り TO TRUE
                       NOT AT END
                           IF NOT アーカイブ見出しレコード
                                   OR アーカイブ対象年 NOT = 元取引年
                               SET アーカイブ割当誤り TO TRUE
                           END-IF
                   END-READ
                   CLOSE 取引履歴アーカイブファイル
               END-IF
           END-IF.

      *>-----------------------------------------------------------
      *> アーカイブファイルの当該口座の明細を索引ファイルの明細と
      *> 同じ判定で調べる(口座番号順のため後続の口座に達したら
      *> 打ち切る)。二重取消は元取引日の年のアーカイブと索引
      *> ファイルで確認する。元取引日の翌年以降にアーカイブ済みの
      *> 年へ移った赤伝行はここでは確認できないため、その期間の
      *> 取消の有無は該当年のアーカイブの明細表で確認する。
      *>-----------------------------------------------------------
       元取引アーカイブ検索.
           MOVE 'N' TO アーカイブ終了フラグ
           OPEN INPUT 取引履歴アーカイブファイル
           PERFORM 元取引アーカイブ読込
           PERFORM 元取引アーカイブ明細判定 UNTIL アーカイブ終了
           CLOSE 取引履歴アーカイブファイル.

       元取引アーカイブ読込.
           READ 取引履歴アーカイブファイル
               AT END
                   SET アーカイブ終了 TO TRUE
           END-READ.

       元取引アーカイブ明細判定.
           EVALUATE TRUE
               WHEN アーカイブ期首レコード
                       AND 期首口座番号 > 入力口座番号
                   SET アーカイブ終了 TO TRUE
               WHEN アーカイブ明細レコード
                   MOVE アーカイブ索引イメージ TO 取引履歴索引レコード
                   IF 索引口座番号 = 入力口座番号
                       PERFORM 元取引索引明細判定
                   END-IF
               WHEN アーカイブ終端レコード
                   SET アーカイブ終了 TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT アーカイブ終了
               PERFORM 元取引アーカイブ読込
           END-IF.

      *>-----------------------------------------------------------
      *> 元取引の内容を表示して確認のうえ、赤伝を記帳する。入金系の
      *> 元取引(預金/利息/振替入金/振込入金/口振入金)は取消出金と
      *> して残高を減らし、出金系の元取引(引き出し/振替出金/振込
      *> 出金/手数料/口振出金/税金)は取消入金として残高を戻す。
      *> 取消出金は残高(総合口座貸越の空き枠を含む)が元取引金額に
      *> 満たない場合は記帳しない(残高が負になるため)。
      *>-----------------------------------------------------------
       取引取消実行確認.
           IF 元取引区分退避 = '01' OR 元取引区分退避 = '03'
           END-IF
           DISPLAY '元取引  区分:' 元取引区分退避
               '  金額:' 元取引金額退避 '円'
           PERFORM 出金可能額算出
           IF 赤伝取引区分 = '10'
                   AND 元取引金額退避 > 出金可能額
               DISPLAY '残高が元取引金額に満たないため取消できません。残高: '
                   口座残高 '円'
           ELSE
           MOVE 元取引金額退避 TO 処理中設定金額
           MOVE 元取引相手口座退避 TO 処理中設定相手口座番号
           PERFORM 取引開始マーク
           MOVE 元取引金額退避 TO 貸越計算金額
           IF 赤伝取引区分 = '09'
               PERFORM 貸越返済入金
           ELSE
               PERFORM 貸越考慮出金
           END-IF
           PERFORM 取引完了マーク
           MOVE 元取引金額退避 TO 赤伝記帳金額
           DISPLAY '取消(赤伝)を記帳しました。口座番号: '
               入力口座番号.

      *>-----------------------------------------------------------
      *> 現在読み込まれている口座の出金可能額(残高+貸越の空き枠)
      *> を求める。極度額は直近の貸越実行時に求めた値を使う。
      *>-----------------------------------------------------------
       出金可能額算出.
           COMPUTE 出金可能額 = 口座残高 + 貸越極度額 - 貸越残高
           IF 出金可能額 < 口座残高
               MOVE 口座残高 TO 出金可能額
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
      *> に解除する(銀行システムの取引開始マーク/取引完了マーク
           MOVE 取消元取引時刻入力 TO 取消元取引時刻
           MOVE 担当者コード TO 取引担当者コード
           MOVE '0000' TO 取引端末番号
           MOVE SPACES TO 取引検印者コード
           WRITE 取引履歴レコード
           CLOSE 取引履歴ファイル.
