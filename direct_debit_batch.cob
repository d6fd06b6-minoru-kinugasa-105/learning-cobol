      *>                   末日を引落日として扱う)
      *>   2026-09-02  SK  営業日管理ファイルによる排他制御(閉局中の
      *>                   起動拒否)と、開局中の勘定日での記帳を追加
      *>   2026-10-15  SK  総合口座貸越に対応。引落口座の残高不足時
      *>                   は貸越の空き枠内で引き落とし、引落先への
      *>                   入金は貸越の返済に先に充てる
      *>   2026-10-15  SK  支払停止(差押・死亡・凍結など)に対応。
      *>                   引落口座の出金判定は残高から拘束金額を
      *>                   差し引いた額で行い、全額停止の口座は
      *>                   引き落とさず、不能理由に支払停止を明記する
      *>   2026-10-15  SK  取引履歴レコードの検印者コード追加に伴う記帳
      *>                   項目の初期化を追加
      *>   2026-10-15  SK  収納企業からの請求データ(請求金額・引落指定日)の受信を
      *>                   追加。請求データによる契約は請求明細ファイルに受け付けた
      *>                   請求金額を引落指定日に引き落とし、結果コード付きの振替結果
      *>                   データを収納企業別の合計レコードとともに返却する
      *>
      *> 再請求(リトライ)手順: 引落日の数日後に本バッチをそのまま
      *> 再起動する。当月分を引き落とせた契約(最終引落年月が当月)
      *> は対象外となるため、不能分だけが自動的に再請求される。
      *> 月をまたいだ再請求も引落日の到来を待たずに行われる(徴収は
      *> 月1回のため、その回の徴収をもって当月分とする)。
      *>
      *> 請求データによる契約: 収納企業が引落のつど請求金額を送る
      *> 契約(引落金額区分2)は上記の定額引落の対象外とし、請求
      *> データファイル(全銀フォーマットに準じた固定長120桁、
      *> ヘッダ1/データ2/トレーラ8/エンド9。ヘッダの収納企業口座
      *> 番号ごとにデータ・トレーラが続く)を請求明細ファイルへ受け
      *> 付けて、引落指定日の到来した明細を請求金額で1回だけ引き
      *> 落とす(不能となっても再請求はせず、収納企業が翌月以降の
      *> 請求に含める)。結果が決まった明細は振替結果ファイルへ
      *> 収納企業別に返却する(結果コードは全銀の口座振替に準じ、
      *> 0:振替済 1:資金不足 2:取引なし 3:預金者都合による振替停止
      *> 4:振替依頼書なし(契約なし) 9:その他)。
      *>-----------------------------------------------------------

       ENVIRONMENT DIVISION.
           COPY "TORISEL.cpy".
           COPY "BATKSEL.cpy".
           COPY "EIGYSEL.cpy".
           COPY "SEIMSEL.cpy".

           SELECT 請求データファイル ASSIGN TO "SEIKYUJU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 請求データ状態.

           SELECT 振替結果ファイル ASSIGN TO "FURIKEKA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 振替結果状態.

           SELECT 引落不能ファイル ASSIGN TO "HIKIFUNO"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY "EIGYFD.cpy".
           COPY "EIGYREC.cpy".

           COPY "SEIMFD.cpy".
           COPY "SEIMREC.cpy".

       FD  請求データファイル
           LABEL RECORDS ARE STANDARD.
       01  請求データ行            PIC X(120).

       FD  振替結果ファイル
           LABEL RECORDS ARE STANDARD.
       01  振替結果行             PIC X(120).

       FD  引落不能ファイル
           LABEL RECORDS ARE STANDARD.
       01  引落不能行             PIC X(120).
           COPY "FILESTAT.cpy".

       01 引落不能状態           PIC X(02).
       01 請求データ状態          PIC X(02).
       01 振替結果状態           PIC X(02).

       01 処理日              PIC 9(8).
       01 対象年月             PIC 9(6).
       01 実行可否フラグ          PIC X(1) VALUE 'N'.
           88 実行可能              VALUE 'Y'.

       01 今回引落金額           PIC 9(9).
       01 今回引落年月           PIC 9(6).
       01 不能見出し            PIC X(12).
       01 振替結果作業           PIC X(1).

      *>-----------------------------------------------------------
      *> 請求データ(受信)と振替結果データ(返却)の編集領域。
      *> 種別コード91は口座振替。振替結果のトレーラには返却した
      *> 明細の合計と、うち振替済・振替不能の件数・金額を載せる。
      *>-----------------------------------------------------------
       01 請求受信バッファ         PIC X(120).
       01 請求ヘッダレコード REDEFINES 請求受信バッファ.
           05 請求データ区分         PIC X(1).
           05 請求種別コード         PIC X(2).
           05 請求コード区分         PIC X(1).
           05 請求ヘッダ企業口座       PIC 9(7).
           05 請求依頼日           PIC 9(8).
           05 FILLER             PIC X(101).
       01 請求データレコード REDEFINES 請求受信バッファ.
           05 FILLER             PIC X(1).
           05 請求データ契約番号       PIC 9(7).
           05 請求データ金額         PIC 9(10).
           05 請求データ指定日        PIC 9(8).
           05 FILLER             PIC X(94).
       01 請求トレーラレコード REDEFINES 請求受信バッファ.
           05 FILLER             PIC X(1).
           05 請求合計件数          PIC 9(7).
           05 請求合計金額          PIC 9(13).
           05 FILLER             PIC X(99).

       01 結果ヘッダレコード.
           05 結果ヘッダ区分         PIC X(1) VALUE '1'.
           05 結果種別コード         PIC X(2) VALUE '91'.
           05 結果コード区分         PIC X(1) VALUE '0'.
           05 結果ヘッダ企業口座       PIC 9(7).
           05 結果作成日           PIC 9(8).
           05 結果取引銀行コード       PIC 9(4).
           05 FILLER             PIC X(97) VALUE SPACES.

       01 結果データレコード.
           05 結果データ区分         PIC X(1) VALUE '2'.
           05 結果契約番号          PIC 9(7).
           05 結果請求金額          PIC 9(10).
           05 結果引落指定日         PIC 9(8).
           05 結果振替結果コード       PIC X(1).
           05 結果振替日           PIC 9(8).
           05 FILLER             PIC X(85) VALUE SPACES.

       01 結果トレーラレコード.
           05 結果トレーラ区分        PIC X(1) VALUE '8'.
           05 結果合計件数          PIC 9(7).
           05 結果合計金額          PIC 9(13).
           05 結果振替済件数         PIC 9(7).
           05 結果振替済金額         PIC 9(13).
           05 結果振替不能件数        PIC 9(7).
           05 結果振替不能金額        PIC 9(13).
           05 FILLER             PIC X(59) VALUE SPACES.

       01 結果エンドレコード.
           05 結果エンド区分         PIC X(1) VALUE '9'.
           05 FILLER             PIC X(119) VALUE SPACES.

       01 自行銀行コード          PIC 9(4) VALUE 0001.
       01 取扱上限金額           PIC 9(10) VALUE 999999999.

       01 請求受信終了フラグ        PIC X(1) VALUE 'N'.
           88 請求受信終了            VALUE 'Y'.
       01 明細走査終了フラグ        PIC X(1) VALUE 'N'.
           88 明細走査終了            VALUE 'Y'.
       01 結果出力中フラグ         PIC X(1) VALUE 'N'.
           88 結果出力中             VALUE 'Y'.
       01 受信企業口座番号         PIC 9(7) VALUE 0.
       01 企業別受信件数          PIC 9(7) VALUE 0.
       01 企業別受信金額          PIC 9(13) VALUE 0.
       01 指定年月作業           PIC 9(6).
       01 指定日作業            PIC 9(2).
       01 指定年作業            PIC 9(4).
       01 指定月作業            PIC 9(2).

       01 請求受付件数           PIC 9(7) VALUE 0.
       01 請求重複件数           PIC 9(7) VALUE 0.
       01 請求受付不能件数         PIC 9(7) VALUE 0.
       01 結果返却件数           PIC 9(7) VALUE 0.

       01 引落口座番号退避         PIC 9(7).
       01 引落先口座番号退避        PIC 9(7).

       01 記帳金額             PIC 9(9).
       01 記帳相手口座番号         PIC 9(7).

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

       01 バッチ名定数           PIC X(30) VALUE '口座振替バッチ'.
       01 処理対象年月日          PIC 9(8).
       01 検索通番             PIC 9(4).
           PERFORM ファイルオープン処理
           PERFORM ヘッダー出力処理

           PERFORM 請求データ受信処理

           MOVE LOW-VALUES TO 契約番号
           START 引落契約マスタファイル KEY IS NOT LESS THAN 契約番号
               INVALID KEY

           PERFORM 契約ごと引落処理 UNTIL 契約終了

           MOVE 'N' TO 明細走査終了フラグ
           PERFORM 請求明細走査開始
           PERFORM 請求明細引落処理 UNTIL 明細走査終了

           PERFORM 振替結果返却処理

           PERFORM 結果集計出力処理
           PERFORM ファイルクローズ処理


           DISPLAY '口座振替バッチが完了しました。対象件数: '
               対象件数 '件  引落件数: ' 引落件数
               '件  不能件数: ' 不能件数 '件'
           DISPLAY '請求データ受付件数: ' 請求受付件数
               '件  振替結果返却件数: ' 結果返却件数 '件'.
           STOP RUN.

       ファイルオープン処理.
               CLOSE 取引履歴ファイル
               OPEN EXTEND 取引履歴ファイル
           END-IF
           OPEN I-O 請求明細ファイル
           IF 請求明細状態 = '35'
               OPEN OUTPUT 請求明細ファイル
               CLOSE 請求明細ファイル
               OPEN I-O 請求明細ファイル
           END-IF
           OPEN OUTPUT 引落不能ファイル.

       ファイルクローズ処理.
           END-IF
           CLOSE 口座マスタファイル
           CLOSE 取引履歴ファイル
           CLOSE 請求明細ファイル
           CLOSE 引落不能ファイル.

       契約読込.
      *> 引落実績のない新規契約(最終引落年月0)は初回の引落日を
      *> 待つ。当月分を引き落とせた契約は対象外のため、再起動・
      *> 再請求で同一契約が二重に引き落とされることはない。
      *> 請求データによる契約は請求明細引落処理で扱うため対象外。
      *>-----------------------------------------------------------
       契約ごと引落処理.
           IF 引落日 > 当月末日
           ELSE
               MOVE 引落日 TO 適用引落日
           END-IF
           IF 契約有効 AND 定額引落 AND 最終引落年月 < 対象年月
               IF 適用引落日 NOT > 処理日日
                       OR 引落不能回数 > 0
                       OR (最終引落年月 NOT = 0
                           AND 最終引落年月 < 前月年月)
                   ADD 1 TO 対象件数
                   MOVE 引落金額 TO 今回引落金額
                   MOVE 対象年月 TO 今回引落年月
                   MOVE '不能' TO 不能見出し
                   PERFORM 契約引落実行判定
               END-IF
           END-IF

      *>-----------------------------------------------------------
      *> 引落口座: 実在・未確定取引なし・ロックなし・休眠でない
      *> こと・定期の満期日前制限・支払停止(全額停止でないこと、
      *> 一部停止は拘束金額を除いた残高の範囲内)・残高(残高不足時
      *> は総合口座貸越の空き枠)。引落先口座: 実在・ロックなしで
      *> あること(引落先の支払停止は入金のため妨げない)。
      *> いずれかに該当しない場合は引落不能リストへ
      *> 出力し、引落不能回数を繰り上げる(契約は有効のまま残し、
      *> 再請求の対象とする)。引き落とす金額は今回引落金額(定額
      *> 引落は引落金額、請求データによる契約は請求金額)とし、
      *> 判定結果を振替結果作業に全銀の振替結果コードで残す。
      *>-----------------------------------------------------------
       契約引落実行判定.
           MOVE 'N' TO 実行可否フラグ
           MOVE SPACES TO 不能理由
           MOVE SPACE TO 振替結果作業
           MOVE 引落口座番号 TO 引落口座番号退避
           MOVE 引落先口座番号 TO 引落先口座番号退避

           READ 口座マスタファイル
               INVALID KEY
                   MOVE '引落口座が存在しません。' TO 不能理由
                   MOVE '2' TO 振替結果作業
               NOT INVALID KEY
                   PERFORM 引落口座チェック
                   IF 不能理由 NOT = SPACES
                       MOVE '9' TO 振替結果作業
                   END-IF
           END-READ

           IF 不能理由 = SPACES
               PERFORM 引落先チェック
               IF 不能理由 NOT = SPACES
                   MOVE '9' TO 振替結果作業
               END-IF
           END-IF

           IF 不能理由 = SPACES
               MOVE 今回引落金額 TO 支払停止判定金額
               PERFORM 支払停止確認
               IF 不能理由 NOT = SPACES
                   MOVE '3' TO 振替結果作業
               END-IF
           END-IF

           IF 不能理由 = SPACES
               IF 今回引落金額 > 口座残高
                   MOVE 今回引落金額 TO 貸越判定金額
                   PERFORM 貸越出金可否判定
                   IF NOT 貸越出金可
                       MOVE '残高が不足しています。' TO 不能理由
                       MOVE '1' TO 振替結果作業
                   END-IF
               END-IF
           END-IF

           IF 不能理由 = SPACES
               SET 実行可能 TO TRUE
               MOVE '0' TO 振替結果作業
           END-IF

           IF 実行可能
           READ 口座マスタファイル.

      *>-----------------------------------------------------------
      *> 引落口座から引落先口座へ今回引落金額を振り替える。銀行
      *> システムの振込実行と同様、どちらの残高も変更する前に両口座
      *> の再開マーカーを書き込む。記帳は口座振替出金/口座振替入金
      *> として取引履歴に残し、勘定照合バッチの突合対象とする。
      *> 最終引落年月は今回引落年月が進む場合のみ更新する。
      *>-----------------------------------------------------------
       契約引落実行.
           SET 口座振替出金取引 TO TRUE
           MOVE 今回引落金額 TO 処理中設定金額
           MOVE 引落先口座番号退避 TO 処理中設定相手口座番号
           PERFORM 取引開始マーク

           MOVE 引落先口座番号退避 TO 口座番号
           READ 口座マスタファイル
           SET 口座振替入金取引 TO TRUE
           MOVE 今回引落金額 TO 処理中設定金額
           MOVE 引落口座番号退避 TO 処理中設定相手口座番号
           PERFORM 取引開始マーク

           MOVE 引落口座番号退避 TO 口座番号
           READ 口座マスタファイル
           MOVE 今回引落金額 TO 貸越計算金額
           PERFORM 貸越考慮出金
           PERFORM 取引完了マーク
           SET 口座振替出金取引 TO TRUE
           MOVE 今回引落金額 TO 記帳金額
           MOVE 引落先口座番号退避 TO 記帳相手口座番号
           PERFORM 取引履歴追記

           MOVE 引落先口座番号退避 TO 口座番号
           READ 口座マスタファイル
           MOVE 今回引落金額 TO 貸越計算金額
           PERFORM 貸越返済入金
           PERFORM 取引完了マーク
           SET 口座振替入金取引 TO TRUE
           MOVE 今回引落金額 TO 記帳金額
           MOVE 引落口座番号退避 TO 記帳相手口座番号
           PERFORM 取引履歴追記

           IF 今回引落年月 > 最終引落年月
               MOVE 今回引落年月 TO 最終引落年月
           END-IF
           MOVE 0 TO 引落不能回数
           REWRITE 引落契約マスタレコード
           ADD 1 TO 引落件数.
           REWRITE 引落契約マスタレコード
           ADD 1 TO 不能件数
           MOVE SPACES TO 引落不能行
           STRING 不能見出し DELIMITED BY SPACE
               '  契約番号:' DELIMITED BY SIZE
               契約番号 DELIMITED BY SIZE
               '  引落口座:' DELIMITED BY SIZE
               引落口座番号 DELIMITED BY SIZE
               '  金額:' DELIMITED BY SIZE
               今回引落金額 DELIMITED BY SIZE
               '円  不能回数:' DELIMITED BY SIZE
               引落不能回数 DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
           END-STRING
           WRITE 引落不能行.

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
      *> 収納企業からの請求データを請求明細ファイルへ受け付ける。
      *> ヘッダ(区分1)の収納企業口座番号を以降のデータ(区分2)
      *> の収納企業とし、トレーラ(区分8)で収納企業ごとの件数・
      *> 金額を突合する(不一致は引落不能リストに注記する)。同じ
      *> 収納企業・契約番号・請求年月の明細が受付済みの場合は重複
      *> として読み飛ばすため、再実行や再送で二重に受け付ける
      *> ことはない。ファイルが無い場合は受信なしとする。
      *>-----------------------------------------------------------
       請求データ受信処理.
           OPEN INPUT 請求データファイル
           IF 請求データ状態 = '35'
               DISPLAY '請求データファイルが無いため請求データの受信はありません。'
           ELSE
               MOVE 'N' TO 請求受信終了フラグ
               MOVE 0 TO 受信企業口座番号
               MOVE 0 TO 企業別受信件数
               MOVE 0 TO 企業別受信金額
               PERFORM 請求データ読込
               PERFORM 請求データ明細処理 UNTIL 請求受信終了
               CLOSE 請求データファイル
               IF 請求重複件数 > 0
                   MOVE SPACES TO 引落不能行
                   STRING '(注)受付済みの請求明細' DELIMITED BY SIZE
                       請求重複件数 DELIMITED BY SIZE
                       '件は重複として読み飛ばしました。' DELIMITED BY SIZE
                       INTO 引落不能行
                   END-STRING
                   WRITE 引落不能行
               END-IF
           END-IF.

       請求データ読込.
           READ 請求データファイル INTO 請求受信バッファ
               AT END
                   SET 請求受信終了 TO TRUE
           END-READ.

       請求データ明細処理.
           EVALUATE 請求データ区分
               WHEN '1'
                   MOVE 請求ヘッダ企業口座 TO 受信企業口座番号
                   MOVE 0 TO 企業別受信件数
                   MOVE 0 TO 企業別受信金額
               WHEN '2'
                   ADD 1 TO 企業別受信件数
                   ADD 請求データ金額 TO 企業別受信金額
                   PERFORM 請求明細登録
               WHEN '8'
                   PERFORM 請求トレーラ突合処理
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 請求データ読込.

      *>-----------------------------------------------------------
      *> 請求データ1件を請求明細として登録する。受付時点で引き
      *> 落とせないことが明らかな明細(契約なし・金額や指定日の
      *> 誤り)は振替結果を確定させ、当日の振替結果データで返却
      *> する。
      *>-----------------------------------------------------------
       請求明細登録.
           MOVE 受信企業口座番号 TO 請求収納企業口座番号
           MOVE 請求データ契約番号 TO 請求契約番号
           DIVIDE 請求データ指定日 BY 100 GIVING 請求年月
           MOVE 請求データ金額 TO 請求金額
           MOVE 請求データ指定日 TO 請求指定日
           MOVE 処理日 TO 請求受付日
           SET 振替結果未定 TO TRUE
           MOVE 0 TO 振替処理日
           SET 結果未返却 TO TRUE
           MOVE SPACES TO 不能理由
           PERFORM 請求明細受付検査
           IF 不能理由 NOT = SPACES
               MOVE 処理日 TO 振替処理日
           END-IF
           WRITE 請求明細レコード
               INVALID KEY
                   ADD 1 TO 請求重複件数
               NOT INVALID KEY
                   IF 不能理由 = SPACES
                       ADD 1 TO 請求受付件数
                   ELSE
                       ADD 1 TO 請求受付不能件数
                       PERFORM 請求明細不能出力
                   END-IF
           END-WRITE.

      *>-----------------------------------------------------------
      *> 請求明細の受付検査。ヘッダの無いデータ・金額が0または
      *> 取扱上限(9桁)超過・引落指定日の月日の誤りは「その他」、
      *> 契約が無い・解除済み・請求データによる契約でない・引落先
      *> (収納企業口座)がヘッダの収納企業と異なるものは「契約
      *> なし」とする。
      *>-----------------------------------------------------------
       請求明細受付検査.
           DIVIDE 請求指定日 BY 100 GIVING 指定年月作業
               REMAINDER 指定日作業
           DIVIDE 指定年月作業 BY 100 GIVING 指定年作業
               REMAINDER 指定月作業
           EVALUATE TRUE
               WHEN 受信企業口座番号 = 0
                   MOVE '請求データにヘッダがありません。' TO 不能理由
                   SET 振替その他 TO TRUE
               WHEN 請求金額 = 0 OR 請求金額 > 取扱上限金額
                   MOVE '請求金額が0または取扱上限を超えています。'
                       TO 不能理由
                   SET 振替その他 TO TRUE
               WHEN 指定月作業 < 1 OR 指定月作業 > 12
                       OR 指定日作業 < 1 OR 指定日作業 > 31
                   MOVE '引落指定日が正しくありません。' TO 不能理由
                   SET 振替その他 TO TRUE
               WHEN 引落契約状態 = '35'
                   MOVE '引落契約がありません。' TO 不能理由
                   SET 振替契約なし TO TRUE
               WHEN OTHER
                   PERFORM 請求契約確認
           END-EVALUATE.

       請求契約確認.
           MOVE 請求契約番号 TO 契約番号
           READ 引落契約マスタファイル
               INVALID KEY
                   MOVE '引落契約がありません。' TO 不能理由
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN 契約解除済
                           MOVE '引落契約は解除済みです。' TO 不能理由
                       WHEN NOT 請求引落
                           MOVE '請求データによる引落契約ではありません。'
                               TO 不能理由
                       WHEN 引落先口座番号 NOT = 請求収納企業口座番号
                           MOVE '引落契約の収納企業が異なります。'
                               TO 不能理由
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           IF 不能理由 NOT = SPACES
               SET 振替契約なし TO TRUE
           END-IF.

       請求トレーラ突合処理.
           IF 請求合計件数 NOT = 企業別受信件数
                   OR 請求合計金額 NOT = 企業別受信金額
               MOVE SPACES TO 引落不能行
               STRING '(注)収納企業' DELIMITED BY SIZE
                   受信企業口座番号 DELIMITED BY SIZE
                   'の請求データのトレーラ(' DELIMITED BY SIZE
                   請求合計件数 DELIMITED BY SIZE
                   '件)と受信明細(' DELIMITED BY SIZE
                   企業別受信件数 DELIMITED BY SIZE
                   '件)の件数・金額が一致しません。' DELIMITED BY SIZE
                   INTO 引落不能行
               END-STRING
               WRITE 引落不能行
           END-IF.

       請求明細不能出力.
           MOVE SPACES TO 引落不能行
           STRING '請求不能  収納企業:' DELIMITED BY SIZE
               請求収納企業口座番号 DELIMITED BY SIZE
               '  契約番号:' DELIMITED BY SIZE
               請求契約番号 DELIMITED BY SIZE
               '  金額:' DELIMITED BY SIZE
               請求金額 DELIMITED BY SIZE
               '円  ' DELIMITED BY SIZE
               不能理由 DELIMITED BY SIZE
               INTO 引落不能行
           END-STRING
           WRITE 引落不能行.

       請求明細走査開始.
           MOVE LOW-VALUES TO 請求明細キー
           START 請求明細ファイル KEY IS NOT LESS THAN 請求明細キー
               INVALID KEY
                   SET 明細走査終了 TO TRUE
           END-START
           IF NOT 明細走査終了
               PERFORM 請求明細読込
           END-IF.

       請求明細読込.
           READ 請求明細ファイル NEXT RECORD
               AT END
                   SET 明細走査終了 TO TRUE
           END-READ.

      *>-----------------------------------------------------------
      *> 振替未済の請求明細のうち引落指定日が処理日までに到来
      *> したものを請求金額で引き落とし、振替結果を記録する。
      *> 結果は成否にかかわらず確定させ、同じ明細を再度引き落とす
      *> ことはない(請求データによる契約は再請求しない)。
      *>-----------------------------------------------------------
       請求明細引落処理.
           IF 振替結果未定 AND 請求指定日 NOT > 処理日
               ADD 1 TO 対象件数
               PERFORM 請求明細引落実行
               MOVE 処理日 TO 振替処理日
               REWRITE 請求明細レコード
           END-IF
           PERFORM 請求明細読込.

      *>-----------------------------------------------------------
      *> 受付後に契約が解除・変更された明細は「契約なし」とする。
      *> 口座振替で当月分を引き落とし済みの契約(定額から請求
      *> データへ切り替えた月など)は二重引落を避けて「その他」
      *> とする。
      *>-----------------------------------------------------------
       請求明細引落実行.
           MOVE SPACES TO 不能理由
           IF 引落契約状態 = '35'
               MOVE '引落契約がありません。' TO 不能理由
               SET 振替契約なし TO TRUE
           ELSE
               PERFORM 請求契約確認
           END-IF
           IF 不能理由 = SPACES AND 最終引落年月 = 請求年月
               MOVE '当月分は引落済みです。' TO 不能理由
               SET 振替その他 TO TRUE
           END-IF
           IF 不能理由 = SPACES
               MOVE 請求金額 TO 今回引落金額
               MOVE 請求年月 TO 今回引落年月
               MOVE '請求不能' TO 不能見出し
               PERFORM 契約引落実行判定
               MOVE 振替結果作業 TO 振替結果コード
           ELSE
               ADD 1 TO 不能件数
               PERFORM 請求明細不能出力
           END-IF.

      *>-----------------------------------------------------------
      *> 結果が確定し未返却の請求明細を振替結果ファイルへ出力する。
      *> 請求明細ファイルは収納企業口座番号順のため、収納企業が
      *> 変わるごとにヘッダ・トレーラで区切り、最後にエンドを
      *> 付ける。トレーラには返却明細の合計と、うち振替済・振替
      *> 不能の件数・金額を載せ、収納企業が請求データと突き合わせ
      *> られるようにする。返却した明細は結果返却済とする。振替
      *> 結果ファイルは実行のつど作り直すため、起動側で実行ごとの
      *> 世代データセットに割り当てる(取引履歴の退避と同じ)。
      *>-----------------------------------------------------------
       振替結果返却処理.
           OPEN OUTPUT 振替結果ファイル
           MOVE 'N' TO 結果出力中フラグ
           MOVE 'N' TO 明細走査終了フラグ
           PERFORM 請求明細走査開始
           PERFORM 振替結果明細処理 UNTIL 明細走査終了
           IF 結果出力中
               PERFORM 結果トレーラ出力処理
               MOVE 結果エンドレコード TO 振替結果行
               WRITE 振替結果行
           END-IF
           CLOSE 振替結果ファイル.

       振替結果明細処理.
           IF NOT 振替結果未定 AND 結果未返却
               IF 結果出力中
                       AND 請求収納企業口座番号 NOT = 結果ヘッダ企業口座
                   PERFORM 結果トレーラ出力処理
               END-IF
               IF NOT 結果出力中
                   PERFORM 結果ヘッダ出力処理
               END-IF
               PERFORM 結果データ出力処理
               SET 結果返却済 TO TRUE
               REWRITE 請求明細レコード
           END-IF
           PERFORM 請求明細読込.

       結果ヘッダ出力処理.
           MOVE 請求収納企業口座番号 TO 結果ヘッダ企業口座
           MOVE 処理日 TO 結果作成日
           MOVE 自行銀行コード TO 結果取引銀行コード
           MOVE 結果ヘッダレコード TO 振替結果行
           WRITE 振替結果行
           MOVE 0 TO 結果合計件数
           MOVE 0 TO 結果合計金額
           MOVE 0 TO 結果振替済件数
           MOVE 0 TO 結果振替済金額
           MOVE 0 TO 結果振替不能件数
           MOVE 0 TO 結果振替不能金額
           SET 結果出力中 TO TRUE.

       結果データ出力処理.
           MOVE 請求契約番号 TO 結果契約番号
           MOVE 請求金額 TO 結果請求金額
           MOVE 請求指定日 TO 結果引落指定日
           MOVE 振替結果コード TO 結果振替結果コード
           MOVE 振替処理日 TO 結果振替日
           MOVE 結果データレコード TO 振替結果行
           WRITE 振替結果行
           ADD 1 TO 結果返却件数
           ADD 1 TO 結果合計件数
           ADD 請求金額 TO 結果合計金額
           IF 振替済
               ADD 1 TO 結果振替済件数
               ADD 請求金額 TO 結果振替済金額
           ELSE
               ADD 1 TO 結果振替不能件数
               ADD 請求金額 TO 結果振替不能金額
           END-IF.

       結果トレーラ出力処理.
           MOVE 結果トレーラレコード TO 振替結果行
           WRITE 振替結果行
           MOVE 'N' TO 結果出力中フラグ.

       ヘッダー出力処理.
           MOVE SPACES TO 引落不能行
           STRING '========== 引落不能リスト ==========' DELIMITED BY SIZE
               '件' DELIMITED BY SIZE
               INTO 引落不能行
           END-STRING
           WRITE 引落不能行

           MOVE SPACES TO 引落不能行
           STRING '請求データ受付件数: ' DELIMITED BY SIZE
               請求受付件数 DELIMITED BY SIZE
               '件  受付不能件数: ' DELIMITED BY SIZE
               請求受付不能件数 DELIMITED BY SIZE
               '件  振替結果返却件数: ' DELIMITED BY SIZE
               結果返却件数 DELIMITED BY SIZE
               '件' DELIMITED BY SIZE
               INTO 引落不能行
           END-STRING
           WRITE 引落不能行.
      *>-----------------------------------------------------------
      *> バッチ実行管理ファイルをオープンし、記録用の空き実行通番を
      *> 求める。当月分を引き落とせた契約は対象外となるため再実行
      *> (再請求)しても安全であり、正常終了済みでも処理は拒否せず
      *> 実行記録のみ残す(請求データは重複して受け付けず、振替
      *> 結果の確定した請求明細は再度引き落とさない)。
      *>-----------------------------------------------------------
       バッチ実行前確認.
           OPEN I-O バッチ実行管理ファイル
