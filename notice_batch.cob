       IDENTIFICATION DIVISION.
       PROGRAM-ID. 通知書作成バッチ.
       AUTHOR. 勘定系システム開発チーム.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *>-----------------------------------------------------------
      *> 変更履歴
      *>   2026-10-15  SK  顧客マスタの氏名・住所を宛名とするお客様
      *>                   宛通知書(満期予告・引落不能・休眠予告・
      *>                   予約不能)の夜間作成バッチを新規作成
      *>
      *> 通知の対象(処理日は閉局中の勘定日):
      *>   満期予告: 満期日が処理日の翌日から1か月後までの定期預金
      *>             (満期取扱区分の解約・自動継続を記載)
      *>   引落不能: 当月分を引き落とせず引落不能回数の残る定額引落
      *>             の契約と、当月に振替不能となった請求データの
      *>             請求明細(口座振替バッチの引落不能リストと同じ
      *>             対象)
      *>   休眠予告: 休眠口座検出バッチの判定(最終取引日から休眠
      *>             判定年数)まで休眠予告月数を切った普通預金
      *>   予約不能: 振込指定日が処理日の1か月前以降で予約不能と
      *>             なった振込予約
      *> 通知先の顧客は口座(引落不能は引落口座、予約不能は振込元
      *> 口座)の顧客番号で決め、顧客単位で1通にまとめる。出力した
      *> 通知は通知発送済みファイルに記録し、二重に発送しない。
      *> 顧客番号の無い口座・顧客マスタに無い顧客・住所未登録の
      *> 顧客の通知は住所未登録リストへ出力し、発送済みにはしない
      *> (住所を登録すれば翌日以降の通知書に載る)。
      *>
      *> 運用手順: 夜間バッチ統括のジョブネットに日次ステップとして
      *> 定義する(口座振替・振込予約実行の結果を反映するため当日の
      *> オンライン終了後に起動する)。通知書ファイルは実行のつど
      *> 作り直すため、同じ処理日の再実行は拒否する。
      *>-----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "KOZASEL.cpy".
           COPY "KOKYSEL.cpy".
           COPY "HIKISEL.cpy".
           COPY "SEIMSEL.cpy".
           COPY "YOYKSEL.cpy".
           COPY "TSUZSEL.cpy".
           COPY "TSUWSEL.cpy".
           COPY "BATKSEL.cpy".
           COPY "EIGYSEL.cpy".

           SELECT 通知書ファイル ASSIGN TO "TSUCHISH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 通知書状態.

           SELECT 住所未登録ファイル ASSIGN TO "JUSHOMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 住所未登録状態.

       DATA DIVISION.
       FILE SECTION.
           COPY "KOZAFD.cpy".
           COPY "KOZAREC.cpy".

           COPY "KOKYFD.cpy".
           COPY "KOKYREC.cpy".

           COPY "HIKIFD.cpy".
           COPY "HIKIREC.cpy".

           COPY "SEIMFD.cpy".
           COPY "SEIMREC.cpy".

           COPY "YOYKFD.cpy".
           COPY "YOYKREC.cpy".

           COPY "TSUZFD.cpy".
           COPY "TSUZREC.cpy".

           COPY "TSUWFD.cpy".
           COPY "TSUWREC.cpy".

           COPY "BATKFD.cpy".
           COPY "BATKREC.cpy".

           COPY "EIGYFD.cpy".
           COPY "EIGYREC.cpy".

       FD  通知書ファイル
           LABEL RECORDS ARE STANDARD.
       01  通知書行              PIC X(120).

       FD  住所未登録ファイル
           LABEL RECORDS ARE STANDARD.
       01  住所未登録行            PIC X(120).

       WORKING-STORAGE SECTION.
           COPY "FILESTAT.cpy".

       01 通知書状態            PIC X(02).
       01 住所未登録状態          PIC X(02).

       01 処理日              PIC 9(8).
       01 対象年月             PIC 9(6).
       01 当月初日             PIC 9(8).
       01 満期予告期限日          PIC 9(8).
       01 休眠判定年数           PIC 9(2) VALUE 2.
       01 休眠予告月数           PIC 9(2) VALUE 3.
       01 休眠基準日            PIC 9(8).
       01 休眠予告基準日          PIC 9(8).
       01 休眠予定日            PIC 9(8).
       01 予約不能対象開始日        PIC 9(8).

      *>-----------------------------------------------------------
      *> 月数加算。月加算元日(YYYYMMDD)に加算月数(負数は減算)
      *> を加えた日を月加算結果日に返す。日は元の日のまま(月末日
      *> の補正はしない。比較の基準日として使うだけのため)。
      *>-----------------------------------------------------------
       01 月加算元日            PIC 9(8).
       01 加算月数             PIC S9(3).
       01 月加算結果日           PIC 9(8).
       01 月加算年月            PIC 9(6).
       01 月加算日             PIC 9(2).
       01 月加算年             PIC 9(4).
       01 月加算月             PIC 9(2).
       01 月加算通算月          PIC S9(7).

       01 口座終了フラグ          PIC X(1) VALUE 'N'.
           88 口座終了              VALUE 'Y'.
       01 契約終了フラグ          PIC X(1) VALUE 'N'.
           88 契約終了              VALUE 'Y'.
       01 明細終了フラグ          PIC X(1) VALUE 'N'.
           88 明細終了              VALUE 'Y'.
       01 予約終了フラグ          PIC X(1) VALUE 'N'.
           88 予約終了              VALUE 'Y'.
       01 ワーク終了フラグ         PIC X(1) VALUE 'N'.
           88 ワーク終了             VALUE 'Y'.

      *>-----------------------------------------------------------
      *> 通知候補1件の設定領域。候補登録で発送済みを確認し、未発送
      *> であれば通知明細ワークへ書き出す。
      *>-----------------------------------------------------------
       01 候補種別             PIC X(1).
       01 候補対象番号           PIC 9(7).
       01 候補基準日            PIC 9(8).
       01 候補口座番号           PIC 9(7).
       01 候補金額             PIC 9(10).
       01 候補補足区分           PIC X(1).
       01 候補相手口座番号         PIC 9(7).
       01 候補顧客番号           PIC 9(7).

       01 現在顧客番号           PIC 9(7).
       01 宛先区分             PIC X(1) VALUE 'N'.
           88 宛先あり              VALUE 'Y'.
           88 宛先なし              VALUE 'N'.
       01 宛先なし理由           PIC X(30).
       01 見出し出力種別          PIC X(1).
       01 取扱区分名称           PIC X(30).
       01 振替結果名称           PIC X(30).

       01 抽出件数             PIC 9(7) VALUE 0.
       01 発送済み件数           PIC 9(7) VALUE 0.
       01 通知書通数            PIC 9(7) VALUE 0.
       01 通知明細件数           PIC 9(7) VALUE 0.
       01 住所未登録件数          PIC 9(7) VALUE 0.

       01 バッチ名定数           PIC X(30) VALUE '通知書作成バッチ'.
       01 処理対象年月日          PIC 9(8).
       01 検索通番             PIC 9(4).
       01 二重実行フラグ          PIC X(1) VALUE 'N'.
           88 二重実行              VALUE 'Y'.
       01 空き通番フラグ          PIC X(1) VALUE 'N'.
           88 空き通番あり            VALUE 'Y'.
       01 実行記録日付           PIC 9(8).
       01 実行記録時刻           PIC 9(8).
       01 記録処理件数           PIC 9(9).

       01 オンライン開局フラグ       PIC X(1) VALUE 'N'.
           88 オンライン開局中          VALUE 'Y'.
       01 締め勘定日            PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.

       メイン処理.
           PERFORM 開局状態確認
           IF オンライン開局中
               DISPLAY '通知書作成バッチはオンライン開局中のため実行できません。'
               DISPLAY '閉局してから実行してください。'
               STOP RUN
           END-IF
           ACCEPT 処理日 FROM DATE YYYYMMDD
           IF 締め勘定日 NOT = 0
               MOVE 締め勘定日 TO 処理日
           END-IF
           MOVE 処理日 TO 処理対象年月日
           PERFORM バッチ実行前確認
           IF 二重実行
               DISPLAY '通知書作成バッチは処理日 ' 処理日
                   ' 分が既に正常終了しています。処理を中止します。'
               CLOSE バッチ実行管理ファイル
               STOP RUN
           END-IF
           PERFORM バッチ開始記録

           PERFORM 基準日算出

           OPEN INPUT 口座マスタファイル
           IF 口座マスタ状態 = '35'
               DISPLAY '口座マスタファイルが無いため通知対象はありません。'
           ELSE
               PERFORM ファイルオープン処理
               PERFORM 満期休眠予告抽出処理
               PERFORM 引落不能抽出処理
               PERFORM 請求不能抽出処理
               PERFORM 予約不能抽出処理
               PERFORM 通知書出力処理
               PERFORM 結果集計出力処理
               PERFORM ファイルクローズ処理
           END-IF

           MOVE 通知書通数 TO 記録処理件数
           PERFORM バッチ終了記録

           DISPLAY '通知書作成バッチが完了しました。抽出件数: '
               抽出件数 '件  発送済み除外: ' 発送済み件数 '件'
           DISPLAY '  通知書: ' 通知書通数 '通(' 通知明細件数
               '件)  住所未登録: ' 住所未登録件数 '件'.
           STOP RUN.

      *>-----------------------------------------------------------
      *> 口座マスタ以外は未作成でもよい(その種別の通知は無し)。
      *> 通知明細ワークは実行のつど空で作り直す。
      *>-----------------------------------------------------------
       ファイルオープン処理.
           OPEN INPUT 顧客マスタファイル
           OPEN INPUT 引落契約マスタファイル
           OPEN INPUT 請求明細ファイル
           OPEN INPUT 振込予約ファイル
           OPEN I-O 通知発送済みファイル
           IF 通知発送済み状態 = '35'
               OPEN OUTPUT 通知発送済みファイル
               CLOSE 通知発送済みファイル
               OPEN I-O 通知発送済みファイル
           END-IF
           OPEN OUTPUT 通知明細ワークファイル
           OPEN OUTPUT 通知書ファイル
           OPEN OUTPUT 住所未登録ファイル.

       ファイルクローズ処理.
           CLOSE 口座マスタファイル
           IF 顧客マスタ状態 NOT = '35'
               CLOSE 顧客マスタファイル
           END-IF
           IF 引落契約状態 NOT = '35'
               CLOSE 引落契約マスタファイル
           END-IF
           IF 請求明細状態 NOT = '35'
               CLOSE 請求明細ファイル
           END-IF
           IF 振込予約状態 NOT = '35'
               CLOSE 振込予約ファイル
           END-IF
           CLOSE 通知発送済みファイル
           CLOSE 通知書ファイル
           CLOSE 住所未登録ファイル.

      *>-----------------------------------------------------------
      *> 通知種別ごとの判定基準日を求める。休眠基準日は休眠口座
      *> 検出バッチと同じく処理日の休眠判定年数前とし、その休眠
      *> 予告月数後までに最終取引日がある口座を予告の対象とする。
      *>-----------------------------------------------------------
       基準日算出.
           DIVIDE 処理日 BY 100 GIVING 対象年月
           COMPUTE 当月初日 = 対象年月 * 100
           MOVE 処理日 TO 月加算元日
           MOVE 1 TO 加算月数
           PERFORM 月数加算
           MOVE 月加算結果日 TO 満期予告期限日
           MOVE -1 TO 加算月数
           PERFORM 月数加算
           MOVE 月加算結果日 TO 予約不能対象開始日
           COMPUTE 休眠基準日 = 処理日 - (休眠判定年数 * 10000)
           MOVE 休眠基準日 TO 月加算元日
           MOVE 休眠予告月数 TO 加算月数
           PERFORM 月数加算
           MOVE 月加算結果日 TO 休眠予告基準日.

       月数加算.
           DIVIDE 月加算元日 BY 100 GIVING 月加算年月
               REMAINDER 月加算日
           DIVIDE 月加算年月 BY 100 GIVING 月加算年
               REMAINDER 月加算月
           COMPUTE 月加算通算月 = 月加算年 * 12 + 月加算月 - 1
               + 加算月数
           DIVIDE 月加算通算月 BY 12 GIVING 月加算年
               REMAINDER 月加算月
           ADD 1 TO 月加算月
           COMPUTE 月加算結果日 = 月加算年 * 10000 + 月加算月 * 100
               + 月加算日.

      *>-----------------------------------------------------------
      *> 口座マスタを1回走査し、満期予告(定期預金)と休眠予告
      *> (普通預金)の候補を拾う。休眠予告は休眠口座検出バッチの
      *> 対象条件(稼働中・未確定取引なし・最終取引日あり)に合わ
      *> せ、まだ休眠基準日に達していない口座に限る。
      *>-----------------------------------------------------------
       満期休眠予告抽出処理.
           MOVE 'N' TO 口座終了フラグ
           MOVE LOW-VALUES TO 口座番号
           START 口座マスタファイル KEY IS NOT LESS THAN 口座番号
               INVALID KEY
                   SET 口座終了 TO TRUE
           END-START
           IF NOT 口座終了
               PERFORM 口座読込
           END-IF
           PERFORM 口座ごと予告判定 UNTIL 口座終了.

       口座読込.
           READ 口座マスタファイル NEXT RECORD
               AT END
                   SET 口座終了 TO TRUE
           END-READ.

       口座ごと予告判定.
           IF 定期預金口座 AND 満期日 NOT = 0
                   AND 満期日 > 処理日
                   AND 満期日 NOT > 満期予告期限日
               MOVE '1' TO 候補種別
               MOVE 口座番号 TO 候補対象番号
               MOVE 満期日 TO 候補基準日
               MOVE 口座番号 TO 候補口座番号
               MOVE 口座残高 TO 候補金額
               MOVE 満期取扱区分 TO 候補補足区分
               MOVE 0 TO 候補相手口座番号
               MOVE 顧客番号 OF 口座マスタレコード TO 候補顧客番号
               PERFORM 候補登録
           END-IF
           IF 普通預金口座 AND NOT 休眠中 AND NOT 取引処理中
                   AND 最終取引日 NOT = 0
                   AND 最終取引日 NOT < 休眠基準日
                   AND 最終取引日 < 休眠予告基準日
               MOVE '3' TO 候補種別
               MOVE 口座番号 TO 候補対象番号
               MOVE 最終取引日 TO 候補基準日
               MOVE 口座番号 TO 候補口座番号
               MOVE 口座残高 TO 候補金額
               MOVE SPACE TO 候補補足区分
               MOVE 0 TO 候補相手口座番号
               MOVE 顧客番号 OF 口座マスタレコード TO 候補顧客番号
               PERFORM 候補登録
           END-IF
           PERFORM 口座読込.

      *>-----------------------------------------------------------
      *> 定額引落の契約のうち当月分を引き落とせず不能回数の残る
      *> もの(口座振替バッチが引落不能リストへ出力した契約)。
      *> 基準日は引落年月(YYYYMM00)とし、同じ月の再請求で再び
      *> 不能となっても通知は1回とする。
      *>-----------------------------------------------------------
       引落不能抽出処理.
           IF 引落契約状態 NOT = '35'
               MOVE 'N' TO 契約終了フラグ
               MOVE LOW-VALUES TO 契約番号
               START 引落契約マスタファイル
                   KEY IS NOT LESS THAN 契約番号
                   INVALID KEY
                       SET 契約終了 TO TRUE
               END-START
               IF NOT 契約終了
                   PERFORM 契約読込
               END-IF
               PERFORM 契約ごと不能判定 UNTIL 契約終了
           END-IF.

       契約読込.
           READ 引落契約マスタファイル NEXT RECORD
               AT END
                   SET 契約終了 TO TRUE
           END-READ.

       契約ごと不能判定.
           IF 契約有効 AND 定額引落 AND 引落不能回数 > 0
                   AND 最終引落年月 < 対象年月
               MOVE '2' TO 候補種別
               MOVE 契約番号 TO 候補対象番号
               MOVE 当月初日 TO 候補基準日
               MOVE 引落口座番号 TO 候補口座番号
               MOVE 引落金額 TO 候補金額
               MOVE SPACE TO 候補補足区分
               MOVE 引落先口座番号 TO 候補相手口座番号
               PERFORM 口座顧客取得
               PERFORM 候補登録
           END-IF
           PERFORM 契約読込.

      *>-----------------------------------------------------------
      *> 請求データによる契約の請求明細のうち、当月に振替不能と
      *> 確定したもの(契約なしは引落口座が定まらないため除く)。
      *>-----------------------------------------------------------
       請求不能抽出処理.
           IF 請求明細状態 NOT = '35' AND 引落契約状態 NOT = '35'
               MOVE 'N' TO 明細終了フラグ
               MOVE LOW-VALUES TO 請求明細キー
               START 請求明細ファイル
                   KEY IS NOT LESS THAN 請求明細キー
                   INVALID KEY
                       SET 明細終了 TO TRUE
               END-START
               IF NOT 明細終了
                   PERFORM 請求明細読込
               END-IF
               PERFORM 請求明細ごと不能判定 UNTIL 明細終了
           END-IF.

       請求明細読込.
           READ 請求明細ファイル NEXT RECORD
               AT END
                   SET 明細終了 TO TRUE
           END-READ.

       請求明細ごと不能判定.
           IF NOT 振替結果未定 AND NOT 振替済 AND NOT 振替契約なし
                   AND 振替処理日 NOT < 当月初日
               MOVE 請求契約番号 TO 契約番号
               READ 引落契約マスタファイル
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE '2' TO 候補種別
                       MOVE 請求契約番号 TO 候補対象番号
                       MOVE 請求指定日 TO 候補基準日
                       MOVE 引落口座番号 TO 候補口座番号
                       MOVE 請求金額 TO 候補金額
                       MOVE 振替結果コード TO 候補補足区分
                       MOVE 請求収納企業口座番号 TO 候補相手口座番号
                       PERFORM 口座顧客取得
                       PERFORM 候補登録
               END-READ
           END-IF
           PERFORM 請求明細読込.

      *>-----------------------------------------------------------
      *> 振込指定日が予約不能対象開始日(処理日の1か月前)以降の
      *> 予約不能の振込予約。それより古い予約は窓口で案内済みと
      *> みなして通知しない。
      *>-----------------------------------------------------------
       予約不能抽出処理.
           IF 振込予約状態 NOT = '35'
               MOVE 'N' TO 予約終了フラグ
               MOVE LOW-VALUES TO 予約番号
               START 振込予約ファイル KEY IS NOT LESS THAN 予約番号
                   INVALID KEY
                       SET 予約終了 TO TRUE
               END-START
               IF NOT 予約終了
                   PERFORM 予約読込
               END-IF
               PERFORM 予約ごと不能判定 UNTIL 予約終了
           END-IF.

       予約読込.
           READ 振込予約ファイル NEXT RECORD
               AT END
                   SET 予約終了 TO TRUE
           END-READ.

       予約ごと不能判定.
           IF 予約不能 AND 振込指定日 NOT < 予約不能対象開始日
               MOVE '4' TO 候補種別
               MOVE 予約番号 TO 候補対象番号
               MOVE 振込指定日 TO 候補基準日
               MOVE 予約元口座番号 TO 候補口座番号
               MOVE 予約振込金額 TO 候補金額
               MOVE SPACE TO 候補補足区分
               MOVE 予約先口座番号 TO 候補相手口座番号
               PERFORM 口座顧客取得
               PERFORM 候補登録
           END-IF
           PERFORM 予約読込.

      *>-----------------------------------------------------------
      *> 候補口座番号の口座の顧客番号を候補顧客番号に求める。口座
      *> が無い場合は0(住所未登録リストへ出す)。
      *>-----------------------------------------------------------
       口座顧客取得.
           MOVE 0 TO 候補顧客番号
           MOVE 候補口座番号 TO 口座番号
           READ 口座マスタファイル
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 顧客番号 OF 口座マスタレコード TO 候補顧客番号
           END-READ.

      *>-----------------------------------------------------------
      *> 候補1件について通知発送済みファイルを引き、未発送であれば
      *> 通知明細ワークへ顧客番号をキーの先頭にして書き出す。
      *>-----------------------------------------------------------
       候補登録.
           ADD 1 TO 抽出件数
           MOVE 候補種別 TO 通知済み種別
           MOVE 候補対象番号 TO 通知済み対象番号
           MOVE 候補基準日 TO 通知済み基準日
           READ 通知発送済みファイル
               INVALID KEY
                   PERFORM 通知明細ワーク書出
               NOT INVALID KEY
                   ADD 1 TO 発送済み件数
           END-READ.

       通知明細ワーク書出.
           MOVE 候補顧客番号 TO 通知顧客番号
           MOVE 候補種別 TO 通知種別
           MOVE 候補対象番号 TO 通知対象番号
           MOVE 候補基準日 TO 通知基準日
           MOVE 候補口座番号 TO 通知口座番号
           MOVE 候補金額 TO 通知金額
           MOVE 候補補足区分 TO 通知補足区分
           MOVE 候補相手口座番号 TO 通知相手口座番号
           WRITE 通知明細ワークレコード
               INVALID KEY
                   CONTINUE
           END-WRITE.

      *>-----------------------------------------------------------
      *> 通知明細ワークを顧客番号順に読み、顧客が変わるごとに宛名
      *> を引いて1通の通知書を始める。宛名の無い顧客の通知は住所
      *> 未登録リストへ出す。
      *>-----------------------------------------------------------
       通知書出力処理.
           CLOSE 通知明細ワークファイル
           OPEN INPUT 通知明細ワークファイル
           MOVE 'N' TO ワーク終了フラグ
           PERFORM 住所未登録見出し出力
           PERFORM ワーク読込
           IF NOT ワーク終了
               MOVE 通知顧客番号 TO 現在顧客番号
               PERFORM 顧客宛先開始
           END-IF
           PERFORM 通知明細ごと出力 UNTIL ワーク終了
           CLOSE 通知明細ワークファイル.

       ワーク読込.
           READ 通知明細ワークファイル NEXT RECORD
               AT END
                   SET ワーク終了 TO TRUE
           END-READ.

       通知明細ごと出力.
           IF 通知顧客番号 NOT = 現在顧客番号
               MOVE 通知顧客番号 TO 現在顧客番号
               PERFORM 顧客宛先開始
           END-IF
           IF 宛先あり
               PERFORM 通知本文出力
               PERFORM 発送済み記録
           ELSE
               PERFORM 住所未登録明細出力
           END-IF
           PERFORM ワーク読込.

       顧客宛先開始.
           SET 宛先なし TO TRUE
           MOVE SPACE TO 見出し出力種別
           EVALUATE TRUE
               WHEN 現在顧客番号 = 0
                   MOVE '口座に顧客番号がありません' TO 宛先なし理由
               WHEN 顧客マスタ状態 = '35'
                   MOVE '顧客マスタがありません' TO 宛先なし理由
               WHEN OTHER
                   MOVE 現在顧客番号 TO 顧客番号 OF 顧客マスタレコード
                   READ 顧客マスタファイル
                       INVALID KEY
                           MOVE '顧客マスタに未登録です'
                               TO 宛先なし理由
                       NOT INVALID KEY
                           IF 顧客住所 = SPACES
                               MOVE '住所が未登録です' TO 宛先なし理由
                           ELSE
                               SET 宛先あり TO TRUE
                           END-IF
                   END-READ
           END-EVALUATE
           IF 宛先あり
               PERFORM 宛名出力
           END-IF.

       宛名出力.
           ADD 1 TO 通知書通数
           MOVE ALL '=' TO 通知書行
           WRITE 通知書行
           MOVE SPACES TO 通知書行
           STRING '〒 ' DELIMITED BY SIZE
               顧客住所 DELIMITED BY SIZE
               INTO 通知書行
           END-STRING
           WRITE 通知書行
           MOVE SPACES TO 通知書行
           STRING '   ' DELIMITED BY SIZE
               顧客氏名 DELIMITED BY '  '
               ' 様' DELIMITED BY SIZE
               '      (お客様番号 ' DELIMITED BY SIZE
               現在顧客番号 DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO 通知書行
           END-STRING
           WRITE 通知書行
           MOVE SPACES TO 通知書行
           WRITE 通知書行
           MOVE SPACES TO 通知書行
           STRING '          お取引に関するお知らせ' DELIMITED BY SIZE
               '              作成日: ' DELIMITED BY SIZE
               処理日 DELIMITED BY SIZE
               INTO 通知書行
           END-STRING
           WRITE 通知書行.

      *>-----------------------------------------------------------
      *> 通知種別が変わるごとに種別の見出しを付け、1通知を2行で
      *> 出力する。
      *>-----------------------------------------------------------
       通知本文出力.
           ADD 1 TO 通知明細件数
           IF 通知種別 NOT = 見出し出力種別
               MOVE 通知種別 TO 見出し出力種別
               PERFORM 種別見出し出力
           END-IF
           EVALUATE TRUE
               WHEN 満期予告通知
                   PERFORM 満期予告本文
               WHEN 引落不能通知
                   PERFORM 引落不能本文
               WHEN 休眠予告通知
                   PERFORM 休眠予告本文
               WHEN OTHER
                   PERFORM 予約不能本文
           END-EVALUATE.

       種別見出し出力.
           MOVE SPACES TO 通知書行
           WRITE 通知書行
           MOVE SPACES TO 通知書行
           EVALUATE TRUE
               WHEN 満期予告通知
                   MOVE '■ 定期預金の満期のご案内' TO 通知書行
               WHEN 引落不能通知
                   MOVE '■ 口座振替ができなかったことのお知らせ'
                       TO 通知書行
               WHEN 休眠予告通知
                   MOVE '■ お取引のない口座についてのご案内(休眠口座となる予定です)'
                       TO 通知書行
               WHEN OTHER
                   MOVE '■ 振込予約が実行できなかったことのお知らせ'
                       TO 通知書行
           END-EVALUATE
           WRITE 通知書行.

       満期予告本文.
           IF 通知補足区分 = '2'
               MOVE '自動継続(同じ期間で継続します)' TO 取扱区分名称
           ELSE
               MOVE '満期解約(普通預金へお振替えします)'
                   TO 取扱区分名称
           END-IF
           MOVE SPACES TO 通知書行
           STRING '  口座番号: ' DELIMITED BY SIZE
               通知口座番号 DELIMITED BY SIZE
               '  満期日: ' DELIMITED BY SIZE
               通知基準日 DELIMITED BY SIZE
               '  残高: ' DELIMITED BY SIZE
               通知金額 DELIMITED BY SIZE
               '円' DELIMITED BY SIZE
               INTO 通知書行
           END-STRING
           WRITE 通知書行
           MOVE SPACES TO 通知書行
           STRING '  満期時のお取扱い: ' DELIMITED BY SIZE
               取扱区分名称 DELIMITED BY SPACE
               INTO 通知書行
           END-STRING
           WRITE 通知書行.

       引落不能本文.
           MOVE SPACES TO 通知書行
           STRING '  契約番号: ' DELIMITED BY SIZE
               通知対象番号 DELIMITED BY SIZE
               '  引落口座: ' DELIMITED BY SIZE
               通知口座番号 DELIMITED BY SIZE
               '  金額: ' DELIMITED BY SIZE
               通知金額 DELIMITED BY SIZE
               '円  収納企業口座: ' DELIMITED BY SIZE
               通知相手口座番号 DELIMITED BY SIZE
               INTO 通知書行
           END-STRING
           WRITE 通知書行
           IF 通知補足区分 = SPACE
               MOVE '  お引落しができませんでした。ご入金のうえ、再度のお引落しをお待ちください。'
                   TO 通知書行
           ELSE
               PERFORM 振替結果名称設定
               MOVE SPACES TO 通知書行
               STRING '  引落指定日: ' DELIMITED BY SIZE
                   通知基準日 DELIMITED BY SIZE
                   '  理由: ' DELIMITED BY SIZE
                   振替結果名称 DELIMITED BY SPACE
                   '  (お支払いは収納企業へお問い合わせください)'
                       DELIMITED BY SIZE
                   INTO 通知書行
               END-STRING
           END-IF
           WRITE 通知書行.

       振替結果名称設定.
           EVALUATE 通知補足区分
               WHEN '1'
                   MOVE '残高不足' TO 振替結果名称
               WHEN '2'
                   MOVE '口座のお取引なし' TO 振替結果名称
               WHEN '3'
                   MOVE '口座のお支払停止' TO 振替結果名称
               WHEN OTHER
                   MOVE 'その他' TO 振替結果名称
           END-EVALUATE.

       休眠予告本文.
           MOVE 通知基準日 TO 休眠予定日
           COMPUTE 休眠予定日 = 休眠予定日 + (休眠判定年数 * 10000)
           MOVE SPACES TO 通知書行
           STRING '  口座番号: ' DELIMITED BY SIZE
               通知口座番号 DELIMITED BY SIZE
               '  最終お取引日: ' DELIMITED BY SIZE
               通知基準日 DELIMITED BY SIZE
               '  残高: ' DELIMITED BY SIZE
               通知金額 DELIMITED BY SIZE
               '円' DELIMITED BY SIZE
               INTO 通知書行
           END-STRING
           WRITE 通知書行
           MOVE SPACES TO 通知書行
           STRING '  ' DELIMITED BY SIZE
               休眠予定日 DELIMITED BY SIZE
               'までにお取引がない場合、休眠口座としてお取引を制限します。'
                   DELIMITED BY SIZE
               INTO 通知書行
           END-STRING
           WRITE 通知書行.

       予約不能本文.
           MOVE SPACES TO 通知書行
           STRING '  予約番号: ' DELIMITED BY SIZE
               通知対象番号 DELIMITED BY SIZE
               '  振込指定日: ' DELIMITED BY SIZE
               通知基準日 DELIMITED BY SIZE
               '  振込元口座: ' DELIMITED BY SIZE
               通知口座番号 DELIMITED BY SIZE
               INTO 通知書行
           END-STRING
           WRITE 通知書行
           MOVE SPACES TO 通知書行
           STRING '  振込先口座: ' DELIMITED BY SIZE
               通知相手口座番号 DELIMITED BY SIZE
               '  金額: ' DELIMITED BY SIZE
               通知金額 DELIMITED BY SIZE
               '円  お手数ですが窓口までお問い合わせください。'
                   DELIMITED BY SIZE
               INTO 通知書行
           END-STRING
           WRITE 通知書行.

       発送済み記録.
           MOVE 通知種別 TO 通知済み種別
           MOVE 通知対象番号 TO 通知済み対象番号
           MOVE 通知基準日 TO 通知済み基準日
           MOVE 現在顧客番号 TO 通知済み顧客番号
           MOVE 処理日 TO 通知発送日
           WRITE 通知発送済みレコード
               INVALID KEY
                   CONTINUE
           END-WRITE.

       住所未登録見出し出力.
           MOVE SPACES TO 住所未登録行
           STRING '========== 通知書 住所未登録リスト ==========' DELIMITED BY SIZE
               INTO 住所未登録行
           END-STRING
           WRITE 住所未登録行
           MOVE SPACES TO 住所未登録行
           STRING '処理日: ' DELIMITED BY SIZE
               処理日 DELIMITED BY SIZE
               '  (住所を登録すると翌日以降の通知書に載ります)'
                   DELIMITED BY SIZE
               INTO 住所未登録行
           END-STRING
           WRITE 住所未登録行.

       住所未登録明細出力.
           ADD 1 TO 住所未登録件数
           MOVE SPACES TO 住所未登録行
           STRING '顧客番号:' DELIMITED BY SIZE
               現在顧客番号 DELIMITED BY SIZE
               '  種別:' DELIMITED BY SIZE
               通知種別 DELIMITED BY SIZE
               '  対象番号:' DELIMITED BY SIZE
               通知対象番号 DELIMITED BY SIZE
               '  基準日:' DELIMITED BY SIZE
               通知基準日 DELIMITED BY SIZE
               '  口座:' DELIMITED BY SIZE
               通知口座番号 DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               宛先なし理由 DELIMITED BY SPACE
               INTO 住所未登録行
           END-STRING
           WRITE 住所未登録行.

       結果集計出力処理.
           MOVE SPACES TO 住所未登録行
           STRING '抽出件数: ' DELIMITED BY SIZE
               抽出件数 DELIMITED BY SIZE
               '件  発送済み除外: ' DELIMITED BY SIZE
               発送済み件数 DELIMITED BY SIZE
               '件  通知書: ' DELIMITED BY SIZE
               通知書通数 DELIMITED BY SIZE
               '通  住所未登録: ' DELIMITED BY SIZE
               住所未登録件数 DELIMITED BY SIZE
               '件' DELIMITED BY SIZE
               INTO 住所未登録行
           END-STRING
           WRITE 住所未登録行.

      *>-----------------------------------------------------------
      *> 営業日管理ファイルの開閉局状態を確認し、閉局中の勘定日を
      *> 取り出す(ファイルが無い場合は本日日付のまま実行する)。
      *>-----------------------------------------------------------
       開局状態確認.
           MOVE 'N' TO オンライン開局フラグ
           OPEN INPUT 営業日管理ファイル
           IF 営業日管理状態 NOT = '35'
               READ 営業日管理ファイル
                   AT END
                       CONTINUE
                   NOT AT END
                       IF 開局中
                           SET オンライン開局中 TO TRUE
                       END-IF
                       MOVE 勘定日 TO 締め勘定日
               END-READ
               CLOSE 営業日管理ファイル
           END-IF.

      *>-----------------------------------------------------------
      *> バッチ実行管理ファイルに同一バッチ・同一処理対象年月日の
      *> 正常終了記録が無いかを確認し、記録用の空き実行通番を
      *> 求める。
      *>-----------------------------------------------------------
       バッチ実行前確認.
           OPEN I-O バッチ実行管理ファイル
           IF バッチ管理状態 = '35'
               OPEN OUTPUT バッチ実行管理ファイル
               CLOSE バッチ実行管理ファイル
               OPEN I-O バッチ実行管理ファイル
           END-IF
           MOVE 'N' TO 二重実行フラグ
           MOVE 'N' TO 空き通番フラグ
           MOVE 0 TO 検索通番
           PERFORM 実行記録検索 UNTIL 空き通番あり OR 二重実行.

       実行記録検索.
           ADD 1 TO 検索通番
           MOVE バッチ名定数 TO 実行バッチ名
           MOVE 処理対象年月日 TO 実行対象年月日
           MOVE 検索通番 TO 実行通番
           READ バッチ実行管理ファイル
               INVALID KEY
                   SET 空き通番あり TO TRUE
               NOT INVALID KEY
                   IF 正常終了
                       SET 二重実行 TO TRUE
                   END-IF
           END-READ.

       バッチ開始記録.
           MOVE バッチ名定数 TO 実行バッチ名
           MOVE 処理対象年月日 TO 実行対象年月日
           MOVE 検索通番 TO 実行通番
           ACCEPT 実行記録日付 FROM DATE YYYYMMDD
           ACCEPT 実行記録時刻 FROM TIME
           MOVE 実行記録日付 TO 実行開始日付
           MOVE 実行記録時刻 TO 実行開始時刻
           MOVE 0 TO 実行終了日付
           MOVE 0 TO 実行終了時刻
           MOVE 0 TO 実行処理件数
           SET 実行中 TO TRUE
           WRITE バッチ実行管理レコード.

       バッチ終了記録.
           MOVE バッチ名定数 TO 実行バッチ名
           MOVE 処理対象年月日 TO 実行対象年月日
           MOVE 検索通番 TO 実行通番
           READ バッチ実行管理ファイル
           ACCEPT 実行記録日付 FROM DATE YYYYMMDD
           ACCEPT 実行記録時刻 FROM TIME
           MOVE 実行記録日付 TO 実行終了日付
           MOVE 実行記録時刻 TO 実行終了時刻
           MOVE 記録処理件数 TO 実行処理件数
           SET 正常終了 TO TRUE
           REWRITE バッチ実行管理レコード
           CLOSE バッチ実行管理ファイル.
