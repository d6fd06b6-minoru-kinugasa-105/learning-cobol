       IDENTIFICATION DIVISION.
       PROGRAM-ID. 不正取引監視バッチ.
       AUTHOR. 勘定系システム開発チーム.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *>-----------------------------------------------------------
      *> 変更履歴
      *>   2026-10-15  SK  取引履歴索引ファイルを口座別に走査し、
      *>                   高額現金取引・閾値直下の分割取引・振込
      *>                   入金直後の通過出金・休眠解除直後の高額
      *>                   出金を検知して、名義人付きの届出候補
      *>                   リストを作成する監視バッチを新規作成。
      *>                   検知条件は検知条件ファイルで変更でき、
      *>                   検知済みファイルで翌日以降の重複出力を
      *>                   防ぐ
      *>
      *> 運用手順: 取引履歴日次切替の後に実行する(走査するのは切替
      *> 済みの取引履歴索引ファイルのみ)。夜間バッチ統括には日次
      *> ステップ(対象区分'D')として定義できる。再実行してもよい
      *> (同じ処理日に検知した取引は再出力し、前日以前に検知済みの
      *> 取引は出力しない)。
      *>-----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "KOZASEL.cpy".
           COPY "KOKYSEL.cpy".
           COPY "TORIXSEL.cpy".
           COPY "HOSHSEL.cpy".
           COPY "KENJSEL.cpy".
           COPY "KENZSEL.cpy".
           COPY "BATKSEL.cpy".
           COPY "EIGYSEL.cpy".

           SELECT 届出候補ファイル ASSIGN TO "TODOKEDE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 届出候補状態.

       DATA DIVISION.
       FILE SECTION.
           COPY "KOZAFD.cpy".
           COPY "KOZAREC.cpy".

           COPY "KOKYFD.cpy".
           COPY "KOKYREC.cpy".

           COPY "TORIXFD.cpy".
           COPY "TORIXREC.cpy".

           COPY "HOSHFD.cpy".
           COPY "HOSHREC.cpy".

           COPY "KENJFD.cpy".
           COPY "KENJREC.cpy".

           COPY "KENZFD.cpy".
           COPY "KENZREC.cpy".

           COPY "BATKFD.cpy".
           COPY "BATKREC.cpy".

           COPY "EIGYFD.cpy".
           COPY "EIGYREC.cpy".

       FD  届出候補ファイル
           LABEL RECORDS ARE STANDARD.
       01  届出候補行             PIC X(200).

       WORKING-STORAGE SECTION.
           COPY "FILESTAT.cpy".

       01 届出候補状態           PIC X(02).

       01 処理日              PIC 9(8).

      *>-----------------------------------------------------------
      *> 検知条件ファイルが無い場合の既定値(検知条件読込処理で
      *> 検知条件レコードへ設定する)。
      *>-----------------------------------------------------------
       01 既定現金閾値           PIC 9(9) VALUE 2000000.
       01 既定分割下限率          PIC 9V99 VALUE 0.90.
       01 既定分割回数           PIC 9(2) VALUE 3.
       01 既定分割日数           PIC 9(3) VALUE 7.
       01 既定通過日数           PIC 9(3) VALUE 1.
       01 既定通過率            PIC 9V99 VALUE 0.90.
       01 既定休眠解除日数         PIC 9(3) VALUE 30.
       01 既定休眠高額閾値         PIC 9(9) VALUE 500000.
       01 既定走査日数           PIC 9(3) VALUE 14.
       01 分割下限金額           PIC 9(9).
       01 通過判定金額           PIC 9(11).

       01 索引終了フラグ          PIC X(1) VALUE 'N'.
           88 索引終了              VALUE 'Y'.
       01 証跡終了フラグ          PIC X(1) VALUE 'N'.
           88 証跡終了              VALUE 'Y'.
       01 収集超過フラグ          PIC X(1) VALUE 'N'.
           88 収集超過              VALUE 'Y'.
       01 名義取得済フラグ         PIC X(1) VALUE 'N'.
           88 名義取得済             VALUE 'Y'.
       01 照合終了フラグ          PIC X(1) VALUE 'N'.
           88 照合終了              VALUE 'Y'.
       01 出力対象フラグ          PIC X(1) VALUE 'N'.
           88 出力対象              VALUE 'Y'.

      *>-----------------------------------------------------------
      *> 1口座分の走査期間内の取引を取引履歴索引ファイルのキー順
      *> (取引日・記帳順)に保持する。
      *>-----------------------------------------------------------
       01 現在口座番号           PIC 9(7).
       01 取引件数             PIC 9(3) VALUE 0.
       01 取引上限             PIC 9(3) VALUE 500.
       01 口座取引表.
           05 口座取引行 OCCURS 500.
               10 表取引日             PIC 9(8).
               10 表取引連番            PIC 9(4).
               10 表取引時刻            PIC 9(8).
               10 表取引区分            PIC X(2).
               10 表取引金額            PIC 9(9).
               10 表通算日             PIC 9(7).
       01 取引添字             PIC 9(3).
       01 比較添字             PIC 9(3).
       01 該当回数             PIC 9(3).
       01 経過日数             PIC S9(7).

      *>-----------------------------------------------------------
      *> 保守証跡の休眠解除操作(口座番号と解除日)。
      *>-----------------------------------------------------------
       01 解除件数             PIC 9(4) VALUE 0.
       01 解除上限             PIC 9(4) VALUE 2000.
       01 休眠解除表.
           05 休眠解除行 OCCURS 2000.
               10 表解除口座番号          PIC 9(7).
               10 表解除日             PIC 9(8).
               10 表解除通算日           PIC 9(7).
       01 解除添字             PIC 9(4).

      *>-----------------------------------------------------------
      *> 日付(YYYYMMDD)を西暦1年1月1日からの通算日数へ換算する
      *> 作業域(日数の差で判定日数内かを判定する)。
      *>-----------------------------------------------------------
       01 換算日付             PIC 9(8).
       01 換算日付分解 REDEFINES 換算日付.
           05 換算年            PIC 9(4).
           05 換算月            PIC 9(2).
           05 換算日            PIC 9(2).
       01 通算日数             PIC 9(7).
       01 前年数              PIC 9(4).
       01 閏数4              PIC 9(4).
       01 閏数100            PIC 9(4).
       01 閏数400            PIC 9(4).
       01 閏剰余4             PIC 9(4).
       01 閏剰余100           PIC 9(4).
       01 閏剰余400           PIC 9(4).
       01 商作業              PIC 9(4).
       01 月初日数定義.
           05 FILLER            PIC 9(3) VALUE 000.
           05 FILLER            PIC 9(3) VALUE 031.
           05 FILLER            PIC 9(3) VALUE 059.
           05 FILLER            PIC 9(3) VALUE 090.
           05 FILLER            PIC 9(3) VALUE 120.
           05 FILLER            PIC 9(3) VALUE 151.
           05 FILLER            PIC 9(3) VALUE 181.
           05 FILLER            PIC 9(3) VALUE 212.
           05 FILLER            PIC 9(3) VALUE 243.
           05 FILLER            PIC 9(3) VALUE 273.
           05 FILLER            PIC 9(3) VALUE 304.
           05 FILLER            PIC 9(3) VALUE 334.
       01 月初日数表 REDEFINES 月初日数定義.
           05 月初日数          PIC 9(3) OCCURS 12.
       01 処理通算日            PIC 9(7).
       01 走査開始通算日          PIC 9(7).

       01 名義顧客番号           PIC 9(7).
       01 名義人              PIC X(40).
       01 出力規則名            PIC X(24).
       01 出力取引日            PIC 9(8).
       01 出力取引区分           PIC X(2).
       01 出力取引金額           PIC 9(9).
       01 出力補足             PIC X(60).
       01 補足日付             PIC 9(8).
       01 補足金額             PIC 9(9).
       01 補足回数             PIC 9(3).

       01 走査取引件数           PIC 9(9) COMP-3 VALUE 0.
       01 高額現金件数           PIC 9(7) COMP-3 VALUE 0.
       01 分割取引件数           PIC 9(7) COMP-3 VALUE 0.
       01 通過口座件数           PIC 9(7) COMP-3 VALUE 0.
       01 休眠解除後件数          PIC 9(7) COMP-3 VALUE 0.
       01 重複除外件数           PIC 9(7) COMP-3 VALUE 0.
       01 届出候補件数           PIC 9(7) COMP-3 VALUE 0.
       01 件数表示             PIC 9(7).

       01 バッチ名定数           PIC X(30) VALUE '不正取引監視バッチ'.
       01 処理対象年月日          PIC 9(8).
       01 検索通番             PIC 9(4).
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
               DISPLAY '不正取引監視バッチはオンライン開局中のため実行できません。'
               DISPLAY '閉局してから実行してください。'
               STOP RUN
           END-IF
           ACCEPT 処理日 FROM DATE YYYYMMDD
           IF 締め勘定日 NOT = 0
               MOVE 締め勘定日 TO 処理日
           END-IF
           MOVE 処理日 TO 処理対象年月日
           PERFORM バッチ実行前確認
           PERFORM バッチ開始記録

           PERFORM 検知条件読込処理
           MOVE 処理日 TO 換算日付
           PERFORM 通算日算出
           MOVE 通算日数 TO 処理通算日
           COMPUTE 走査開始通算日 = 処理通算日 - 条件走査日数

           PERFORM ファイルオープン処理
           PERFORM 休眠解除読込処理
           PERFORM リストヘッダー出力処理

           IF NOT 索引終了
               PERFORM 索引位置付け
           END-IF
           PERFORM 口座単位処理 UNTIL 索引終了

           PERFORM リスト集計出力処理
           PERFORM ファイルクローズ処理

           MOVE 走査取引件数 TO 記録処理件数
           PERFORM バッチ終了記録

           DISPLAY '不正取引監視バッチが完了しました。処理日: ' 処理日
               '  届出候補: ' 届出候補件数 '件  重複除外: '
               重複除外件数 '件'.
           STOP RUN.

      *>-----------------------------------------------------------
      *> 検知条件ファイルの1レコード目を検知条件とする。ファイルが
      *> 無い・空の場合は既定値で検知する(金利マスタが無い場合の
      *> 既定利率と同じ扱い)。
      *>-----------------------------------------------------------
       検知条件読込処理.
           PERFORM 既定条件設定
           OPEN INPUT 検知条件ファイル
           IF 検知条件状態 = '35'
               DISPLAY '検知条件ファイルが無いため既定の条件で検知します。'
           ELSE
               READ 検知条件ファイル
                   AT END
                       DISPLAY '検知条件ファイルが空のため既定の条件で検知します。'
                       PERFORM 既定条件設定
               END-READ
               CLOSE 検知条件ファイル
           END-IF
           COMPUTE 分割下限金額 = 条件現金閾値 * 条件分割下限率.

       既定条件設定.
           MOVE 既定現金閾値 TO 条件現金閾値
           MOVE 既定分割下限率 TO 条件分割下限率
           MOVE 既定分割回数 TO 条件分割回数
           MOVE 既定分割日数 TO 条件分割日数
           MOVE 既定通過日数 TO 条件通過日数
           MOVE 既定通過率 TO 条件通過率
           MOVE 既定休眠解除日数 TO 条件休眠解除日数
           MOVE 既定休眠高額閾値 TO 条件休眠高額閾値
           MOVE 既定走査日数 TO 条件走査日数.

       ファイルオープン処理.
           OPEN INPUT 口座マスタファイル
           OPEN INPUT 顧客マスタファイル
           OPEN INPUT 取引履歴索引ファイル
           IF 取引履歴索引状態 = '35'
               SET 索引終了 TO TRUE
           END-IF
           OPEN I-O 検知済みファイル
           IF 検知済み状態 = '35'
               OPEN OUTPUT 検知済みファイル
               CLOSE 検知済みファイル
               OPEN I-O 検知済みファイル
           END-IF
           OPEN OUTPUT 届出候補ファイル.

       ファイルクローズ処理.
           CLOSE 口座マスタファイル
           IF 顧客マスタ状態 NOT = '35'
               CLOSE 顧客マスタファイル
           END-IF
           IF 取引履歴索引状態 NOT = '35'
               CLOSE 取引履歴索引ファイル
           END-IF
           CLOSE 検知済みファイル
           CLOSE 届出候補ファイル.

      *>-----------------------------------------------------------
      *> 保守証跡ファイルから休眠解除操作(銀行システムの本人確認後
      *> の解除・口座保守からの解除)を読み、口座番号と解除日を表に
      *> 展開する。
      *>-----------------------------------------------------------
       休眠解除読込処理.
           MOVE 'N' TO 証跡終了フラグ
           OPEN INPUT 保守証跡ファイル
           IF 保守証跡状態 = '35'
               SET 証跡終了 TO TRUE
           ELSE
               PERFORM 保守証跡読込
           END-IF
           PERFORM 休眠解除展開 UNTIL 証跡終了
           IF 保守証跡状態 NOT = '35'
               CLOSE 保守証跡ファイル
           END-IF.

       保守証跡読込.
           READ 保守証跡ファイル
               AT END
                   SET 証跡終了 TO TRUE
           END-READ.

       休眠解除展開.
           IF 休眠解除操作 AND 保守日付 NOT > 処理日
               IF 解除件数 < 解除上限
                   ADD 1 TO 解除件数
                   MOVE 保守対象口座番号 TO 表解除口座番号 (解除件数)
                   MOVE 保守日付 TO 表解除日 (解除件数)
                   MOVE 保守日付 TO 換算日付
                   PERFORM 通算日算出
                   MOVE 通算日数 TO 表解除通算日 (解除件数)
               ELSE
                   DISPLAY '休眠解除の件数が上限を超えています。超過分は判定しません。'
                   SET 証跡終了 TO TRUE
               END-IF
           END-IF
           IF NOT 証跡終了
               PERFORM 保守証跡読込
           END-IF.

       索引位置付け.
           MOVE 0 TO 索引口座番号
           MOVE 0 TO 索引取引日
           MOVE 0 TO 索引取引連番
           START 取引履歴索引ファイル
               KEY IS NOT LESS THAN 取引履歴索引キー
               INVALID KEY
                   SET 索引終了 TO TRUE
           END-START
           IF NOT 索引終了
               PERFORM 索引読込
           END-IF.

       索引読込.
           READ 取引履歴索引ファイル NEXT RECORD
               AT END
                   SET 索引終了 TO TRUE
           END-READ.

      *>-----------------------------------------------------------
      *> 取引履歴索引ファイルはキー順(口座番号・取引日・記帳順)に
      *> 並んでいるため、口座番号が変わるまでの走査期間内の取引を
      *> 口座取引表に集め、口座ごとに各検知規則を判定する。
      *>-----------------------------------------------------------
       口座単位処理.
           MOVE 索引口座番号 TO 現在口座番号
           MOVE 0 TO 取引件数
           MOVE 'N' TO 収集超過フラグ
           PERFORM 取引収集
               UNTIL 索引終了 OR 索引口座番号 NOT = 現在口座番号
           IF 収集超過
               DISPLAY '口座番号 ' 現在口座番号
                   ' は走査期間内の取引が上限を超えたため超過分は判定しません。'
           END-IF
           IF 取引件数 > 0
               MOVE 'N' TO 名義取得済フラグ
               PERFORM 高額現金判定 VARYING 取引添字 FROM 1 BY 1
                   UNTIL 取引添字 > 取引件数
               PERFORM 分割取引判定 VARYING 取引添字 FROM 1 BY 1
                   UNTIL 取引添字 > 取引件数
               PERFORM 通過口座判定 VARYING 取引添字 FROM 1 BY 1
                   UNTIL 取引添字 > 取引件数
               PERFORM 休眠解除後判定 VARYING 取引添字 FROM 1 BY 1
                   UNTIL 取引添字 > 取引件数
           END-IF.

       取引収集.
           IF 索引取引日 NOT > 処理日
               MOVE 索引取引日 TO 換算日付
               PERFORM 通算日算出
               IF 通算日数 NOT < 走査開始通算日
                   IF 取引件数 < 取引上限
                       ADD 1 TO 取引件数
                       ADD 1 TO 走査取引件数
                       MOVE 索引取引日 TO 表取引日 (取引件数)
                       MOVE 索引取引連番 TO 表取引連番 (取引件数)
                       MOVE 索引取引時刻 TO 表取引時刻 (取引件数)
                       MOVE 索引取引区分 TO 表取引区分 (取引件数)
                       MOVE 索引取引金額 TO 表取引金額 (取引件数)
                       MOVE 通算日数 TO 表通算日 (取引件数)
                   ELSE
                       SET 収集超過 TO TRUE
                   END-IF
               END-IF
           END-IF
           PERFORM 索引読込.

      *>-----------------------------------------------------------
      *> (1) 1回で現金閾値以上の現金預金・現金引出。
      *>-----------------------------------------------------------
       高額現金判定.
           IF (表取引区分 (取引添字) = '01'
                   OR 表取引区分 (取引添字) = '02')
                   AND 表取引金額 (取引添字) NOT < 条件現金閾値
               MOVE '1' TO 検知規則区分
               MOVE '高額現金取引' TO 出力規則名
               MOVE SPACES TO 出力補足
               PERFORM 検知記録処理
               IF 出力対象
                   ADD 1 TO 高額現金件数
               END-IF
           END-IF.

      *>-----------------------------------------------------------
      *> (2) 閾値をわずかに下回る現金取引(分割下限金額以上・閾値
      *> 未満)が、同じ向きで分割日数内に分割回数以上繰り返された
      *> 場合、回数に達した取引以降を分割取引として検知する。
      *>-----------------------------------------------------------
       分割取引判定.
           IF (表取引区分 (取引添字) = '01'
                   OR 表取引区分 (取引添字) = '02')
                   AND 表取引金額 (取引添字) NOT < 分割下限金額
                   AND 表取引金額 (取引添字) < 条件現金閾値
               MOVE 0 TO 該当回数
               PERFORM 分割回数計数 VARYING 比較添字 FROM 1 BY 1
                   UNTIL 比較添字 > 取引添字
               IF 該当回数 NOT < 条件分割回数
                   MOVE '2' TO 検知規則区分
                   MOVE '分割取引(閾値直下)' TO 出力規則名
                   MOVE 該当回数 TO 補足回数
                   MOVE SPACES TO 出力補足
                   STRING '閾値直下の同種現金取引 ' DELIMITED BY SIZE
                       補足回数 DELIMITED BY SIZE
                       '回目' DELIMITED BY SIZE
                       INTO 出力補足
                   END-STRING
                   PERFORM 検知記録処理
                   IF 出力対象
                       ADD 1 TO 分割取引件数
                   END-IF
               END-IF
           END-IF.

       分割回数計数.
           COMPUTE 経過日数 = 表通算日 (取引添字) - 表通算日 (比較添字)
           IF 表取引区分 (比較添字) = 表取引区分 (取引添字)
                   AND 表取引金額 (比較添字) NOT < 分割下限金額
                   AND 表取引金額 (比較添字) < 条件現金閾値
                   AND 経過日数 < 条件分割日数
               ADD 1 TO 該当回数
           END-IF.

      *>-----------------------------------------------------------
      *> (3) 振込入金(全銀受信を含む)の後、通過日数以内に入金額の
      *> 通過率以上の引出・振込出金があれば通過口座として検知する
      *> (出金側の取引を検知対象とする)。
      *>-----------------------------------------------------------
       通過口座判定.
           IF 表取引区分 (取引添字) = '02'
                   OR 表取引区分 (取引添字) = '06'
               MOVE 'N' TO 照合終了フラグ
               PERFORM 通過入金照合 VARYING 比較添字 FROM 1 BY 1
                   UNTIL 比較添字 >= 取引添字 OR 照合終了
               IF 照合終了
                   MOVE '3' TO 検知規則区分
                   MOVE '通過口座(入金直後の出金)' TO 出力規則名
                   MOVE SPACES TO 出力補足
                   STRING '振込入金 ' DELIMITED BY SIZE
                       補足日付 DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       補足金額 DELIMITED BY SIZE
                       '円の直後' DELIMITED BY SIZE
                       INTO 出力補足
                   END-STRING
                   PERFORM 検知記録処理
                   IF 出力対象
                       ADD 1 TO 通過口座件数
                   END-IF
               END-IF
           END-IF.

       通過入金照合.
           IF 表取引区分 (比較添字) = '07'
               COMPUTE 経過日数 =
                   表通算日 (取引添字) - 表通算日 (比較添字)
               COMPUTE 通過判定金額 =
                   表取引金額 (比較添字) * 条件通過率
               IF 経過日数 NOT > 条件通過日数
                       AND 表取引金額 (取引添字) NOT < 通過判定金額
                   MOVE 表取引日 (比較添字) TO 補足日付
                   MOVE 表取引金額 (比較添字) TO 補足金額
                   SET 照合終了 TO TRUE
               END-IF
           END-IF.

      *>-----------------------------------------------------------
      *> (4) 休眠解除から休眠解除日数以内の、休眠高額閾値以上の出金
      *> (引出・振替出金・振込出金)。
      *>-----------------------------------------------------------
       休眠解除後判定.
           IF (表取引区分 (取引添字) = '02'
                   OR 表取引区分 (取引添字) = '04'
                   OR 表取引区分 (取引添字) = '06')
                   AND 表取引金額 (取引添字) NOT < 条件休眠高額閾値
               MOVE 'N' TO 照合終了フラグ
               PERFORM 休眠解除照合 VARYING 解除添字 FROM 1 BY 1
                   UNTIL 解除添字 > 解除件数 OR 照合終了
               IF 照合終了
                   MOVE '4' TO 検知規則区分
                   MOVE '休眠解除直後の高額出金' TO 出力規則名
                   MOVE SPACES TO 出力補足
                   STRING '休眠解除日 ' DELIMITED BY SIZE
                       補足日付 DELIMITED BY SIZE
                       INTO 出力補足
                   END-STRING
                   PERFORM 検知記録処理
                   IF 出力対象
                       ADD 1 TO 休眠解除後件数
                   END-IF
               END-IF
           END-IF.

       休眠解除照合.
           IF 表解除口座番号 (解除添字) = 現在口座番号
               COMPUTE 経過日数 =
                   表通算日 (取引添字) - 表解除通算日 (解除添字)
               IF 経過日数 NOT < 0
                       AND 経過日数 NOT > 条件休眠解除日数
                   MOVE 表解除日 (解除添字) TO 補足日付
                   SET 照合終了 TO TRUE
               END-IF
           END-IF.

      *>-----------------------------------------------------------
      *> 検知した取引を検知済みファイルへ記録し、届出候補リストへ
      *> 出力する。前日以前に同じ規則で検知済みの取引は出力しない
      *> (同じ処理日の再実行分は再出力する)。呼び出し前に検知規則
      *> 区分・出力規則名・出力補足を設定しておく。
      *>-----------------------------------------------------------
       検知記録処理.
           MOVE 'N' TO 出力対象フラグ
           MOVE 現在口座番号 TO 検知口座番号
           MOVE 表取引日 (取引添字) TO 検知取引日
           MOVE 表取引連番 (取引添字) TO 検知取引連番
           MOVE 処理日 TO 検知日
           MOVE 表取引区分 (取引添字) TO 検知取引区分
           MOVE 表取引金額 (取引添字) TO 検知金額
           WRITE 検知済みレコード
               INVALID KEY
                   READ 検知済みファイル
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF 検知日 = 処理日
                               SET 出力対象 TO TRUE
                           END-IF
                   END-READ
               NOT INVALID KEY
                   SET 出力対象 TO TRUE
           END-WRITE
           IF 出力対象
               PERFORM 届出候補行出力処理
           ELSE
               ADD 1 TO 重複除外件数
           END-IF.

      *>-----------------------------------------------------------
      *> 名義人は口座マスタの顧客番号から顧客マスタを引く(口座ごと
      *> に最初の検知時のみ)。解約済みの口座・顧客未紐付けの口座は
      *> その旨を名義人欄に出す。
      *>-----------------------------------------------------------
       名義人取得.
           MOVE 0 TO 名義顧客番号
           MOVE 現在口座番号 TO 口座番号
           READ 口座マスタファイル
               INVALID KEY
                   MOVE '(口座解約済み)' TO 名義人
               NOT INVALID KEY
                   MOVE 顧客番号 OF 口座マスタレコード TO 名義顧客番号
                   PERFORM 顧客名義読込
           END-READ
           SET 名義取得済 TO TRUE.

       顧客名義読込.
           IF 名義顧客番号 = 0 OR 顧客マスタ状態 = '35'
               MOVE '(顧客未登録)' TO 名義人
           ELSE
               MOVE 名義顧客番号 TO 顧客番号 OF 顧客マスタレコード
               READ 顧客マスタファイル
                   INVALID KEY
                       MOVE '(顧客未登録)' TO 名義人
                   NOT INVALID KEY
                       MOVE 顧客氏名 TO 名義人
               END-READ
           END-IF.

       届出候補行出力処理.
           IF NOT 名義取得済
               PERFORM 名義人取得
           END-IF
           ADD 1 TO 届出候補件数
           MOVE SPACES TO 届出候補行
           STRING 出力規則名 DELIMITED BY SIZE
               '  口座番号:' DELIMITED BY SIZE
               現在口座番号 DELIMITED BY SIZE
               '  顧客番号:' DELIMITED BY SIZE
               名義顧客番号 DELIMITED BY SIZE
               '  名義人:' DELIMITED BY SIZE
               名義人 DELIMITED BY SIZE
               '  取引日:' DELIMITED BY SIZE
               表取引日 (取引添字) DELIMITED BY SIZE
               '  取引区分:' DELIMITED BY SIZE
               表取引区分 (取引添字) DELIMITED BY SIZE
               '  金額:' DELIMITED BY SIZE
               表取引金額 (取引添字) DELIMITED BY SIZE
               '円  ' DELIMITED BY SIZE
               出力補足 DELIMITED BY SIZE
               INTO 届出候補行
           END-STRING
           WRITE 届出候補行.

       リストヘッダー出力処理.
           MOVE SPACES TO 届出候補行
           STRING '========== 疑わしい取引 届出候補リスト =========='
               DELIMITED BY SIZE
               INTO 届出候補行
           END-STRING
           WRITE 届出候補行

           MOVE SPACES TO 届出候補行
           STRING '処理日: ' DELIMITED BY SIZE
               処理日 DELIMITED BY SIZE
               '  走査日数: ' DELIMITED BY SIZE
               条件走査日数 DELIMITED BY SIZE
               '  現金閾値: ' DELIMITED BY SIZE
               条件現金閾値 DELIMITED BY SIZE
               '円' DELIMITED BY SIZE
               INTO 届出候補行
           END-STRING
           WRITE 届出候補行.

       リスト集計出力処理.
           MOVE 高額現金件数 TO 件数表示
           MOVE SPACES TO 届出候補行
           STRING '高額現金取引: ' DELIMITED BY SIZE
               件数表示 DELIMITED BY SIZE
               '件' DELIMITED BY SIZE
               INTO 届出候補行
           END-STRING
           WRITE 届出候補行

           MOVE 分割取引件数 TO 件数表示
           MOVE SPACES TO 届出候補行
           STRING '分割取引    : ' DELIMITED BY SIZE
               件数表示 DELIMITED BY SIZE
               '件' DELIMITED BY SIZE
               INTO 届出候補行
           END-STRING
           WRITE 届出候補行

           MOVE 通過口座件数 TO 件数表示
           MOVE SPACES TO 届出候補行
           STRING '通過口座    : ' DELIMITED BY SIZE
               件数表示 DELIMITED BY SIZE
               '件' DELIMITED BY SIZE
               INTO 届出候補行
           END-STRING
           WRITE 届出候補行

           MOVE 休眠解除後件数 TO 件数表示
           MOVE SPACES TO 届出候補行
           STRING '休眠解除後  : ' DELIMITED BY SIZE
               件数表示 DELIMITED BY SIZE
               '件' DELIMITED BY SIZE
               INTO 届出候補行
           END-STRING
           WRITE 届出候補行

           MOVE 重複除外件数 TO 件数表示
           MOVE SPACES TO 届出候補行
           STRING '検知済みのため除外: ' DELIMITED BY SIZE
               件数表示 DELIMITED BY SIZE
               '件' DELIMITED BY SIZE
               INTO 届出候補行
           END-STRING
           WRITE 届出候補行.

      *>-----------------------------------------------------------
      *> 換算日付(YYYYMMDD)を西暦1年1月1日を1とする通算日数へ
      *> 換算する(グレゴリオ暦の閏年規則による)。
      *>-----------------------------------------------------------
       通算日算出.
           IF 換算月 < 1 OR 換算月 > 12
               MOVE 1 TO 換算月
           END-IF
           COMPUTE 前年数 = 換算年 - 1
           DIVIDE 前年数 BY 4 GIVING 閏数4
           DIVIDE 前年数 BY 100 GIVING 閏数100
           DIVIDE 前年数 BY 400 GIVING 閏数400
           COMPUTE 通算日数 = 前年数 * 365 + 閏数4 - 閏数100
               + 閏数400 + 月初日数 (換算月) + 換算日
           IF 換算月 > 2
               DIVIDE 換算年 BY 4 GIVING 商作業 REMAINDER 閏剰余4
               DIVIDE 換算年 BY 100 GIVING 商作業 REMAINDER 閏剰余100
               DIVIDE 換算年 BY 400 GIVING 商作業 REMAINDER 閏剰余400
               IF (閏剰余4 = 0 AND 閏剰余100 NOT = 0)
                       OR 閏剰余400 = 0
                   ADD 1 TO 通算日数
               END-IF
           END-IF.

      *>-----------------------------------------------------------
      *> 営業日管理ファイルの開閉局状態を確認する。オンライン開局中
      *> は銀行システムが取引履歴へ追記し得るため、締めバッチの実行
      *> を拒否する(閉局してから実行する)。営業日管理ファイルが
      *> 無い場合は従来どおり実行できる。あわせて閉局中の勘定日を
      *> 締め勘定日として取り出す(オンラインの記帳は勘定日で行われる
      *> ため、締めの処理対象も稼働日の暦日ではなく勘定日とする。
      *> 日付をまたいだ深夜の実行でも対象日がずれない)。
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
      *> バッチ実行管理ファイルをオープンし、記録用の空き実行通番を
      *> 求める。本プログラムは再実行しても検知が重複しない(同じ
      *> 処理日の検知は再出力する)ため、正常終了済みでも処理は拒否
      *> せず実行記録のみ残す。
      *>-----------------------------------------------------------
       バッチ実行前確認.
           OPEN I-O バッチ実行管理ファイル
           IF バッチ管理状態 = '35'
               OPEN OUTPUT バッチ実行管理ファイル
               CLOSE バッチ実行管理ファイル
               OPEN I-O バッチ実行管理ファイル
           END-IF
           MOVE 'N' TO 空き通番フラグ
           MOVE 0 TO 検索通番
           PERFORM 実行記録検索 UNTIL 空き通番あり.

       実行記録検索.
           ADD 1 TO 検索通番
           MOVE バッチ名定数 TO 実行バッチ名
           MOVE 処理対象年月日 TO 実行対象年月日
           MOVE 検索通番 TO 実行通番
           READ バッチ実行管理ファイル
               INVALID KEY
                   SET 空き通番あり TO TRUE
               NOT INVALID KEY
                   CONTINUE
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
