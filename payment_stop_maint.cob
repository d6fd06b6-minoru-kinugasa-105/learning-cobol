       IDENTIFICATION DIVISION.
       PROGRAM-ID. 支払停止保守.
       AUTHOR. 勘定系システム開発チーム.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *>-----------------------------------------------------------
      *> 変更履歴
      *>   2026-10-15  SK  差押命令・死亡届・凍結依頼などによる口座の
      *>                   支払停止(全額停止/拘束金額による一部停止)
      *>                   の登録・照会・変更・解除を行う責任者用の
      *>                   保守画面を新規作成。全操作を保守証跡
      *>                   ファイルへ記録する
      *>   2026-10-15  SK  起動時にオペレータマスタで認証し、責任者
      *>                   権限のオペレータのみ起動を許可する。保守証跡
      *>                   の担当者には認証済みのオペレータコードを記録
      *>-----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "KOZASEL.cpy".
           COPY "HOSHSEL.cpy".
           COPY "OPESEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "KOZAFD.cpy".
           COPY "KOZAREC.cpy".

           COPY "HOSHFD.cpy".
           COPY "HOSHREC.cpy".

           COPY "OPEFD.cpy".
           COPY "OPEREC.cpy".

       WORKING-STORAGE SECTION.
           COPY "FILESTAT.cpy".

       01 ユーザー選択           PIC 9 VALUE 9.
       01 終了フラグ            PIC X VALUE 'N'.

       01 担当者コード           PIC X(8).
       01 入力オペレータ暗証        PIC 9(4).
       01 オペレータ認証OKフラグ     PIC X(1) VALUE 'N'.
           88 オペレータ認証OK         VALUE 'Y'.
       01 オペレータ認証失敗回数      PIC 9(2) VALUE 0.
       01 認証失敗上限           PIC 9(2) VALUE 3.
       01 本日日付             PIC 9(8).

       01 入力口座番号           PIC 9(7).
       01 口座有無フラグ          PIC X(1) VALUE 'N'.
           88 口座有り              VALUE 'Y'.
           88 口座無し              VALUE 'N'.

       01 入力停止区分           PIC X(1).
       01 停止区分入力OKフラグ      PIC X(1) VALUE 'N'.
           88 停止区分入力OK           VALUE 'Y'.
       01 入力停止範囲           PIC 9.
       01 停止範囲入力OKフラグ      PIC X(1) VALUE 'N'.
           88 停止範囲入力OK           VALUE 'Y'.
       01 入力拘束金額           PIC 9(9).
       01 拘束金額入力OKフラグ      PIC X(1) VALUE 'N'.
           88 拘束金額入力OK           VALUE 'Y'.
       01 入力受付日            PIC 9(8).
       01 受付日入力OKフラグ       PIC X(1) VALUE 'N'.
           88 受付日入力OK            VALUE 'Y'.
       01 入力解除日            PIC 9(8).
       01 解除日入力OKフラグ       PIC X(1) VALUE 'N'.
           88 解除日入力OK            VALUE 'Y'.
       01 解除確認入力           PIC 9.

       01 停止区分名称           PIC X(12).
       01 停止範囲名称           PIC X(24).

       01 証跡設定操作区分         PIC X(2).
       01 証跡設定前値           PIC 9(9).
       01 証跡設定後値           PIC 9(9).

       PROCEDURE DIVISION.

       メイン手続き.
           DISPLAY '--- 支払停止保守(責任者用) ---'
           PERFORM 責任者認証

           PERFORM ファイルオープン処理

           PERFORM UNTIL 終了フラグ = 'Y'
               DISPLAY '--- 支払停止保守メニュー ---'
               DISPLAY '1. 支払停止登録'
               DISPLAY '2. 支払停止照会'
               DISPLAY '3. 支払停止変更'
               DISPLAY '4. 支払停止解除'
               DISPLAY '0. 終了'
               ACCEPT ユーザー選択

               EVALUATE ユーザー選択
                   WHEN 1
                       PERFORM 支払停止登録手続き
                   WHEN 2
                       PERFORM 支払停止照会手続き
                   WHEN 3
                       PERFORM 支払停止変更手続き
                   WHEN 4
                       PERFORM 支払停止解除手続き
                   WHEN 0
                       MOVE 'Y' TO 終了フラグ
                   WHEN OTHER
                       DISPLAY '無効な選択です。もう一度選んでください。'
               END-EVALUATE
           END-PERFORM

           PERFORM ファイルクローズ処理

           DISPLAY '支払停止保守を終了します。'.
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

       ファイルクローズ処理.
           CLOSE 口座マスタファイル.

       口座番号入力.
           DISPLAY '口座番号を入力してください: '
           ACCEPT 入力口座番号
           MOVE 入力口座番号 TO 口座番号
           READ 口座マスタファイル
               INVALID KEY
                   DISPLAY '指定された口座番号は存在しません。'
                   SET 口座無し TO TRUE
               NOT INVALID KEY
                   SET 口座有り TO TRUE
           END-READ.

      *>-----------------------------------------------------------
      *> 保守操作1件を保守証跡ファイルへ追記する(口座保守と同じ
      *> 方式)。操作後の支払停止区分・範囲を併せて記録する。
      *>-----------------------------------------------------------
       保守証跡追記.
           OPEN EXTEND 保守証跡ファイル
           IF 保守証跡状態 = '35'
               OPEN OUTPUT 保守証跡ファイル
               CLOSE 保守証跡ファイル
               OPEN EXTEND 保守証跡ファイル
           END-IF
           ACCEPT 保守日付 FROM DATE YYYYMMDD
           ACCEPT 保守時刻 FROM TIME
           MOVE 口座番号 TO 保守対象口座番号
           MOVE 証跡設定操作区分 TO 保守操作区分
           MOVE 証跡設定前値 TO 保守変更前値
           MOVE 証跡設定後値 TO 保守変更後値
           MOVE 担当者コード TO 保守担当者
           MOVE 支払停止区分 TO 保守停止区分
           MOVE 支払停止範囲 TO 保守停止範囲
           WRITE 保守証跡レコード
           CLOSE 保守証跡ファイル.

      *>-----------------------------------------------------------
      *> 現在読み込まれている口座の支払停止の状況を表示する。
      *>-----------------------------------------------------------
       支払停止内容表示.
           PERFORM 停止名称設定
           DISPLAY '口座番号  : ' 口座番号
           DISPLAY '口座残高  : ' 口座残高 '円'
           IF 支払停止中
               DISPLAY '支払停止区分: ' 停止区分名称
               DISPLAY '停止範囲  : ' 停止範囲名称
               IF 一部支払停止
                   DISPLAY '拘束金額  : ' 拘束金額 '円'
               END-IF
               DISPLAY '受付日   : ' 支払停止受付日
           ELSE
               DISPLAY '支払停止区分: なし'
               IF 支払停止解除日 NOT = 0
                   DISPLAY '直近の受付日: ' 支払停止受付日
                       '  解除日: ' 支払停止解除日
               END-IF
           END-IF.

       停止名称設定.
           EVALUATE TRUE
               WHEN 差押停止
                   MOVE '差押' TO 停止区分名称
               WHEN 死亡停止
                   MOVE '死亡' TO 停止区分名称
               WHEN 凍結停止
                   MOVE '凍結' TO 停止区分名称
               WHEN その他停止
                   MOVE 'その他' TO 停止区分名称
               WHEN OTHER
                   MOVE SPACES TO 停止区分名称
           END-EVALUATE
           IF 全額支払停止
               MOVE '全額停止' TO 停止範囲名称
           ELSE
               MOVE '一部停止(拘束金額)' TO 停止範囲名称
           END-IF.

      *>-----------------------------------------------------------
      *> 支払停止区分・停止範囲・拘束金額を入力させる。各項目は
      *> 正しい値を入力できるまで再入力させる(拘束金額は一部停止
      *> の場合のみ入力させ、全額停止の場合は0とする)。
      *>-----------------------------------------------------------
       停止内容入力.
           MOVE 'N' TO 停止区分入力OKフラグ
           PERFORM 停止区分入力チェック UNTIL 停止区分入力OK
           MOVE 'N' TO 停止範囲入力OKフラグ
           PERFORM 停止範囲入力チェック UNTIL 停止範囲入力OK
           MOVE 0 TO 入力拘束金額
           IF 入力停止範囲 = 2
               MOVE 'N' TO 拘束金額入力OKフラグ
               PERFORM 拘束金額入力チェック UNTIL 拘束金額入力OK
           END-IF.

       停止区分入力チェック.
           DISPLAY '支払停止区分を入力してください(1:差押 2:死亡 3:凍結 9:その他): '
           ACCEPT 入力停止区分
           IF 入力停止区分 = '1' OR 入力停止区分 = '2'
                   OR 入力停止区分 = '3' OR 入力停止区分 = '9'
               SET 停止区分入力OK TO TRUE
           ELSE
               DISPLAY '1、2、3、9のいずれかを入力してください。'
           END-IF.

       停止範囲入力チェック.
           DISPLAY '停止範囲を入力してください(1:全額停止 2:一部停止(拘束金額)): '
           ACCEPT 入力停止範囲
           IF 入力停止範囲 = 1 OR 入力停止範囲 = 2
               SET 停止範囲入力OK TO TRUE
           ELSE
               DISPLAY '1または2を入力してください。'
           END-IF.

       拘束金額入力チェック.
           DISPLAY '拘束金額を入力してください: '
           ACCEPT 入力拘束金額
           IF 入力拘束金額 = 0
               DISPLAY '拘束金額に0は指定できません。もう一度入力してください。'
           ELSE
               SET 拘束金額入力OK TO TRUE
           END-IF.

      *>-----------------------------------------------------------
      *> 受付日・解除日は本日以前の日付であることを確認できるまで
      *> 再入力させる(解除日は受付日以降であることも確認する)。
      *>-----------------------------------------------------------
       受付日入力チェック.
           DISPLAY '受付日を入力してください(YYYYMMDD): '
           ACCEPT 入力受付日
           IF 入力受付日 = 0 OR 入力受付日 > 本日日付
               DISPLAY '受付日は本日以前の日付を入力してください。'
           ELSE
               SET 受付日入力OK TO TRUE
           END-IF.

       解除日入力チェック.
           DISPLAY '解除日を入力してください(YYYYMMDD): '
           ACCEPT 入力解除日
           IF 入力解除日 < 支払停止受付日 OR 入力解除日 > 本日日付
               DISPLAY '解除日は受付日(' 支払停止受付日
                   ')から本日までの日付を入力してください。'
           ELSE
               SET 解除日入力OK TO TRUE
           END-IF.

      *>-----------------------------------------------------------
      *> 入力した停止内容を口座マスタへ設定する。
      *>-----------------------------------------------------------
       停止内容設定.
           MOVE 入力停止区分 TO 支払停止区分
           IF 入力停止範囲 = 1
               SET 全額支払停止 TO TRUE
           ELSE
               SET 一部支払停止 TO TRUE
           END-IF
           MOVE 入力拘束金額 TO 拘束金額.

      *>-----------------------------------------------------------
      *> 支払停止の登録。既に支払停止中の口座は変更(メニュー3)で
      *> 扱う。拘束金額が現在の残高を超えていても登録できる(以後の
      *> 入金は拘束の範囲内で出金不可となる)。
      *>-----------------------------------------------------------
       支払停止登録手続き.
           PERFORM 口座番号入力
           IF 口座有り
               IF 支払停止中
                   DISPLAY 'この口座は既に支払停止中です。内容の変更は支払停止変更で行ってください。'
               ELSE
                   ACCEPT 本日日付 FROM DATE YYYYMMDD
                   PERFORM 停止内容入力
                   MOVE 'N' TO 受付日入力OKフラグ
                   PERFORM 受付日入力チェック UNTIL 受付日入力OK
                   PERFORM 停止内容設定
                   MOVE 入力受付日 TO 支払停止受付日
                   MOVE 0 TO 支払停止解除日
                   REWRITE 口座マスタレコード
                   MOVE '12' TO 証跡設定操作区分
                   MOVE 0 TO 証跡設定前値
                   MOVE 拘束金額 TO 証跡設定後値
                   PERFORM 保守証跡追記
                   DISPLAY '支払停止を登録しました。口座番号: '
                       入力口座番号
               END-IF
           END-IF.

       支払停止照会手続き.
           PERFORM 口座番号入力
           IF 口座有り
               PERFORM 支払停止内容表示
           END-IF.

      *>-----------------------------------------------------------
      *> 支払停止の変更(差押の拘束金額の変更、一部停止から全額停止
      *> への切替えなど)。受付日は当初の受付日のまま残す。
      *>-----------------------------------------------------------
       支払停止変更手続き.
           PERFORM 口座番号入力
           IF 口座有り
               IF NOT 支払停止中
                   DISPLAY 'この口座は支払停止中ではありません。'
               ELSE
                   PERFORM 支払停止内容表示
                   DISPLAY '新しい内容を入力してください。'
                   PERFORM 停止内容入力
                   MOVE 拘束金額 TO 証跡設定前値
                   PERFORM 停止内容設定
                   REWRITE 口座マスタレコード
                   MOVE '13' TO 証跡設定操作区分
                   MOVE 拘束金額 TO 証跡設定後値
                   PERFORM 保守証跡追記
                   DISPLAY '支払停止を変更しました。口座番号: '
                       入力口座番号
               END-IF
           END-IF.

      *>-----------------------------------------------------------
      *> 支払停止の解除。区分・範囲・拘束金額をクリアし、解除日を
      *> 記録する(受付日は直近の停止の記録として残す)。
      *>-----------------------------------------------------------
       支払停止解除手続き.
           PERFORM 口座番号入力
           IF 口座有り
               IF NOT 支払停止中
                   DISPLAY 'この口座は支払停止中ではありません。'
               ELSE
                   PERFORM 支払停止内容表示
                   DISPLAY '解除してよろしいですか(1:はい 2:いいえ): '
                   ACCEPT 解除確認入力
                   IF 解除確認入力 = 1
                       ACCEPT 本日日付 FROM DATE YYYYMMDD
                       MOVE 'N' TO 解除日入力OKフラグ
                       PERFORM 解除日入力チェック UNTIL 解除日入力OK
                       MOVE 拘束金額 TO 証跡設定前値
                       SET 支払停止無し TO TRUE
                       MOVE SPACE TO 支払停止範囲
                       MOVE 0 TO 拘束金額
                       MOVE 入力解除日 TO 支払停止解除日
                       REWRITE 口座マスタレコード
                       MOVE '14' TO 証跡設定操作区分
                       MOVE 0 TO 証跡設定後値
                       PERFORM 保守証跡追記
                       DISPLAY '支払停止を解除しました。口座番号: '
                           入力口座番号
                   ELSE
                       DISPLAY '解除を中止しました。'
                   END-IF
               END-IF
           END-IF.
