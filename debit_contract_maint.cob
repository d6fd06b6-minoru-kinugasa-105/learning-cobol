      *>   2026-09-02  SK  口座振替(自動引落)契約の登録・照会・
      *>                   変更・解除保守画面を新規作成。全操作を
      *>                   保守証跡ファイルへ記録する
      *>   2026-10-15  SK  保守証跡レコードの支払停止区分・範囲の追加
      *>                   に伴う初期化を追加
      *>   2026-10-15  SK  起動時にオペレータマスタで認証し、責任者
      *>                   権限のオペレータのみ起動を許可する。保守証跡
      *>                   の担当者には認証済みのオペレータコードを記録
      *>   2026-10-15  SK  引落金額区分(定額/請求データ)を追加。請求データによる
      *>                   契約は引落金額・引落日を持たず、収納企業の請求データの
      *>                   金額と引落指定日で引き落とす
      *>-----------------------------------------------------------

       ENVIRONMENT DIVISION.
           COPY "HIKISEL.cpy".
           COPY "KOZASEL.cpy".
           COPY "HOSHSEL.cpy".
           COPY "OPESEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "HOSHFD.cpy".
           COPY "HOSHREC.cpy".

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

       01 入力契約番号           PIC 9(7).
       01 契約有無フラグ          PIC X(1) VALUE 'N'.
       01 入力引落先口座番号        PIC 9(7).
       01 入力引落金額           PIC 9(9).
       01 入力引落日            PIC 9(2).
       01 入力引落金額区分         PIC X(1).
       01 解除確認入力           PIC 9.

       01 口座確認番号           PIC 9(7).

       メイン手続き.
           DISPLAY '--- 引落契約保守 ---'
           PERFORM 責任者認証

           PERFORM ファイルオープン処理

           DISPLAY '引落契約保守を終了します。'.
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
           OPEN I-O 引落契約マスタファイル
           IF 引落契約状態 = '35'
           END-IF.

      *>-----------------------------------------------------------
      *> 引落口座・引落先口座・引落金額区分・金額・引落日を入力
      *> させ、両口座の実在と引落日(1~31)・金額(0円以外)・両口座
      *> が同一でないことを確認する。請求データによる契約(区分2)
      *> は金額・引落日を収納企業の請求データで受けるため入力させず
      *> 0とする(引落先口座が収納企業の口座となる)。
      *>-----------------------------------------------------------
       契約内容入力.
           MOVE 'N' TO 契約内容OKフラグ
           ACCEPT 入力引落口座番号
           DISPLAY '引落先口座番号を入力してください: '
           ACCEPT 入力引落先口座番号
           DISPLAY '引落金額区分を入力してください(1:定額 2:請求データ): '
           ACCEPT 入力引落金額区分
           IF 入力引落金額区分 = '2'
               MOVE 0 TO 入力引落金額
               MOVE 0 TO 入力引落日
           ELSE
               DISPLAY '引落金額を入力してください: '
               ACCEPT 入力引落金額
               DISPLAY '引落日を入力してください(1~31): '
               ACCEPT 入力引落日
           END-IF

           EVALUATE TRUE
               WHEN 入力引落口座番号 = 入力引落先口座番号
                   DISPLAY '引落口座と引落先口座が同一です。'
               WHEN 入力引落金額区分 NOT = '1' AND 入力引落金額区分 NOT = '2'
                   DISPLAY '引落金額区分は1または2で入力してください。'
               WHEN 入力引落金額区分 = '1' AND 入力引落金額 = 0
                   DISPLAY '引落金額に0は指定できません。'
               WHEN 入力引落金額区分 = '1'
                       AND (入力引落日 < 1 OR 入力引落日 > 31)
                   DISPLAY '引落日は1~31で入力してください。'
               WHEN OTHER
                   MOVE 入力引落口座番号 TO 口座確認番号
           DISPLAY '契約番号  : ' 契約番号
           DISPLAY '引落口座  : ' 引落口座番号
           DISPLAY '引落先口座 : ' 引落先口座番号
           IF 請求引落
               DISPLAY '引落金額  : 請求データによる'
               DISPLAY '引落日   : 請求データの引落指定日'
           ELSE
               DISPLAY '引落金額  : ' 引落金額 '円'
               DISPLAY '引落日   : 毎月' 引落日 '日'
           END-IF
           IF 契約有効
               DISPLAY '状態    : 有効'
           ELSE
           MOVE 証跡設定前値 TO 保守変更前値
           MOVE 証跡設定後値 TO 保守変更後値
           MOVE 担当者コード TO 保守担当者
           MOVE SPACES TO 保守停止区分
           MOVE SPACES TO 保守停止範囲
           WRITE 保守証跡レコード
           CLOSE 保守証跡ファイル.

                   MOVE 入力引落先口座番号 TO 引落先口座番号
                   MOVE 入力引落金額 TO 引落金額
                   MOVE 入力引落日 TO 引落日
                   MOVE 入力引落金額区分 TO 引落金額区分
                   SET 契約有効 TO TRUE
                   MOVE 0 TO 最終引落年月
                   MOVE 0 TO 引落不能回数
                   MOVE 入力引落先口座番号 TO 引落先口座番号
                   MOVE 入力引落金額 TO 引落金額
                   MOVE 入力引落日 TO 引落日
                   MOVE 入力引落金額区分 TO 引落金額区分
                   REWRITE 引落契約マスタレコード
                   MOVE '10' TO 証跡設定操作区分
                   MOVE 入力引落金額 TO 証跡設定後値
