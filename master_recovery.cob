       IDENTIFICATION DIVISION.
       PROGRAM-ID. 前進復帰.
       AUTHOR. 勘定系システム開発チーム.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *>-----------------------------------------------------------
      *> 変更履歴
      *>   2026-10-15  SK  マスタ退避バッチの世代から口座マスタなど
      *>                   を戻し、その後の取引履歴を再適用して口座
      *>                   残高・最終取引日・出金累計を復元する前進
      *>                   復帰プログラムを新規作成。復帰後は勘定照合
      *>                   バッチと同じ全件リプレイで検証し、実施を
      *>                   バッチ実行管理ファイルに記録する
      *>   2026-10-15  SK  取引履歴アーカイブバッチで索引ファイル
      *>                   から削除した年の明細は、復帰後の検証で
      *>                   繰越残高ファイルの繰越残高を起点として
      *>                   理論残高を積み上げるよう変更
      *>
      *> 運用手順: 口座マスタが壊れた・失われた場合に、閉局中に
      *> 責任者が起動する。戻したい世代のマスタ退避ファイルを起動側
      *> (JCL/環境変数)で割り当て、復帰範囲を選ぶ。
      *>   1: 口座マスタのみ世代に戻し、世代退避後の取引履歴を
      *>      再適用する(通常の前進復帰)。
      *>   2: 顧客マスタ・引落契約マスタ・振込予約ファイルも世代の
      *>      内容に戻す。これらは取引履歴から再現できないため、
      *>      夜間前の世代に戻して夜間バッチをやり直す場合など、世代
      *>      退避後にこれらを更新した処理が無いときに限って使う。
      *> 世代退避後の保守(支払停止・口座ロック解除・休眠解除・口座
      *> 開設など)は取引履歴に残らないため戻らない。保守証跡ファイル
      *> で確認して再入力する。世代に無い口座の取引が見つかった
      *> 場合と検証で不一致が出た場合は異常終了として記録する。
      *> 再実行手順: 同じ世代で何度実行しても同じ結果になるため、
      *> 原因を除去してそのまま再実行してよい。
      *>-----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "KOZASEL.cpy".
           COPY "KOKYSEL.cpy".
           COPY "HIKISEL.cpy".
           COPY "YOYKSEL.cpy".
           COPY "TORISEL.cpy".
           COPY "TORIXSEL.cpy".
           COPY "KURISEL.cpy".
           COPY "BATKSEL.cpy".
           COPY "EIGYSEL.cpy".
           COPY "OPESEL.cpy".
           COPY "MSEDSEL.cpy".

           SELECT 復帰結果ファイル ASSIGN TO "FUKKIHYO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 復帰結果状態.

       DATA DIVISION.
       FILE SECTION.
           COPY "KOZAFD.cpy".
           COPY "KOZAREC.cpy".

           COPY "KOKYFD.cpy".
           COPY "KOKYREC.cpy".

           COPY "HIKIFD.cpy".
           COPY "HIKIREC.cpy".

           COPY "YOYKFD.cpy".
           COPY "YOYKREC.cpy".

           COPY "TORIFD.cpy".
           COPY "TORIREC.cpy".

           COPY "TORIXFD.cpy".
           COPY "TORIXREC.cpy".

           COPY "KURIFD.cpy".
           COPY "KURIREC.cpy".

           COPY "BATKFD.cpy".
           COPY "BATKREC.cpy".

           COPY "EIGYFD.cpy".
           COPY "EIGYREC.cpy".

           COPY "OPEFD.cpy".
           COPY "OPEREC.cpy".

           COPY "MSEDFD.cpy".
           COPY "MSEDREC.cpy".

       FD  復帰結果ファイル
           LABEL RECORDS ARE STANDARD.
       01  復帰結果行             PIC X(150).

       WORKING-STORAGE SECTION.
           COPY "FILESTAT.cpy".

       01 復帰結果状態           PIC X(02).

       01 処理日              PIC 9(8).
       01 担当者コード           PIC X(8).
       01 入力オペレータ暗証        PIC 9(4).
       01 オペレータ認証OKフラグ     PIC X(1) VALUE 'N'.
           88 オペレータ認証OK         VALUE 'Y'.
       01 オペレータ認証失敗回数      PIC 9(2) VALUE 0.
       01 認証失敗上限           PIC 9(2) VALUE 3.

       01 復帰範囲             PIC 9(1) VALUE 0.
           88 口座のみ復帰            VALUE 1.
           88 全マスタ復帰            VALUE 2.
           88 復帰範囲OK            VALUE 1 2.
       01 復帰確認入力           PIC 9(1).

       01 世代終了フラグ          PIC X(1) VALUE 'N'.
           88 世代終了              VALUE 'Y'.
       01 口座終了フラグ          PIC X(1) VALUE 'N'.
           88 口座終了              VALUE 'Y'.
       01 索引終了フラグ          PIC X(1) VALUE 'N'.
           88 索引終了              VALUE 'Y'.
       01 履歴終了フラグ          PIC X(1) VALUE 'N'.
           88 履歴終了              VALUE 'Y'.
       01 復帰異常フラグ          PIC X(1) VALUE 'N'.
           88 復帰異常              VALUE 'Y'.

      *>-----------------------------------------------------------
      *> 世代の検査結果と見出し・終端の内容
      *>-----------------------------------------------------------
       01 世代正常フラグ          PIC X(1) VALUE 'N'.
           88 世代正常              VALUE 'Y'.
       01 見出し有りフラグ         PIC X(1) VALUE 'N'.
           88 見出し有り             VALUE 'Y'.
       01 終端有りフラグ          PIC X(1) VALUE 'N'.
           88 終端有り              VALUE 'Y'.
       01 世代勘定日            PIC 9(8) VALUE 0.
       01 世代時点区分           PIC X(1).
           88 世代夜間前             VALUE 'B'.
       01 世代退避日付           PIC 9(8).
       01 世代退避時刻           PIC 9(8).
       01 検査口座件数           PIC 9(7) VALUE 0.
       01 検査顧客件数           PIC 9(7) VALUE 0.
       01 検査契約件数           PIC 9(7) VALUE 0.
       01 検査予約件数           PIC 9(7) VALUE 0.
       01 検査不明件数           PIC 9(7) VALUE 0.
       01 終端口座件数           PIC 9(7) VALUE 0.
       01 終端顧客件数           PIC 9(7) VALUE 0.
       01 終端契約件数           PIC 9(7) VALUE 0.
       01 終端予約件数           PIC 9(7) VALUE 0.

      *>-----------------------------------------------------------
      *> 再適用する明細(索引・順編成のどちらから読んだ明細も
      *> ここへ移してから適用する)
      *>-----------------------------------------------------------
       01 位置付け取引日          PIC 9(8).
       01 読飛ばし残件数          PIC 9(5).
       01 再適用件数            PIC 9(5).
       01 退避時帳簿残高          PIC S9(9).
       01 復帰帳簿残高           PIC S9(9).
       01 適用取引日            PIC 9(8).
       01 適用取引区分           PIC X(2).
           88 適用入金取引            VALUE '01' '03' '05' '07' '09' '12'.
           88 適用引出取引            VALUE '02'.
           88 適用振替取引            VALUE '04' '05'.
           88 適用振替出金取引          VALUE '04'.
           88 適用振込出金取引          VALUE '06'.
           88 適用利息税金取引          VALUE '03' '13' '14'.
           88 適用取消取引            VALUE '09' '10'.
       01 適用取引金額           PIC 9(9).
       01 適用担当者コード         PIC X(8).

      *>-----------------------------------------------------------
      *> 検証(勘定照合バッチと同じ全件リプレイ)
      *>-----------------------------------------------------------
       01 理論残高             PIC S9(9).
       01 帳簿残高             PIC S9(9).
       01 差額               PIC S9(9).
       01 理論残高表示           PIC +9(9).
       01 帳簿残高表示           PIC +9(9).
       01 差額表示             PIC +9(9).
       01 退避時残高表示          PIC +9(9).
       01 復帰後残高表示          PIC +9(9).

       01 確認口座番号           PIC 9(7).
       01 直前確認口座番号         PIC 9(7).

       01 復帰口座件数           PIC 9(7) COMP-3 VALUE 0.
       01 再適用口座件数          PIC 9(7) COMP-3 VALUE 0.
       01 再適用明細件数          PIC 9(7) COMP-3 VALUE 0.
       01 復帰顧客件数           PIC 9(7) COMP-3 VALUE 0.
       01 復帰契約件数           PIC 9(7) COMP-3 VALUE 0.
       01 復帰予約件数           PIC 9(7) COMP-3 VALUE 0.
       01 未復帰検出件数          PIC 9(7) COMP-3 VALUE 0.
       01 対象件数             PIC 9(7) COMP-3 VALUE 0.
       01 不一致件数            PIC 9(7) COMP-3 VALUE 0.
       01 スキップ件数           PIC 9(7) COMP-3 VALUE 0.
       01 件数表示1            PIC 9(7).
       01 件数表示2            PIC 9(7).
       01 件数表示3            PIC 9(7).
       01 件数表示4            PIC 9(7).

       01 バッチ名定数           PIC X(30) VALUE '前進復帰'.
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
               DISPLAY '前進復帰はオンライン開局中のため実行できません。'
               DISPLAY '閉局してから実行してください。'
               STOP RUN
           END-IF
           ACCEPT 処理日 FROM DATE YYYYMMDD
           IF 締め勘定日 NOT = 0
               MOVE 締め勘定日 TO 処理日
           END-IF
           MOVE 処理日 TO 処理対象年月日

           PERFORM 責任者認証
           PERFORM 世代検査処理
           IF NOT 世代正常
               DISPLAY '指定された世代は復帰に使用できません。処理を中止します。'
               STOP RUN
           END-IF
           PERFORM 世代内容表示
           PERFORM 復帰範囲入力チェック UNTIL 復帰範囲OK
           DISPLAY '口座マスタを世代の内容に戻して取引履歴を再適用します。'
           DISPLAY 'よろしいですか(1:はい 2:いいえ): '
           ACCEPT 復帰確認入力
           IF 復帰確認入力 NOT = 1
               DISPLAY '前進復帰を中止しました。'
               STOP RUN
           END-IF

           PERFORM バッチ実行前確認
           PERFORM バッチ開始記録

           PERFORM ファイルオープン処理
           PERFORM ヘッダー出力処理
           MOVE 'N' TO 世代終了フラグ
           PERFORM 世代読込
           PERFORM 世代レコード復帰 UNTIL 世代終了
           PERFORM 復帰マスタクローズ処理

           OPEN INPUT 口座マスタファイル
           PERFORM 未復帰口座確認処理
           PERFORM 復帰検証処理
           CLOSE 口座マスタファイル

           PERFORM 結果集計出力処理
           PERFORM ファイルクローズ処理

           MOVE 復帰口座件数 TO 記録処理件数
           PERFORM バッチ終了記録

           IF 復帰異常
               DISPLAY '前進復帰の結果に未復帰・不一致があります。復帰結果表を確認してください。'
           ELSE
               DISPLAY '前進復帰が完了しました。口座: ' 復帰口座件数
                   '件  再適用明細: ' 再適用明細件数 '件'
           END-IF
           STOP RUN.

      *>-----------------------------------------------------------
      *> 起動時の責任者認証。オペレータマスタのオペレータコードと
      *> 暗証番号で本人確認し、責任者権限のオペレータにのみ起動を
      *> 許可する(口座保守と同じ方式)。認証したオペレータコードを
      *> 復帰結果表に記録する。規定回数(認証失敗上限)連続して
      *> 失敗した場合は起動を中止する。
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

      *>-----------------------------------------------------------
      *> 割り当てられた世代を最後まで読み、先頭が見出しレコード、
      *> 末尾が終端レコードで、種別ごとの件数が終端レコードの件数
      *> と一致することを確認する(退避が途中で止まった世代や別の
      *> ファイルを誤って割り当てた場合は復帰しない)。
      *>-----------------------------------------------------------
       世代検査処理.
           MOVE 'N' TO 世代正常フラグ
           OPEN INPUT マスタ退避ファイル
           IF マスタ退避状態 = '35'
               DISPLAY 'マスタ退避ファイル(復帰する世代)が割り当てられていません。'
           ELSE
               MOVE 'N' TO 世代終了フラグ
               PERFORM 世代読込
               IF NOT 世代終了 AND 退避見出しレコード
                   SET 見出し有り TO TRUE
                   MOVE 退避勘定日 TO 世代勘定日
                   MOVE 退避時点区分 TO 世代時点区分
                   MOVE 退避日付 TO 世代退避日付
                   MOVE 退避時刻 TO 世代退避時刻
                   PERFORM 世代読込
               END-IF
               PERFORM 世代件数計数 UNTIL 世代終了
               CLOSE マスタ退避ファイル
               EVALUATE TRUE
                   WHEN NOT 見出し有り
                       DISPLAY '世代の先頭に見出しレコードがありません。'
                   WHEN NOT 終端有り
                       DISPLAY '世代に終端レコードがありません(退避が途中で止まった世代です)。'
                   WHEN 検査口座件数 NOT = 終端口座件数
                           OR 検査顧客件数 NOT = 終端顧客件数
                           OR 検査契約件数 NOT = 終端契約件数
                           OR 検査予約件数 NOT = 終端予約件数
                           OR 検査不明件数 NOT = 0
                       DISPLAY '世代の件数が終端レコードと一致しません。'
                   WHEN OTHER
                       SET 世代正常 TO TRUE
               END-EVALUATE
           END-IF.

       世代読込.
           READ マスタ退避ファイル
               AT END
                   SET 世代終了 TO TRUE
           END-READ.

      *>-----------------------------------------------------------
      *> 終端レコードの後に別のレコードが続く場合は終端無しと同じ
      *> 扱いとする(終端有りは最後のレコードが終端のときのみ)。
      *>-----------------------------------------------------------
       世代件数計数.
           MOVE 'N' TO 終端有りフラグ
           EVALUATE TRUE
               WHEN 退避口座レコード
                   ADD 1 TO 検査口座件数
               WHEN 退避顧客レコード
                   ADD 1 TO 検査顧客件数
               WHEN 退避引落契約レコード
                   ADD 1 TO 検査契約件数
               WHEN 退避振込予約レコード
                   ADD 1 TO 検査予約件数
               WHEN 退避終端レコード
                   SET 終端有り TO TRUE
                   MOVE 退避口座件数 TO 終端口座件数
                   MOVE 退避顧客件数 TO 終端顧客件数
                   MOVE 退避引落契約件数 TO 終端契約件数
                   MOVE 退避振込予約件数 TO 終端予約件数
               WHEN OTHER
                   ADD 1 TO 検査不明件数
           END-EVALUATE
           PERFORM 世代読込.

       世代内容表示.
           IF 世代夜間前
               DISPLAY '復帰する世代: 勘定日 ' 世代勘定日 ' の夜間バッチ前'
           ELSE
               DISPLAY '復帰する世代: 勘定日 ' 世代勘定日 ' の夜間バッチ後'
           END-IF
           DISPLAY '  退避日時: ' 世代退避日付 ' ' 世代退避時刻
           DISPLAY '  口座: ' 検査口座件数 '件  顧客: ' 検査顧客件数
               '件  引落契約: ' 検査契約件数 '件  振込予約: '
               検査予約件数 '件'.

       復帰範囲入力チェック.
           DISPLAY '復帰範囲を選択してください'
           DISPLAY '  1: 口座マスタのみ(取引履歴を再適用)'
           DISPLAY '  2: 顧客・引落契約・振込予約も世代に戻す'
           ACCEPT 復帰範囲
           IF NOT 復帰範囲OK
               DISPLAY '1か2を入力してください。'
           END-IF.

      *>-----------------------------------------------------------
      *> 復帰するマスタは出力で開き直して世代の内容だけにする。
      *> 口座のみ復帰の場合、顧客・引落契約・振込予約には触れない。
      *>-----------------------------------------------------------
       ファイルオープン処理.
           OPEN INPUT マスタ退避ファイル
           OPEN OUTPUT 口座マスタファイル
           IF 全マスタ復帰
               OPEN OUTPUT 顧客マスタファイル
               OPEN OUTPUT 引落契約マスタファイル
               OPEN OUTPUT 振込予約ファイル
           END-IF
           OPEN INPUT 取引履歴索引ファイル
           OPEN INPUT 繰越残高ファイル
           OPEN OUTPUT 復帰結果ファイル.

       復帰マスタクローズ処理.
           CLOSE マスタ退避ファイル
           CLOSE 口座マスタファイル
           IF 全マスタ復帰
               CLOSE 顧客マスタファイル
               CLOSE 引落契約マスタファイル
               CLOSE 振込予約ファイル
           END-IF.

       ファイルクローズ処理.
           IF 取引履歴索引状態 NOT = '35'
               CLOSE 取引履歴索引ファイル
           END-IF
           IF 繰越残高状態 NOT = '35'
               CLOSE 繰越残高ファイル
           END-IF
           CLOSE 復帰結果ファイル.

       世代レコード復帰.
           EVALUATE TRUE
               WHEN 退避口座レコード
                   PERFORM 口座前進復帰
               WHEN 退避顧客レコード AND 全マスタ復帰
                   MOVE 退避データ TO 顧客マスタレコード
                   WRITE 顧客マスタレコード
                       INVALID KEY
                           DISPLAY '顧客マスタへ復帰できません。顧客番号: '
                               顧客番号 OF 顧客マスタレコード
                           SET 復帰異常 TO TRUE
                       NOT INVALID KEY
                           ADD 1 TO 復帰顧客件数
                   END-WRITE
               WHEN 退避引落契約レコード AND 全マスタ復帰
                   MOVE 退避データ TO 引落契約マスタレコード
                   WRITE 引落契約マスタレコード
                       INVALID KEY
                           DISPLAY '引落契約マスタへ復帰できません。契約番号: '
                               契約番号
                           SET 復帰異常 TO TRUE
                       NOT INVALID KEY
                           ADD 1 TO 復帰契約件数
                   END-WRITE
               WHEN 退避振込予約レコード AND 全マスタ復帰
                   MOVE 退避データ TO 振込予約レコード
                   WRITE 振込予約レコード
                       INVALID KEY
                           DISPLAY '振込予約ファイルへ復帰できません。予約番号: '
                               予約番号
                           SET 復帰異常 TO TRUE
                       NOT INVALID KEY
                           ADD 1 TO 復帰予約件数
                   END-WRITE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 世代読込.

      *>-----------------------------------------------------------
      *> 世代の口座レコードを戻し、世代退避後の取引を再適用する。
      *> 当該口座の世代勘定日以降の明細を、マスタ退避バッチが件数を
      *> 数えたのと同じ順(取引履歴索引ファイルのキー順、続いて
      *> 取引履歴ファイルの記帳順)に読み、退避時反映件数分を読み
      *> 飛ばした残りを適用する。残高は帳簿残高(口座残高-貸越
      *> 残高)で積み上げ、負になった分は総合口座貸越の貸越残高に
      *> 戻す(口座残高と貸越残高を同時に持たない)。
      *>-----------------------------------------------------------
       口座前進復帰.
           MOVE 退避口座イメージ TO 口座マスタレコード
           MOVE 退避時反映件数 TO 読飛ばし残件数
           MOVE 0 TO 再適用件数
           COMPUTE 退避時帳簿残高 = 口座残高 - 貸越残高
           MOVE 退避時帳簿残高 TO 復帰帳簿残高
           MOVE 世代勘定日 TO 位置付け取引日
           PERFORM 索引位置付け
           PERFORM 索引再適用処理 UNTIL 索引終了
           OPEN INPUT 取引履歴ファイル
           IF 取引履歴状態 = '35'
               SET 履歴終了 TO TRUE
           ELSE
               MOVE 'N' TO 履歴終了フラグ
               PERFORM 履歴読込
           END-IF
           PERFORM 履歴再適用処理 UNTIL 履歴終了
           IF 取引履歴状態 NOT = '35'
               CLOSE 取引履歴ファイル
           END-IF
           IF 復帰帳簿残高 < 0
               MOVE 0 TO 口座残高
               COMPUTE 貸越残高 = 0 - 復帰帳簿残高
           ELSE
               MOVE 復帰帳簿残高 TO 口座残高
               MOVE 0 TO 貸越残高
           END-IF
           WRITE 口座マスタレコード
               INVALID KEY
                   DISPLAY '口座マスタへ復帰できません。口座番号: ' 口座番号
                   SET 復帰異常 TO TRUE
               NOT INVALID KEY
                   ADD 1 TO 復帰口座件数
           END-WRITE
           IF 再適用件数 > 0
               ADD 1 TO 再適用口座件数
               PERFORM 復帰口座行出力処理
           END-IF.

       索引位置付け.
           MOVE 'N' TO 索引終了フラグ
           IF 取引履歴索引状態 = '35'
               SET 索引終了 TO TRUE
           ELSE
               MOVE 口座番号 TO 索引口座番号
               MOVE 位置付け取引日 TO 索引取引日
               MOVE 0 TO 索引取引連番
               START 取引履歴索引ファイル
                   KEY IS NOT LESS THAN 取引履歴索引キー
                   INVALID KEY
                       SET 索引終了 TO TRUE
               END-START
           END-IF
           IF NOT 索引終了
               PERFORM 索引読込
           END-IF.

       索引読込.
           READ 取引履歴索引ファイル NEXT RECORD
               AT END
                   SET 索引終了 TO TRUE
           END-READ.

       履歴読込.
           READ 取引履歴ファイル
               AT END
                   SET 履歴終了 TO TRUE
           END-READ.

       索引再適用処理.
           IF 索引口座番号 NOT = 口座番号
               SET 索引終了 TO TRUE
           ELSE
               MOVE 索引取引日 TO 適用取引日
               MOVE 索引取引区分 TO 適用取引区分
               MOVE 索引取引金額 TO 適用取引金額
               MOVE 索引取引担当者コード TO 適用担当者コード
               PERFORM 明細再適用
               PERFORM 索引読込
           END-IF.

       履歴再適用処理.
           IF 取引口座番号 = 口座番号
                   AND 取引日 OF 取引履歴レコード NOT < 世代勘定日
               MOVE 取引日 OF 取引履歴レコード TO 適用取引日
               MOVE 取引区分 OF 取引履歴レコード TO 適用取引区分
               MOVE 取引金額 OF 取引履歴レコード TO 適用取引金額
               MOVE 取引担当者コード TO 適用担当者コード
               PERFORM 明細再適用
           END-IF
           PERFORM 履歴読込.

      *>-----------------------------------------------------------
      *> 明細1件の再適用。入金(預金/利息/振替入金/振込入金/取消
      *> 入金/口座振替入金)は加算、それ以外は減算する(勘定照合
      *> バッチのリプレイと同じ区分)。
      *>-----------------------------------------------------------
       明細再適用.
           IF 読飛ばし残件数 > 0
               SUBTRACT 1 FROM 読飛ばし残件数
           ELSE
               ADD 1 TO 再適用件数
               ADD 1 TO 再適用明細件数
               IF 適用入金取引
                   ADD 適用取引金額 TO 復帰帳簿残高
               ELSE
                   SUBTRACT 適用取引金額 FROM 復帰帳簿残高
               END-IF
               PERFORM 最終取引日再適用
               PERFORM 出金累計再適用
           END-IF.

      *>-----------------------------------------------------------
      *> 最終取引日は窓口・口座振替・振込予約・被仕向振込の取引で
      *> 更新される。利息・税金・貸越利息・取消(赤伝)と、満期処理
      *> バッチの振替(担当者 BATCH の振替出金/振替入金)は最終取引
      *> 日を動かさない(休眠判定を各処理と同じに保つ)。
      *>-----------------------------------------------------------
       最終取引日再適用.
           EVALUATE TRUE
               WHEN 適用利息税金取引
                   CONTINUE
               WHEN 適用取消取引
                   CONTINUE
               WHEN 適用振替取引 AND 適用担当者コード = 'BATCH'
                   CONTINUE
               WHEN OTHER
                   IF 適用取引日 > 最終取引日
                       MOVE 適用取引日 TO 最終取引日
                   END-IF
           END-EVALUATE.

      *>-----------------------------------------------------------
      *> 出金累計(1日の出金限度額の判定用)は引出・振込出金と、
      *> 窓口での連携口座からの補填(振替出金)で積み上げる。日が
      *> 変われば当日分から数え直す。
      *>-----------------------------------------------------------
       出金累計再適用.
           IF 適用引出取引 OR 適用振込出金取引
                   OR (適用振替出金取引 AND 適用担当者コード NOT = 'BATCH')
               IF 出金累計日 NOT = 適用取引日
                   MOVE 適用取引日 TO 出金累計日
                   MOVE 適用取引金額 TO 出金累計額
               ELSE
                   ADD 適用取引金額 TO 出金累計額
               END-IF
           END-IF.

      *>-----------------------------------------------------------
      *> 世代に無い口座(世代退避後に開設された口座など)の取引が
      *> 世代勘定日以降にあれば、残高を復元できないため一覧に出す。
      *> 索引ファイルは口座番号順のため口座ごとに1行、順編成の
      *> 取引履歴ファイルは口座が変わるごとに1行となる。
      *>-----------------------------------------------------------
       未復帰口座確認処理.
           MOVE 0 TO 直前確認口座番号
           MOVE 'N' TO 索引終了フラグ
           IF 取引履歴索引状態 = '35'
               SET 索引終了 TO TRUE
           ELSE
               MOVE 0 TO 索引口座番号
               MOVE 0 TO 索引取引日
               MOVE 0 TO 索引取引連番
               START 取引履歴索引ファイル
                   KEY IS NOT LESS THAN 取引履歴索引キー
                   INVALID KEY
                       SET 索引終了 TO TRUE
               END-START
           END-IF
           IF NOT 索引終了
               PERFORM 索引読込
           END-IF
           PERFORM 索引未復帰確認 UNTIL 索引終了

           MOVE 0 TO 直前確認口座番号
           OPEN INPUT 取引履歴ファイル
           IF 取引履歴状態 = '35'
               SET 履歴終了 TO TRUE
           ELSE
               MOVE 'N' TO 履歴終了フラグ
               PERFORM 履歴読込
           END-IF
           PERFORM 履歴未復帰確認 UNTIL 履歴終了
           IF 取引履歴状態 NOT = '35'
               CLOSE 取引履歴ファイル
           END-IF.

       索引未復帰確認.
           IF 索引取引日 NOT < 世代勘定日
                   AND 索引口座番号 NOT = 直前確認口座番号
               MOVE 索引口座番号 TO 直前確認口座番号
               MOVE 索引口座番号 TO 確認口座番号
               PERFORM 口座存在確認
           END-IF
           PERFORM 索引読込.

       履歴未復帰確認.
           IF 取引日 OF 取引履歴レコード NOT < 世代勘定日
                   AND 取引口座番号 NOT = 直前確認口座番号
               MOVE 取引口座番号 TO 直前確認口座番号
               MOVE 取引口座番号 TO 確認口座番号
               PERFORM 口座存在確認
           END-IF
           PERFORM 履歴読込.

       口座存在確認.
           MOVE 確認口座番号 TO 口座番号
           READ 口座マスタファイル
               INVALID KEY
                   ADD 1 TO 未復帰検出件数
                   SET 復帰異常 TO TRUE
                   PERFORM 未復帰行出力処理
           END-READ.

      *>-----------------------------------------------------------
      *> 復帰後の口座マスタを勘定照合バッチと同じ方法で検証する。
      *> 口座ごとに全取引履歴をリプレイして理論残高を求め、帳簿
      *> 残高(口座残高-貸越残高)と突合する。未確定取引(処理中
      *> 区分)が残っている口座は照合せずスキップする。
      *> 取引履歴アーカイブバッチで索引ファイルから削除した年の
      *> 明細は、繰越残高ファイルの繰越残高を起点として積み上げる。
      *>-----------------------------------------------------------
       復帰検証処理.
           MOVE 'N' TO 口座終了フラグ
           MOVE LOW-VALUES TO 口座番号
           START 口座マスタファイル KEY IS NOT LESS THAN 口座番号
               INVALID KEY
                   SET 口座終了 TO TRUE
           END-START
           IF NOT 口座終了
               PERFORM 口座読込
           END-IF
           PERFORM 口座ごと照合処理 UNTIL 口座終了.

       口座読込.
           READ 口座マスタファイル NEXT RECORD
               AT END
                   SET 口座終了 TO TRUE
           END-READ.

       口座ごと照合処理.
           IF 取引処理中
               ADD 1 TO スキップ件数
               PERFORM スキップ行出力処理
           ELSE
               ADD 1 TO 対象件数
               PERFORM 理論残高算出処理
               COMPUTE 帳簿残高 = 口座残高 - 貸越残高
               IF 理論残高 NOT = 帳簿残高
                   ADD 1 TO 不一致件数
                   SET 復帰異常 TO TRUE
                   PERFORM 不一致行出力処理
               END-IF
           END-IF
           PERFORM 口座読込.

       理論残高算出処理.
           PERFORM 繰越残高取得
           MOVE 0 TO 位置付け取引日
           PERFORM 索引位置付け
           PERFORM 索引リプレイ処理 UNTIL 索引終了
           OPEN INPUT 取引履歴ファイル
           IF 取引履歴状態 = '35'
               SET 履歴終了 TO TRUE
           ELSE
               MOVE 'N' TO 履歴終了フラグ
               PERFORM 履歴読込
           END-IF
           PERFORM 履歴リプレイ処理 UNTIL 履歴終了
           IF 取引履歴状態 NOT = '35'
               CLOSE 取引履歴ファイル
           END-IF.

       繰越残高取得.
           MOVE 0 TO 理論残高
           IF 繰越残高状態 NOT = '35'
               MOVE 口座番号 TO 繰越口座番号
               READ 繰越残高ファイル
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 繰越残高 TO 理論残高
               END-READ
           END-IF.

       索引リプレイ処理.
           IF 索引口座番号 NOT = 口座番号
               SET 索引終了 TO TRUE
           ELSE
               IF 索引預金取引 OR 索引利息取引
                       OR 索引振替入金取引 OR 索引振込入金取引
                       OR 索引取消入金取引 OR 索引口座振替入金取引
                   ADD 索引取引金額 TO 理論残高
               ELSE
                   SUBTRACT 索引取引金額 FROM 理論残高
               END-IF
               PERFORM 索引読込
           END-IF.

       履歴リプレイ処理.
           IF 取引口座番号 = 口座番号
               IF 預金取引 OR 利息取引 OR 振替入金取引 OR 振込入金取引
                       OR 取消入金取引 OR 口座振替入金取引
                   ADD 取引金額 OF 取引履歴レコード TO 理論残高
               ELSE
                   SUBTRACT 取引金額 OF 取引履歴レコード FROM 理論残高
               END-IF
           END-IF
           PERFORM 履歴読込.

       ヘッダー出力処理.
           MOVE SPACES TO 復帰結果行
           STRING '========== 前進復帰結果表 ==========' DELIMITED BY SIZE
               INTO 復帰結果行
           END-STRING
           WRITE 復帰結果行

           MOVE SPACES TO 復帰結果行
           STRING '処理日: ' DELIMITED BY SIZE
               処理日 DELIMITED BY SIZE
               '  担当者: ' DELIMITED BY SIZE
               担当者コード DELIMITED BY SIZE
               INTO 復帰結果行
           END-STRING
           WRITE 復帰結果行

           MOVE SPACES TO 復帰結果行
           IF 世代夜間前
               STRING '復帰世代: 勘定日 ' DELIMITED BY SIZE
                   世代勘定日 DELIMITED BY SIZE
                   ' 夜間バッチ前  退避日時: ' DELIMITED BY SIZE
                   世代退避日付 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   世代退避時刻 DELIMITED BY SIZE
                   INTO 復帰結果行
               END-STRING
           ELSE
               STRING '復帰世代: 勘定日 ' DELIMITED BY SIZE
                   世代勘定日 DELIMITED BY SIZE
                   ' 夜間バッチ後  退避日時: ' DELIMITED BY SIZE
                   世代退避日付 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   世代退避時刻 DELIMITED BY SIZE
                   INTO 復帰結果行
               END-STRING
           END-IF
           WRITE 復帰結果行

           MOVE SPACES TO 復帰結果行
           IF 全マスタ復帰
               MOVE '復帰範囲: 口座・顧客・引落契約・振込予約' TO 復帰結果行
           ELSE
               MOVE '復帰範囲: 口座マスタのみ' TO 復帰結果行
           END-IF
           WRITE 復帰結果行.

       復帰口座行出力処理.
           MOVE 退避時帳簿残高 TO 退避時残高表示
           MOVE 復帰帳簿残高 TO 復帰後残高表示
           MOVE SPACES TO 復帰結果行
           STRING '復帰 口座:' DELIMITED BY SIZE
               口座番号 DELIMITED BY SIZE
               ' 退避時:' DELIMITED BY SIZE
               退避時残高表示 DELIMITED BY SIZE
               '円 復帰後:' DELIMITED BY SIZE
               復帰後残高表示 DELIMITED BY SIZE
               '円 再適用:' DELIMITED BY SIZE
               再適用件数 DELIMITED BY SIZE
               '件 最終取引日:' DELIMITED BY SIZE
               最終取引日 DELIMITED BY SIZE
               ' 出金累計:' DELIMITED BY SIZE
               出金累計日 DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               出金累計額 DELIMITED BY SIZE
               '円' DELIMITED BY SIZE
               INTO 復帰結果行
           END-STRING
           WRITE 復帰結果行.

       未復帰行出力処理.
           MOVE SPACES TO 復帰結果行
           STRING '未復帰 口座番号:' DELIMITED BY SIZE
               確認口座番号 DELIMITED BY SIZE
               '  世代に無い口座の取引があります。口座を再登録して再実行してください。' DELIMITED BY SIZE
               INTO 復帰結果行
           END-STRING
           WRITE 復帰結果行.

       不一致行出力処理.
           COMPUTE 差額 = 帳簿残高 - 理論残高
           MOVE 差額 TO 差額表示
           MOVE 理論残高 TO 理論残高表示
           MOVE 帳簿残高 TO 帳簿残高表示
           MOVE SPACES TO 復帰結果行
           STRING '不一致  口座番号:' DELIMITED BY SIZE
               口座番号 DELIMITED BY SIZE
               '  マスタ残高:' DELIMITED BY SIZE
               帳簿残高表示 DELIMITED BY SIZE
               '円  理論残高:' DELIMITED BY SIZE
               理論残高表示 DELIMITED BY SIZE
               '円  差額:' DELIMITED BY SIZE
               差額表示 DELIMITED BY SIZE
               '円' DELIMITED BY SIZE
               INTO 復帰結果行
           END-STRING
           WRITE 復帰結果行.

       スキップ行出力処理.
           MOVE SPACES TO 復帰結果行
           STRING 'スキップ 口座番号:' DELIMITED BY SIZE
               口座番号 DELIMITED BY SIZE
               '  未確定の取引が残っているため照合できません。' DELIMITED BY SIZE
               INTO 復帰結果行
           END-STRING
           WRITE 復帰結果行.

      *>-----------------------------------------------------------
      *> 復帰件数と検証結果の集計行。未復帰・不一致が無ければ
      *> 「照合一致」の証跡行を出力する。世代退避後の保守は戻らない
      *> ため、その確認を促す行を必ず添える。
      *>-----------------------------------------------------------
       結果集計出力処理.
           MOVE 復帰口座件数 TO 件数表示1
           MOVE 再適用口座件数 TO 件数表示2
           MOVE 再適用明細件数 TO 件数表示3
           MOVE SPACES TO 復帰結果行
           STRING '復帰口座: ' DELIMITED BY SIZE
               件数表示1 DELIMITED BY SIZE
               '件  うち再適用口座: ' DELIMITED BY SIZE
               件数表示2 DELIMITED BY SIZE
               '件  再適用明細: ' DELIMITED BY SIZE
               件数表示3 DELIMITED BY SIZE
               '件' DELIMITED BY SIZE
               INTO 復帰結果行
           END-STRING
           WRITE 復帰結果行

           IF 全マスタ復帰
               MOVE 復帰顧客件数 TO 件数表示1
               MOVE 復帰契約件数 TO 件数表示2
               MOVE 復帰予約件数 TO 件数表示3
               MOVE SPACES TO 復帰結果行
               STRING '復帰顧客: ' DELIMITED BY SIZE
                   件数表示1 DELIMITED BY SIZE
                   '件  引落契約: ' DELIMITED BY SIZE
                   件数表示2 DELIMITED BY SIZE
                   '件  振込予約: ' DELIMITED BY SIZE
                   件数表示3 DELIMITED BY SIZE
                   '件' DELIMITED BY SIZE
                   INTO 復帰結果行
               END-STRING
               WRITE 復帰結果行
           END-IF

           MOVE 対象件数 TO 件数表示1
           MOVE 不一致件数 TO 件数表示2
           MOVE 未復帰検出件数 TO 件数表示3
           MOVE スキップ件数 TO 件数表示4
           MOVE SPACES TO 復帰結果行
           IF 復帰異常
               STRING '照合不一致  対象件数: ' DELIMITED BY SIZE
                   件数表示1 DELIMITED BY SIZE
                   '件  不一致件数: ' DELIMITED BY SIZE
                   件数表示2 DELIMITED BY SIZE
                   '件  未復帰: ' DELIMITED BY SIZE
                   件数表示3 DELIMITED BY SIZE
                   '件  上記を調査してください。' DELIMITED BY SIZE
                   INTO 復帰結果行
               END-STRING
           ELSE
               STRING '照合一致  対象件数: ' DELIMITED BY SIZE
                   件数表示1 DELIMITED BY SIZE
                   '件  スキップ: ' DELIMITED BY SIZE
                   件数表示4 DELIMITED BY SIZE
                   '件  復帰後の残高は取引履歴と一致しています。' DELIMITED BY SIZE
                   INTO 復帰結果行
               END-STRING
           END-IF
           WRITE 復帰結果行

           MOVE SPACES TO 復帰結果行
           STRING '世代退避後の保守(支払停止・ロック解除・休眠解除等)は' DELIMITED BY SIZE
               '保守証跡で確認し再入力してください。' DELIMITED BY SIZE
               INTO 復帰結果行
           END-STRING
           WRITE 復帰結果行.

      *>-----------------------------------------------------------
      *> 営業日管理ファイルの開閉局状態を確認する。オンライン開局中
      *> は口座マスタが更新され得るため復帰を拒否する。あわせて閉局
      *> 中の勘定日を締め勘定日として取り出す(実行記録の処理対象)。
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
      *> 求める。同じ世代での再実行は同じ結果になるため、正常終了
      *> 済みでも拒否せず実施ごとに記録を残す。
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

      *>-----------------------------------------------------------
      *> 実行記録を確定する。復帰できないレコード・世代に無い口座の
      *> 取引・検証の不一致があれば異常終了として記録する。
      *>-----------------------------------------------------------
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
           IF 復帰異常
               SET 異常終了 TO TRUE
           ELSE
               SET 正常終了 TO TRUE
           END-IF
           REWRITE バッチ実行管理レコード
           CLOSE バッチ実行管理ファイル.
