       IDENTIFICATION DIVISION.
       PROGRAM-ID. マスタ退避バッチ.
       AUTHOR. 勘定系システム開発チーム.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *>-----------------------------------------------------------
      *> 変更履歴
      *>   2026-10-15  SK  口座マスタ・顧客マスタ・引落契約マスタ・
      *>                   振込予約ファイルを世代付きのマスタ退避
      *>                   ファイルへ退避する夜間バッチを新規作成
      *>
      *> 運用手順: 夜間バッチ統括のジョブネットの先頭(取引履歴日次
      *> 切替より前)と末尾に日次ステップ(対象区分'D')として定義し、
      *> 夜間バッチの前後の世代を残す。マスタ退避ファイルは起動側
      *> (JCL/環境変数)で実行ごとに新しい世代データセットに割り
      *> 当てて起動する。夜間前か夜間後かは当日の取引履歴日次切替
      *> の正常終了記録の有無で判定し、実行記録もそれぞれ別の
      *> バッチ名(マスタ退避(夜間前)/マスタ退避(夜間後))で残す
      *> ため、ジョブネットにはこの2つの名前でステップを定義する。
      *> 退避した世代は前進復帰で口座マスタなどを戻すときに使う。
      *>
      *> 再実行手順: 途中で異常終了した場合はそのまま再起動して
      *> よい。世代データセットを作り直すだけでマスタは更新しない
      *> ため、正常終了済みでも再実行は拒否しない(終端レコードの
      *> 無い世代は前進復帰が受け付けない)。
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
           COPY "BATKSEL.cpy".
           COPY "EIGYSEL.cpy".
           COPY "MSEDSEL.cpy".

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

           COPY "BATKFD.cpy".
           COPY "BATKREC.cpy".

           COPY "EIGYFD.cpy".
           COPY "EIGYREC.cpy".

           COPY "MSEDFD.cpy".
           COPY "MSEDREC.cpy".

       WORKING-STORAGE SECTION.
           COPY "FILESTAT.cpy".

       01 処理日              PIC 9(8).

       01 口座終了フラグ          PIC X(1) VALUE 'N'.
           88 口座終了              VALUE 'Y'.
       01 顧客終了フラグ          PIC X(1) VALUE 'N'.
           88 顧客終了              VALUE 'Y'.
       01 契約終了フラグ          PIC X(1) VALUE 'N'.
           88 契約終了              VALUE 'Y'.
       01 予約終了フラグ          PIC X(1) VALUE 'N'.
           88 予約終了              VALUE 'Y'.
       01 索引終了フラグ          PIC X(1) VALUE 'N'.
           88 索引終了              VALUE 'Y'.
       01 履歴終了フラグ          PIC X(1) VALUE 'N'.
           88 履歴終了              VALUE 'Y'.
       01 退避異常フラグ          PIC X(1) VALUE 'N'.
           88 退避異常              VALUE 'Y'.

       01 反映件数             PIC 9(5).
       01 口座件数             PIC 9(7) COMP-3 VALUE 0.
       01 顧客件数             PIC 9(7) COMP-3 VALUE 0.
       01 契約件数             PIC 9(7) COMP-3 VALUE 0.
       01 予約件数             PIC 9(7) COMP-3 VALUE 0.

      *>-----------------------------------------------------------
      *> 退避時点の判定。当日(勘定日)の取引履歴日次切替が正常終了
      *> 済みなら夜間後、未了なら夜間前とする。
      *>-----------------------------------------------------------
       01 判定時点区分           PIC X(1) VALUE 'B'.
           88 夜間後判定             VALUE 'A'.
       01 判定終了フラグ          PIC X(1) VALUE 'N'.
           88 判定終了              VALUE 'Y'.
       01 切替バッチ名           PIC X(30) VALUE '取引履歴日次切替'.
       01 夜間前バッチ名          PIC X(30) VALUE 'マスタ退避(夜間前)'.
       01 夜間後バッチ名          PIC X(30) VALUE 'マスタ退避(夜間後)'.

       01 バッチ名定数           PIC X(30).
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
               DISPLAY 'マスタ退避バッチはオンライン開局中のため実行できません。'
               DISPLAY '閉局してから実行してください。'
               STOP RUN
           END-IF
           ACCEPT 処理日 FROM DATE YYYYMMDD
           IF 締め勘定日 NOT = 0
               MOVE 締め勘定日 TO 処理日
           END-IF
           MOVE 処理日 TO 処理対象年月日
           PERFORM 退避時点判定
           PERFORM バッチ実行前確認
           PERFORM バッチ開始記録

           OPEN INPUT 口座マスタファイル
           IF 口座マスタ状態 = '35'
               DISPLAY '口座マスタファイルが無いため退避できません。'
               SET 退避異常 TO TRUE
           ELSE
               PERFORM ファイルオープン処理
               PERFORM 見出しレコード出力
               PERFORM 口座退避処理
               PERFORM 顧客退避処理
               PERFORM 引落契約退避処理
               PERFORM 振込予約退避処理
               PERFORM 終端レコード出力
               PERFORM ファイルクローズ処理
           END-IF

           COMPUTE 記録処理件数 = 口座件数 + 顧客件数 + 契約件数 + 予約件数
           PERFORM バッチ終了記録

           IF 退避異常
               DISPLAY 'マスタ退避バッチが異常終了しました。勘定日: ' 処理日
           ELSE
               DISPLAY 'マスタ退避バッチが完了しました。' バッチ名定数
               DISPLAY '  勘定日: ' 処理日 '  口座: ' 口座件数
                   '件  顧客: ' 顧客件数 '件  引落契約: ' 契約件数
                   '件  振込予約: ' 予約件数 '件'
           END-IF
           STOP RUN.

      *>-----------------------------------------------------------
      *> 口座マスタ以外は未作成でもよい(その種別は0件で退避する)。
      *> 取引履歴の2ファイルは退避時反映件数を数えるために読む。
      *>-----------------------------------------------------------
       ファイルオープン処理.
           OPEN INPUT 顧客マスタファイル
           OPEN INPUT 引落契約マスタファイル
           OPEN INPUT 振込予約ファイル
           OPEN INPUT 取引履歴索引ファイル
           OPEN OUTPUT マスタ退避ファイル.

       ファイルクローズ処理.
           CLOSE 口座マスタファイル
           IF 顧客マスタ状態 NOT = '35'
               CLOSE 顧客マスタファイル
           END-IF
           IF 引落契約状態 NOT = '35'
               CLOSE 引落契約マスタファイル
           END-IF
           IF 振込予約状態 NOT = '35'
               CLOSE 振込予約ファイル
           END-IF
           IF 取引履歴索引状態 NOT = '35'
               CLOSE 取引履歴索引ファイル
           END-IF
           CLOSE マスタ退避ファイル.

      *>-----------------------------------------------------------
      *> 取引履歴日次切替の実行記録を通番順に引き、正常終了の記録が
      *> 1件でもあれば夜間後とする。実行記録のバッチ名も退避時点に
      *> 合わせて切り替える。
      *>-----------------------------------------------------------
       退避時点判定.
           MOVE 'B' TO 判定時点区分
           OPEN INPUT バッチ実行管理ファイル
           IF バッチ管理状態 NOT = '35'
               MOVE 'N' TO 判定終了フラグ
               MOVE 0 TO 検索通番
               PERFORM 切替記録検索 UNTIL 判定終了
               CLOSE バッチ実行管理ファイル
           END-IF
           IF 夜間後判定
               MOVE 夜間後バッチ名 TO バッチ名定数
           ELSE
               MOVE 夜間前バッチ名 TO バッチ名定数
           END-IF.

       切替記録検索.
           ADD 1 TO 検索通番
           MOVE 切替バッチ名 TO 実行バッチ名
           MOVE 処理対象年月日 TO 実行対象年月日
           MOVE 検索通番 TO 実行通番
           READ バッチ実行管理ファイル
               INVALID KEY
                   SET 判定終了 TO TRUE
               NOT INVALID KEY
                   IF 正常終了
                       MOVE 'A' TO 判定時点区分
                       SET 判定終了 TO TRUE
                   END-IF
           END-READ.

       見出しレコード出力.
           MOVE SPACES TO マスタ退避レコード
           SET 退避見出しレコード TO TRUE
           MOVE 処理日 TO 退避勘定日
           MOVE 判定時点区分 TO 退避時点区分
           ACCEPT 退避日付 FROM DATE YYYYMMDD
           ACCEPT 退避時刻 FROM TIME
           WRITE マスタ退避レコード.

       終端レコード出力.
           MOVE SPACES TO マスタ退避レコード
           SET 退避終端レコード TO TRUE
           MOVE 口座件数 TO 退避口座件数
           MOVE 顧客件数 TO 退避顧客件数
           MOVE 契約件数 TO 退避引落契約件数
           MOVE 予約件数 TO 退避振込予約件数
           WRITE マスタ退避レコード.

      *>-----------------------------------------------------------
      *> 口座マスタを口座番号順に退避する。口座ごとに、退避時点で
      *> 既に残高へ反映済みの取引履歴(勘定日以降の日付の明細)の
      *> 件数をあわせて記録する。
      *>-----------------------------------------------------------
       口座退避処理.
           MOVE LOW-VALUES TO 口座番号
           START 口座マスタファイル KEY IS NOT LESS THAN 口座番号
               INVALID KEY
                   SET 口座終了 TO TRUE
           END-START
           IF NOT 口座終了
               PERFORM 口座読込
           END-IF
           PERFORM 口座レコード退避 UNTIL 口座終了.

       口座読込.
           READ 口座マスタファイル NEXT RECORD
               AT END
                   SET 口座終了 TO TRUE
           END-READ.

       口座レコード退避.
           PERFORM 反映件数算出処理
           MOVE SPACES TO マスタ退避レコード
           SET 退避口座レコード TO TRUE
           MOVE 口座マスタレコード TO 退避口座イメージ
           MOVE 反映件数 TO 退避時反映件数
           WRITE マスタ退避レコード
           ADD 1 TO 口座件数
           PERFORM 口座読込.

      *>-----------------------------------------------------------
      *> 当該口座の勘定日以降の明細を、切替済み分は取引履歴索引
      *> ファイルのキー順に、未切替分は取引履歴ファイルの記帳順に
      *> 数える(勘定照合バッチのリプレイと同じ読み方)。前進復帰は
      *> 同じ順序で数えてこの件数分を読み飛ばす。
      *>-----------------------------------------------------------
       反映件数算出処理.
           MOVE 0 TO 反映件数
           PERFORM 索引位置付け
           PERFORM 索引計数処理 UNTIL 索引終了
           OPEN INPUT 取引履歴ファイル
           IF 取引履歴状態 = '35'
               SET 履歴終了 TO TRUE
           ELSE
               MOVE 'N' TO 履歴終了フラグ
               PERFORM 履歴読込
           END-IF
           PERFORM 履歴計数処理 UNTIL 履歴終了
           IF 取引履歴状態 NOT = '35'
               CLOSE 取引履歴ファイル
           END-IF.

       索引位置付け.
           MOVE 'N' TO 索引終了フラグ
           IF 取引履歴索引状態 = '35'
               SET 索引終了 TO TRUE
           ELSE
               MOVE 口座番号 TO 索引口座番号
               MOVE 処理日 TO 索引取引日
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

       索引計数処理.
           IF 索引口座番号 NOT = 口座番号
               SET 索引終了 TO TRUE
           ELSE
               ADD 1 TO 反映件数
               PERFORM 索引読込
           END-IF.

       履歴読込.
           READ 取引履歴ファイル
               AT END
                   SET 履歴終了 TO TRUE
           END-READ.

       履歴計数処理.
           IF 取引口座番号 = 口座番号
                   AND 取引日 OF 取引履歴レコード NOT < 処理日
               ADD 1 TO 反映件数
           END-IF
           PERFORM 履歴読込.

       顧客退避処理.
           IF 顧客マスタ状態 = '35'
               SET 顧客終了 TO TRUE
           ELSE
               PERFORM 顧客読込
           END-IF
           PERFORM 顧客レコード退避 UNTIL 顧客終了.

       顧客読込.
           READ 顧客マスタファイル NEXT RECORD
               AT END
                   SET 顧客終了 TO TRUE
           END-READ.

       顧客レコード退避.
           MOVE SPACES TO マスタ退避レコード
           SET 退避顧客レコード TO TRUE
           MOVE 顧客マスタレコード TO 退避データ
           WRITE マスタ退避レコード
           ADD 1 TO 顧客件数
           PERFORM 顧客読込.

       引落契約退避処理.
           IF 引落契約状態 = '35'
               SET 契約終了 TO TRUE
           ELSE
               PERFORM 契約読込
           END-IF
           PERFORM 契約レコード退避 UNTIL 契約終了.

       契約読込.
           READ 引落契約マスタファイル NEXT RECORD
               AT END
                   SET 契約終了 TO TRUE
           END-READ.

       契約レコード退避.
           MOVE SPACES TO マスタ退避レコード
           SET 退避引落契約レコード TO TRUE
           MOVE 引落契約マスタレコード TO 退避データ
           WRITE マスタ退避レコード
           ADD 1 TO 契約件数
           PERFORM 契約読込.

       振込予約退避処理.
           IF 振込予約状態 = '35'
               SET 予約終了 TO TRUE
           ELSE
               PERFORM 予約読込
           END-IF
           PERFORM 予約レコード退避 UNTIL 予約終了.

       予約読込.
           READ 振込予約ファイル NEXT RECORD
               AT END
                   SET 予約終了 TO TRUE
           END-READ.

       予約レコード退避.
           MOVE SPACES TO マスタ退避レコード
           SET 退避振込予約レコード TO TRUE
           MOVE 振込予約レコード TO 退避データ
           WRITE マスタ退避レコード
           ADD 1 TO 予約件数
           PERFORM 予約読込.

      *>-----------------------------------------------------------
      *> 営業日管理ファイルの開閉局状態を確認する。オンライン開局中
      *> はマスタが更新され得るため退避を拒否する。あわせて閉局中
      *> の勘定日を締め勘定日として取り出す(退避勘定日・実行記録の
      *> 処理対象とする)。
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
      *> 求める。再実行しても新しい世代を作るだけで安全なため、
      *> 正常終了済みでも処理は拒否せず実行記録のみ残す。
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
      *> 実行記録を確定する。口座マスタが無く退避できなかった場合は
      *> 異常終了として記録し、夜間バッチ統括の後続ステップを止める。
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
           IF 退避異常
               SET 異常終了 TO TRUE
           ELSE
               SET 正常終了 TO TRUE
           END-IF
           REWRITE バッチ実行管理レコード
           CLOSE バッチ実行管理ファイル.
