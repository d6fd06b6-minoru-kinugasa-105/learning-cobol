       IDENTIFICATION DIVISION.
       PROGRAM-ID. 整合性点検バッチ.
       AUTHOR. 勘定系システム開発チーム.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *>-----------------------------------------------------------
      *> 変更履歴
      *>   2026-10-15  SK  口座マスタ・顧客マスタ・引落契約マスタ・
      *>                   振込予約ファイル間の参照整合性を点検し、
      *>                   異常区分別の一覧と件数を出力する夜間バッチ
      *>                   を新規作成
      *>
      *> 点検項目(重大は実行記録を異常終了とする。警告は一覧に
      *> 出すのみ):
      *>   01 警告 口座の顧客番号が顧客マスタに無い
      *>   02 重大 口座の連携口座番号の口座が無い(解約済みを含む)
      *>   03 重大 口座の処理中区分が'P'のまま残っている
      *>   04 重大 定期預金口座の満期日が0で残高がある(満期解約後の
      *>           残高0の定期は解約待ちのため対象外)
      *>   05 警告 普通預金口座に満期日がある
      *>   06 重大 有効な引落契約の引落口座が無い
      *>   07 重大 有効な引落契約の引落先口座が無い
      *>   08 重大 待機中の振込予約の振込元口座が無い
      *>   09 重大 待機中の振込予約の振込先口座が無い
      *> 口座の解約は口座マスタからの削除のため、解約済みの口座は
      *> 「口座が無い」として検出される。
      *>
      *> 運用手順: 夜間バッチ統括のジョブネットの最後に日次ステップ
      *> として定義する(異常終了で後続の夜間バッチを止めないよう
      *> マスタ退避(夜間後)より後に置く)。異常終了となった場合は
      *> 点検結果リストの重大な異常を翌日のオンライン開始までに
      *> 口座保守・引落契約保守などで是正する。マスタを更新しない
      *> ため、正常終了済みでも再実行は拒否しない(是正後の確認に
      *> そのまま再実行してよい)。
      *>-----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "KOZASEL.cpy".
           COPY "KOKYSEL.cpy".
           COPY "HIKISEL.cpy".
           COPY "YOYKSEL.cpy".
           COPY "BATKSEL.cpy".
           COPY "EIGYSEL.cpy".

           SELECT 点検結果ファイル ASSIGN TO "TENKENHY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 点検結果状態.

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

           COPY "BATKFD.cpy".
           COPY "BATKREC.cpy".

           COPY "EIGYFD.cpy".
           COPY "EIGYREC.cpy".

       FD  点検結果ファイル
           LABEL RECORDS ARE STANDARD.
       01  点検結果行             PIC X(120).

       WORKING-STORAGE SECTION.
           COPY "FILESTAT.cpy".

       01 点検結果状態           PIC X(02).

       01 処理日              PIC 9(8).

       01 口座終了フラグ          PIC X(1) VALUE 'N'.
           88 口座終了              VALUE 'Y'.
       01 契約終了フラグ          PIC X(1) VALUE 'N'.
           88 契約終了              VALUE 'Y'.
       01 予約終了フラグ          PIC X(1) VALUE 'N'.
           88 予約終了              VALUE 'Y'.
       01 点検異常フラグ          PIC X(1) VALUE 'N'.
           88 点検異常              VALUE 'Y'.
       01 口座有無フラグ          PIC X(1) VALUE 'N'.
           88 口座有り              VALUE 'Y'.
           88 口座無し              VALUE 'N'.

       01 口座点検件数           PIC 9(7) VALUE 0.
       01 契約点検件数           PIC 9(7) VALUE 0.
       01 予約点検件数           PIC 9(7) VALUE 0.
       01 重大件数             PIC 9(7) VALUE 0.
       01 警告件数             PIC 9(7) VALUE 0.

       01 確認口座番号           PIC 9(7).
       01 点検対象口座番号         PIC 9(7).
       01 点検参照先番号          PIC 9(7).
       01 点検補足             PIC X(50).

      *>-----------------------------------------------------------
      *> 異常区分表。区分番号(01~09)を添字とし、区分ごとの
      *> 名称・重大度(E:重大 W:警告)・検出件数を持つ。
      *>-----------------------------------------------------------
       01 異常区分添字           PIC 9(02).
       01 異常区分数            PIC 9(02) VALUE 9.

       01 異常区分名称定義.
           05 FILLER              PIC X(40)
               VALUE '顧客番号が顧客マスタに無い'.
           05 FILLER              PIC X(40)
               VALUE '連携口座が無い'.
           05 FILLER              PIC X(40)
               VALUE '処理中区分が残っている'.
           05 FILLER              PIC X(40)
               VALUE '定期預金の満期日が0'.
           05 FILLER              PIC X(40)
               VALUE '普通預金に満期日がある'.
           05 FILLER              PIC X(40)
               VALUE '引落契約の引落口座が無い'.
           05 FILLER              PIC X(40)
               VALUE '引落契約の引落先口座が無い'.
           05 FILLER              PIC X(40)
               VALUE '振込予約の振込元口座が無い'.
           05 FILLER              PIC X(40)
               VALUE '振込予約の振込先口座が無い'.
       01 異常区分名称表 REDEFINES 異常区分名称定義.
           05 異常区分名称           PIC X(40) OCCURS 9.

       01 異常重大度定義          PIC X(9) VALUE 'WEEEWEEEE'.
       01 異常重大度表 REDEFINES 異常重大度定義.
           05 異常重大度            PIC X(1) OCCURS 9.

       01 異常件数表.
           05 異常件数             PIC 9(7) OCCURS 9.

       01 重大度名称            PIC X(8).

       01 バッチ名定数           PIC X(30) VALUE '整合性点検バッチ'.
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
               DISPLAY '整合性点検バッチはオンライン開局中のため実行できません。'
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

           PERFORM 異常件数初期化 VARYING 異常区分添字 FROM 1 BY 1
               UNTIL 異常区分添字 > 異常区分数

           OPEN OUTPUT 点検結果ファイル
           PERFORM ヘッダー出力処理
           OPEN INPUT 口座マスタファイル
           IF 口座マスタ状態 = '35'
               MOVE SPACES TO 点検結果行
               STRING '(注)口座マスタファイルが無いため点検できません。'
                   DELIMITED BY SIZE
                   INTO 点検結果行
               END-STRING
               WRITE 点検結果行
               SET 点検異常 TO TRUE
           ELSE
               PERFORM ファイルオープン処理
               PERFORM 口座点検処理
               PERFORM 引落契約点検処理
               PERFORM 振込予約点検処理
               PERFORM ファイルクローズ処理
           END-IF
           PERFORM 結果集計出力処理
           CLOSE 点検結果ファイル

           COMPUTE 記録処理件数 = 重大件数 + 警告件数
           PERFORM バッチ終了記録

           IF 点検異常
               DISPLAY '整合性点検バッチで重大な異常を検出しました。重大: '
                   重大件数 '件  警告: ' 警告件数 '件'
               DISPLAY '点検結果リストを確認して是正してください。'
           ELSE
               DISPLAY '整合性点検バッチが完了しました。重大: '
                   重大件数 '件  警告: ' 警告件数 '件'
           END-IF
           STOP RUN.

      *>-----------------------------------------------------------
      *> 口座マスタ以外は未作成でもよい(その点検は0件とする)。
      *> 顧客マスタが無い場合は顧客番号の点検を行わない。
      *>-----------------------------------------------------------
       ファイルオープン処理.
           OPEN INPUT 顧客マスタファイル
           OPEN INPUT 引落契約マスタファイル
           OPEN INPUT 振込予約ファイル
           IF 顧客マスタ状態 = '35'
               MOVE SPACES TO 点検結果行
               STRING '(注)顧客マスタファイルが無いため顧客番号は'
                   DELIMITED BY SIZE
                   '点検しません。' DELIMITED BY SIZE
                   INTO 点検結果行
               END-STRING
               WRITE 点検結果行
           END-IF.

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
           END-IF.

       異常件数初期化.
           MOVE 0 TO 異常件数 (異常区分添字).

      *>-----------------------------------------------------------
      *> 口座マスタを先頭から走査し、口座ごとの点検(区分01~05)
      *> を行う。連携口座の実在確認で口座マスタを読むため、確認後
      *> は走査中の口座を読み直して順読みの位置を戻す。
      *>-----------------------------------------------------------
       口座点検処理.
           MOVE LOW-VALUES TO 口座番号
           START 口座マスタファイル KEY IS NOT LESS THAN 口座番号
               INVALID KEY
                   SET 口座終了 TO TRUE
           END-START
           IF NOT 口座終了
               PERFORM 口座読込
           END-IF
           PERFORM 口座ごと点検 UNTIL 口座終了.

       口座読込.
           READ 口座マスタファイル NEXT RECORD
               AT END
                   SET 口座終了 TO TRUE
           END-READ.

       口座ごと点検.
           ADD 1 TO 口座点検件数
           MOVE 口座番号 TO 点検対象口座番号

           IF 顧客番号 OF 口座マスタレコード NOT = 0
                   AND 顧客マスタ状態 NOT = '35'
               MOVE 顧客番号 OF 口座マスタレコード
                   TO 顧客番号 OF 顧客マスタレコード
               READ 顧客マスタファイル
                   INVALID KEY
                       MOVE 1 TO 異常区分添字
                       MOVE 顧客番号 OF 口座マスタレコード
                           TO 点検参照先番号
                       MOVE SPACES TO 点検補足
                       PERFORM 異常明細出力
               END-READ
           END-IF

           IF 取引処理中
               MOVE 3 TO 異常区分添字
               MOVE 処理中相手口座番号 TO 点検参照先番号
               MOVE SPACES TO 点検補足
               STRING '取引種別:' DELIMITED BY SIZE
                   処理中取引種別 DELIMITED BY SIZE
                   '  金額:' DELIMITED BY SIZE
                   処理中取引金額 DELIMITED BY SIZE
                   INTO 点検補足
               END-STRING
               PERFORM 異常明細出力
           END-IF

           IF 定期預金口座 AND 満期日 = 0 AND 口座残高 > 0
               MOVE 4 TO 異常区分添字
               MOVE 0 TO 点検参照先番号
               MOVE SPACES TO 点検補足
               STRING '残高:' DELIMITED BY SIZE
                   口座残高 DELIMITED BY SIZE
                   '円' DELIMITED BY SIZE
                   INTO 点検補足
               END-STRING
               PERFORM 異常明細出力
           END-IF

           IF 普通預金口座 AND 満期日 NOT = 0
               MOVE 5 TO 異常区分添字
               MOVE 0 TO 点検参照先番号
               MOVE SPACES TO 点検補足
               STRING '満期日:' DELIMITED BY SIZE
                   満期日 DELIMITED BY SIZE
                   INTO 点検補足
               END-STRING
               PERFORM 異常明細出力
           END-IF

           IF 連携口座番号 NOT = 0
               MOVE 連携口座番号 TO 点検参照先番号
               MOVE 連携口座番号 TO 確認口座番号
               PERFORM 口座実在確認
               IF 口座無し
                   MOVE 2 TO 異常区分添字
                   MOVE SPACES TO 点検補足
                   PERFORM 異常明細出力
               END-IF
               MOVE 点検対象口座番号 TO 口座番号
               READ 口座マスタファイル
           END-IF

           PERFORM 口座読込.

      *>-----------------------------------------------------------
      *> 確認口座番号の口座が口座マスタに実在するかを確認する
      *> (口座マスタのカレントレコードは確認した口座に替わる)。
      *>-----------------------------------------------------------
       口座実在確認.
           MOVE 'N' TO 口座有無フラグ
           MOVE 確認口座番号 TO 口座番号
           READ 口座マスタファイル
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET 口座有り TO TRUE
           END-READ.

      *>-----------------------------------------------------------
      *> 有効な引落契約の引落口座・引落先口座の実在を点検する
      *> (区分06・07)。解除済みの契約は点検しない。
      *>-----------------------------------------------------------
       引落契約点検処理.
           IF 引落契約状態 NOT = '35'
               MOVE LOW-VALUES TO 契約番号
               START 引落契約マスタファイル
                   KEY IS NOT LESS THAN 契約番号
                   INVALID KEY
                       SET 契約終了 TO TRUE
               END-START
               IF NOT 契約終了
                   PERFORM 契約読込
               END-IF
               PERFORM 契約ごと点検 UNTIL 契約終了
           END-IF.

       契約読込.
           READ 引落契約マスタファイル NEXT RECORD
               AT END
                   SET 契約終了 TO TRUE
           END-READ.

       契約ごと点検.
           IF 契約有効
               ADD 1 TO 契約点検件数
               MOVE SPACES TO 点検補足
               STRING '契約番号:' DELIMITED BY SIZE
                   契約番号 DELIMITED BY SIZE
                   INTO 点検補足
               END-STRING
               MOVE 引落口座番号 TO 確認口座番号
               PERFORM 口座実在確認
               IF 口座無し
                   MOVE 6 TO 異常区分添字
                   MOVE 引落口座番号 TO 点検対象口座番号
                   MOVE 引落先口座番号 TO 点検参照先番号
                   PERFORM 異常明細出力
               END-IF
               MOVE 引落先口座番号 TO 確認口座番号
               PERFORM 口座実在確認
               IF 口座無し
                   MOVE 7 TO 異常区分添字
                   MOVE 引落口座番号 TO 点検対象口座番号
                   MOVE 引落先口座番号 TO 点検参照先番号
                   PERFORM 異常明細出力
               END-IF
           END-IF
           PERFORM 契約読込.

      *>-----------------------------------------------------------
      *> 待機中の振込予約の振込元口座・振込先口座の実在を点検する
      *> (区分08・09)。実行済み・不能・取消済みの予約は点検しない。
      *>-----------------------------------------------------------
       振込予約点検処理.
           IF 振込予約状態 NOT = '35'
               MOVE LOW-VALUES TO 予約番号
               START 振込予約ファイル KEY IS NOT LESS THAN 予約番号
                   INVALID KEY
                       SET 予約終了 TO TRUE
               END-START
               IF NOT 予約終了
                   PERFORM 予約読込
               END-IF
               PERFORM 予約ごと点検 UNTIL 予約終了
           END-IF.

       予約読込.
           READ 振込予約ファイル NEXT RECORD
               AT END
                   SET 予約終了 TO TRUE
           END-READ.

       予約ごと点検.
           IF 予約待機
               ADD 1 TO 予約点検件数
               MOVE SPACES TO 点検補足
               STRING '予約番号:' DELIMITED BY SIZE
                   予約番号 DELIMITED BY SIZE
                   '  振込指定日:' DELIMITED BY SIZE
                   振込指定日 DELIMITED BY SIZE
                   INTO 点検補足
               END-STRING
               MOVE 予約元口座番号 TO 確認口座番号
               PERFORM 口座実在確認
               IF 口座無し
                   MOVE 8 TO 異常区分添字
                   MOVE 予約元口座番号 TO 点検対象口座番号
                   MOVE 予約先口座番号 TO 点検参照先番号
                   PERFORM 異常明細出力
               END-IF
               MOVE 予約先口座番号 TO 確認口座番号
               PERFORM 口座実在確認
               IF 口座無し
                   MOVE 9 TO 異常区分添字
                   MOVE 予約元口座番号 TO 点検対象口座番号
                   MOVE 予約先口座番号 TO 点検参照先番号
                   PERFORM 異常明細出力
               END-IF
           END-IF
           PERFORM 予約読込.

      *>-----------------------------------------------------------
      *> 異常1件を点検結果リストへ出力し、区分別件数と重大度別
      *> 件数を数える。重大の異常があれば実行記録を異常終了とする。
      *>-----------------------------------------------------------
       異常明細出力.
           ADD 1 TO 異常件数 (異常区分添字)
           IF 異常重大度 (異常区分添字) = 'E'
               ADD 1 TO 重大件数
               SET 点検異常 TO TRUE
               MOVE '[重大]' TO 重大度名称
           ELSE
               ADD 1 TO 警告件数
               MOVE '[警告]' TO 重大度名称
           END-IF
           MOVE SPACES TO 点検結果行
           STRING 重大度名称 DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               異常区分添字 DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               異常区分名称 (異常区分添字) DELIMITED BY SPACE
               '  口座:' DELIMITED BY SIZE
               点検対象口座番号 DELIMITED BY SIZE
               ' 参照先:' DELIMITED BY SIZE
               点検参照先番号 DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               点検補足 DELIMITED BY SIZE
               INTO 点検結果行
           END-STRING
           WRITE 点検結果行.

       ヘッダー出力処理.
           MOVE SPACES TO 点検結果行
           STRING '========== マスタ整合性点検結果リスト =========='
               DELIMITED BY SIZE
               INTO 点検結果行
           END-STRING
           WRITE 点検結果行

           MOVE SPACES TO 点検結果行
           STRING '処理日: ' DELIMITED BY SIZE
               処理日 DELIMITED BY SIZE
               INTO 点検結果行
           END-STRING
           WRITE 点検結果行.

       結果集計出力処理.
           MOVE SPACES TO 点検結果行
           STRING '---------- 異常区分別件数 ----------'
               DELIMITED BY SIZE
               INTO 点検結果行
           END-STRING
           WRITE 点検結果行
           PERFORM 区分別件数出力 VARYING 異常区分添字 FROM 1 BY 1
               UNTIL 異常区分添字 > 異常区分数

           MOVE SPACES TO 点検結果行
           STRING '点検件数  口座: ' DELIMITED BY SIZE
               口座点検件数 DELIMITED BY SIZE
               '件  引落契約: ' DELIMITED BY SIZE
               契約点検件数 DELIMITED BY SIZE
               '件  振込予約: ' DELIMITED BY SIZE
               予約点検件数 DELIMITED BY SIZE
               '件' DELIMITED BY SIZE
               INTO 点検結果行
           END-STRING
           WRITE 点検結果行

           MOVE SPACES TO 点検結果行
           STRING '重大: ' DELIMITED BY SIZE
               重大件数 DELIMITED BY SIZE
               '件  警告: ' DELIMITED BY SIZE
               警告件数 DELIMITED BY SIZE
               '件' DELIMITED BY SIZE
               INTO 点検結果行
           END-STRING
           WRITE 点検結果行.

       区分別件数出力.
           IF 異常重大度 (異常区分添字) = 'E'
               MOVE '[重大]' TO 重大度名称
           ELSE
               MOVE '[警告]' TO 重大度名称
           END-IF
           MOVE SPACES TO 点検結果行
           STRING 重大度名称 DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               異常区分添字 DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               異常区分名称 (異常区分添字) DELIMITED BY SIZE
               '  件数:' DELIMITED BY SIZE
               異常件数 (異常区分添字) DELIMITED BY SIZE
               '件' DELIMITED BY SIZE
               INTO 点検結果行
           END-STRING
           WRITE 点検結果行.

      *>-----------------------------------------------------------
      *> 営業日管理ファイルの開閉局状態を確認する。オンライン開局中
      *> は口座マスタが更新中のため点検を拒否する。あわせて閉局中の
      *> 勘定日を締め勘定日として取り出す(ファイルが無い場合は本日
      *> 日付のまま実行する)。
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
      *> 求める。マスタを更新しないため、正常終了済みでも処理は
      *> 拒否せず実行記録のみ残す。
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
      *> 実行記録を確定する。重大な異常があれば異常終了として記録
      *> し、夜間バッチ統括の結果確認で検出できるようにする。
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
           IF 点検異常
               SET 異常終了 TO TRUE
           ELSE
               SET 正常終了 TO TRUE
           END-IF
           REWRITE バッチ実行管理レコード
           CLOSE バッチ実行管理ファイル.
