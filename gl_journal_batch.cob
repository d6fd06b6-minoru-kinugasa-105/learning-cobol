       IDENTIFICATION DIVISION.
       PROGRAM-ID. 仕訳連動バッチ.
       AUTHOR. 勘定系システム開発チーム.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *>-----------------------------------------------------------
      *> 変更履歴
      *>   2026-10-15  SK  取引履歴の勘定日分から勘定科目マスタの
      *>                   仕訳パターンで仕訳ファイルを作成し、科目
      *>                   残高ファイルを更新して日次試算表を印刷する
      *>                   夜間バッチを新規作成。貸借不一致・預金科目
      *>                   と口座マスタ残高合計の不一致は異常終了と
      *>                   して記録する
      *>
      *> 再実行手順: 異常終了した場合は原因(勘定科目マスタの定義
      *> 漏れなど)を除去してそのまま再起動する。同じ勘定日の再実行
      *> では科目残高を前日残高から算出し直し、仕訳ファイルも作り
      *> 直すため、発生額が二重に反映されることはない。正常終了
      *> 済みの勘定日は再実行を拒否する。
      *>
      *> 運用手順: 夜間バッチ統括のジョブネットには日次ステップ
      *> (対象区分'D')として、月末の月次ステップ(利息計算・満期
      *> 処理など)より後に定義する。月次ステップが締め後に記帳
      *> した勘定日付の取引も当日分として仕訳される。勘定日より後の
      *> 日付で記帳済みの取引は翌勘定日分として仕訳するため、預金
      *> 科目との照合では口座マスタ残高からその分を除いて突き合わ
      *> せる。
      *>-----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "KOZASEL.cpy".
           COPY "TORISEL.cpy".
           COPY "TORIXSEL.cpy".
           COPY "KAMKSEL.cpy".
           COPY "KAMZSEL.cpy".
           COPY "SHIWSEL.cpy".
           COPY "BATKSEL.cpy".
           COPY "EIGYSEL.cpy".

           SELECT 試算表ファイル ASSIGN TO "SHISANHY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 試算表状態.

       DATA DIVISION.
       FILE SECTION.
           COPY "KOZAFD.cpy".
           COPY "KOZAREC.cpy".

           COPY "TORIFD.cpy".
           COPY "TORIREC.cpy".

           COPY "TORIXFD.cpy".
           COPY "TORIXREC.cpy".

           COPY "KAMKFD.cpy".
           COPY "KAMKREC.cpy".

           COPY "KAMZFD.cpy".
           COPY "KAMZREC.cpy".

           COPY "SHIWFD.cpy".
           COPY "SHIWREC.cpy".

           COPY "BATKFD.cpy".
           COPY "BATKREC.cpy".

           COPY "EIGYFD.cpy".
           COPY "EIGYREC.cpy".

       FD  試算表ファイル
           LABEL RECORDS ARE STANDARD.
       01  試算表行              PIC X(150).

       WORKING-STORAGE SECTION.
           COPY "FILESTAT.cpy".

       01 試算表状態            PIC X(02).

       01 処理日              PIC 9(8).

       01 索引終了フラグ          PIC X(1) VALUE 'N'.
           88 索引終了              VALUE 'Y'.
       01 履歴終了フラグ          PIC X(1) VALUE 'N'.
           88 履歴終了              VALUE 'Y'.
       01 口座終了フラグ          PIC X(1) VALUE 'N'.
           88 口座終了              VALUE 'Y'.
       01 元取引走査終了フラグ       PIC X(1) VALUE 'N'.
           88 元取引走査終了           VALUE 'Y'.
       01 元取引該当フラグ         PIC X(1) VALUE 'N'.
           88 元取引該当             VALUE 'Y'.
       01 元帳異常フラグ          PIC X(1) VALUE 'N'.
           88 元帳異常              VALUE 'Y'.
       01 日付逆行フラグ          PIC X(1) VALUE 'N'.
           88 日付逆行              VALUE 'Y'.
       01 科目読込終了フラグ        PIC X(1) VALUE 'N'.
           88 科目読込終了            VALUE 'Y'.

      *>-----------------------------------------------------------
      *> 勘定科目マスタは起動時に表へ展開する。科目表の残高は借方残
      *> を正・貸方残を負とする(科目残高ファイルと同じ)。
      *>-----------------------------------------------------------
       01 科目件数             PIC 9(2) VALUE 0.
       01 科目上限             PIC 9(2) VALUE 50.
       01 科目表.
           05 科目行 OCCURS 50.
               10 表科目コード           PIC X(4).
               10 表科目名称            PIC X(30).
               10 表科目属性            PIC X(1).
               10 表開始残高            PIC S9(13).
               10 表前日残高            PIC S9(13).
               10 表当日借方            PIC 9(13).
               10 表当日貸方            PIC 9(13).
               10 表当日残高            PIC S9(13).
               10 表科目新規フラグ         PIC X(1).
                   88 表科目新規            VALUE 'Y'.
       01 パターン件数           PIC 9(2) VALUE 0.
       01 パターン上限           PIC 9(2) VALUE 50.
       01 パターン表.
           05 パターン行 OCCURS 50.
               10 表パターン区分          PIC X(2).
               10 表パターン種別          PIC X(1).
               10 表借方科目            PIC X(4).
               10 表貸方科目            PIC X(4).
       01 科目添字             PIC 9(2).
       01 検索添字             PIC 9(2).
       01 パターン添字           PIC 9(2).
       01 一致パターン添字         PIC 9(2).
       01 汎用パターン添字         PIC 9(2).
       01 該当科目添字           PIC 9(2).
       01 借方科目添字           PIC 9(2).
       01 貸方科目添字           PIC 9(2).
       01 貸越科目添字           PIC 9(2).
       01 普通科目添字           PIC 9(2).
       01 検索科目コード          PIC X(4).
       01 検索属性             PIC X(1).

      *>-----------------------------------------------------------
      *> 仕訳対象の取引(取引履歴索引ファイル・取引履歴ファイルの
      *> どちらから読んだ明細もここへ移して起票する)。
      *>-----------------------------------------------------------
       01 対象口座番号           PIC 9(7).
       01 対象取引日            PIC 9(8).
       01 対象取引時刻           PIC 9(8).
       01 対象取引区分           PIC X(2).
       01 対象取引金額           PIC 9(9).
       01 対象取消元日           PIC 9(8).
       01 対象取消元時刻          PIC 9(8).
       01 対象口座種別           PIC X(1).
       01 検索取引区分           PIC X(2).
       01 元取引区分            PIC X(2).
       01 決定借方科目           PIC X(4).
       01 決定貸方科目           PIC X(4).
       01 入替科目作業           PIC X(4).
       01 起票金額             PIC 9(11).
       01 起票区分作業           PIC X(1).
       01 起票連番             PIC 9(7) VALUE 0.
       01 退避索引キー.
           05 退避索引口座番号      PIC 9(7).
           05 退避索引取引日       PIC 9(8).
           05 退避索引取引連番      PIC 9(4).

       01 仕訳件数             PIC 9(7) COMP-3 VALUE 0.
       01 仕訳不能件数           PIC 9(7) COMP-3 VALUE 0.
       01 後日分件数            PIC 9(7) COMP-3 VALUE 0.
       01 借方合計             PIC 9(15) VALUE 0.
       01 貸方合計             PIC 9(15) VALUE 0.
       01 借方残高合計           PIC 9(15) VALUE 0.
       01 貸方残高合計           PIC 9(15) VALUE 0.

       01 普通残高合計           PIC 9(13) VALUE 0.
       01 定期残高合計           PIC 9(13) VALUE 0.
       01 貸越残高合計           PIC 9(13) VALUE 0.
       01 後日普通純増           PIC S9(13) VALUE 0.
       01 後日定期純増           PIC S9(13) VALUE 0.
       01 後日純増作業           PIC S9(13).
       01 普通科目残高           PIC S9(13) VALUE 0.
       01 定期科目残高           PIC S9(13) VALUE 0.
       01 貸越科目残高           PIC S9(13) VALUE 0.
       01 照合目標残高           PIC S9(13).
       01 照合科目残高           PIC S9(13).
       01 貸方残高作業           PIC S9(13).
       01 貸越振替額            PIC S9(13).

       01 残高表示1            PIC +9(13).
       01 残高表示2            PIC +9(13).
       01 合計表示1            PIC 9(15).
       01 合計表示2            PIC 9(15).
       01 照合科目名            PIC X(12).

       01 バッチ名定数           PIC X(30) VALUE '仕訳連動バッチ'.
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
               DISPLAY '仕訳連動バッチはオンライン開局中のため実行できません。'
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
               DISPLAY '仕訳連動バッチは勘定日 ' 処理日
                   ' 分が既に正常終了しています。処理を中止します。'
               CLOSE バッチ実行管理ファイル
               STOP RUN
           END-IF
           PERFORM バッチ開始記録

           PERFORM 勘定科目マスタ読込処理
           IF 科目件数 = 0
               DISPLAY '勘定科目マスタが無いか科目定義がありません。処理を中止します。'
               SET 元帳異常 TO TRUE
           ELSE
               PERFORM ファイルオープン処理
               PERFORM 試算表ヘッダー出力処理
               PERFORM 科目残高準備 VARYING 科目添字 FROM 1 BY 1
                   UNTIL 科目添字 > 科目件数
               PERFORM 取引履歴仕訳処理
               PERFORM 口座マスタ集計処理
               PERFORM 貸越振替処理
               PERFORM 科目残高確定 VARYING 科目添字 FROM 1 BY 1
                   UNTIL 科目添字 > 科目件数
               PERFORM 試算表印刷処理
               PERFORM 貸借一致確認
               PERFORM 預金残高照合処理
               PERFORM ファイルクローズ処理
           END-IF

           MOVE 仕訳件数 TO 記録処理件数
           PERFORM バッチ終了記録

           IF 元帳異常
               DISPLAY '仕訳連動バッチが異常終了しました。勘定日: ' 処理日
                   '  試算表の不一致・仕訳不能の内容を確認してください。'
           ELSE
               DISPLAY '仕訳連動バッチが完了しました。勘定日: ' 処理日
                   '  仕訳件数: ' 仕訳件数 '件'
           END-IF
           STOP RUN.

      *>-----------------------------------------------------------
      *> 勘定科目マスタを起動時に読み込み、科目定義と仕訳パターン
      *> をそれぞれの表に展開する(金利マスタ読込処理と同じ方式)。
      *> 科目や仕訳の取りこぼしは試算表を狂わせるため、上限を超えた
      *> 場合は無視せず異常終了とする。
      *>-----------------------------------------------------------
       勘定科目マスタ読込処理.
           MOVE 'N' TO 科目読込終了フラグ
           OPEN INPUT 勘定科目マスタファイル
           IF 勘定科目マスタ状態 = '35'
               SET 科目読込終了 TO TRUE
           ELSE
               PERFORM 勘定科目マスタ読込
           END-IF
           PERFORM 勘定科目マスタ展開 UNTIL 科目読込終了
           IF 勘定科目マスタ状態 NOT = '35'
               CLOSE 勘定科目マスタファイル
           END-IF.

       勘定科目マスタ読込.
           READ 勘定科目マスタファイル
               AT END
                   SET 科目読込終了 TO TRUE
           END-READ.

       勘定科目マスタ展開.
           EVALUATE TRUE
               WHEN 科目定義レコード
                   IF 科目件数 < 科目上限
                       ADD 1 TO 科目件数
                       MOVE 定義科目コード TO 表科目コード (科目件数)
                       MOVE 定義科目名称 TO 表科目名称 (科目件数)
                       MOVE 定義科目属性 TO 表科目属性 (科目件数)
                       MOVE 定義開始残高 TO 表開始残高 (科目件数)
                   ELSE
                       DISPLAY '勘定科目マスタの科目数が上限を超えています。'
                       SET 元帳異常 TO TRUE
                   END-IF
               WHEN 仕訳パターンレコード
                   IF パターン件数 < パターン上限
                       ADD 1 TO パターン件数
                       MOVE パターン取引区分
                           TO 表パターン区分 (パターン件数)
                       MOVE パターン口座種別
                           TO 表パターン種別 (パターン件数)
                       MOVE パターン借方科目 TO 表借方科目 (パターン件数)
                       MOVE パターン貸方科目 TO 表貸方科目 (パターン件数)
                   ELSE
                       DISPLAY '勘定科目マスタの仕訳パターン数が上限を超えています。'
                       SET 元帳異常 TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 勘定科目マスタ読込.

       ファイルオープン処理.
           OPEN INPUT 口座マスタファイル
           OPEN INPUT 取引履歴索引ファイル
           IF 取引履歴索引状態 = '35'
               SET 索引終了 TO TRUE
           END-IF
           OPEN INPUT 取引履歴ファイル
           IF 取引履歴状態 = '35'
               SET 履歴終了 TO TRUE
           END-IF
           OPEN I-O 科目残高ファイル
           IF 科目残高状態 = '35'
               OPEN OUTPUT 科目残高ファイル
               CLOSE 科目残高ファイル
               OPEN I-O 科目残高ファイル
           END-IF
           OPEN OUTPUT 仕訳ファイル
           OPEN OUTPUT 試算表ファイル.

       ファイルクローズ処理.
           CLOSE 口座マスタファイル
           IF 取引履歴索引状態 NOT = '35'
               CLOSE 取引履歴索引ファイル
           END-IF
           IF 取引履歴状態 NOT = '35'
               CLOSE 取引履歴ファイル
           END-IF
           CLOSE 科目残高ファイル
           CLOSE 仕訳ファイル
           CLOSE 試算表ファイル.

      *>-----------------------------------------------------------
      *> 科目残高ファイルから各科目の前日残高を求める。前回反映した
      *> 勘定日が処理日より前なら当日残高を前日残高へ繰り越し、
      *> 処理日と同じ(再実行)なら記録済みの前日残高から算出し直す。
      *> ファイルに無い科目は勘定科目マスタの開始残高で開始する。
      *> 処理日より後の勘定日まで反映済みの科目がある場合は、残高を
      *> 壊さないよう科目残高ファイルを更新せず異常終了とする。
      *>-----------------------------------------------------------
       科目残高準備.
           MOVE 'N' TO 表科目新規フラグ (科目添字)
           MOVE 表科目コード (科目添字) TO 残高科目コード
           READ 科目残高ファイル
               INVALID KEY
                   MOVE 表開始残高 (科目添字) TO 表前日残高 (科目添字)
                   SET 表科目新規 (科目添字) TO TRUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN 残高勘定日 > 処理日
                           MOVE 科目当日残高 TO 表前日残高 (科目添字)
                           SET 日付逆行 TO TRUE
                           SET 元帳異常 TO TRUE
                           PERFORM 日付逆行行出力処理
                       WHEN 残高勘定日 = 処理日
                           MOVE 科目前日残高 TO 表前日残高 (科目添字)
                       WHEN OTHER
                           MOVE 科目当日残高 TO 表前日残高 (科目添字)
                   END-EVALUATE
           END-READ
           MOVE 0 TO 表当日借方 (科目添字)
           MOVE 0 TO 表当日貸方 (科目添字).

      *>-----------------------------------------------------------
      *> 切替済みの明細は取引履歴索引ファイルを先頭から順に読み、
      *> 未切替の明細は取引履歴ファイルから補完する(全店日計表作成
      *> と同じ読み方。1件の明細はどちらか一方にのみ存在する)。
      *> 取引日が処理日の明細を仕訳し、処理日より後の明細は預金
      *> 科目の照合用に集計だけ行う。
      *>-----------------------------------------------------------
       取引履歴仕訳処理.
           IF NOT 索引終了
               PERFORM 索引位置付け
           END-IF
           PERFORM 索引仕訳処理 UNTIL 索引終了
           IF NOT 履歴終了
               PERFORM 履歴読込
           END-IF
           PERFORM 履歴仕訳処理 UNTIL 履歴終了.

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

       索引仕訳処理.
           IF 索引取引日 >= 処理日
               MOVE 索引口座番号 TO 対象口座番号
               MOVE 索引取引日 TO 対象取引日
               MOVE 索引取引時刻 TO 対象取引時刻
               MOVE 索引取引区分 TO 対象取引区分
               MOVE 索引取引金額 TO 対象取引金額
               MOVE 索引取消元取引日 TO 対象取消元日
               MOVE 索引取消元取引時刻 TO 対象取消元時刻
               IF 索引取引日 = 処理日
                   PERFORM 取引仕訳起票
               ELSE
                   PERFORM 後日分集計
               END-IF
           END-IF
           PERFORM 索引読込.

       履歴読込.
           READ 取引履歴ファイル
               AT END
                   SET 履歴終了 TO TRUE
           END-READ.

       履歴仕訳処理.
           IF 取引日 OF 取引履歴レコード >= 処理日
               MOVE 取引口座番号 TO 対象口座番号
               MOVE 取引日 OF 取引履歴レコード TO 対象取引日
               MOVE 取引時刻 OF 取引履歴レコード TO 対象取引時刻
               MOVE 取引区分 OF 取引履歴レコード TO 対象取引区分
               MOVE 取引金額 OF 取引履歴レコード TO 対象取引金額
               MOVE 取消元取引日 TO 対象取消元日
               MOVE 取消元取引時刻 TO 対象取消元時刻
               IF 取引日 OF 取引履歴レコード = 処理日
                   PERFORM 取引仕訳起票
               ELSE
                   PERFORM 後日分集計
               END-IF
           END-IF
           PERFORM 履歴読込.

      *>-----------------------------------------------------------
      *> 明細1件の仕訳を起票する。口座種別は口座マスタから引く
      *> (当日解約で口座が無い場合は口座種別空白のパターンを使う)。
      *> 取消取引は元取引の仕訳を貸借逆に起票する。パターンか科目が
      *> 見つからない明細は仕訳不能として試算表に出力し、異常終了
      *> とする。
      *>-----------------------------------------------------------
       取引仕訳起票.
           PERFORM 口座種別取得
           MOVE 'N' TO 元取引該当フラグ
           IF 対象取引区分 = '09' OR 対象取引区分 = '10'
               PERFORM 元取引検索
           END-IF
           IF 元取引該当
               MOVE 元取引区分 TO 検索取引区分
           ELSE
               MOVE 対象取引区分 TO 検索取引区分
           END-IF
           PERFORM 仕訳パターン決定
           IF 元取引該当
               MOVE 決定借方科目 TO 入替科目作業
               MOVE 決定貸方科目 TO 決定借方科目
               MOVE 入替科目作業 TO 決定貸方科目
           END-IF
           MOVE 決定借方科目 TO 検索科目コード
           PERFORM 科目添字検索
           MOVE 該当科目添字 TO 借方科目添字
           MOVE 決定貸方科目 TO 検索科目コード
           PERFORM 科目添字検索
           MOVE 該当科目添字 TO 貸方科目添字
           IF 借方科目添字 = 0 OR 貸方科目添字 = 0
               ADD 1 TO 仕訳不能件数
               SET 元帳異常 TO TRUE
               PERFORM 仕訳不能行出力処理
           ELSE
               MOVE 対象取引金額 TO 起票金額
               MOVE 'T' TO 起票区分作業
               PERFORM 仕訳記帳
           END-IF.

       口座種別取得.
           MOVE 対象口座番号 TO 口座番号
           READ 口座マスタファイル
               INVALID KEY
                   MOVE SPACE TO 対象口座種別
               NOT INVALID KEY
                   MOVE 口座種別 TO 対象口座種別
           END-READ.

      *>-----------------------------------------------------------
      *> 取消取引の元取引を取引履歴索引ファイルから探す(口座番号+
      *> 取消元取引日で位置付け、取消元取引時刻の一致する取消以外の
      *> 明細)。索引ファイルを順に読んでいる途中で呼ばれるため、
      *> 検索後は退避したキーで読み直して走査位置を元に戻す。
      *>-----------------------------------------------------------
       元取引検索.
           IF 取引履歴索引状態 NOT = '35'
               IF NOT 索引終了
                   MOVE 取引履歴索引キー TO 退避索引キー
               END-IF
               MOVE 'N' TO 元取引走査終了フラグ
               MOVE 対象口座番号 TO 索引口座番号
               MOVE 対象取消元日 TO 索引取引日
               MOVE 0 TO 索引取引連番
               START 取引履歴索引ファイル
                   KEY IS NOT LESS THAN 取引履歴索引キー
                   INVALID KEY
                       SET 元取引走査終了 TO TRUE
               END-START
               PERFORM 元取引照合 UNTIL 元取引走査終了
               IF NOT 索引終了
                   MOVE 退避索引キー TO 取引履歴索引キー
                   READ 取引履歴索引ファイル
                       INVALID KEY
                           SET 索引終了 TO TRUE
                   END-READ
               END-IF
           END-IF.

       元取引照合.
           READ 取引履歴索引ファイル NEXT RECORD
               AT END
                   SET 元取引走査終了 TO TRUE
               NOT AT END
                   IF 索引口座番号 NOT = 対象口座番号
                           OR 索引取引日 NOT = 対象取消元日
                       SET 元取引走査終了 TO TRUE
                   ELSE
                       IF 索引取引時刻 = 対象取消元時刻
                               AND NOT 索引取消入金取引
                               AND NOT 索引取消出金取引
                           MOVE 索引取引区分 TO 元取引区分
                           SET 元取引該当 TO TRUE
                           SET 元取引走査終了 TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *>-----------------------------------------------------------
      *> 検索取引区分の仕訳パターンを決める。口座種別まで一致する
      *> パターンを優先し、無ければ口座種別空白のパターンを使う。
      *> どちらも無ければ借方・貸方科目を空白とする(仕訳不能)。
      *>-----------------------------------------------------------
       仕訳パターン決定.
           MOVE 0 TO 一致パターン添字
           MOVE 0 TO 汎用パターン添字
           MOVE SPACES TO 決定借方科目
           MOVE SPACES TO 決定貸方科目
           PERFORM パターン表検索 VARYING パターン添字 FROM 1 BY 1
               UNTIL パターン添字 > パターン件数
           IF 一致パターン添字 = 0
               MOVE 汎用パターン添字 TO 一致パターン添字
           END-IF
           IF 一致パターン添字 NOT = 0
               MOVE 表借方科目 (一致パターン添字) TO 決定借方科目
               MOVE 表貸方科目 (一致パターン添字) TO 決定貸方科目
           END-IF.

       パターン表検索.
           IF 表パターン区分 (パターン添字) = 検索取引区分
               IF 表パターン種別 (パターン添字) = 対象口座種別
                       AND 一致パターン添字 = 0
                   MOVE パターン添字 TO 一致パターン添字
               END-IF
               IF 表パターン種別 (パターン添字) = SPACE
                       AND 汎用パターン添字 = 0
                   MOVE パターン添字 TO 汎用パターン添字
               END-IF
           END-IF.

       科目添字検索.
           MOVE 0 TO 該当科目添字
           IF 検索科目コード NOT = SPACES
               PERFORM 科目表検索 VARYING 検索添字 FROM 1 BY 1
                   UNTIL 検索添字 > 科目件数 OR 該当科目添字 NOT = 0
           END-IF.

       科目表検索.
           IF 表科目コード (検索添字) = 検索科目コード
               MOVE 検索添字 TO 該当科目添字
           END-IF.

       属性科目検索.
           MOVE 0 TO 該当科目添字
           PERFORM 属性表検索 VARYING 検索添字 FROM 1 BY 1
               UNTIL 検索添字 > 科目件数 OR 該当科目添字 NOT = 0.

       属性表検索.
           IF 表科目属性 (検索添字) = 検索属性
               MOVE 検索添字 TO 該当科目添字
           END-IF.

      *>-----------------------------------------------------------
      *> 借方科目添字・貸方科目添字の科目に起票金額を計上し、仕訳
      *> ファイルへ1件書き出す。
      *>-----------------------------------------------------------
       仕訳記帳.
           ADD 起票金額 TO 表当日借方 (借方科目添字)
           ADD 起票金額 TO 表当日貸方 (貸方科目添字)
           ADD 1 TO 起票連番
           MOVE SPACES TO 仕訳レコード
           MOVE 処理日 TO 仕訳勘定日
           MOVE 起票連番 TO 仕訳連番
           MOVE 起票区分作業 TO 仕訳起票区分
           IF 取引連動仕訳
               MOVE 対象口座番号 TO 仕訳口座番号
               MOVE 対象取引日 TO 仕訳取引日
               MOVE 対象取引時刻 TO 仕訳取引時刻
               MOVE 対象取引区分 TO 仕訳取引区分
           ELSE
               MOVE 0 TO 仕訳口座番号
               MOVE 0 TO 仕訳取引日
               MOVE 0 TO 仕訳取引時刻
           END-IF
           MOVE 表科目コード (借方科目添字) TO 仕訳借方科目
           MOVE 表科目コード (貸方科目添字) TO 仕訳貸方科目
           MOVE 起票金額 TO 仕訳金額
           WRITE 仕訳レコード
           ADD 1 TO 仕訳件数.

      *>-----------------------------------------------------------
      *> 処理日より後の日付で記帳済みの明細(締め後に暦日で記帳した
      *> 月次バッチの明細など)は口座マスタ残高に反映済みのため、
      *> 口座種別ごとの純増減を集計し、預金科目の照合から除く。
      *>-----------------------------------------------------------
       後日分集計.
           PERFORM 口座種別取得
           IF 対象取引区分 = '01' OR 対象取引区分 = '03'
                   OR 対象取引区分 = '05' OR 対象取引区分 = '07'
                   OR 対象取引区分 = '09' OR 対象取引区分 = '12'
               MOVE 対象取引金額 TO 後日純増作業
           ELSE
               COMPUTE 後日純増作業 = 0 - 対象取引金額
           END-IF
           EVALUATE 対象口座種別
               WHEN '1'
                   ADD 後日純増作業 TO 後日普通純増
               WHEN '2'
                   ADD 後日純増作業 TO 後日定期純増
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           ADD 1 TO 後日分件数.

      *>-----------------------------------------------------------
      *> 口座マスタを全件読み、口座種別ごとの口座残高合計と総合
      *> 口座貸越の貸越残高合計を求める(預金科目の照合と貸越振替
      *> に使う)。
      *>-----------------------------------------------------------
       口座マスタ集計処理.
           MOVE 'N' TO 口座終了フラグ
           MOVE LOW-VALUES TO 口座番号
           START 口座マスタファイル KEY IS NOT LESS THAN 口座番号
               INVALID KEY
                   SET 口座終了 TO TRUE
           END-START
           IF NOT 口座終了
               PERFORM 口座読込
           END-IF
           PERFORM 口座残高集計 UNTIL 口座終了.

       口座読込.
           READ 口座マスタファイル NEXT RECORD
               AT END
                   SET 口座終了 TO TRUE
           END-READ.

       口座残高集計.
           IF 普通預金口座
               ADD 口座残高 TO 普通残高合計
           END-IF
           IF 定期預金口座
               ADD 口座残高 TO 定期残高合計
           END-IF
           ADD 貸越残高 TO 貸越残高合計
           PERFORM 口座読込.

      *>-----------------------------------------------------------
      *> 総合口座貸越の日次振替。取引の仕訳では貸越中の出金も普通
      *> 預金科目から落ちる(普通預金のマイナス)ため、口座マスタの
      *> 貸越残高合計と貸越科目の残高の差額を、普通預金科目と貸越
      *> 科目の間で振り替える。
      *>-----------------------------------------------------------
       貸越振替処理.
           MOVE 'K' TO 検索属性
           PERFORM 属性科目検索
           MOVE 該当科目添字 TO 貸越科目添字
           MOVE '1' TO 検索属性
           PERFORM 属性科目検索
           MOVE 該当科目添字 TO 普通科目添字
           IF 貸越科目添字 NOT = 0 AND 普通科目添字 NOT = 0
               COMPUTE 貸越振替額 = 貸越残高合計
                   - (表前日残高 (貸越科目添字)
                   + 表当日借方 (貸越科目添字)
                   - 表当日貸方 (貸越科目添字))
               MOVE 'K' TO 起票区分作業
               MOVE SPACES TO 対象取引区分
               IF 貸越振替額 > 0
                   MOVE 貸越科目添字 TO 借方科目添字
                   MOVE 普通科目添字 TO 貸方科目添字
                   MOVE 貸越振替額 TO 起票金額
                   PERFORM 仕訳記帳
               END-IF
               IF 貸越振替額 < 0
                   MOVE 普通科目添字 TO 借方科目添字
                   MOVE 貸越科目添字 TO 貸方科目添字
                   COMPUTE 起票金額 = 0 - 貸越振替額
                   PERFORM 仕訳記帳
               END-IF
           END-IF.

      *>-----------------------------------------------------------
      *> 科目ごとに当日残高を確定し、貸借の合計と預金科目の残高を
      *> 集計する。日付逆行を検出した場合は科目残高ファイルを更新
      *> しない。
      *>-----------------------------------------------------------
       科目残高確定.
           COMPUTE 表当日残高 (科目添字) = 表前日残高 (科目添字)
               + 表当日借方 (科目添字) - 表当日貸方 (科目添字)
           ADD 表当日借方 (科目添字) TO 借方合計
           ADD 表当日貸方 (科目添字) TO 貸方合計
           IF 表当日残高 (科目添字) < 0
               SUBTRACT 表当日残高 (科目添字) FROM 0
                   GIVING 貸方残高作業
               ADD 貸方残高作業 TO 貸方残高合計
           ELSE
               ADD 表当日残高 (科目添字) TO 借方残高合計
           END-IF
           EVALUATE 表科目属性 (科目添字)
               WHEN '1'
                   SUBTRACT 表当日残高 (科目添字) FROM 普通科目残高
               WHEN '2'
                   SUBTRACT 表当日残高 (科目添字) FROM 定期科目残高
               WHEN 'K'
                   ADD 表当日残高 (科目添字) TO 貸越科目残高
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT 日付逆行
               PERFORM 科目残高書込
           END-IF.

       科目残高書込.
           MOVE SPACES TO 科目残高レコード
           MOVE 表科目コード (科目添字) TO 残高科目コード
           MOVE 表科目名称 (科目添字) TO 残高科目名称
           MOVE 表科目属性 (科目添字) TO 残高科目属性
           MOVE 処理日 TO 残高勘定日
           MOVE 表前日残高 (科目添字) TO 科目前日残高
           MOVE 表当日借方 (科目添字) TO 科目当日借方額
           MOVE 表当日貸方 (科目添字) TO 科目当日貸方額
           MOVE 表当日残高 (科目添字) TO 科目当日残高
           IF 表科目新規 (科目添字)
               WRITE 科目残高レコード
           ELSE
               REWRITE 科目残高レコード
           END-IF.

       試算表ヘッダー出力処理.
           MOVE SPACES TO 試算表行
           STRING '========== 日次試算表 ==========' DELIMITED BY SIZE
               INTO 試算表行
           END-STRING
           WRITE 試算表行

           MOVE SPACES TO 試算表行
           STRING '勘定日: ' DELIMITED BY SIZE
               処理日 DELIMITED BY SIZE
               INTO 試算表行
           END-STRING
           WRITE 試算表行.

      *>-----------------------------------------------------------
      *> 科目別の前日残高・当日借方/貸方発生額・当日残高と、貸借の
      *> 合計行を印刷する。
      *>-----------------------------------------------------------
       試算表印刷処理.
           PERFORM 科目行印刷処理 VARYING 科目添字 FROM 1 BY 1
               UNTIL 科目添字 > 科目件数

           MOVE 借方合計 TO 合計表示1
           MOVE 貸方合計 TO 合計表示2
           MOVE SPACES TO 試算表行
           STRING '発生額合計  借方:' DELIMITED BY SIZE
               合計表示1 DELIMITED BY SIZE
               '円  貸方:' DELIMITED BY SIZE
               合計表示2 DELIMITED BY SIZE
               '円' DELIMITED BY SIZE
               INTO 試算表行
           END-STRING
           WRITE 試算表行

           MOVE 借方残高合計 TO 合計表示1
           MOVE 貸方残高合計 TO 合計表示2
           MOVE SPACES TO 試算表行
           STRING '残高合計    借方:' DELIMITED BY SIZE
               合計表示1 DELIMITED BY SIZE
               '円  貸方:' DELIMITED BY SIZE
               合計表示2 DELIMITED BY SIZE
               '円' DELIMITED BY SIZE
               INTO 試算表行
           END-STRING
           WRITE 試算表行.

       科目行印刷処理.
           MOVE 表前日残高 (科目添字) TO 残高表示1
           MOVE 表当日残高 (科目添字) TO 残高表示2
           MOVE SPACES TO 試算表行
           STRING 表科目コード (科目添字) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               表科目名称 (科目添字) DELIMITED BY SIZE
               ' 前日:' DELIMITED BY SIZE
               残高表示1 DELIMITED BY SIZE
               ' 借方:' DELIMITED BY SIZE
               表当日借方 (科目添字) DELIMITED BY SIZE
               ' 貸方:' DELIMITED BY SIZE
               表当日貸方 (科目添字) DELIMITED BY SIZE
               ' 残高:' DELIMITED BY SIZE
               残高表示2 DELIMITED BY SIZE
               INTO 試算表行
           END-STRING
           WRITE 試算表行.

      *>-----------------------------------------------------------
      *> 当日の借方・貸方発生額の合計と、科目残高の借方残・貸方残
      *> の合計がそれぞれ一致することを確かめる。
      *>-----------------------------------------------------------
       貸借一致確認.
           MOVE SPACES TO 試算表行
           IF 借方合計 = 貸方合計 AND 借方残高合計 = 貸方残高合計
               STRING '貸借一致  発生額・残高とも借方と貸方が一致しています。'
                   DELIMITED BY SIZE
                   INTO 試算表行
               END-STRING
           ELSE
               SET 元帳異常 TO TRUE
               STRING '貸借不一致  借方と貸方の合計が一致しません。科目残高を調査してください。'
                   DELIMITED BY SIZE
                   INTO 試算表行
               END-STRING
           END-IF
           WRITE 試算表行.

      *>-----------------------------------------------------------
      *> 預金科目(普通預金・定期預金)の残高を口座マスタの口座残高
      *> 合計(処理日より後の記帳分を除く)と、貸越科目の残高を貸越
      *> 残高合計と照合する。
      *>-----------------------------------------------------------
       預金残高照合処理.
           MOVE '普通預金' TO 照合科目名
           COMPUTE 照合目標残高 = 普通残高合計 - 後日普通純増
           MOVE 普通科目残高 TO 照合科目残高
           PERFORM 預金照合判定

           MOVE '定期預金' TO 照合科目名
           COMPUTE 照合目標残高 = 定期残高合計 - 後日定期純増
           MOVE 定期科目残高 TO 照合科目残高
           PERFORM 預金照合判定

           MOVE '総合口座貸越' TO 照合科目名
           MOVE 貸越残高合計 TO 照合目標残高
           MOVE 貸越科目残高 TO 照合科目残高
           PERFORM 預金照合判定.

       預金照合判定.
           MOVE 照合科目残高 TO 残高表示1
           MOVE 照合目標残高 TO 残高表示2
           MOVE SPACES TO 試算表行
           IF 照合科目残高 = 照合目標残高
               STRING '預金照合一致    ' DELIMITED BY SIZE
                   照合科目名 DELIMITED BY SIZE
                   ' 科目残高:' DELIMITED BY SIZE
                   残高表示1 DELIMITED BY SIZE
                   '円' DELIMITED BY SIZE
                   INTO 試算表行
               END-STRING
           ELSE
               SET 元帳異常 TO TRUE
               STRING '預金照合不一致  ' DELIMITED BY SIZE
                   照合科目名 DELIMITED BY SIZE
                   ' 科目残高:' DELIMITED BY SIZE
                   残高表示1 DELIMITED BY SIZE
                   '円  口座マスタ:' DELIMITED BY SIZE
                   残高表示2 DELIMITED BY SIZE
                   '円' DELIMITED BY SIZE
                   INTO 試算表行
               END-STRING
           END-IF
           WRITE 試算表行.

       仕訳不能行出力処理.
           MOVE SPACES TO 試算表行
           STRING '仕訳不能  口座番号:' DELIMITED BY SIZE
               対象口座番号 DELIMITED BY SIZE
               '  取引日:' DELIMITED BY SIZE
               対象取引日 DELIMITED BY SIZE
               '  時刻:' DELIMITED BY SIZE
               対象取引時刻 DELIMITED BY SIZE
               '  取引区分:' DELIMITED BY SIZE
               対象取引区分 DELIMITED BY SIZE
               '  金額:' DELIMITED BY SIZE
               対象取引金額 DELIMITED BY SIZE
               '円  勘定科目マスタに仕訳または科目がありません。'
                   DELIMITED BY SIZE
               INTO 試算表行
           END-STRING
           WRITE 試算表行.

       日付逆行行出力処理.
           MOVE SPACES TO 試算表行
           STRING '日付逆行  科目:' DELIMITED BY SIZE
               残高科目コード DELIMITED BY SIZE
               '  反映済み勘定日:' DELIMITED BY SIZE
               残高勘定日 DELIMITED BY SIZE
               '  処理日より後の勘定日まで反映済みのため科目残高は更新しません。'
                   DELIMITED BY SIZE
               INTO 試算表行
           END-STRING
           WRITE 試算表行.

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

      *>-----------------------------------------------------------
      *> 実行記録を確定する。仕訳不能・貸借不一致・預金科目の照合
      *> 不一致があれば異常終了として記録し、夜間バッチ統括の後続
      *> ステップを止める。
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
           IF 元帳異常
               SET 異常終了 TO TRUE
           ELSE
               SET 正常終了 TO TRUE
           END-IF
           REWRITE バッチ実行管理レコード
           CLOSE バッチ実行管理ファイル.
