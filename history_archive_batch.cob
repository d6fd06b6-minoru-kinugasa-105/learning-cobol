       IDENTIFICATION DIVISION.
       PROGRAM-ID. 取引履歴アーカイブバッチ.
       AUTHOR. 勘定系システム開発チーム.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *>-----------------------------------------------------------
      *> 変更履歴
      *>   2026-10-15  SK  保存年限を過ぎた年の明細を取引履歴索引
      *>                   ファイルから年単位の取引履歴アーカイブ
      *>                   ファイルへ移し、索引ファイルから削除する
      *>                   年次バッチを新規作成。口座ごとの繰越残高を
      *>                   繰越残高ファイルに残す
      *>
      *> 処理の流れ(処理日は閉局中の勘定日):
      *>   1. 移送: 索引ファイルを先頭から読み、対象年の明細を口座
      *>      ごとの期首レコードに続けてアーカイブファイルへ書き、
      *>      件数・金額を終端レコードに持たせる。対象年より前の
      *>      明細が残っていた場合は移送を中止する(古い年から順に
      *>      アーカイブする)。
      *>   2. 移送検証: アーカイブファイルを読み直し、明細の件数・
      *>      金額を終端レコードおよび移送時の集計と突き合わせる。
      *>      不一致の場合は索引ファイルを削除しない。
      *>   3. 削除: アーカイブファイルの明細を順に索引ファイルから
      *>      削除し(索引の内容がアーカイブと一致する場合のみ)、
      *>      口座ごとに削除した明細を繰越残高へ積み上げる。削除した
      *>      件数・金額を終端レコードと突き合わせる。
      *> 対象年は無入力時、前回アーカイブ年(繰越残高ファイルの繰越
      *> 基準日の年)の翌年、初回は処理年から保存年数を遡った年の
      *> 前年とする。保存年数内の年、アーカイブ済みの年、前回の翌年
      *> を飛ばした年は受け付けない。
      *>
      *> 運用手順: 年1回、年初の閉局中に責任者の指示で起動する
      *> (夜間バッチ統括のジョブネットには定義しない)。取引履歴
      *> アーカイブファイルは起動側(JCL/環境変数)で対象年のデータ
      *> セットに割り当てる。実行前に取引履歴索引ファイルと繰越
      *> 残高ファイルを複写退避しておくこと。作成したアーカイブ
      *> ファイルは取引明細表作成・口座保守(取引取消)で対象年を
      *> 指定されたときに割り当てて使うため、年ごとに保管する。
      *> 再実行手順: 移送または移送検証で異常終了した場合は索引
      *> ファイルを更新していないため、原因を除去してそのまま再実行
      *> してよい。削除で異常終了した場合は、退避した取引履歴索引
      *> ファイルと繰越残高ファイルを戻してから再実行する。
      *>-----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "TORIXSEL.cpy".
           COPY "KURISEL.cpy".
           COPY "TARCSEL.cpy".
           COPY "BATKSEL.cpy".
           COPY "EIGYSEL.cpy".

           SELECT アーカイブ結果ファイル ASSIGN TO "ARCVKEKA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS アーカイブ結果状態.

       DATA DIVISION.
       FILE SECTION.
           COPY "TORIXFD.cpy".
           COPY "TORIXREC.cpy".

           COPY "KURIFD.cpy".
           COPY "KURIREC.cpy".

           COPY "TARCFD.cpy".
           COPY "TARCREC.cpy".

           COPY "BATKFD.cpy".
           COPY "BATKREC.cpy".

           COPY "EIGYFD.cpy".
           COPY "EIGYREC.cpy".

       FD  アーカイブ結果ファイル
           LABEL RECORDS ARE STANDARD.
       01  アーカイブ結果行          PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "FILESTAT.cpy".

       01 アーカイブ結果状態        PIC X(02).

       01 処理日              PIC 9(8).
       01 処理年              PIC 9(4).

      *>-----------------------------------------------------------
      *> 保存年数: 取引履歴索引ファイルに残す年数(当年を除く)。
      *> 処理年が2026年なら2023年から2025年と当年を残し、2022年
      *> 以前をアーカイブできる。
      *>-----------------------------------------------------------
       01 保存年数             PIC 9(2) VALUE 3.
       01 アーカイブ可能年         PIC 9(4).
       01 前回アーカイブ年         PIC 9(4) VALUE 0.
       01 対象年入力バッファ        PIC X(4) JUSTIFIED RIGHT.
       01 対象年              PIC 9(4).
       01 対象年初日            PIC 9(8).
       01 対象年末日            PIC 9(8).
       01 明細年              PIC 9(4).
       01 対象年不可フラグ         PIC X(1) VALUE 'N'.
           88 対象年不可             VALUE 'Y'.

       01 索引終了フラグ          PIC X(1) VALUE 'N'.
           88 索引終了              VALUE 'Y'.
       01 繰越終了フラグ          PIC X(1) VALUE 'N'.
           88 繰越終了              VALUE 'Y'.
       01 アーカイブ終了フラグ       PIC X(1) VALUE 'N'.
           88 アーカイブ終了           VALUE 'Y'.

       01 移送異常フラグ          PIC X(1) VALUE 'N'.
           88 移送異常              VALUE 'Y'.
       01 旧年残存フラグ          PIC X(1) VALUE 'N'.
           88 旧年残存              VALUE 'Y'.
       01 検証不一致フラグ         PIC X(1) VALUE 'N'.
           88 検証不一致             VALUE 'Y'.
       01 削除不一致フラグ         PIC X(1) VALUE 'N'.
           88 削除不一致             VALUE 'Y'.
       01 見出し有りフラグ         PIC X(1) VALUE 'N'.
           88 見出し有り             VALUE 'Y'.
       01 終端有りフラグ          PIC X(1) VALUE 'N'.
           88 終端有り              VALUE 'Y'.
       01 入金系フラグ           PIC X(1) VALUE 'N'.
           88 入金系明細             VALUE 'Y'.

       01 旧年口座番号           PIC 9(7).
       01 旧年取引日            PIC 9(8).

       01 期首出力口座番号         PIC 9(7) VALUE 0.
       01 期首出力済みフラグ        PIC X(1) VALUE 'N'.
           88 期首出力済み            VALUE 'Y'.

      *>-----------------------------------------------------------
      *> 移送時の集計(移送)・読み直しの集計(検証)・終端レコードの
      *> 値(終端)・索引ファイルから削除した分の集計(削除)。
      *>-----------------------------------------------------------
       01 移送口座件数           PIC 9(7) VALUE 0.
       01 移送明細件数           PIC 9(9) VALUE 0.
       01 移送入金金額           PIC 9(15) VALUE 0.
       01 移送出金金額           PIC 9(15) VALUE 0.
       01 検証口座件数           PIC 9(7) VALUE 0.
       01 検証明細件数           PIC 9(9) VALUE 0.
       01 検証入金金額           PIC 9(15) VALUE 0.
       01 検証出金金額           PIC 9(15) VALUE 0.
       01 終端口座件数           PIC 9(7) VALUE 0.
       01 終端明細件数           PIC 9(9) VALUE 0.
       01 終端入金金額           PIC 9(15) VALUE 0.
       01 終端出金金額           PIC 9(15) VALUE 0.
       01 検証対象年            PIC 9(4) VALUE 0.
       01 削除明細件数           PIC 9(9) VALUE 0.
       01 削除入金金額           PIC 9(15) VALUE 0.
       01 削除出金金額           PIC 9(15) VALUE 0.
       01 削除不能件数           PIC 9(9) VALUE 0.
       01 繰越更新件数           PIC 9(7) VALUE 0.

       01 更新保留フラグ          PIC X(1) VALUE 'N'.
           88 更新保留              VALUE 'Y'.
       01 更新口座番号           PIC 9(7).
       01 更新繰越残高           PIC S9(11).
       01 更新取引後残高          PIC 9(9).
       01 繰越新規フラグ          PIC X(1) VALUE 'N'.
           88 繰越新規              VALUE 'Y'.

       01 結果区分名            PIC X(10).
       01 結果口座件数           PIC 9(7).
       01 結果明細件数           PIC 9(9).
       01 結果入金金額           PIC 9(15).
       01 結果出金金額           PIC 9(15).

       01 バッチ名定数           PIC X(30) VALUE '取引履歴アーカイブ'.
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
               DISPLAY '取引履歴アーカイブバッチはオンライン開局中のため実行できません。'
               DISPLAY '閉局してから実行してください。'
               STOP RUN
           END-IF
           ACCEPT 処理日 FROM DATE YYYYMMDD
           IF 締め勘定日 NOT = 0
               MOVE 締め勘定日 TO 処理日
           END-IF
           MOVE 処理日 TO 処理対象年月日

           PERFORM 対象年決定処理
           IF 対象年不可
               DISPLAY '取引履歴アーカイブバッチを中止します。'
               STOP RUN
           END-IF

           PERFORM バッチ実行前確認
           PERFORM バッチ開始記録

           PERFORM ファイルオープン処理
           PERFORM ヘッダー出力処理
           PERFORM 移送処理
           IF NOT 移送異常
               PERFORM 移送検証処理
           END-IF
           IF NOT 移送異常
               PERFORM 削除処理
           END-IF
           PERFORM 結果集計出力処理
           PERFORM ファイルクローズ処理

           MOVE 削除明細件数 TO 記録処理件数
           PERFORM バッチ終了記録

           IF 移送異常
               DISPLAY '取引履歴アーカイブバッチが異常終了しました。対象年: '
                   対象年
               DISPLAY 'アーカイブ結果表を確認してください。'
           ELSE
               DISPLAY '取引履歴アーカイブバッチが完了しました。対象年: '
                   対象年 '  移送件数: ' 移送明細件数
                   '件  削除件数: ' 削除明細件数 '件'
           END-IF.
           STOP RUN.

      *>-----------------------------------------------------------
      *> 対象年を決めて検査する。前回アーカイブ年は繰越残高ファイル
      *> の先頭レコードの繰越基準日から求める(アーカイブのたびに
      *> 全レコードの繰越基準日をそろえて更新するため、どのレコード
      *> でも同じ)。
      *>-----------------------------------------------------------
       対象年決定処理.
           COMPUTE 処理年 = 処理日 / 10000
           COMPUTE アーカイブ可能年 = 処理年 - 保存年数 - 1
           MOVE 0 TO 前回アーカイブ年
           OPEN INPUT 繰越残高ファイル
           IF 繰越残高状態 NOT = '35'
               MOVE 0 TO 繰越口座番号
               START 繰越残高ファイル KEY IS NOT LESS THAN 繰越口座番号
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ 繰越残高ファイル NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               COMPUTE 前回アーカイブ年 = 繰越基準日 / 10000
                       END-READ
               END-START
               CLOSE 繰越残高ファイル
           END-IF

           DISPLAY 'アーカイブする年を入力してください(YYYY 無入力:既定の年): '
           ACCEPT 対象年入力バッファ
           INSPECT 対象年入力バッファ REPLACING LEADING SPACE BY '0'
           IF 対象年入力バッファ IS NUMERIC
                   AND 対象年入力バッファ NOT = '0000'
               MOVE 対象年入力バッファ TO 対象年
           ELSE
               IF 前回アーカイブ年 NOT = 0
                   COMPUTE 対象年 = 前回アーカイブ年 + 1
               ELSE
                   MOVE アーカイブ可能年 TO 対象年
               END-IF
               DISPLAY '対象年を ' 対象年 ' として実行します。'
           END-IF
           COMPUTE 対象年初日 = 対象年 * 10000 + 101
           COMPUTE 対象年末日 = 対象年 * 10000 + 1231

           MOVE 'N' TO 対象年不可フラグ
           EVALUATE TRUE
               WHEN 対象年 > アーカイブ可能年
                   SET 対象年不可 TO TRUE
                   DISPLAY '保存年限内の年はアーカイブできません。'
                       'アーカイブできるのは ' アーカイブ可能年
                       '年までです。'
               WHEN 前回アーカイブ年 NOT = 0
                       AND 対象年 NOT > 前回アーカイブ年
                   SET 対象年不可 TO TRUE
                   DISPLAY '対象年は既にアーカイブ済みです。前回アーカイブ年: '
                       前回アーカイブ年
               WHEN 前回アーカイブ年 NOT = 0
                       AND 対象年 > 前回アーカイブ年 + 1
                   SET 対象年不可 TO TRUE
                   DISPLAY '前回アーカイブ年の翌年から順にアーカイブしてください。'
                       '前回アーカイブ年: ' 前回アーカイブ年
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *>-----------------------------------------------------------
      *> 繰越残高ファイルは初回実行時に空で作成する。
      *>-----------------------------------------------------------
       ファイルオープン処理.
           OPEN I-O 取引履歴索引ファイル
           OPEN I-O 繰越残高ファイル
           IF 繰越残高状態 = '35'
               OPEN OUTPUT 繰越残高ファイル
               CLOSE 繰越残高ファイル
               OPEN I-O 繰越残高ファイル
           END-IF
           OPEN OUTPUT アーカイブ結果ファイル.

       ファイルクローズ処理.
           IF 取引履歴索引状態 NOT = '35'
               CLOSE 取引履歴索引ファイル
           END-IF
           CLOSE 繰越残高ファイル
           CLOSE アーカイブ結果ファイル.

      *>-----------------------------------------------------------
      *> 索引ファイルをキー順(口座番号+取引日+取引連番)に読み、
      *> 対象年の明細をアーカイブファイルへ移す。口座番号順に
      *> 読んでいる繰越残高ファイルと突き合わせ、対象年に明細の
      *> 無い繰越口座の期首レコードも口座番号順に出力する。
      *>-----------------------------------------------------------
       移送処理.
           OPEN OUTPUT 取引履歴アーカイブファイル
           MOVE SPACES TO 取引アーカイブレコード
           SET アーカイブ見出しレコード TO TRUE
           MOVE 対象年 TO アーカイブ対象年
           MOVE 処理日 TO アーカイブ作成日
           ACCEPT アーカイブ作成時刻 FROM TIME
           WRITE 取引アーカイブレコード

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

           MOVE 'N' TO 繰越終了フラグ
           MOVE 0 TO 繰越口座番号
           START 繰越残高ファイル KEY IS NOT LESS THAN 繰越口座番号
               INVALID KEY
                   SET 繰越終了 TO TRUE
           END-START
           IF NOT 繰越終了
               PERFORM 繰越読込
           END-IF

           MOVE 'N' TO 期首出力済みフラグ
           PERFORM 移送明細処理 UNTIL 索引終了 OR 移送異常
           IF NOT 移送異常
               PERFORM 繰越期首出力 UNTIL 繰越終了
               MOVE SPACES TO 取引アーカイブレコード
               SET アーカイブ終端レコード TO TRUE
               MOVE 移送口座件数 TO アーカイブ口座件数
               MOVE 移送明細件数 TO アーカイブ明細件数
               MOVE 移送入金金額 TO アーカイブ入金金額
               MOVE 移送出金金額 TO アーカイブ出金金額
               WRITE 取引アーカイブレコード
           END-IF
           CLOSE 取引履歴アーカイブファイル.

       索引読込.
           READ 取引履歴索引ファイル NEXT RECORD
               AT END
                   SET 索引終了 TO TRUE
           END-READ.

       繰越読込.
           READ 繰越残高ファイル NEXT RECORD
               AT END
                   SET 繰越終了 TO TRUE
           END-READ.

      *>-----------------------------------------------------------
      *> 対象年より前の明細が残っている場合は、その年を先に
      *> アーカイブしないと繰越残高が途切れるため移送を中止する。
      *> 対象年より後の明細は読み飛ばす。
      *>-----------------------------------------------------------
       移送明細処理.
           COMPUTE 明細年 = 索引取引日 / 10000
           EVALUATE TRUE
               WHEN 明細年 < 対象年
                   SET 移送異常 TO TRUE
                   SET 旧年残存 TO TRUE
                   MOVE 索引口座番号 TO 旧年口座番号
                   MOVE 索引取引日 TO 旧年取引日
               WHEN 明細年 = 対象年
                   IF NOT 期首出力済み
                           OR 期首出力口座番号 NOT = 索引口座番号
                       PERFORM 繰越期首出力 UNTIL 繰越終了
                           OR 繰越口座番号 NOT < 索引口座番号
                       PERFORM 明細口座期首出力
                   END-IF
                   PERFORM アーカイブ明細出力
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT 移送異常
               PERFORM 索引読込
           END-IF.

      *>-----------------------------------------------------------
      *> 繰越残高ファイルの口座の期首レコードを出力する(対象年に
      *> 明細の無い口座も繰越基準日を進めるため)。
      *>-----------------------------------------------------------
       繰越期首出力.
           MOVE SPACES TO 取引アーカイブレコード
           SET アーカイブ期首レコード TO TRUE
           MOVE 繰越口座番号 TO 期首口座番号
           MOVE 繰越残高 TO 期首繰越残高
           MOVE 繰越取引後残高 TO 期首取引後残高
           WRITE 取引アーカイブレコード
           ADD 1 TO 移送口座件数
           PERFORM 繰越読込.

      *>-----------------------------------------------------------
      *> 対象年に明細のある口座の期首レコードを出力する。繰越残高
      *> ファイルに無い口座はアーカイブ済みの明細が無いため、期首
      *> の繰越残高・取引後残高は0とする。
      *>-----------------------------------------------------------
       明細口座期首出力.
           MOVE SPACES TO 取引アーカイブレコード
           SET アーカイブ期首レコード TO TRUE
           MOVE 索引口座番号 TO 期首口座番号
           IF NOT 繰越終了 AND 繰越口座番号 = 索引口座番号
               MOVE 繰越残高 TO 期首繰越残高
               MOVE 繰越取引後残高 TO 期首取引後残高
               PERFORM 繰越読込
           ELSE
               MOVE 0 TO 期首繰越残高
               MOVE 0 TO 期首取引後残高
           END-IF
           WRITE 取引アーカイブレコード
           ADD 1 TO 移送口座件数
           MOVE 索引口座番号 TO 期首出力口座番号
           SET 期首出力済み TO TRUE.

       アーカイブ明細出力.
           MOVE SPACES TO 取引アーカイブレコード
           SET アーカイブ明細レコード TO TRUE
           MOVE 取引履歴索引レコード TO アーカイブ索引イメージ
           WRITE 取引アーカイブレコード
           ADD 1 TO 移送明細件数
           PERFORM 入金系判定
           IF 入金系明細
               ADD 索引取引金額 TO 移送入金金額
           ELSE
               ADD 索引取引金額 TO 移送出金金額
           END-IF.

      *>-----------------------------------------------------------
      *> 取引履歴索引レコードの明細が入金系(勘定照合バッチの理論
      *> 残高で加算する取引)かどうかを判定する。
      *>-----------------------------------------------------------
       入金系判定.
           IF 索引預金取引 OR 索引利息取引
                   OR 索引振替入金取引 OR 索引振込入金取引
                   OR 索引取消入金取引 OR 索引口座振替入金取引
               SET 入金系明細 TO TRUE
           ELSE
               MOVE 'N' TO 入金系フラグ
           END-IF.

      *>-----------------------------------------------------------
      *> 書き終えたアーカイブファイルを読み直し、見出しの対象年・
      *> 終端レコードの有無と、明細の件数・金額を終端レコードおよび
      *> 移送時の集計と突き合わせる(移送前の突き合わせ)。索引
      *> レコード域は削除処理まで使わないため、明細の判定に借りる。
      *>-----------------------------------------------------------
       移送検証処理.
           MOVE 'N' TO 見出し有りフラグ
           MOVE 'N' TO 終端有りフラグ
           MOVE 'N' TO アーカイブ終了フラグ
           OPEN INPUT 取引履歴アーカイブファイル
           IF 取引アーカイブ状態 = '35'
               SET アーカイブ終了 TO TRUE
           ELSE
               PERFORM アーカイブ読込
           END-IF
           PERFORM 検証明細処理 UNTIL アーカイブ終了
           IF 取引アーカイブ状態 NOT = '35'
               CLOSE 取引履歴アーカイブファイル
           END-IF

           IF NOT 見出し有り OR NOT 終端有り
                   OR 検証対象年 NOT = 対象年
                   OR 検証口座件数 NOT = 終端口座件数
                   OR 検証明細件数 NOT = 終端明細件数
                   OR 検証入金金額 NOT = 終端入金金額
                   OR 検証出金金額 NOT = 終端出金金額
                   OR 検証口座件数 NOT = 移送口座件数
                   OR 検証明細件数 NOT = 移送明細件数
                   OR 検証入金金額 NOT = 移送入金金額
                   OR 検証出金金額 NOT = 移送出金金額
               SET 検証不一致 TO TRUE
               SET 移送異常 TO TRUE
           END-IF.

       アーカイブ読込.
           READ 取引履歴アーカイブファイル
               AT END
                   SET アーカイブ終了 TO TRUE
           END-READ.

       検証明細処理.
           EVALUATE TRUE
               WHEN アーカイブ見出しレコード
                   SET 見出し有り TO TRUE
                   MOVE アーカイブ対象年 TO 検証対象年
               WHEN アーカイブ期首レコード
                   ADD 1 TO 検証口座件数
               WHEN アーカイブ明細レコード
                   MOVE アーカイブ索引イメージ TO 取引履歴索引レコード
                   ADD 1 TO 検証明細件数
                   PERFORM 入金系判定
                   IF 入金系明細
                       ADD 索引取引金額 TO 検証入金金額
                   ELSE
                       ADD 索引取引金額 TO 検証出金金額
                   END-IF
               WHEN アーカイブ終端レコード
                   SET 終端有り TO TRUE
                   MOVE アーカイブ口座件数 TO 終端口座件数
                   MOVE アーカイブ明細件数 TO 終端明細件数
                   MOVE アーカイブ入金金額 TO 終端入金金額
                   MOVE アーカイブ出金金額 TO 終端出金金額
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM アーカイブ読込.

      *>-----------------------------------------------------------
      *> アーカイブファイルの明細をキーに索引ファイルを読み、内容が
      *> アーカイブと一致するものだけを削除する。期首レコードごとに
      *> 口座を切り替え、削除した明細を期首の繰越残高へ積み上げて
      *> 繰越残高ファイルへ反映する。削除できなかった明細は索引
      *> ファイルに残り、繰越残高にも含めないため、勘定照合の理論
      *> 残高は削除の成否にかかわらず変わらない。最後に削除した
      *> 件数・金額を終端レコードと突き合わせる(移送後の突き合わせ)。
      *>-----------------------------------------------------------
       削除処理.
           MOVE 'N' TO 更新保留フラグ
           MOVE 'N' TO アーカイブ終了フラグ
           OPEN INPUT 取引履歴アーカイブファイル
           PERFORM アーカイブ読込
           PERFORM 削除明細処理 UNTIL アーカイブ終了
           IF 更新保留
               PERFORM 繰越残高更新
           END-IF
           CLOSE 取引履歴アーカイブファイル

           IF 削除明細件数 NOT = 終端明細件数
                   OR 削除入金金額 NOT = 終端入金金額
                   OR 削除出金金額 NOT = 終端出金金額
               SET 削除不一致 TO TRUE
               SET 移送異常 TO TRUE
           END-IF.

       削除明細処理.
           EVALUATE TRUE
               WHEN アーカイブ期首レコード
                   IF 更新保留
                       PERFORM 繰越残高更新
                   END-IF
                   MOVE 期首口座番号 TO 更新口座番号
                   MOVE 期首繰越残高 TO 更新繰越残高
                   MOVE 期首取引後残高 TO 更新取引後残高
                   SET 更新保留 TO TRUE
               WHEN アーカイブ明細レコード
                   PERFORM 索引明細削除
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM アーカイブ読込.

       索引明細削除.
           MOVE アーカイブ索引イメージ TO 取引履歴索引レコード
           READ 取引履歴索引ファイル
               INVALID KEY
                   ADD 1 TO 削除不能件数
               NOT INVALID KEY
                   IF 取引履歴索引レコード = アーカイブ索引イメージ
                       DELETE 取引履歴索引ファイル RECORD
                           INVALID KEY
                               ADD 1 TO 削除不能件数
                           NOT INVALID KEY
                               PERFORM 削除明細集計
                       END-DELETE
                   ELSE
                       ADD 1 TO 削除不能件数
                   END-IF
           END-READ.

       削除明細集計.
           ADD 1 TO 削除明細件数
           PERFORM 入金系判定
           IF 入金系明細
               ADD 索引取引金額 TO 削除入金金額
               ADD 索引取引金額 TO 更新繰越残高
           ELSE
               ADD 索引取引金額 TO 削除出金金額
               SUBTRACT 索引取引金額 FROM 更新繰越残高
           END-IF
           MOVE 索引取引後残高 TO 更新取引後残高.

      *>-----------------------------------------------------------
      *> 1口座分の繰越残高を書き込む(未登録の口座は追加する)。
      *>-----------------------------------------------------------
       繰越残高更新.
           MOVE 'N' TO 繰越新規フラグ
           MOVE 更新口座番号 TO 繰越口座番号
           READ 繰越残高ファイル
               INVALID KEY
                   SET 繰越新規 TO TRUE
           END-READ
           IF 繰越新規
               MOVE SPACES TO 繰越残高レコード
               MOVE 更新口座番号 TO 繰越口座番号
           END-IF
           MOVE 対象年末日 TO 繰越基準日
           MOVE 更新繰越残高 TO 繰越残高
           MOVE 更新取引後残高 TO 繰越取引後残高
           MOVE 処理日 TO 繰越更新日
           IF 繰越新規
               WRITE 繰越残高レコード
           ELSE
               REWRITE 繰越残高レコード
           END-IF
           ADD 1 TO 繰越更新件数
           MOVE 'N' TO 更新保留フラグ.

       ヘッダー出力処理.
           MOVE SPACES TO アーカイブ結果行
           STRING '========== 取引履歴アーカイブ結果表 ==========' DELIMITED BY SIZE
               INTO アーカイブ結果行
           END-STRING
           WRITE アーカイブ結果行

           MOVE SPACES TO アーカイブ結果行
           STRING '処理日: ' DELIMITED BY SIZE
               処理日 DELIMITED BY SIZE
               '  対象年: ' DELIMITED BY SIZE
               対象年 DELIMITED BY SIZE
               INTO アーカイブ結果行
           END-STRING
           WRITE アーカイブ結果行.

      *>-----------------------------------------------------------
      *> 移送・検証・終端・削除の件数と金額を並べて出力し、最後に
      *> 突き合わせの結果を出力する。
      *>-----------------------------------------------------------
       結果集計出力処理.
           MOVE '移送    ' TO 結果区分名
           MOVE 移送口座件数 TO 結果口座件数
           MOVE 移送明細件数 TO 結果明細件数
           MOVE 移送入金金額 TO 結果入金金額
           MOVE 移送出金金額 TO 結果出金金額
           PERFORM 件数金額行出力
           IF 検証明細件数 NOT = 0 OR 終端有り
               MOVE '検証    ' TO 結果区分名
               MOVE 検証口座件数 TO 結果口座件数
               MOVE 検証明細件数 TO 結果明細件数
               MOVE 検証入金金額 TO 結果入金金額
               MOVE 検証出金金額 TO 結果出金金額
               PERFORM 件数金額行出力
               MOVE '終端    ' TO 結果区分名
               MOVE 終端口座件数 TO 結果口座件数
               MOVE 終端明細件数 TO 結果明細件数
               MOVE 終端入金金額 TO 結果入金金額
               MOVE 終端出金金額 TO 結果出金金額
               PERFORM 件数金額行出力
           END-IF
           IF NOT 旧年残存 AND NOT 検証不一致
               MOVE '削除    ' TO 結果区分名
               MOVE 繰越更新件数 TO 結果口座件数
               MOVE 削除明細件数 TO 結果明細件数
               MOVE 削除入金金額 TO 結果入金金額
               MOVE 削除出金金額 TO 結果出金金額
               PERFORM 件数金額行出力
           END-IF

           MOVE SPACES TO アーカイブ結果行
           EVALUATE TRUE
               WHEN 旧年残存
                   STRING '中止  対象年より前の明細が残っています。口座番号:' DELIMITED BY SIZE
                       旧年口座番号 DELIMITED BY SIZE
                       '  取引日:' DELIMITED BY SIZE
                       旧年取引日 DELIMITED BY SIZE
                       INTO アーカイブ結果行
                   END-STRING
                   WRITE アーカイブ結果行
                   MOVE SPACES TO アーカイブ結果行
                   STRING '      古い年から順にアーカイブしてください。' DELIMITED BY SIZE
                       INTO アーカイブ結果行
                   END-STRING
               WHEN 検証不一致
                   STRING '中止  アーカイブファイルの読み直しが移送時の件数・金額と一致しません。' DELIMITED BY SIZE
                       INTO アーカイブ結果行
                   END-STRING
                   WRITE アーカイブ結果行
                   MOVE SPACES TO アーカイブ結果行
                   STRING '      索引ファイルは削除していません。' DELIMITED BY SIZE
                       INTO アーカイブ結果行
                   END-STRING
               WHEN 削除不一致
                   MOVE 削除不能件数 TO 結果明細件数
                   STRING '不一致  索引ファイルから削除した件数・金額が終端と一致しません。削除不能:' DELIMITED BY SIZE
                       結果明細件数 DELIMITED BY SIZE
                       '件' DELIMITED BY SIZE
                       INTO アーカイブ結果行
                   END-STRING
               WHEN OTHER
                   STRING '一致  移送前後の件数・金額は一致しました。' DELIMITED BY SIZE
                       INTO アーカイブ結果行
                   END-STRING
           END-EVALUATE
           WRITE アーカイブ結果行.

       件数金額行出力.
           MOVE SPACES TO アーカイブ結果行
           STRING 結果区分名 DELIMITED BY SIZE
               '口座:' DELIMITED BY SIZE
               結果口座件数 DELIMITED BY SIZE
               '  明細:' DELIMITED BY SIZE
               結果明細件数 DELIMITED BY SIZE
               '件  入金:' DELIMITED BY SIZE
               結果入金金額 DELIMITED BY SIZE
               '円  出金:' DELIMITED BY SIZE
               結果出金金額 DELIMITED BY SIZE
               '円' DELIMITED BY SIZE
               INTO アーカイブ結果行
           END-STRING
           WRITE アーカイブ結果行.

      *>-----------------------------------------------------------
      *> 営業日管理ファイルの開閉局状態を確認する。オンライン開局中
      *> は銀行システムが取引履歴へ追記し得るため、締めバッチの実行
      *> を拒否する(閉局してから実行する)。営業日管理ファイルが
      *> 無い場合は従来どおり実行できる。あわせて閉局中の勘定日を
      *> 締め勘定日として取り出す。
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
      *> 求める。同じ年の二重のアーカイブは繰越残高ファイルの繰越
      *> 基準日で拒否するため、ここでは実行記録のみ残す。
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
      *> 実行記録を確定する。移送の中止や突き合わせの不一致は異常
      *> 終了として記録する。
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
           IF 移送異常
               SET 異常終了 TO TRUE
           ELSE
               SET 正常終了 TO TRUE
           END-IF
           REWRITE バッチ実行管理レコード
           CLOSE バッチ実行管理ファイル.
