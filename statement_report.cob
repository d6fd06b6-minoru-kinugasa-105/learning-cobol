      *>                   日付・時刻つき)と開始残高算出対応を追加
      *>   2026-09-02  SK  口座振替(自動引落)取引の明細行表示を追加
      *>   2026-09-02  SK  源泉税(税金取引)の種別名称表示を追加
      *>   2026-10-15  SK  総合口座貸越の貸越利息の種別名称表示を追加
      *>   2026-10-15  SK  取引履歴アーカイブバッチでアーカイブ済み
      *>                   の期間を対象日に指定された場合は、取引履歴
      *>                   アーカイブファイルから明細を読むよう変更
      *>                   (期首の取引後残高を開始残高の起点とする)
      *>-----------------------------------------------------------

       ENVIRONMENT DIVISION.
           COPY "KOZASEL.cpy".
           COPY "TORISEL.cpy".
           COPY "TORIXSEL.cpy".
           COPY "KURISEL.cpy".
           COPY "TARCSEL.cpy".
           COPY "KOKYSEL.cpy".

           SELECT 明細表ファイル ASSIGN TO "MEISAI"
           COPY "TORIXFD.cpy".
           COPY "TORIXREC.cpy".

           COPY "KURIFD.cpy".
           COPY "KURIREC.cpy".

           COPY "TARCFD.cpy".
           COPY "TARCREC.cpy".

           COPY "KOKYFD.cpy".
           COPY "KOKYREC.cpy".

       01 残履歴終了フラグ        PIC X(1) VALUE 'N'.
           88 残履歴終了             VALUE 'Y'.

       01 アーカイブ参照フラグ       PIC X(1) VALUE 'N'.
           88 アーカイブ参照           VALUE 'Y'.
       01 アーカイブ割当誤りフラグ     PIC X(1) VALUE 'N'.
           88 アーカイブ割当誤り         VALUE 'Y'.
       01 アーカイブ終了フラグ       PIC X(1) VALUE 'N'.
           88 アーカイブ終了           VALUE 'Y'.
       01 対象年              PIC 9(4).

       01 開始残高            PIC 9(9).
       01 終了残高            PIC 9(9).
       01 明細件数            PIC 9(5) COMP-3 VALUE 0.
               DISPLAY '指定された口座番号は存在しません。'
           ELSE
               PERFORM 名義人氏名取得
               PERFORM アーカイブ期間判定
               IF アーカイブ割当誤り
                   DISPLAY '対象日はアーカイブ済みの期間です。'
                   DISPLAY '対象年 ' 対象年
                       ' の取引履歴アーカイブファイルを割り当ててから実行してください。'
               ELSE
                   PERFORM 取引履歴集計処理
                   IF 明細件数 = 0
                       PERFORM 当日残高未記帳時処理
                   END-IF
                   PERFORM 明細表印刷処理
                   DISPLAY '明細表を作成しました。件数: ' 明細件数 '件'
               END-IF
           END-IF

           PERFORM ファイルクローズ処理.
               END-READ
           END-IF.

      *>-----------------------------------------------------------
      *> 対象日が取引履歴アーカイブバッチでアーカイブ済みの期間
      *> (対象口座の繰越残高ファイルの繰越基準日以前)かを判定
      *> する。アーカイブ済みの場合は、起動側で割り当てた取引履歴
      *> アーカイブファイルの見出しの対象年が対象日の年と一致する
      *> ことを確認する。
      *>-----------------------------------------------------------
       アーカイブ期間判定.
           MOVE 'N' TO アーカイブ参照フラグ
           MOVE 'N' TO アーカイブ割当誤りフラグ
           COMPUTE 対象年 = 対象日 / 10000
           OPEN INPUT 繰越残高ファイル
           IF 繰越残高状態 NOT = '35'
               MOVE 対象口座番号 TO 繰越口座番号
               READ 繰越残高ファイル
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF 対象日 NOT > 繰越基準日
                           SET アーカイブ参照 TO TRUE
                       END-IF
               END-READ
               CLOSE 繰越残高ファイル
           END-IF
           IF アーカイブ参照
               OPEN INPUT 取引履歴アーカイブファイル
               IF 取引アーカイブ状態 = '35'
                   SET アーカイブ割当誤り TO TRUE
               ELSE
                   READ 取引履歴アーカイブファイル
                       AT END
                           SET アーカイブ割当誤り TO TRUE
                       NOT AT END
                           IF NOT アーカイブ見出しレコード
                                   OR アーカイブ対象年 NOT = 対象年
                               SET アーカイブ割当誤り TO TRUE
                           END-IF
                   END-READ
                   CLOSE 取引履歴アーカイブファイル
               END-IF
           END-IF.

      *>-----------------------------------------------------------
      *> 対象口座の明細を対象日まで読み、開始/終了残高と明細件数を
      *> 求める。切替済みの明細は取引履歴索引ファイルを口座番号で
      *> 位置付けて読み(キーが日付順のため対象日を超えたら打ち
      *> 切る)、未切替の当日分は取引履歴ファイルから補完する。
      *> アーカイブ済みの期間は索引ファイルの代わりに取引履歴
      *> アーカイブファイルを読む。
      *>-----------------------------------------------------------
       取引履歴集計処理.
           IF アーカイブ参照
               PERFORM アーカイブ位置付け
               PERFORM アーカイブ集計処理 UNTIL アーカイブ終了
               CLOSE 取引履歴アーカイブファイル
           ELSE
               PERFORM 索引位置付け
               PERFORM 索引集計処理 UNTIL 索引終了
           END-IF
           PERFORM 残履歴位置付け
           PERFORM 残履歴集計処理 UNTIL 残履歴終了.

               PERFORM 索引読込
           END-IF.

       アーカイブ位置付け.
           MOVE 'N' TO アーカイブ終了フラグ
           OPEN INPUT 取引履歴アーカイブファイル
           PERFORM アーカイブ読込.

       アーカイブ読込.
           READ 取引履歴アーカイブファイル
               AT END
                   SET アーカイブ終了 TO TRUE
           END-READ.

      *>-----------------------------------------------------------
      *> アーカイブファイルは口座番号順に期首レコードと明細が並ぶ。
      *> 対象口座の期首レコードの取引後残高(対象年の期首の残高)を
      *> 直近残高の初期値とし、対象日までの明細を索引の明細と同じ
      *> 手順で集計する。後続の口座に達したら打ち切る。
      *>-----------------------------------------------------------
       アーカイブ集計処理.
           EVALUATE TRUE
               WHEN アーカイブ期首レコード
                       AND 期首口座番号 = 対象口座番号
                   MOVE 期首取引後残高 TO 直近残高
                   SET 直近残高あり TO TRUE
               WHEN アーカイブ期首レコード
                       AND 期首口座番号 > 対象口座番号
                   SET アーカイブ終了 TO TRUE
               WHEN アーカイブ明細レコード
                   MOVE アーカイブ索引イメージ TO 取引履歴索引レコード
                   IF 索引口座番号 = 対象口座番号
                           AND 索引取引日 NOT > 対象日
                       PERFORM 索引明細転記
                       PERFORM 明細集計適用
                   END-IF
               WHEN アーカイブ終端レコード
                   SET アーカイブ終了 TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT アーカイブ終了
               PERFORM アーカイブ読込
           END-IF.

       残履歴位置付け.
           MOVE 'N' TO 残履歴終了フラグ
           IF 取引履歴状態 = '35'
                   MOVE '口振入金  ' TO 取引種別名称
               WHEN '13'
                   MOVE '源泉税   ' TO 取引種別名称
               WHEN '14'
                   MOVE '貸越利息  ' TO 取引種別名称
               WHEN OTHER
                   MOVE '取引    ' TO 取引種別名称
           END-EVALUATE
      *> 対象口座・対象日に一致する明細行のみを明細表ファイルへ
      *> 出力する。索引ファイルを対象口座・対象日で位置付け直して
      *> 読み、未切替の当日分は取引履歴ファイルを読み直して補完
      *> する。アーカイブ済みの期間は取引履歴アーカイブファイルを
      *> 先頭から読み直す。
      *>-----------------------------------------------------------
       取引履歴再印刷処理.
           MOVE 'N' TO 索引終了フラグ
           IF 取引履歴索引状態 = '35' OR アーカイブ参照
               SET 索引終了 TO TRUE
           ELSE
               MOVE 対象口座番号 TO 索引口座番号
               PERFORM 索引読込
           END-IF
           PERFORM 索引再印刷明細 UNTIL 索引終了
           IF アーカイブ参照
               PERFORM アーカイブ位置付け
               PERFORM アーカイブ再印刷明細 UNTIL アーカイブ終了
               CLOSE 取引履歴アーカイブファイル
           END-IF

           MOVE 'N' TO 残履歴終了フラグ
           IF 取引履歴状態 = '35'
               PERFORM 明細行書出
           END-IF
           PERFORM 残履歴読込.

       アーカイブ再印刷明細.
           EVALUATE TRUE
               WHEN アーカイブ期首レコード
                       AND 期首口座番号 > 対象口座番号
                   SET アーカイブ終了 TO TRUE
               WHEN アーカイブ明細レコード
                   MOVE アーカイブ索引イメージ TO 取引履歴索引レコード
                   IF 索引口座番号 = 対象口座番号
                           AND 索引取引日 = 対象日
                       PERFORM 索引明細転記
                       PERFORM 明細行書出
                   END-IF
               WHEN アーカイブ終端レコード
                   SET アーカイブ終了 TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT アーカイブ終了
               PERFORM アーカイブ読込
           END-IF.
