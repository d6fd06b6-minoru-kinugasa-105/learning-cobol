      *>   2026-09-02  SK  担当者未記録明細のラベルが8桁の担当者
      *>                   コード欄に収まらず欠けて表示されていたのを
      *>                   「--------」へ修正
      *>   2026-10-15  SK  取引履歴の検印者コードに基づき、担当者別と
      *>                   全体の検印取引(責任者検印を受けた高額の
      *>                   引き出し・振込)の件数・金額を出力
      *>-----------------------------------------------------------

       ENVIRONMENT DIVISION.
       01 集計取引区分           PIC X(2).
       01 集計取引金額           PIC 9(9).
       01 集計担当者コード         PIC X(8).
       01 集計検印者コード         PIC X(8).

       01 テラー件数            PIC 9(2) VALUE 0.
       01 テラー上限            PIC 9(2) VALUE 50.
               10 集計表取引件数         PIC 9(7).
               10 集計表入金金額         PIC 9(11).
               10 集計表出金金額         PIC 9(11).
               10 集計表検印件数         PIC 9(7).
               10 集計表検印金額         PIC 9(11).

       01 総取引件数            PIC 9(9) VALUE 0.
       01 総検印件数            PIC 9(9) VALUE 0.
       01 総検印金額            PIC 9(13) VALUE 0.

       01 バッチ名定数           PIC X(30) VALUE 'テラー別日計表作成'.
       01 処理対象年月日          PIC 9(8).
           MOVE 索引取引区分 TO 集計取引区分
           MOVE 索引取引金額 TO 集計取引金額
           MOVE 索引取引担当者コード TO 集計担当者コード
           MOVE 索引取引検印者コード TO 集計検印者コード
           PERFORM 集計行適用
           PERFORM 索引読込.

           MOVE 取引区分 OF 取引履歴レコード TO 集計取引区分
           MOVE 取引金額 OF 取引履歴レコード TO 集計取引金額
           MOVE 取引担当者コード TO 集計担当者コード
           MOVE 取引検印者コード TO 集計検印者コード
           PERFORM 集計行適用
           PERFORM 履歴読込.

      *> として集計する(担当者コードは8桁のため表示用の和文
      *> ラベルは入らない)。入金(預金/利息/振替入金/振込入金/
      *> 取消入金/口振入金)と出金(それ以外)に分けて金額を集計
      *> する。検印者コードが記録された明細(責任者検印を受けた
      *> 取引)は検印取引として件数・金額を別に積み上げる。
      *>-----------------------------------------------------------
       集計行適用.
           IF 集計取引日 = 対象日
                       MOVE 0 TO 集計表取引件数 (ヒット添字)
                       MOVE 0 TO 集計表入金金額 (ヒット添字)
                       MOVE 0 TO 集計表出金金額 (ヒット添字)
                       MOVE 0 TO 集計表検印件数 (ヒット添字)
                       MOVE 0 TO 集計表検印金額 (ヒット添字)
                   END-IF
               END-IF
               IF ヒット添字 NOT = 0
                       ADD 集計取引金額
                           TO 集計表出金金額 (ヒット添字)
                   END-IF
                   IF 集計検印者コード NOT = SPACES
                       ADD 1 TO 集計表検印件数 (ヒット添字)
                       ADD 集計取引金額
                           TO 集計表検印金額 (ヒット添字)
                       ADD 1 TO 総検印件数
                       ADD 集計取引金額 TO 総検印金額
                   END-IF
               ELSE
                   DISPLAY '集計表の担当者数が上限を超えています。担当者: '
                       集計担当者コード
               '名)' DELIMITED BY SIZE
               INTO テラー日計行
           END-STRING
           WRITE テラー日計行

           MOVE SPACES TO テラー日計行
           STRING '検印取引合計: ' DELIMITED BY SIZE
               総検印件数 DELIMITED BY SIZE
               '件  金額:' DELIMITED BY SIZE
               総検印金額 DELIMITED BY SIZE
               '円' DELIMITED BY SIZE
               INTO テラー日計行
           END-STRING
           WRITE テラー日計行.

       テラー行印刷処理.
               '円' DELIMITED BY SIZE
               INTO テラー日計行
           END-STRING
           WRITE テラー日計行
           IF 集計表検印件数 (テラー添字) > 0
               MOVE SPACES TO テラー日計行
               STRING '        うち検印取引  件数:' DELIMITED BY SIZE
                   集計表検印件数 (テラー添字) DELIMITED BY SIZE
                   '件  金額:' DELIMITED BY SIZE
                   集計表検印金額 (テラー添字) DELIMITED BY SIZE
                   '円' DELIMITED BY SIZE
                   INTO テラー日計行
               END-STRING
               WRITE テラー日計行
           END-IF.
      *>-----------------------------------------------------------
      *> バッチ実行管理ファイルをオープンし、記録用の空き実行通番を
      *> 求める。本プログラムは帳票作成のみで再実行しても安全な
