      *>                   (無ければ本日日付)を既定とするよう変更
      *>                   (夜間バッチ統括からの無人起動と、日付を
      *>                   またいだ深夜の実行に対応)
      *>   2026-10-15  SK  総合口座貸越の貸越利息取引の集計を追加
      *>-----------------------------------------------------------

       ENVIRONMENT DIVISION.

       01 区分数値             PIC 9(02).
       01 区分添字             PIC 9(02).
       01 区分最大数            PIC 9(02) VALUE 14.

       01 区分集計表.
           05 区分集計 OCCURS 14.
               10 区分件数             PIC 9(7).
               10 区分金額             PIC 9(11).

           05 FILLER              PIC X(12) VALUE '口振出金'.
           05 FILLER              PIC X(12) VALUE '口振入金'.
           05 FILLER              PIC X(12) VALUE '源泉税   '.
           05 FILLER              PIC X(12) VALUE '貸越利息'.
       01 区分名称表 REDEFINES 区分名称定義.
           05 区分名称             PIC X(12) OCCURS 14.

       01 入金総額             PIC 9(11) VALUE 0.
       01 出金総額             PIC 9(11) VALUE 0.
