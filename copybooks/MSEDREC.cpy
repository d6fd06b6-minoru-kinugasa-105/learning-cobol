      *>===============================================================
      *> マスタ退避レコード
      *>   先頭に見出しレコード、末尾に終端レコードを置き、その間に
      *>   口座・顧客・引落契約・振込予約の各マスタレコードをそのまま
      *>   の形で退避する。終端レコードが無い世代は退避が途中で
      *>   止まったものとして復帰に使わない。
      *>   退避勘定日は退避時点で閉局中の勘定日、退避時点区分は
      *>   夜間バッチの前('B')か後('A')か(取引履歴日次切替の正常
      *>   終了記録の有無で判定する)。
      *>   退避時反映件数は、口座ごとに退避勘定日以降の日付で記帳
      *>   済みだった取引履歴の件数(取引履歴索引ファイルのキー順、
      *>   続いて取引履歴ファイルの記帳順に数える)。前進復帰はこの
      *>   件数分を読み飛ばし、以降の明細を再適用する。
      *>===============================================================
       01  マスタ退避レコード.
           05  退避レコード区分            PIC X(01).
               88  退避見出しレコード           VALUE 'H'.
               88  退避口座レコード            VALUE 'K'.
               88  退避顧客レコード            VALUE 'C'.
               88  退避引落契約レコード          VALUE 'D'.
               88  退避振込予約レコード          VALUE 'Y'.
               88  退避終端レコード            VALUE 'E'.
           05  退避データ               PIC X(200).
           05  退避見出しデータ REDEFINES 退避データ.
               10  退避勘定日             PIC 9(08).
               10  退避時点区分            PIC X(01).
                   88  夜間前退避             VALUE 'B'.
                   88  夜間後退避             VALUE 'A'.
               10  退避日付              PIC 9(08).
               10  退避時刻              PIC 9(08).
               10  FILLER                 PIC X(175).
           05  退避口座データ REDEFINES 退避データ.
               10  退避口座イメージ          PIC X(146).
               10  退避時反映件数           PIC 9(05).
               10  FILLER                 PIC X(49).
           05  退避終端データ REDEFINES 退避データ.
               10  退避口座件数            PIC 9(07).
               10  退避顧客件数            PIC 9(07).
               10  退避引落契約件数          PIC 9(07).
               10  退避振込予約件数          PIC 9(07).
               10  FILLER                 PIC X(172).
