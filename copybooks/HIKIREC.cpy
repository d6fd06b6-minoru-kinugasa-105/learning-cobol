      *>   引き落とせなかった契約は最終引落年月が前月のまま残り、
      *>   数日後の口座振替バッチ再実行時に自動的に再請求される
      *>   (引落不能回数は当月の不能回数。成功時に0へ戻す)。
      *>   引落金額区分が請求引落の契約は引落金額を使わず、収納企業
      *>   から受信した請求データの請求金額を引落指定日に引き落とす
      *>   (請求明細ファイル。再請求は行わない)。
      *>===============================================================
       01  引落契約マスタレコード.
           05  契約番号                PIC 9(07).
               88  契約解除済               VALUE 'K'.
           05  最終引落年月              PIC 9(06).
           05  引落不能回数              PIC 9(02).
           05  引落金額区分              PIC X(01).
               88  定額引落                VALUE SPACE '1'.
               88  請求引落                VALUE '2'.
           05  FILLER                 PIC X(02).
