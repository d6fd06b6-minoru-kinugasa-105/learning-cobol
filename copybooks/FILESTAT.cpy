       01  営業日管理状態              PIC X(02).
       01  金利マスタ状態              PIC X(02).
       01  ジョブネット定義状態           PIC X(02).
       01  勘定科目マスタ状態            PIC X(02).
       01  科目残高状態               PIC X(02).
       01  仕訳ファイル状態             PIC X(02).
       01  検知条件状態               PIC X(02).
       01  検知済み状態               PIC X(02).
       01  検印基準状態               PIC X(02).
       01  マスタ退避状態              PIC X(02).
       01  請求明細状態               PIC X(02).
       01  通知発送済み状態             PIC X(02).
       01  通知ワーク状態              PIC X(02).
       01  繰越残高状態               PIC X(02).
       01  取引アーカイブ状態            PIC X(02).
