      *>===============================================================
      *> 請求明細レコード
      *>   振替結果コードは全銀の口座振替結果コードに準じる。空白は
      *>   振替未済(引落指定日の到来待ち)。結果が決まった明細は
      *>   結果未返却とし、振替結果データへ出力した時点で結果返却済
      *>   とする。明細は照会・監査用に削除せず残す。
      *>===============================================================
       01  請求明細レコード.
           05  請求明細キー.
               10  請求収納企業口座番号        PIC 9(07).
               10  請求契約番号            PIC 9(07).
               10  請求年月              PIC 9(06).
           05  請求金額                PIC 9(10).
           05  請求指定日               PIC 9(08).
           05  請求受付日               PIC 9(08).
           05  振替結果コード             PIC X(01).
               88  振替結果未定              VALUE SPACE.
               88  振替済                 VALUE '0'.
               88  振替資金不足              VALUE '1'.
               88  振替取引なし              VALUE '2'.
               88  振替預金者停止             VALUE '3'.
               88  振替契約なし              VALUE '4'.
               88  振替その他               VALUE '9'.
           05  振替処理日               PIC 9(08).
           05  結果返却区分              PIC X(01).
               88  結果未返却               VALUE 'N'.
               88  結果返却済               VALUE 'Y'.
           05  FILLER                 PIC X(03).
