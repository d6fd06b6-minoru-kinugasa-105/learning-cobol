      *>===============================================================
      *> 科目残高レコード
      *>   残高は借方残を正・貸方残を負とする(預金科目は負)。
      *>   残高勘定日は当日発生額を最後に反映した勘定日。同じ勘定日
      *>   の再実行では前日残高から当日残高を算出し直すため、異常
      *>   終了後に再実行しても発生額が二重に反映されることはない。
      *>===============================================================
       01  科目残高レコード.
           05  残高科目コード             PIC X(04).
           05  残高科目名称              PIC X(30).
           05  残高科目属性              PIC X(01).
           05  残高勘定日               PIC 9(08).
           05  科目前日残高              PIC S9(13) SIGN IS LEADING SEPARATE.
           05  科目当日借方額             PIC 9(13).
           05  科目当日貸方額             PIC 9(13).
           05  科目当日残高              PIC S9(13) SIGN IS LEADING SEPARATE.
           05  FILLER                 PIC X(03).
