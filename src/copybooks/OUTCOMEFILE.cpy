      *****************************************************************
      * 学習成果マスタ - レコードレイアウト
      * (学科ごとのプログラム学習成果。コードと短い説明文)
      *****************************************************************
       01  OUTCOME-RECORD.
           05 OUT-KEY.
              10 OUT-DEPT-ID        PIC X(4).
              10 OUT-CODE           PIC X(4).
           05 OUT-TEXT              PIC X(40).
           05 OUT-TEXT-EN           PIC X(40).
