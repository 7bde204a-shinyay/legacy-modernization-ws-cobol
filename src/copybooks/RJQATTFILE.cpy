      *****************************************************************
      * 出欠取込拒否キューファイル - レコードレイアウト
      * (拒否行の全項目を保持し、画面修正・再投入できるようにする。
      *  解決済(R)の行も作業記録として残す)
      *****************************************************************
       01  ATT-REJECT-QUEUE-RECORD.
           05 RJA-STATUS            PIC X.
              88 RJA-OPEN               VALUE "O".
              88 RJA-RESOLVED           VALUE "R".
           05 RJA-REASON            PIC X(50).
           05 RJA-RECORD-IMAGE      PIC X(29).
