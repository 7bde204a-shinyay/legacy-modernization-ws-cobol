      *****************************************************************
      * 学生フィード拒否キューファイル - レコードレイアウト
      * (拒否行の全項目を保持し、画面修正・再投入できるようにする。
      *  解決済(R)の行も作業記録として残す)
      *****************************************************************
       01  STU-REJECT-QUEUE-RECORD.
           05 RJS-STATUS            PIC X.
              88 RJS-OPEN               VALUE "O".
              88 RJS-RESOLVED           VALUE "R".
           05 RJS-REASON            PIC X(50).
           05 RJS-RECORD-IMAGE      PIC X(37).
