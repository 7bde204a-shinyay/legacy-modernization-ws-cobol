      *****************************************************************
      * 成績証明書発行台帳ファイル - レコードレイアウト
      * (発行番号ごとに、誰の証明書を誰宛にいつ発行したかを残す)
      *****************************************************************
       01  TRANSCRIPT-ISSUE-RECORD.
           05 TRI-SERIAL-NO         PIC 9(8).
           05 TRI-STUDENT-ID        PIC X(8).
           05 TRI-STUDENT-NAME      PIC X(20).
           05 TRI-ISSUE-DATE        PIC X(8).
           05 TRI-ISSUE-TIME        PIC X(6).
           05 TRI-ISSUED-TO         PIC X(30).
           05 TRI-CREDITS-EARNED    PIC 9(3).
           05 TRI-CUMULATIVE-GPA    PIC 9V99.
