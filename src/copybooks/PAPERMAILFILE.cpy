      *****************************************************************
      * 郵送通知リストファイル - レコードレイアウト
      * (再送上限を超えて不達となった通知。事務で印刷・郵送する)
      *****************************************************************
       01  PAPER-MAIL-RECORD.
           05 PPM-ADDED-DATE        PIC X(8).
           05 PPM-RECIPIENT-TYPE    PIC X.
           05 PPM-RECIPIENT-ID      PIC X(8).
           05 PPM-NAME              PIC X(20).
           05 PPM-DEPT-ID           PIC X(4).
           05 PPM-DEPT-NAME         PIC X(30).
           05 PPM-COURSE-ID         PIC X(6).
           05 PPM-ACADEMIC-YEAR     PIC X(4).
           05 PPM-NOTICE-CODE       PIC X.
           05 PPM-NOTICE-TEXT       PIC X(60).
           05 PPM-TIMESTAMP         PIC X(21).
           05 PPM-BOUNCE-COUNT      PIC 99.
