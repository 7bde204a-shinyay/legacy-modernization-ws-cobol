      *****************************************************************
      * 共同担当教員ファイル - レコードレイアウト
      * (区分ごとに主担当以外の教員を最大5名まで持つ。主担当の
      *  負担割合は100から共同担当分の合計を引いた残りとする)
      *****************************************************************
       01  CO-TEACHER-RECORD.
           05 CTC-KEY.
              10 CTC-COURSE-ID      PIC X(6).
              10 CTC-ACADEMIC-YEAR  PIC X(4).
              10 CTC-SECTION-NO     PIC X(2).
              10 CTC-TEACHER-ID     PIC X(5).
           05 CTC-ROLE              PIC X.
              88 CTC-ROLE-LEAD          VALUE "L".
              88 CTC-ROLE-CO            VALUE "C".
           05 CTC-SHARE-PCT         PIC 999.
