      *****************************************************************
      * 成績変更履歴ファイル - レコードレイアウト
      * (成績結果ファイルの変更前後。申請番号0は成績フィードの
      *  差替え。担当教員・学科は反映時の代表区分から取る)
      *****************************************************************
       01  GRADE-CHANGE-LOG-RECORD.
           05 GCL-TIMESTAMP         PIC X(21).
           05 GCL-REQUEST-NO        PIC 9(5).
           05 GCL-COURSE-ID         PIC X(6).
           05 GCL-ACADEMIC-YEAR     PIC X(4).
           05 GCL-STUDENT-ID        PIC X(8).
           05 GCL-TEACHER-ID        PIC X(5).
           05 GCL-DEPT-ID           PIC X(4).
           05 GCL-OLD-GRADE         PIC X.
           05 GCL-OLD-SCORE         PIC 9(3).
           05 GCL-NEW-GRADE         PIC X.
           05 GCL-NEW-SCORE         PIC 9(3).
           05 GCL-REQUESTED-BY      PIC X(10).
           05 GCL-APPROVED-BY       PIC X(10).
           05 GCL-SECOND-APPROVER   PIC X(10).
           05 GCL-REASON            PIC X(40).
