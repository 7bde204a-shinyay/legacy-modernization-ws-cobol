      *****************************************************************
      * 成績変更申請ファイル - レコードレイアウト
      * (職員が申請し、登録係の承認で成績結果ファイルへ反映する。
      *  前学期より前の成績は別の登録係による第二承認を要する)
      *****************************************************************
       01  GRADE-CHANGE-RECORD.
           05 GCR-KEY.
              10 GCR-REQUEST-NO     PIC 9(5).
           05 GCR-COURSE-ID         PIC X(6).
           05 GCR-ACADEMIC-YEAR     PIC X(4).
           05 GCR-STUDENT-ID        PIC X(8).
           05 GCR-OLD-GRADE         PIC X.
           05 GCR-OLD-SCORE         PIC 9(3).
           05 GCR-NEW-GRADE         PIC X.
           05 GCR-NEW-SCORE         PIC 9(3).
           05 GCR-REASON            PIC X(40).
           05 GCR-REQUESTED-BY      PIC X(10).
           05 GCR-REQUESTED-TS      PIC X(21).
           05 GCR-STATUS            PIC X.
              88 GCR-STATUS-PENDING     VALUE "P".
              88 GCR-STATUS-SECOND      VALUE "S".
              88 GCR-STATUS-APPROVED    VALUE "A".
              88 GCR-STATUS-REJECTED    VALUE "R".
           05 GCR-SECOND-FLAG       PIC X.
              88 GCR-NEEDS-SECOND       VALUE "Y".
           05 GCR-FIRST-APPROVER    PIC X(10).
           05 GCR-FIRST-DATE        PIC X(8).
           05 GCR-SECOND-APPROVER   PIC X(10).
           05 GCR-SECOND-DATE       PIC X(8).
           05 GCR-REJECT-REASON     PIC X(30).
