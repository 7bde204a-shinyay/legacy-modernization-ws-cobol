              88 NTF-DECISION-APPROVED  VALUE "A".
              88 NTF-DECISION-REJECTED  VALUE "R".
              88 NTF-DECISION-CANCELLED VALUE "C".
              88 NTF-GRADE-REMINDER     VALUES "1" "2" "3".
              88 NTF-PROCTOR-ASSIGNED   VALUE "E".
              88 NTF-PROCTOR-RELEASED   VALUE "F".
              88 NTF-ADVISEE-WITHDRAWN  VALUE "W".
              88 NTF-ADVISEE-NO-ENROLL  VALUE "N".
           05 NTF-TIMESTAMP         PIC X(21).
           05 NTF-SENT-FLAG         PIC X.
              88 NTF-SENT               VALUE "Y".
              88 NTF-UNSENT              VALUE "N".
      *    指導学生に関する通知の対象学生(その他の通知は空白)
           05 NTF-STUDENT-ID        PIC X(8).
