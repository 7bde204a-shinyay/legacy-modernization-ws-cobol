      *****************************************************************
      * 教員マスタファイル - レコードレイアウト
      * (TCH-EMPLOY-TYPEはF=専任 P=非常勤。空白は専任とみなす)
      *****************************************************************
       01  TEACHER-RECORD.
           05 TCH-ID                PIC X(5).
           05 TCH-NAME              PIC X(20).
           05 TCH-DEPARTMENT-ID     PIC X(4).
           05 TCH-EMAIL             PIC X(30).
           05 TCH-EMPLOY-TYPE       PIC X.
              88 TCH-FULL-TIME          VALUES "F" SPACE.
              88 TCH-PART-TIME          VALUE "P".
