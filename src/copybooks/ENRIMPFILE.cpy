      *****************************************************************
      * 学生別履修明細取込ファイル - レコードレイアウト
      * (EIM-SECTION-NOは希望区分。空白は希望なし)
      *****************************************************************
       01  ENROLL-IMPORT-RECORD.
           05 EIM-STUDENT-ID        PIC X(8).
              88 EIM-TRAN-REGISTER      VALUES "R" SPACE.
              88 EIM-TRAN-DROP          VALUE "D".
              88 EIM-TRAN-WITHDRAW      VALUE "W".
           05 EIM-SECTION-NO        PIC X(2).
