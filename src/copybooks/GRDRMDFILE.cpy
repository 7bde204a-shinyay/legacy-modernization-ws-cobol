      *****************************************************************
      * 成績提出督促状況ファイル - レコードレイアウト
      * (科目+年度+担当教員ごとに送付済みの督促段階を持つ。段階が
      *  上がったときだけ教員宛通知を追加する。1=3日 2=7日
      *  3=14日超過)
      *****************************************************************
       01  GRADE-REMINDER-RECORD.
           05 RMD-KEY.
              10 RMD-COURSE-ID      PIC X(6).
              10 RMD-ACADEMIC-YEAR  PIC X(4).
              10 RMD-TEACHER-ID     PIC X(5).
           05 RMD-LEVEL             PIC 9.
           05 RMD-MISSING-COUNT     PIC 9(4).
           05 RMD-LAST-DATE         PIC X(8).
