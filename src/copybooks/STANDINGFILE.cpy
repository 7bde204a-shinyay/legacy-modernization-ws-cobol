      *****************************************************************
      * 学業成績判定履歴ファイル - レコードレイアウト
      * (学生+年度+学期ごとの判定結果。連続仮及第の学期数を持つ)
      *****************************************************************
       01  STANDING-RECORD.
           05 STD-KEY.
              10 STD-STUDENT-ID     PIC X(8).
              10 STD-ACADEMIC-YEAR  PIC X(4).
              10 STD-SEMESTER       PIC X(2).
           05 STD-DEPT-ID           PIC X(4).
           05 STD-TERM-GPA          PIC 9V99.
           05 STD-CUM-GPA           PIC 9V99.
           05 STD-TERM-EARNED       PIC 9(3).
           05 STD-CUM-EARNED        PIC 9(3).
           05 STD-STANDING          PIC X.
              88 STD-GOOD               VALUE "G".
              88 STD-WARNING            VALUE "W".
              88 STD-PROBATION          VALUE "P".
              88 STD-DEANS-LIST         VALUE "D".
           05 STD-PROBATION-TERMS   PIC 99.
           05 STD-RUN-DATE          PIC X(8).
