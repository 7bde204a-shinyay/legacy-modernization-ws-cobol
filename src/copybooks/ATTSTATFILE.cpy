      *****************************************************************
      * 出席状況・受験資格ファイル - レコードレイアウト
      * (科目+年度+学生ごとの出席集計。判定 X が受験資格なし。
      *  通知段階は送付済みの学生宛通知 1=出席率警告 2=資格なし)
      *****************************************************************
       01  ATTEND-STATUS-RECORD.
           05 ATS-KEY.
              10 ATS-COURSE-ID      PIC X(6).
              10 ATS-ACADEMIC-YEAR  PIC X(4).
              10 ATS-STUDENT-ID     PIC X(8).
           05 ATS-SECTION-NO        PIC X(2).
           05 ATS-TOTAL-COUNT       PIC 99.
           05 ATS-HELD-COUNT        PIC 99.
           05 ATS-ATTEND-COUNT      PIC 99.
           05 ATS-RATE              PIC 999.
           05 ATS-STATE             PIC X.
              88 ATS-STATE-OK           VALUE "O".
              88 ATS-STATE-WARNING      VALUE "W".
              88 ATS-STATE-INELIGIBLE   VALUE "X".
           05 ATS-NOTICE-LEVEL      PIC 9.
           05 ATS-AS-OF-DATE        PIC X(8).
