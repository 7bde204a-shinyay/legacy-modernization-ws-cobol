      *****************************************************************
      * 成績評価時期ファイル - レコードレイアウト
      * (シラバスの成績評価項目1～5ごとの提出・実施週。
      *  1～15=授業週、16=期末試験期間、0=期日なし(平常点など))
      *****************************************************************
       01  ASSESS-DUE-RECORD.
           05 ADU-KEY.
              10 ADU-COURSE-ID      PIC X(6).
              10 ADU-ACADEMIC-YEAR  PIC X(4).
              10 ADU-SECTION-NO     PIC X(2).
           05 ADU-DUE-WEEK          PIC 99 OCCURS 5 TIMES.
           05 ADU-LAST-UPDATED      PIC X(21).
