      *****************************************************************
      * 区分別学習成果対応ファイル - レコードレイアウト
      * (区分がどの学習成果をどの水準で扱うか。
      *  I=導入 R=強化 M=習得)
      *****************************************************************
       01  COURSE-OUTCOME-RECORD.
           05 COT-KEY.
              10 COT-COURSE-ID      PIC X(6).
              10 COT-ACADEMIC-YEAR  PIC X(4).
              10 COT-SECTION-NO     PIC X(2).
              10 COT-DEPT-ID        PIC X(4).
              10 COT-OUTCOME-CODE   PIC X(4).
           05 COT-LEVEL             PIC X.
              88 COT-LEVEL-INTRODUCED   VALUE "I".
              88 COT-LEVEL-REINFORCED   VALUE "R".
              88 COT-LEVEL-MASTERED     VALUE "M".
