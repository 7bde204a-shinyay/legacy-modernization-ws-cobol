      *****************************************************************
      * 試験監督割当ファイル - レコードレイアウト
      * (試験日程の区分+監督教員ごと。日時・教室は割当時点の写し
      *  で、試験日程の変更時に期末試験日程保守が追随させる)
      *****************************************************************
       01  PROCTOR-RECORD.
           05 PRC-KEY.
              10 PRC-COURSE-ID      PIC X(6).
              10 PRC-ACADEMIC-YEAR  PIC X(4).
              10 PRC-SECTION-NO     PIC X(2).
              10 PRC-TEACHER-ID     PIC X(5).
           05 PRC-EXAM-DATE         PIC X(8).
           05 PRC-EXAM-SLOT         PIC 99.
           05 PRC-EXAM-ROOM         PIC X(10).
           05 PRC-SOURCE            PIC X.
              88 PRC-SOURCE-OWN         VALUE "O".
              88 PRC-SOURCE-AUTO        VALUE "A".
              88 PRC-SOURCE-MANUAL      VALUE "M".
           05 PRC-ASSIGN-DATE       PIC X(8).
