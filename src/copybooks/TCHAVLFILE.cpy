      *****************************************************************
      * 教員出講可否ファイル - レコードレイアウト
      * (教員+学期+曜日+時限ごとの出講不可・希望の指定。
      *  時限00はその曜日の全時限を表す)
      *****************************************************************
       01  TEACHER-AVAIL-RECORD.
           05 TAV-KEY.
              10 TAV-TEACHER-ID     PIC X(5).
              10 TAV-SEMESTER       PIC X(2).
              10 TAV-CLASS-DAY      PIC 9.
              10 TAV-CLASS-PERIOD   PIC 99.
           05 TAV-TYPE              PIC X.
              88 TAV-UNAVAILABLE        VALUE "U".
              88 TAV-PREFERRED          VALUE "P".
           05 TAV-NOTE              PIC X(20).
