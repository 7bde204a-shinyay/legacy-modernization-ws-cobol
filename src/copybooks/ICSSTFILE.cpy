      *****************************************************************
      * 予定表配信状態ファイル - レコードレイアウト
      * (学生・教員ごとの年度別iCalendarファイルの作成状態。
      *  内容のチェックサムが前回と同じなら再作成しない)
      *****************************************************************
       01  ICS-STATE-RECORD.
           05 ICS-KEY.
              10 ICS-OWNER-TYPE     PIC X.
                 88 ICS-OWNER-STUDENT   VALUE "S".
                 88 ICS-OWNER-TEACHER   VALUE "T".
              10 ICS-OWNER-ID       PIC X(8).
              10 ICS-ACADEMIC-YEAR  PIC X(4).
           05 ICS-CHECKSUM          PIC 9(9).
           05 ICS-EVENT-COUNT       PIC 9(4).
           05 ICS-FILENAME          PIC X(40).
           05 ICS-GENERATED-TS      PIC X(14).
           05 ICS-LAST-RUN-TS       PIC X(14).
