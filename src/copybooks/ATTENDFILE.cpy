      *****************************************************************
      * 出欠ファイル - レコードレイアウト
      * (区分+学生+授業日ごとの出欠。遅刻・公欠は出席に数える)
      *****************************************************************
       01  ATTENDANCE-RECORD.
           05 ATT-KEY.
              10 ATT-COURSE-ID      PIC X(6).
              10 ATT-ACADEMIC-YEAR  PIC X(4).
              10 ATT-SECTION-NO     PIC X(2).
              10 ATT-STUDENT-ID     PIC X(8).
              10 ATT-SESSION-DATE   PIC X(8).
           05 ATT-CODE              PIC X.
              88 ATT-PRESENT            VALUE "P".
              88 ATT-LATE               VALUE "L".
              88 ATT-EXCUSED            VALUE "E".
              88 ATT-ABSENT             VALUE "A".
              88 ATT-COUNTS-PRESENT     VALUES "P" "L" "E".
           05 ATT-IMPORT-DATE       PIC X(8).
