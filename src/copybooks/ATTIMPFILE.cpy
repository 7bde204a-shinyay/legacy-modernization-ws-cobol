      *****************************************************************
      * 出欠取込ファイル - レコードレイアウト
      * (教員の出欠表を1授業日1学生1行に展開したもの。
      *  P=出席 L=遅刻 E=公欠 A=欠席)
      *****************************************************************
       01  ATTEND-IMPORT-RECORD.
           05 AIM-COURSE-ID         PIC X(6).
           05 AIM-ACADEMIC-YEAR     PIC X(4).
           05 AIM-SECTION-NO        PIC X(2).
           05 AIM-SESSION-DATE      PIC X(8).
           05 AIM-STUDENT-ID        PIC X(8).
           05 AIM-ATTEND-CODE       PIC X.
              88 AIM-CODE-VALID         VALUES "P" "L" "E" "A".
