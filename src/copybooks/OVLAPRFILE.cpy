      *****************************************************************
      * 履修単位上限超過承認ファイル - レコードレイアウト
      * (学生+年度+学期ごとに登録係が承認した上限単位数と理由)
      *****************************************************************
       01  OVERLOAD-APPROVAL-RECORD.
           05 OVA-KEY.
              10 OVA-STUDENT-ID     PIC X(8).
              10 OVA-ACADEMIC-YEAR  PIC X(4).
              10 OVA-SEMESTER       PIC X(2).
           05 OVA-MAX-CREDITS       PIC 99.
           05 OVA-REASON            PIC X(40).
           05 OVA-APPROVED-BY       PIC X(10).
           05 OVA-APPROVED-DATE     PIC X(8).
