      *****************************************************************
      * 学校基本調査 提出ファイル - レコードレイアウト(80桁固定長)
      * (H=ヘッダ, C=授業科目表の明細, F=教員数表の明細,
      *  T=件数・合計トレーラ。明細件数はC+Fの件数)
      *****************************************************************
       01  SURVEY-RECORD.
           05 SRV-RECORD-TYPE       PIC X.
              88 SRV-TYPE-HEADER        VALUE "H".
              88 SRV-TYPE-COURSE        VALUE "C".
              88 SRV-TYPE-FACULTY       VALUE "F".
              88 SRV-TYPE-TRAILER       VALUE "T".
           05 SRV-RECORD-BODY       PIC X(79).
           05 SRV-HEADER-AREA REDEFINES SRV-RECORD-BODY.
              10 SRV-HDR-SCHOOL-CODE PIC X(6).
              10 SRV-HDR-YEAR       PIC X(4).
              10 SRV-HDR-CREATED    PIC X(8).
              10 FILLER             PIC X(61).
           05 SRV-COURSE-AREA REDEFINES SRV-RECORD-BODY.
              10 SRV-CRS-DEPT-ID    PIC X(4).
              10 SRV-CRS-CATEGORY-ID PIC X(2).
              10 SRV-CRS-SEMESTER   PIC X(2).
              10 SRV-CRS-COURSES    PIC 9(5).
              10 SRV-CRS-SECTIONS   PIC 9(5).
              10 SRV-CRS-CREDITS    PIC 9(6).
              10 SRV-CRS-ENROLLED   PIC 9(7).
              10 FILLER             PIC X(48).
           05 SRV-FACULTY-AREA REDEFINES SRV-RECORD-BODY.
              10 SRV-FAC-DEPT-ID    PIC X(4).
              10 SRV-FAC-FULL-TIME  PIC 9(5).
              10 SRV-FAC-PART-TIME  PIC 9(5).
              10 FILLER             PIC X(65).
           05 SRV-TRAILER-AREA REDEFINES SRV-RECORD-BODY.
              10 SRV-TRL-RECORD-COUNT PIC 9(7).
              10 SRV-TRL-COURSES    PIC 9(7).
              10 SRV-TRL-SECTIONS   PIC 9(7).
              10 SRV-TRL-CREDITS    PIC 9(8).
              10 SRV-TRL-ENROLLED   PIC 9(9).
              10 SRV-TRL-FULL-TIME  PIC 9(7).
              10 SRV-TRL-PART-TIME  PIC 9(7).
              10 FILLER             PIC X(27).
