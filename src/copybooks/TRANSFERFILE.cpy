      *****************************************************************
      * 既修得単位(単位認定)ファイル - レコードレイアウト
      * (学生が他大学で修得した科目ごとに、認定単位数と算入する
      *  要件区分を持つ。承認日空白は審査中で、集計に含めない)
      *****************************************************************
       01  TRANSFER-RECORD.
           05 TRF-KEY.
              10 TRF-STUDENT-ID     PIC X(8).
              10 TRF-INSTITUTION    PIC X(6).
              10 TRF-EXT-COURSE     PIC X(10).
           05 TRF-EXT-COURSE-NAME   PIC X(30).
           05 TRF-CREDITS           PIC 99.
           05 TRF-CATEGORY-ID       PIC X(2).
           05 TRF-APPROVAL-DATE     PIC X(8).
              88 TRF-PENDING            VALUE SPACES.
           05 TRF-LAST-UPDATED      PIC X(21).
