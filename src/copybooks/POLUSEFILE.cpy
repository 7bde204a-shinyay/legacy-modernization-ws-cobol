      *****************************************************************
      * 規程文面掲載記録ファイル - レコードレイアウト
      * (印刷・公開HTML・学科カタログに載せた規程文面の版を
      *  年度・文書・科目区分・ブロックごとに記録する。
      *  同じ文書を作り直したときは最新の掲載内容で上書きする)
      *****************************************************************
       01  POLICY-USAGE-RECORD.
           05 PLU-KEY.
              10 PLU-ACADEMIC-YEAR  PIC X(4).
              10 PLU-DOCUMENT       PIC X(40).
              10 PLU-COURSE-ID      PIC X(6).
              10 PLU-SECTION-NO     PIC X(2).
              10 PLU-BLOCK-ID       PIC X(6).
           05 PLU-EFFECTIVE-YEAR    PIC X(4).
           05 PLU-REVISION          PIC 9(3).
           05 PLU-SOURCE            PIC X.
              88 PLU-SOURCE-PRINT       VALUE "P".
              88 PLU-SOURCE-HTML        VALUE "H".
              88 PLU-SOURCE-CATALOG     VALUE "C".
           05 PLU-OUTPUT-TS         PIC X(14).
