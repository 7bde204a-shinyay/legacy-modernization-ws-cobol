      *****************************************************************
      * 学期別履修単位上限マスタファイル - レコードレイアウト
      * (所属学科+入学年度で引く。入学年度が空白のレコードは
      *  学科の既定上限。該当レコードがなければ上限なし)
      *****************************************************************
       01  CREDIT-LIMIT-RECORD.
           05 CRL-KEY.
              10 CRL-DEPT-ID        PIC X(4).
              10 CRL-ADMISSION-YEAR PIC X(4).
           05 CRL-MAX-CREDITS       PIC 99.
