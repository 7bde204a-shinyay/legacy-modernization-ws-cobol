      *****************************************************************
      * 返金率マスタファイル - レコードレイアウト
      * (年度+履修取消期限後の日数で引く。取消日が期限後の経過日数
      *  以内となる最小の行を使う。日数0は期限当日まで。
      *  年度が空白の行は既定の返金率)
      *****************************************************************
       01  REFUND-RATE-RECORD.
           05 RFS-KEY.
              10 RFS-ACADEMIC-YEAR  PIC X(4).
              10 RFS-DAYS-AFTER     PIC 9(3).
           05 RFS-REFUND-PERCENT    PIC 9(3).
