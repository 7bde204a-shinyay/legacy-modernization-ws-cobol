      *****************************************************************
      * 学業成績判定基準マスタファイル - レコードレイアウト
      * (学科ごとの判定しきい値。学科が空白のレコードは全学の既定)
      * 累積GPAが仮及第基準未満=仮及第、学期GPAが警告基準未満=
      * 警告、学期GPAが優秀基準以上かつ学期修得単位が最低単位
      * 以上=学部長表彰(Dean's List)とする
      *****************************************************************
       01  STANDING-RULE-RECORD.
           05 SRL-DEPT-ID           PIC X(4).
           05 SRL-PROBATION-GPA     PIC 9V99.
           05 SRL-WARNING-GPA       PIC 9V99.
           05 SRL-DEANS-GPA         PIC 9V99.
           05 SRL-DEANS-MIN-CREDITS PIC 99.
