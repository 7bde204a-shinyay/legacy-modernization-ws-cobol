      *****************************************************************
      * 学生宛通知アウトボックスファイル - レコードレイアウト
      * (繰上げ・閉講・改訂・成績判定・出欠・区分変更・履修願など
      *  の通知)
      *****************************************************************
       01  STUDENT-NOTIFY-RECORD.
           05 SNT-STUDENT-ID        PIC X(8).
              88 SNT-TYPE-PROMOTED      VALUE "P".
              88 SNT-TYPE-CANCELLED     VALUE "C".
              88 SNT-TYPE-REVISED       VALUE "R".
              88 SNT-TYPE-STANDING      VALUE "S".
              88 SNT-TYPE-ATTENDANCE    VALUE "A".
              88 SNT-TYPE-SECTION       VALUE "K".
              88 SNT-TYPE-PETITION      VALUE "L".
           05 SNT-NOTICE-TEXT       PIC X(60).
           05 SNT-TIMESTAMP         PIC X(21).
           05 SNT-SENT-FLAG         PIC X.
