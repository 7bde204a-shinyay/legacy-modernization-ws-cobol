      *****************************************************************
      * 学生フィードファイル - レコードレイアウト
      * (学務情報システムからの学生異動。先頭1件は"CTL"で始まる
      *  コントロールレコード。A=新規 C=変更 I=在籍停止。
      *  変更で空白の項目は現在値のまま)
      *****************************************************************
       01  STUDENT-FEED-RECORD.
           05 SFD-TRAN-TYPE         PIC X.
              88 SFD-TRAN-ADD           VALUE "A".
              88 SFD-TRAN-CHANGE        VALUE "C".
              88 SFD-TRAN-INACTIVATE    VALUE "I".
           05 SFD-STUDENT-ID        PIC X(8).
           05 SFD-STUDENT-NAME      PIC X(20).
           05 SFD-DEPARTMENT-ID     PIC X(4).
           05 SFD-ADMISSION-YEAR    PIC X(4).

       01  STUDENT-FEED-CONTROL.
           05 SFC-MARKER            PIC X(3).
              88 SFC-IS-CONTROL         VALUE "CTL".
           05 SFC-EXTRACT-DATE      PIC X(8).
           05 SFC-RECORD-COUNT      PIC 9(5).
