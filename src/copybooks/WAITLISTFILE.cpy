      *****************************************************************
      * 履修待機リストファイル - レコードレイアウト
      * (WAIT-SECTION-NOは希望区分。空白はどの区分でも可)
      *****************************************************************
       01  WAITLIST-RECORD.
           05 WAIT-KEY.
              88 WAIT-STATUS-WAITING    VALUE "W".
              88 WAIT-STATUS-PROMOTED   VALUE "P".
              88 WAIT-STATUS-CANCELLED  VALUE "C".
           05 WAIT-SECTION-NO       PIC X(2).
