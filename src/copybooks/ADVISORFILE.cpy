      *****************************************************************
      * 指導教員割当ファイル - レコードレイアウト
      * (学生ごとの指導教員を開始年度つきで持つ。終了年度空白は
      *  現在も担当中。週次の指導学生レポートが通知の送付状況を
      *  書き戻す)
      *****************************************************************
       01  ADVISOR-RECORD.
           05 ADV-KEY.
              10 ADV-STUDENT-ID     PIC X(8).
              10 ADV-START-YEAR     PIC X(4).
           05 ADV-TEACHER-ID        PIC X(5).
           05 ADV-END-YEAR          PIC X(4).
           05 ADV-ASSIGNED-DATE     PIC X(8).
      *    前回の週次確認日(この日より後の辞退を通知する)
           05 ADV-LAST-CHECK-DATE   PIC X(8).
      *    履修なし通知を送った年度+学期
           05 ADV-NOENR-TERM        PIC X(6).
