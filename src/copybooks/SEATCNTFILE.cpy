      *****************************************************************
      * 区分別座席数ファイル - レコードレイアウト
      * (定員・履修中人数・待機人数・学科別割当の使用数を区分ごとに
      *  持つ。履修・待機の更新時に随時加減し、夜間に再構築する)
      * 区分空白の履修・待機は科目の先頭の閉講でない区分に数える
      *****************************************************************
       01  SEAT-COUNT-RECORD.
           05 SCT-KEY.
              10 SCT-COURSE-ID      PIC X(6).
              10 SCT-ACADEMIC-YEAR  PIC X(4).
              10 SCT-SECTION-NO     PIC X(2).
           05 SCT-SEMESTER          PIC X(2).
      *    閉講区分の定員は0
           05 SCT-CAPACITY          PIC 9(3).
           05 SCT-ENROLLED          PIC 9(4).
           05 SCT-WAITLISTED        PIC 9(4).
      *    学科別の割当と使用数(割当のない学科は割当0)
           05 SCT-DEPT-COUNT        PIC 99.
           05 SCT-DEPT-ENTRY OCCURS 10 TIMES.
              10 SCT-DEPT-ID        PIC X(4).
              10 SCT-DEPT-QUOTA     PIC 9(3).
              10 SCT-DEPT-USED      PIC 9(4).
           05 SCT-LAST-UPDATED      PIC X(21).
