      *****************************************************************
      * 教室予約ファイル - レコードレイアウト
      * (行事・入試・補講・会議などの臨時の教室予約。期間と繰返し
      *  区分で単発・毎日・毎週の予約を表す。時限00は終日)
      *****************************************************************
       01  ROOM-BOOKING-RECORD.
           05 BKG-KEY.
              10 BKG-ROOM-ID        PIC X(10).
              10 BKG-START-DATE     PIC X(8).
              10 BKG-PERIOD         PIC 99.
           05 BKG-END-DATE          PIC X(8).
      *    繰返し(O=単発 D=期間中毎日 W=開始日と同じ曜日に毎週)
           05 BKG-REPEAT            PIC X.
              88 BKG-REPEAT-ONCE        VALUE "O".
              88 BKG-REPEAT-DAILY       VALUE "D".
              88 BKG-REPEAT-WEEKLY      VALUE "W".
           05 BKG-PURPOSE-TYPE      PIC X.
              88 BKG-PURPOSE-EVENT      VALUE "E".
              88 BKG-PURPOSE-ENTRANCE   VALUE "N".
              88 BKG-PURPOSE-MAKEUP     VALUE "M".
              88 BKG-PURPOSE-MEETING    VALUE "G".
              88 BKG-PURPOSE-OTHER      VALUE "O".
           05 BKG-PURPOSE           PIC X(30).
           05 BKG-REQUESTER-ID      PIC X(10).
           05 BKG-REQUESTER-NAME    PIC X(20).
      *    補講の場合の対象科目・区分(その他は空白)
           05 BKG-COURSE-ID         PIC X(6).
           05 BKG-SECTION-NO        PIC X(2).
           05 BKG-BOOKED-TS         PIC X(21).
