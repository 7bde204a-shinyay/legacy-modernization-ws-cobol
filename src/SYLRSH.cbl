      *****************************************************************
      * シラバス管理システム - 日別教室使用表(SYLRSH)
      * 指定日について、建物ごとに各教室で行われる通常授業・
      * 時間割例外による移動・期末試験・教室予約を時限順に一覧する。
      * 学年暦の休日・休講日には通常授業を出さない
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLRSH.
       AUTHOR. SHINYAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROOM-FILE
               ASSIGN TO "room.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROOM-ID
               FILE STATUS IS WS-ROOM-FILE-STATUS.

           SELECT SYLLABUS-FILE
               ASSIGN TO "syllabus.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-RECORD-KEY
               FILE STATUS IS WS-SYL-FILE-STATUS.

           SELECT SEMESTER-FILE
               ASSIGN TO "semester.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEM-CODE
               FILE STATUS IS WS-SEM-FILE-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO "calendar.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CAL-FILE-STATUS.

           SELECT EXCEPTION-FILE
               ASSIGN TO "schedexc.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SXC-KEY
               FILE STATUS IS WS-SXC-FILE-STATUS.

           SELECT EXAM-FILE
               ASSIGN TO "examsched.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXM-KEY
               FILE STATUS IS WS-EXM-FILE-STATUS.

           SELECT ROOM-BOOKING-FILE
               ASSIGN TO "roombook.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKG-KEY
               FILE STATUS IS WS-BKG-FILE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "room_sheet.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ROOM-FILE.
           COPY "copybooks/ROOMFILE.cpy".

       FD SYLLABUS-FILE.
           COPY "copybooks/SYLFILE.cpy".

       FD SEMESTER-FILE.
           COPY "copybooks/SEMESTERFILE.cpy".

       FD CALENDAR-FILE.
           COPY "copybooks/CALFILE.cpy".

       FD EXCEPTION-FILE.
           COPY "copybooks/SCHEDEXCFILE.cpy".

       FD EXAM-FILE.
           COPY "copybooks/EXAMFILE.cpy".

       FD ROOM-BOOKING-FILE.
           COPY "copybooks/ROOMBKFILE.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ROOM-FILE-STATUS      PIC XX VALUE "00".
          88 WS-ROOM-FILE-SUCCESS  VALUE "00".
       01 WS-SYL-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SYL-FILE-SUCCESS   VALUE "00".
       01 WS-SEM-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SEM-FILE-SUCCESS   VALUE "00".
       01 WS-CAL-FILE-STATUS       PIC XX VALUE "00".
          88 WS-CAL-FILE-SUCCESS   VALUE "00".
       01 WS-SXC-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SXC-FILE-SUCCESS   VALUE "00".
       01 WS-EXM-FILE-STATUS       PIC XX VALUE "00".
          88 WS-EXM-FILE-SUCCESS   VALUE "00".
       01 WS-BKG-FILE-STATUS       PIC XX VALUE "00".
          88 WS-BKG-FILE-SUCCESS   VALUE "00".
       01 WS-RPT-FILE-STATUS       PIC XX VALUE "00".

       01 WS-SYL-OPEN-FLAG         PIC X VALUE "N".
          88 WS-SYL-OPENED         VALUE "Y".
       01 WS-SEM-OPEN-FLAG         PIC X VALUE "N".
          88 WS-SEM-OPENED         VALUE "Y".
       01 WS-CAL-OPEN-FLAG         PIC X VALUE "N".
          88 WS-CAL-OPENED         VALUE "Y".
       01 WS-SXC-OPEN-FLAG         PIC X VALUE "N".
          88 WS-SXC-OPENED         VALUE "Y".
       01 WS-EXM-OPEN-FLAG         PIC X VALUE "N".
          88 WS-EXM-OPENED         VALUE "Y".
       01 WS-BKG-OPEN-FLAG         PIC X VALUE "N".
          88 WS-BKG-OPENED         VALUE "Y".

       01 WS-EOF-FLAG              PIC X VALUE "N".
          88 WS-EOF                VALUE "Y".

       01 WS-TARGET-DATE           PIC X(8).
       01 WS-TARGET-BUILDING       PIC X(20).
       01 WS-TARGET-YEAR           PIC X(4).
       01 WS-YEAR-NUM              PIC 9(4).
       01 WS-DATE-NUM              PIC 9(8).
       01 WS-TARGET-INT            PIC 9(8).
       01 WS-DAY-INT               PIC 9(8).
       01 WS-WORK                  PIC 9(8).
       01 WS-TARGET-WEEKDAY        PIC 9.
       01 WS-BKG-WEEKDAY           PIC 9.
       01 WS-WEEKDAY-NAMES         PIC X(21)
                                   VALUE "月火水木金土日".
       01 WS-WEEKDAY-NAME          PIC X(3).

       01 WS-FLAG                  PIC X VALUE "N".
          88 WS-FLAG-ON            VALUE "Y".
       01 WS-IN-SCOPE-FLAG         PIC X VALUE "N".
          88 WS-IN-SCOPE           VALUE "Y".
       01 WS-CHECK-ROOM            PIC X(10).

      * 対象建物の教室
       01 WS-RMT-TABLE.
          05 WS-RMT-COUNT          PIC 9(3) VALUE 0.
          05 WS-RMT-ENTRY OCCURS 200 TIMES.
             10 WS-RMT-ROOM-ID     PIC X(10).
             10 WS-RMT-BUILDING    PIC X(20).
             10 WS-RMT-CAPACITY    PIC 9(3).
       01 WS-RMT-IDX               PIC 9(3).

      * 対象日にかかる時間割例外
       01 WS-SXT-TABLE.
          05 WS-SXT-COUNT          PIC 9(3) VALUE 0.
          05 WS-SXT-ENTRY OCCURS 200 TIMES.
             10 WS-SXT-COURSE-ID   PIC X(6).
             10 WS-SXT-YEAR        PIC X(4).
             10 WS-SXT-SECTION-NO  PIC X(2).
             10 WS-SXT-DAY         PIC 9.
             10 WS-SXT-PERIOD      PIC 99.
             10 WS-SXT-ROOM        PIC X(10).
       01 WS-SXT-IDX               PIC 9(3).
       01 WS-SXT-FOUND             PIC 9(3).

      * 授業の実際の教室・曜日・時限
       01 WS-EFF-DAY               PIC 9.
       01 WS-EFF-PERIOD            PIC 99.
       01 WS-EFF-ROOM              PIC X(10).

      * 使用表の明細(教室+時限+種別で並べ替え)
       01 WS-RSH-TABLE.
          05 WS-RSH-COUNT          PIC 9(4) VALUE 0.
          05 WS-RSH-ENTRY OCCURS 1000 TIMES.
             10 WS-RSH-ROOM-ID     PIC X(10).
             10 WS-RSH-PERIOD      PIC 99.
             10 WS-RSH-KIND        PIC X.
             10 WS-RSH-TEXT        PIC X(100).
       01 WS-RSH-IDX               PIC 9(4).
       01 WS-RSH-POS               PIC 9(4).
       01 WS-HOLD-ENTRY            PIC X(113).
       01 WS-TABLE-FULL-FLAG       PIC X VALUE "N".
          88 WS-TABLE-FULL         VALUE "Y".

       01 WS-NEW-ROOM-ID           PIC X(10).
       01 WS-NEW-PERIOD            PIC 99.
       01 WS-NEW-KIND              PIC X.
       01 WS-NEW-TEXT              PIC X(100).

       01 WS-ROOM-USE-COUNT        PIC 9(4).
       01 WS-CLASS-COUNT           PIC 9(5) VALUE 0.
       01 WS-EXAM-COUNT            PIC 9(5) VALUE 0.
       01 WS-BOOKING-COUNT         PIC 9(5) VALUE 0.
       01 WS-DAY-OFF-FLAG          PIC X VALUE "N".
          88 WS-DAY-OFF            VALUE "Y".

       01 WS-PERIOD-TEXT           PIC X(6).
       01 WS-KIND-TEXT             PIC X(18).

       SCREEN SECTION.
       01 RSH-OPTION-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "日別教室使用表".
           05 LINE 3 COLUMN 1 VALUE "対象日(YYYYMMDD):".
           05 LINE 3 COLUMN 24 PIC X(8) USING WS-TARGET-DATE.
           05 LINE 4 COLUMN 1 VALUE "建物(空白=全建物):".
           05 LINE 4 COLUMN 24 PIC X(20) USING WS-TARGET-BUILDING.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TARGET-DATE.
           MOVE SPACES TO WS-TARGET-BUILDING.
           DISPLAY RSH-OPTION-SCREEN.
           ACCEPT RSH-OPTION-SCREEN.

           MOVE 0 TO WS-TARGET-INT.
           IF WS-TARGET-DATE IS NUMERIC
               MOVE WS-TARGET-DATE TO WS-DATE-NUM
               COMPUTE WS-TARGET-INT
                   = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           END-IF.
           IF WS-TARGET-INT = 0
               DISPLAY "エラー:対象日が不正です。"
               GOBACK
           END-IF.
           COMPUTE WS-WORK = FUNCTION MOD(WS-TARGET-INT - 1, 7).
           COMPUTE WS-TARGET-WEEKDAY = WS-WORK + 1.
           MOVE WS-WEEKDAY-NAMES(WS-TARGET-WEEKDAY * 3 - 2:3)
               TO WS-WEEKDAY-NAME.
           MOVE WS-TARGET-DATE(1:4) TO WS-TARGET-YEAR.
           IF WS-TARGET-DATE(5:2) < "04"
               MOVE WS-TARGET-DATE(1:4) TO WS-YEAR-NUM
               SUBTRACT 1 FROM WS-YEAR-NUM
               MOVE WS-YEAR-NUM TO WS-TARGET-YEAR
           END-IF.

           PERFORM OPEN-FILES.
           IF NOT WS-ROOM-FILE-SUCCESS
               DISPLAY "エラー:教室マスタがありません。"
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.

           PERFORM LOAD-ROOMS.
           IF WS-RMT-COUNT = 0
               DISPLAY "エラー:該当する教室なし。"
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.

           PERFORM LOAD-DAY-EXCEPTIONS.
           PERFORM COLLECT-CLASSES.
           PERFORM COLLECT-EXAMS.
           PERFORM COLLECT-BOOKINGS.
           IF WS-TABLE-FULL
               DISPLAY "警告:明細が1000件を超過。"
           END-IF.
           PERFORM SORT-SHEET-TABLE.
           PERFORM WRITE-REPORT.

           DISPLAY " ".
           DISPLAY "対象教室数:   " WS-RMT-COUNT.
           DISPLAY "授業件数:     " WS-CLASS-COUNT.
           DISPLAY "試験件数:     " WS-EXAM-COUNT.
           DISPLAY "予約件数:     " WS-BOOKING-COUNT.
           DISPLAY "出力: room_sheet.txt".
           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT ROOM-FILE.
           OPEN INPUT SYLLABUS-FILE.
           IF WS-SYL-FILE-SUCCESS
               MOVE "Y" TO WS-SYL-OPEN-FLAG
           END-IF.
           OPEN INPUT SEMESTER-FILE.
           IF WS-SEM-FILE-SUCCESS
               MOVE "Y" TO WS-SEM-OPEN-FLAG
           END-IF.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CAL-FILE-SUCCESS
               MOVE "Y" TO WS-CAL-OPEN-FLAG
           END-IF.
           OPEN INPUT EXCEPTION-FILE.
           IF WS-SXC-FILE-SUCCESS
               MOVE "Y" TO WS-SXC-OPEN-FLAG
           END-IF.
           OPEN INPUT EXAM-FILE.
           IF WS-EXM-FILE-SUCCESS
               MOVE "Y" TO WS-EXM-OPEN-FLAG
           END-IF.
           OPEN INPUT ROOM-BOOKING-FILE.
           IF WS-BKG-FILE-SUCCESS
               MOVE "Y" TO WS-BKG-OPEN-FLAG
           END-IF.

       CLOSE-FILES.
           CLOSE ROOM-FILE.
           IF WS-SYL-OPENED
               CLOSE SYLLABUS-FILE
           END-IF.
           IF WS-SEM-OPENED
               CLOSE SEMESTER-FILE
           END-IF.
           IF WS-CAL-OPENED
               CLOSE CALENDAR-FILE
           END-IF.
           IF WS-SXC-OPENED
               CLOSE EXCEPTION-FILE
           END-IF.
           IF WS-EXM-OPENED
               CLOSE EXAM-FILE
           END-IF.
           IF WS-BKG-OPENED
               CLOSE ROOM-BOOKING-FILE
           END-IF.

      * 対象建物の教室を教室ID順に読み込む
       LOAD-ROOMS.
           MOVE 0 TO WS-RMT-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO ROOM-ID.
           START ROOM-FILE KEY IS NOT LESS THAN ROOM-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF
               READ ROOM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF (WS-TARGET-BUILDING = SPACES
                           OR ROOM-BUILDING = WS-TARGET-BUILDING)
                           AND WS-RMT-COUNT < 200
                           ADD 1 TO WS-RMT-COUNT
                           MOVE ROOM-ID
                               TO WS-RMT-ROOM-ID(WS-RMT-COUNT)
                           MOVE ROOM-BUILDING
                               TO WS-RMT-BUILDING(WS-RMT-COUNT)
                           MOVE ROOM-CAPACITY
                               TO WS-RMT-CAPACITY(WS-RMT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ROOM-IN-SCOPE.
           MOVE "N" TO WS-IN-SCOPE-FLAG.
           IF WS-CHECK-ROOM = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-RMT-IDX FROM 1 BY 1
                   UNTIL WS-RMT-IDX > WS-RMT-COUNT OR WS-IN-SCOPE
               IF WS-RMT-ROOM-ID(WS-RMT-IDX) = WS-CHECK-ROOM
                   MOVE "Y" TO WS-IN-SCOPE-FLAG
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------
      * 対象日を含む時間割例外を、変更後の値で集める
      * (上書きのない項目は後で元の時間割の値を使う)
      *-----------------------------------------------------------
       LOAD-DAY-EXCEPTIONS.
           MOVE 0 TO WS-SXT-COUNT.
           IF NOT WS-SXC-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO SXC-KEY.
           START EXCEPTION-FILE KEY IS NOT LESS THAN SXC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF
               READ EXCEPTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF SXC-START-DATE NOT > WS-TARGET-DATE
                           AND SXC-END-DATE NOT < WS-TARGET-DATE
                           AND WS-SXT-COUNT < 200
                           ADD 1 TO WS-SXT-COUNT
                           MOVE SXC-COURSE-ID
                               TO WS-SXT-COURSE-ID(WS-SXT-COUNT)
                           MOVE SXC-ACADEMIC-YEAR
                               TO WS-SXT-YEAR(WS-SXT-COUNT)
                           MOVE SXC-SECTION-NO
                               TO WS-SXT-SECTION-NO(WS-SXT-COUNT)
                           MOVE SXC-OVR-CLASS-DAY
                               TO WS-SXT-DAY(WS-SXT-COUNT)
                           MOVE SXC-OVR-CLASS-PERIOD
                               TO WS-SXT-PERIOD(WS-SXT-COUNT)
                           MOVE SXC-OVR-CLASS-ROOM
                               TO WS-SXT-ROOM(WS-SXT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------
      * 対象年度の授業(閉講以外)を対象日の教室・時限に展開する
      *-----------------------------------------------------------
       COLLECT-CLASSES.
           IF NOT WS-SYL-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO SYL-RECORD-KEY.
           START SYLLABUS-FILE KEY IS NOT LESS THAN SYL-RECORD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF
               READ SYLLABUS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF SYL-ACADEMIC-YEAR = WS-TARGET-YEAR
                           AND NOT SYL-STATUS-CANCELLED
                           AND NOT SYL-DAY-NOT-SET
                           PERFORM CHECK-ONE-CLASS
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ONE-CLASS.
      *    学期の期間外・学年暦の休日/休講日は授業なし
           IF WS-SEM-OPENED
               MOVE SYL-SEMESTER TO SEM-CODE
               READ SEMESTER-FILE
                   KEY IS SEM-CODE
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               IF WS-TARGET-DATE < SEM-START-DATE
                   OR WS-TARGET-DATE > SEM-END-DATE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE "N" TO WS-DAY-OFF-FLAG.
           IF WS-CAL-OPENED
               MOVE SYL-SEMESTER TO CAL-SEM-CODE
               MOVE WS-TARGET-DATE TO CAL-DATE
               READ CALENDAR-FILE
                   KEY IS CAL-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CAL-TYPE-HOLIDAY OR CAL-TYPE-SUSPENDED
                           MOVE "Y" TO WS-DAY-OFF-FLAG
                       END-IF
               END-READ
           END-IF.
           IF WS-DAY-OFF
               EXIT PARAGRAPH
           END-IF.

           MOVE SYL-CLASS-DAY TO WS-EFF-DAY.
           MOVE SYL-CLASS-PERIOD TO WS-EFF-PERIOD.
           MOVE SYL-CLASS-ROOM TO WS-EFF-ROOM.
           MOVE 0 TO WS-SXT-FOUND.
           PERFORM VARYING WS-SXT-IDX FROM 1 BY 1
                   UNTIL WS-SXT-IDX > WS-SXT-COUNT
                      OR WS-SXT-FOUND > 0
               IF WS-SXT-COURSE-ID(WS-SXT-IDX) = SYL-COURSE-ID
                   AND WS-SXT-YEAR(WS-SXT-IDX) = SYL-ACADEMIC-YEAR
                   AND WS-SXT-SECTION-NO(WS-SXT-IDX) = SYL-SECTION-NO
                   MOVE WS-SXT-IDX TO WS-SXT-FOUND
               END-IF
           END-PERFORM.
           IF WS-SXT-FOUND > 0
               IF WS-SXT-DAY(WS-SXT-FOUND) NOT = 0
                   MOVE WS-SXT-DAY(WS-SXT-FOUND) TO WS-EFF-DAY
               END-IF
               IF WS-SXT-PERIOD(WS-SXT-FOUND) NOT = 0
                   MOVE WS-SXT-PERIOD(WS-SXT-FOUND) TO WS-EFF-PERIOD
               END-IF
               IF WS-SXT-ROOM(WS-SXT-FOUND) NOT = SPACES
                   MOVE WS-SXT-ROOM(WS-SXT-FOUND) TO WS-EFF-ROOM
               END-IF
           END-IF.

      *    実際に行われる教室・時限
           MOVE WS-EFF-ROOM TO WS-CHECK-ROOM.
           PERFORM CHECK-ROOM-IN-SCOPE.
           IF WS-EFF-DAY = WS-TARGET-WEEKDAY AND WS-IN-SCOPE
               MOVE WS-EFF-ROOM TO WS-NEW-ROOM-ID
               MOVE WS-EFF-PERIOD TO WS-NEW-PERIOD
               MOVE SPACES TO WS-NEW-TEXT
               IF WS-SXT-FOUND > 0
                   MOVE "2" TO WS-NEW-KIND
                   STRING SYL-COURSE-ID DELIMITED BY SIZE
                          "-" DELIMITED BY SIZE
                          SYL-SECTION-NO DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          SYL-COURSE-NAME DELIMITED BY SIZE
                          " 担当:" DELIMITED BY SIZE
                          SYL-TEACHER-ID DELIMITED BY SIZE
                          " (通常 " DELIMITED BY SIZE
                          SYL-CLASS-ROOM DELIMITED BY SPACE
                          ")" DELIMITED BY SIZE
                       INTO WS-NEW-TEXT
                   END-STRING
               ELSE
                   MOVE "1" TO WS-NEW-KIND
                   STRING SYL-COURSE-ID DELIMITED BY SIZE
                          "-" DELIMITED BY SIZE
                          SYL-SECTION-NO DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          SYL-COURSE-NAME DELIMITED BY SIZE
                          " 担当:" DELIMITED BY SIZE
                          SYL-TEACHER-ID DELIMITED BY SIZE
                       INTO WS-NEW-TEXT
                   END-STRING
               END-IF
               ADD 1 TO WS-CLASS-COUNT
               PERFORM ADD-SHEET-ENTRY
           END-IF.

      *    例外で移動した授業は元の教室に空きとして示す
           IF WS-SXT-FOUND = 0
               OR SYL-CLASS-DAY NOT = WS-TARGET-WEEKDAY
               EXIT PARAGRAPH
           END-IF.
           IF WS-EFF-ROOM = SYL-CLASS-ROOM
               AND WS-EFF-DAY = SYL-CLASS-DAY
               AND WS-EFF-PERIOD = SYL-CLASS-PERIOD
               EXIT PARAGRAPH
           END-IF.
           MOVE SYL-CLASS-ROOM TO WS-CHECK-ROOM.
           PERFORM CHECK-ROOM-IN-SCOPE.
           IF NOT WS-IN-SCOPE
               EXIT PARAGRAPH
           END-IF.
           MOVE SYL-CLASS-ROOM TO WS-NEW-ROOM-ID.
           MOVE SYL-CLASS-PERIOD TO WS-NEW-PERIOD.
           MOVE "5" TO WS-NEW-KIND.
           MOVE SPACES TO WS-NEW-TEXT.
           STRING SYL-COURSE-ID DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  SYL-SECTION-NO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SYL-COURSE-NAME DELIMITED BY SIZE
                  " (移動先 " DELIMITED BY SIZE
                  WS-EFF-ROOM DELIMITED BY SPACE
                  " 曜日" DELIMITED BY SIZE
                  WS-EFF-DAY DELIMITED BY SIZE
                  " 時限" DELIMITED BY SIZE
                  WS-EFF-PERIOD DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO WS-NEW-TEXT
           END-STRING.
           PERFORM ADD-SHEET-ENTRY.

       COLLECT-EXAMS.
           IF NOT WS-EXM-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO EXM-KEY.
           START EXAM-FILE KEY IS NOT LESS THAN EXM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF
               READ EXAM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF EXM-EXAM-DATE = WS-TARGET-DATE
                           PERFORM CHECK-ONE-EXAM
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ONE-EXAM.
           MOVE EXM-EXAM-ROOM TO WS-CHECK-ROOM.
           PERFORM CHECK-ROOM-IN-SCOPE.
           IF NOT WS-IN-SCOPE
               EXIT PARAGRAPH
           END-IF.
           MOVE EXM-EXAM-ROOM TO WS-NEW-ROOM-ID.
           MOVE EXM-EXAM-SLOT TO WS-NEW-PERIOD.
           MOVE "3" TO WS-NEW-KIND.
           MOVE SPACES TO WS-NEW-TEXT.
           STRING EXM-COURSE-ID DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  EXM-SECTION-NO DELIMITED BY SIZE
                  " 期末試験" DELIMITED BY SIZE
               INTO WS-NEW-TEXT
           END-STRING.
           ADD 1 TO WS-EXAM-COUNT.
           PERFORM ADD-SHEET-ENTRY.

      *-----------------------------------------------------------
      * 対象日に実施される教室予約(単発・毎日・毎週)
      *-----------------------------------------------------------
       COLLECT-BOOKINGS.
           IF NOT WS-BKG-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO BKG-KEY.
           START ROOM-BOOKING-FILE KEY IS NOT LESS THAN BKG-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF
               READ ROOM-BOOKING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF BKG-START-DATE NOT > WS-TARGET-DATE
                           AND BKG-END-DATE NOT < WS-TARGET-DATE
                           PERFORM CHECK-ONE-BOOKING
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ONE-BOOKING.
           MOVE "N" TO WS-FLAG.
           IF BKG-START-DATE = WS-TARGET-DATE OR BKG-REPEAT-DAILY
               MOVE "Y" TO WS-FLAG
           END-IF.
           IF BKG-REPEAT-WEEKLY AND BKG-START-DATE IS NUMERIC
               MOVE BKG-START-DATE TO WS-DATE-NUM
               COMPUTE WS-DAY-INT
                   = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               COMPUTE WS-WORK = FUNCTION MOD(WS-DAY-INT - 1, 7)
               COMPUTE WS-BKG-WEEKDAY = WS-WORK + 1
               IF WS-BKG-WEEKDAY = WS-TARGET-WEEKDAY
                   MOVE "Y" TO WS-FLAG
               END-IF
           END-IF.
           IF NOT WS-FLAG-ON
               EXIT PARAGRAPH
           END-IF.
           MOVE BKG-ROOM-ID TO WS-CHECK-ROOM.
           PERFORM CHECK-ROOM-IN-SCOPE.
           IF NOT WS-IN-SCOPE
               EXIT PARAGRAPH
           END-IF.

           MOVE BKG-ROOM-ID TO WS-NEW-ROOM-ID.
           MOVE BKG-PERIOD TO WS-NEW-PERIOD.
           MOVE "4" TO WS-NEW-KIND.
           MOVE SPACES TO WS-NEW-TEXT.
           STRING BKG-PURPOSE DELIMITED BY SIZE
                  " 申請:" DELIMITED BY SIZE
                  BKG-REQUESTER-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BKG-COURSE-ID DELIMITED BY SIZE
                  INTO WS-NEW-TEXT
           END-STRING.
           ADD 1 TO WS-BOOKING-COUNT.
           PERFORM ADD-SHEET-ENTRY.

       ADD-SHEET-ENTRY.
           IF WS-RSH-COUNT >= 1000
               MOVE "Y" TO WS-TABLE-FULL-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RSH-COUNT.
           MOVE WS-NEW-ROOM-ID TO WS-RSH-ROOM-ID(WS-RSH-COUNT).
           MOVE WS-NEW-PERIOD TO WS-RSH-PERIOD(WS-RSH-COUNT).
           MOVE WS-NEW-KIND TO WS-RSH-KIND(WS-RSH-COUNT).
           MOVE WS-NEW-TEXT TO WS-RSH-TEXT(WS-RSH-COUNT).

       SORT-SHEET-TABLE.
           PERFORM VARYING WS-RSH-IDX FROM 2 BY 1
                   UNTIL WS-RSH-IDX > WS-RSH-COUNT
               MOVE WS-RSH-ENTRY(WS-RSH-IDX) TO WS-HOLD-ENTRY
               MOVE WS-RSH-IDX TO WS-RSH-POS
               PERFORM UNTIL WS-RSH-POS < 2
                   OR WS-RSH-ENTRY(WS-RSH-POS - 1)(1:13)
                       NOT > WS-HOLD-ENTRY(1:13)
                   MOVE WS-RSH-ENTRY(WS-RSH-POS - 1)
                       TO WS-RSH-ENTRY(WS-RSH-POS)
                   SUBTRACT 1 FROM WS-RSH-POS
               END-PERFORM
               MOVE WS-HOLD-ENTRY TO WS-RSH-ENTRY(WS-RSH-POS)
           END-PERFORM.

      *-----------------------------------------------------------
      * 教室ごとに時限順の使用状況を出力する
      *-----------------------------------------------------------
       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE.
           IF WS-TARGET-BUILDING = SPACES
               MOVE "全建物" TO WS-TARGET-BUILDING
           END-IF.
           MOVE "日別教室使用表" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "対象日: " DELIMITED BY SIZE
                  WS-TARGET-DATE DELIMITED BY SIZE
                  "(" DELIMITED BY SIZE
                  WS-WEEKDAY-NAME DELIMITED BY SIZE
                  ")  年度: " DELIMITED BY SIZE
                  WS-TARGET-YEAR DELIMITED BY SIZE
                  "  建物: " DELIMITED BY SIZE
                  WS-TARGET-BUILDING DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-RMT-IDX FROM 1 BY 1
                   UNTIL WS-RMT-IDX > WS-RMT-COUNT
               PERFORM WRITE-ONE-ROOM
           END-PERFORM.
           CLOSE REPORT-FILE.

       WRITE-ONE-ROOM.
           MOVE SPACES TO REPORT-LINE.
           STRING "教室 " DELIMITED BY SIZE
                  WS-RMT-ROOM-ID(WS-RMT-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RMT-BUILDING(WS-RMT-IDX) DELIMITED BY SIZE
                  " 収容:" DELIMITED BY SIZE
                  WS-RMT-CAPACITY(WS-RMT-IDX) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE 0 TO WS-ROOM-USE-COUNT.
           PERFORM VARYING WS-RSH-IDX FROM 1 BY 1
                   UNTIL WS-RSH-IDX > WS-RSH-COUNT
               IF WS-RSH-ROOM-ID(WS-RSH-IDX)
                       = WS-RMT-ROOM-ID(WS-RMT-IDX)
                   ADD 1 TO WS-ROOM-USE-COUNT
                   PERFORM WRITE-SHEET-LINE
               END-IF
           END-PERFORM.
           IF WS-ROOM-USE-COUNT = 0
               MOVE "    (使用なし)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-SHEET-LINE.
           IF WS-RSH-PERIOD(WS-RSH-IDX) = 0
               MOVE "終日" TO WS-PERIOD-TEXT
           ELSE
               MOVE SPACES TO WS-PERIOD-TEXT
               STRING WS-RSH-PERIOD(WS-RSH-IDX) DELIMITED BY SIZE
                      "限" DELIMITED BY SIZE
                   INTO WS-PERIOD-TEXT
               END-STRING
           END-IF.
           EVALUATE WS-RSH-KIND(WS-RSH-IDX)
               WHEN "1"
                   MOVE "授業" TO WS-KIND-TEXT
               WHEN "2"
                   MOVE "授業(変更)" TO WS-KIND-TEXT
               WHEN "3"
                   MOVE "試験" TO WS-KIND-TEXT
               WHEN "4"
                   MOVE "予約" TO WS-KIND-TEXT
               WHEN OTHER
                   MOVE "移動により空" TO WS-KIND-TEXT
           END-EVALUATE.
           MOVE SPACES TO REPORT-LINE.
           STRING "    " DELIMITED BY SIZE
                  WS-PERIOD-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-KIND-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RSH-TEXT(WS-RSH-IDX) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
