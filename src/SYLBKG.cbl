      *****************************************************************
      * シラバス管理システム - 教室予約保守プログラム(SYLBKG)
      * 行事・入試・補講・会議などの臨時の教室予約(単発・毎日・
      * 毎週)を登録・取消する。通常授業・時間割例外・期末試験・
      * 他の予約と重なる予約は登録しない
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLBKG.
       AUTHOR. SHINYAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROOM-BOOKING-FILE
               ASSIGN TO "roombook.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKG-KEY
               FILE STATUS IS WS-FILE-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD ROOM-BOOKING-FILE.
           COPY "copybooks/ROOMBKFILE.cpy".

       FD SYLLABUS-FILE.
           COPY "copybooks/SYLFILE.cpy".

       FD SEMESTER-FILE.
           COPY "copybooks/SEMESTERFILE.cpy".

       FD EXCEPTION-FILE.
           COPY "copybooks/SCHEDEXCFILE.cpy".

       FD EXAM-FILE.
           COPY "copybooks/EXAMFILE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS           PIC XX VALUE "00".
          88 WS-FILE-SUCCESS       VALUE "00".
          88 WS-FILE-NOT-FOUND     VALUE "23".

       01 WS-SYL-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SYL-FILE-SUCCESS   VALUE "00".

       01 WS-SEM-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SEM-FILE-SUCCESS   VALUE "00".

       01 WS-SXC-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SXC-FILE-SUCCESS   VALUE "00".

       01 WS-EXM-FILE-STATUS       PIC XX VALUE "00".
          88 WS-EXM-FILE-SUCCESS   VALUE "00".

       01 WS-SYL-OPEN-FLAG         PIC X VALUE "N".
          88 WS-SYL-OPENED         VALUE "Y".
       01 WS-SEM-OPEN-FLAG         PIC X VALUE "N".
          88 WS-SEM-OPENED         VALUE "Y".
       01 WS-SXC-OPEN-FLAG         PIC X VALUE "N".
          88 WS-SXC-OPENED         VALUE "Y".
       01 WS-EXM-OPEN-FLAG         PIC X VALUE "N".
          88 WS-EXM-OPENED         VALUE "Y".

       01 WS-MENU-OPTION           PIC 9 VALUE 0.
       01 WS-EOF-FLAG              PIC X VALUE "N".
          88 WS-EOF                VALUE "Y".

       01 WS-FUNCTION-CODE         PIC X.
       01 WS-PARAM-1               PIC X(50).
       01 WS-PARAM-2               PIC X(50).
       01 WS-RESULT                PIC X(200).
       01 WS-RETURN-CODE           PIC 9.

       01 WS-SEARCH-ROOM-ID        PIC X(10).
       01 WS-SEARCH-START-DATE     PIC X(8).
       01 WS-SEARCH-PERIOD         PIC 99.
       01 WS-CONFIRM               PIC X.

      * 予約期間の日付計算
       01 WS-DATE-NUM              PIC 9(8).
       01 WS-START-INT             PIC 9(8).
       01 WS-END-INT               PIC 9(8).
       01 WS-DAY-INT               PIC 9(8).
       01 WS-WORK                  PIC 9(8).
       01 WS-START-WEEKDAY         PIC 9.
       01 WS-WEEKDAY               PIC 9.
       01 WS-DAY-DATE              PIC X(8).
       01 WS-DAY-YEAR              PIC X(4).
       01 WS-YEAR-NUM              PIC 9(4).
       01 WS-SPAN-DAYS             PIC 9(8).

       01 WS-CHECK-OK-FLAG         PIC X VALUE "N".
          88 WS-CHECK-OK           VALUE "Y".
       01 WS-CLASH-FLAG            PIC X VALUE "N".
          88 WS-CLASH              VALUE "Y".
       01 WS-MOVED-FLAG            PIC X VALUE "N".
          88 WS-MOVED-AWAY         VALUE "Y".
       01 WS-CLASH-MESSAGE         PIC X(70).

      * 予約教室の通常授業(閉講以外、最大100件)
       01 WS-CLS-TABLE.
          05 WS-CLS-COUNT          PIC 9(3) VALUE 0.
          05 WS-CLS-ENTRY OCCURS 100 TIMES.
             10 WS-CLS-COURSE-ID   PIC X(6).
             10 WS-CLS-YEAR        PIC X(4).
             10 WS-CLS-SECTION-NO  PIC X(2).
             10 WS-CLS-DAY         PIC 9.
             10 WS-CLS-PERIOD      PIC 99.
             10 WS-CLS-SEM-START   PIC X(8).
             10 WS-CLS-SEM-END     PIC X(8).

      * 予約教室に関わる時間割例外(変更後の教室・曜日・時限)
       01 WS-SXT-TABLE.
          05 WS-SXT-COUNT          PIC 9(3) VALUE 0.
          05 WS-SXT-ENTRY OCCURS 200 TIMES.
             10 WS-SXT-COURSE-ID   PIC X(6).
             10 WS-SXT-YEAR        PIC X(4).
             10 WS-SXT-SECTION-NO  PIC X(2).
             10 WS-SXT-START-DATE  PIC X(8).
             10 WS-SXT-END-DATE    PIC X(8).
             10 WS-SXT-DAY         PIC 9.
             10 WS-SXT-PERIOD      PIC 99.
             10 WS-SXT-ROOM        PIC X(10).

      * 予約教室の期末試験
       01 WS-EXT-TABLE.
          05 WS-EXT-COUNT          PIC 9(3) VALUE 0.
          05 WS-EXT-ENTRY OCCURS 200 TIMES.
             10 WS-EXT-COURSE-ID   PIC X(6).
             10 WS-EXT-SECTION-NO  PIC X(2).
             10 WS-EXT-DATE        PIC X(8).
             10 WS-EXT-SLOT        PIC 99.

       01 WS-CLS-IDX               PIC 9(3).
       01 WS-SXT-IDX               PIC 9(3).
       01 WS-EXT-IDX               PIC 9(3).

       01 WS-LIST-COUNT            PIC 9(5) VALUE 0.

       SCREEN SECTION.
       01 BKG-MENU-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "教室予約保守".
           05 LINE 3 COLUMN 1 VALUE "1. 予約登録".
           05 LINE 4 COLUMN 1 VALUE "2. 予約取消".
           05 LINE 5 COLUMN 1 VALUE "3. 教室別一覧".
           05 LINE 6 COLUMN 1 VALUE "9. 終了".
           05 LINE 8 COLUMN 1 VALUE "選択 (1-3,9): ".
           05 LINE 8 COLUMN 16 PIC 9 USING WS-MENU-OPTION.

       01 BKG-INPUT-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "教室予約登録画面".
           05 LINE 3 COLUMN 1 VALUE "教室ID: ".
           05 LINE 3 COLUMN 28 PIC X(10) USING BKG-ROOM-ID.
           05 LINE 4 COLUMN 1 VALUE "開始日(YYYYMMDD): ".
           05 LINE 4 COLUMN 28 PIC X(8) USING BKG-START-DATE.
           05 LINE 5 COLUMN 1 VALUE "終了日(空白=開始日): ".
           05 LINE 5 COLUMN 28 PIC X(8) USING BKG-END-DATE.
           05 LINE 6 COLUMN 1 VALUE "繰返し(O/D/W): ".
           05 LINE 6 COLUMN 28 PIC X USING BKG-REPEAT.
           05 LINE 7 COLUMN 1 VALUE "時限(00=終日): ".
           05 LINE 7 COLUMN 28 PIC 99 USING BKG-PERIOD.
           05 LINE 8 COLUMN 1 VALUE "種別(E/N/M/G/O): ".
           05 LINE 8 COLUMN 28 PIC X USING BKG-PURPOSE-TYPE.
           05 LINE 9 COLUMN 1 VALUE "用件: ".
           05 LINE 9 COLUMN 28 PIC X(30) USING BKG-PURPOSE.
           05 LINE 10 COLUMN 1 VALUE "申請者ID: ".
           05 LINE 10 COLUMN 28 PIC X(10) USING BKG-REQUESTER-ID.
           05 LINE 11 COLUMN 1 VALUE "申請者名: ".
           05 LINE 11 COLUMN 28 PIC X(20) USING BKG-REQUESTER-NAME.
           05 LINE 12 COLUMN 1 VALUE "補講科目コード: ".
           05 LINE 12 COLUMN 28 PIC X(6) USING BKG-COURSE-ID.
           05 LINE 13 COLUMN 1 VALUE "補講区分(01等): ".
           05 LINE 13 COLUMN 28 PIC X(2) USING BKG-SECTION-NO.
           05 LINE 15 COLUMN 1
               VALUE "O=単発 D=毎日 W=毎週(開始日の曜日)".
           05 LINE 16 COLUMN 1
               VALUE "E=行事 N=入試 M=補講 G=会議 O=その他".

       01 BKG-SEARCH-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "対象予約の指定".
           05 LINE 3 COLUMN 1 VALUE "教室ID: ".
           05 LINE 3 COLUMN 25 PIC X(10) USING WS-SEARCH-ROOM-ID.
           05 LINE 4 COLUMN 1 VALUE "開始日(YYYYMMDD): ".
           05 LINE 4 COLUMN 25 PIC X(8) USING WS-SEARCH-START-DATE.
           05 LINE 5 COLUMN 1 VALUE "時限(00=終日): ".
           05 LINE 5 COLUMN 25 PIC 99 USING WS-SEARCH-PERIOD.

       01 BKG-ROOM-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "教室別予約一覧".
           05 LINE 3 COLUMN 1 VALUE "教室ID(空白=全教室): ".
           05 LINE 3 COLUMN 25 PIC X(10) USING WS-SEARCH-ROOM-ID.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           PERFORM UNTIL WS-MENU-OPTION = 9
               DISPLAY BKG-MENU-SCREEN
               ACCEPT BKG-MENU-SCREEN
               EVALUATE WS-MENU-OPTION
                   WHEN 1
                       PERFORM REGISTER-BOOKING
                   WHEN 2
                       PERFORM CANCEL-BOOKING
                   WHEN 3
                       PERFORM LIST-BOOKINGS
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "無効な選択です。"
               END-EVALUATE
           END-PERFORM.

           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN I-O ROOM-BOOKING-FILE.
           IF NOT WS-FILE-SUCCESS
               OPEN OUTPUT ROOM-BOOKING-FILE
               CLOSE ROOM-BOOKING-FILE
               OPEN I-O ROOM-BOOKING-FILE
           END-IF.
           OPEN INPUT SYLLABUS-FILE.
           IF WS-SYL-FILE-SUCCESS
               MOVE "Y" TO WS-SYL-OPEN-FLAG
           END-IF.
           OPEN INPUT SEMESTER-FILE.
           IF WS-SEM-FILE-SUCCESS
               MOVE "Y" TO WS-SEM-OPEN-FLAG
           END-IF.
           OPEN INPUT EXCEPTION-FILE.
           IF WS-SXC-FILE-SUCCESS
               MOVE "Y" TO WS-SXC-OPEN-FLAG
           END-IF.
           OPEN INPUT EXAM-FILE.
           IF WS-EXM-FILE-SUCCESS
               MOVE "Y" TO WS-EXM-OPEN-FLAG
           END-IF.

       CLOSE-FILES.
           CLOSE ROOM-BOOKING-FILE.
           IF WS-SYL-OPENED
               CLOSE SYLLABUS-FILE
           END-IF.
           IF WS-SEM-OPENED
               CLOSE SEMESTER-FILE
           END-IF.
           IF WS-SXC-OPENED
               CLOSE EXCEPTION-FILE
           END-IF.
           IF WS-EXM-OPENED
               CLOSE EXAM-FILE
           END-IF.

      *-----------------------------------------------------------
      * 予約登録(入力チェックの後、他の使用と重ならなければ登録)
      *-----------------------------------------------------------
       REGISTER-BOOKING.
           INITIALIZE ROOM-BOOKING-RECORD.
           MOVE "O" TO BKG-REPEAT.
           MOVE "E" TO BKG-PURPOSE-TYPE.
           DISPLAY BKG-INPUT-SCREEN.
           ACCEPT BKG-INPUT-SCREEN.

           PERFORM VALIDATE-BOOKING.
           IF NOT WS-CHECK-OK
               EXIT PARAGRAPH
           END-IF.

      *    他の予約(SYLCOM "B")
           MOVE "B" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE BKG-ROOM-ID TO WS-PARAM-1(1:10).
           MOVE BKG-PERIOD TO WS-PARAM-1(11:2).
           MOVE BKG-START-DATE TO WS-PARAM-1(13:8).
           MOVE BKG-END-DATE TO WS-PARAM-1(21:8).
           MOVE BKG-REPEAT TO WS-PARAM-1(29:1).
           MOVE SPACES TO WS-PARAM-2.
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.
           IF WS-RETURN-CODE = 1
               DISPLAY FUNCTION TRIM(WS-RESULT(1:70))
               EXIT PARAGRAPH
           END-IF.

      *    通常授業・時間割例外・期末試験
           PERFORM LOAD-ROOM-CLASSES.
           PERFORM LOAD-ROOM-EXCEPTIONS.
           PERFORM LOAD-ROOM-EXAMS.
           PERFORM CHECK-ALL-BOOKED-DAYS.
           IF WS-CLASH
               DISPLAY FUNCTION TRIM(WS-CLASH-MESSAGE)
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO BKG-BOOKED-TS.
           WRITE ROOM-BOOKING-RECORD
               INVALID KEY
                   DISPLAY "エラー:同じ予約が登録済み。"
               NOT INVALID KEY
                   DISPLAY "教室予約を登録しました。"
           END-WRITE.

       VALIDATE-BOOKING.
           MOVE "N" TO WS-CHECK-OK-FLAG.

           MOVE "R" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE BKG-ROOM-ID TO WS-PARAM-1(1:10).
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.
           IF BKG-ROOM-ID = SPACES OR WS-RETURN-CODE = 1
               DISPLAY "エラー:教室IDが不正です。"
               EXIT PARAGRAPH
           END-IF.

           IF BKG-REPEAT = SPACES
               MOVE "O" TO BKG-REPEAT
           END-IF.
           IF NOT BKG-REPEAT-ONCE AND NOT BKG-REPEAT-DAILY
               AND NOT BKG-REPEAT-WEEKLY
               DISPLAY "エラー:繰返しはO/D/Wです。"
               EXIT PARAGRAPH
           END-IF.
           IF BKG-END-DATE = SPACES OR BKG-REPEAT-ONCE
               MOVE BKG-START-DATE TO BKG-END-DATE
           END-IF.

           MOVE 0 TO WS-START-INT.
           MOVE 0 TO WS-END-INT.
           IF BKG-START-DATE IS NUMERIC
               MOVE BKG-START-DATE TO WS-DATE-NUM
               COMPUTE WS-START-INT
                   = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           END-IF.
           IF BKG-END-DATE IS NUMERIC
               MOVE BKG-END-DATE TO WS-DATE-NUM
               COMPUTE WS-END-INT
                   = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           END-IF.
           IF WS-START-INT = 0 OR WS-END-INT = 0
               DISPLAY "エラー:日付が不正です。"
               EXIT PARAGRAPH
           END-IF.
           IF WS-END-INT < WS-START-INT
               DISPLAY "エラー:終了日が開始日より前。"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-SPAN-DAYS = WS-END-INT - WS-START-INT.
           IF WS-SPAN-DAYS > 366
               DISPLAY "エラー:予約期間は1年以内です。"
               EXIT PARAGRAPH
           END-IF.

           IF BKG-PERIOD > 6
               DISPLAY "エラー:時限は00-06です。"
               EXIT PARAGRAPH
           END-IF.
           IF NOT BKG-PURPOSE-EVENT AND NOT BKG-PURPOSE-ENTRANCE
               AND NOT BKG-PURPOSE-MAKEUP AND NOT BKG-PURPOSE-MEETING
               AND NOT BKG-PURPOSE-OTHER
               DISPLAY "エラー:種別が不正です。"
               EXIT PARAGRAPH
           END-IF.
           IF BKG-PURPOSE = SPACES OR BKG-REQUESTER-ID = SPACES
               DISPLAY "エラー:用件と申請者は必須です。"
               EXIT PARAGRAPH
           END-IF.

      *    補講は対象科目の区分が開始日の年度に存在すること
           IF BKG-PURPOSE-MAKEUP
               IF BKG-SECTION-NO = SPACES
                   MOVE "01" TO BKG-SECTION-NO
               END-IF
               MOVE BKG-START-DATE TO WS-DAY-DATE
               PERFORM SET-ACADEMIC-YEAR
               MOVE BKG-COURSE-ID TO SYL-COURSE-ID
               MOVE WS-DAY-YEAR TO SYL-ACADEMIC-YEAR
               MOVE BKG-SECTION-NO TO SYL-SECTION-NO
               IF NOT WS-SYL-OPENED
                   DISPLAY "エラー:補講科目未登録。"
                   EXIT PARAGRAPH
               END-IF
               READ SYLLABUS-FILE
                   KEY IS SYL-RECORD-KEY
                   INVALID KEY
                       DISPLAY "エラー:補講科目未登録。"
                       EXIT PARAGRAPH
               END-READ
           ELSE
               MOVE SPACES TO BKG-COURSE-ID
               MOVE SPACES TO BKG-SECTION-NO
           END-IF.

           MOVE "Y" TO WS-CHECK-OK-FLAG.

      * 日付の年度(4月始まり)
       SET-ACADEMIC-YEAR.
           MOVE WS-DAY-DATE(1:4) TO WS-DAY-YEAR.
           IF WS-DAY-DATE(5:2) < "04"
               MOVE WS-DAY-DATE(1:4) TO WS-YEAR-NUM
               SUBTRACT 1 FROM WS-YEAR-NUM
               MOVE WS-YEAR-NUM TO WS-DAY-YEAR
           END-IF.

      *-----------------------------------------------------------
      * 予約教室を使う通常授業を集める(学期の期間つき)
      *-----------------------------------------------------------
       LOAD-ROOM-CLASSES.
           MOVE 0 TO WS-CLS-COUNT.
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
                       IF SYL-CLASS-ROOM = BKG-ROOM-ID
                           AND NOT SYL-STATUS-CANCELLED
                           AND NOT SYL-DAY-NOT-SET
                           AND WS-CLS-COUNT < 100
                           PERFORM SAVE-ROOM-CLASS
                       END-IF
               END-READ
           END-PERFORM.

       SAVE-ROOM-CLASS.
           ADD 1 TO WS-CLS-COUNT.
           MOVE SYL-COURSE-ID TO WS-CLS-COURSE-ID(WS-CLS-COUNT).
           MOVE SYL-ACADEMIC-YEAR TO WS-CLS-YEAR(WS-CLS-COUNT).
           MOVE SYL-SECTION-NO TO WS-CLS-SECTION-NO(WS-CLS-COUNT).
           MOVE SYL-CLASS-DAY TO WS-CLS-DAY(WS-CLS-COUNT).
           MOVE SYL-CLASS-PERIOD TO WS-CLS-PERIOD(WS-CLS-COUNT).
           MOVE SPACES TO WS-CLS-SEM-START(WS-CLS-COUNT).
           MOVE SPACES TO WS-CLS-SEM-END(WS-CLS-COUNT).
           IF NOT WS-SEM-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE SYL-SEMESTER TO SEM-CODE.
           READ SEMESTER-FILE
               KEY IS SEM-CODE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SEM-START-DATE
                       TO WS-CLS-SEM-START(WS-CLS-COUNT)
                   MOVE SEM-END-DATE
                       TO WS-CLS-SEM-END(WS-CLS-COUNT)
           END-READ.

      *-----------------------------------------------------------
      * 予約期間にかかる時間割例外を、変更後の教室・曜日・時限
      * (上書きのない項目は元の時間割の値)で集める
      *-----------------------------------------------------------
       LOAD-ROOM-EXCEPTIONS.
           MOVE 0 TO WS-SXT-COUNT.
           IF NOT WS-SXC-OPENED OR NOT WS-SYL-OPENED
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
                       IF SXC-START-DATE NOT > BKG-END-DATE
                           AND SXC-END-DATE NOT < BKG-START-DATE
                           AND WS-SXT-COUNT < 200
                           PERFORM SAVE-ROOM-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM.

       SAVE-ROOM-EXCEPTION.
           MOVE SXC-COURSE-ID TO SYL-COURSE-ID.
           MOVE SXC-ACADEMIC-YEAR TO SYL-ACADEMIC-YEAR.
           MOVE SXC-SECTION-NO TO SYL-SECTION-NO.
           READ SYLLABUS-FILE
               KEY IS SYL-RECORD-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF SYL-CLASS-ROOM NOT = BKG-ROOM-ID
               AND SXC-OVR-CLASS-ROOM NOT = BKG-ROOM-ID
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-SXT-COUNT.
           MOVE SXC-COURSE-ID TO WS-SXT-COURSE-ID(WS-SXT-COUNT).
           MOVE SXC-ACADEMIC-YEAR TO WS-SXT-YEAR(WS-SXT-COUNT).
           MOVE SXC-SECTION-NO TO WS-SXT-SECTION-NO(WS-SXT-COUNT).
           MOVE SXC-START-DATE TO WS-SXT-START-DATE(WS-SXT-COUNT).
           MOVE SXC-END-DATE TO WS-SXT-END-DATE(WS-SXT-COUNT).
           MOVE SYL-CLASS-DAY TO WS-SXT-DAY(WS-SXT-COUNT).
           MOVE SYL-CLASS-PERIOD TO WS-SXT-PERIOD(WS-SXT-COUNT).
           MOVE SYL-CLASS-ROOM TO WS-SXT-ROOM(WS-SXT-COUNT).
           IF SXC-OVR-CLASS-DAY NOT = 0
               MOVE SXC-OVR-CLASS-DAY TO WS-SXT-DAY(WS-SXT-COUNT)
           END-IF.
           IF SXC-OVR-CLASS-PERIOD NOT = 0
               MOVE SXC-OVR-CLASS-PERIOD
                   TO WS-SXT-PERIOD(WS-SXT-COUNT)
           END-IF.
           IF SXC-OVR-CLASS-ROOM NOT = SPACES
               MOVE SXC-OVR-CLASS-ROOM TO WS-SXT-ROOM(WS-SXT-COUNT)
           END-IF.

       LOAD-ROOM-EXAMS.
           MOVE 0 TO WS-EXT-COUNT.
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
                       IF EXM-EXAM-ROOM = BKG-ROOM-ID
                           AND EXM-EXAM-DATE NOT < BKG-START-DATE
                           AND EXM-EXAM-DATE NOT > BKG-END-DATE
                           AND WS-EXT-COUNT < 200
                           ADD 1 TO WS-EXT-COUNT
                           MOVE EXM-COURSE-ID
                               TO WS-EXT-COURSE-ID(WS-EXT-COUNT)
                           MOVE EXM-SECTION-NO
                               TO WS-EXT-SECTION-NO(WS-EXT-COUNT)
                           MOVE EXM-EXAM-DATE
                               TO WS-EXT-DATE(WS-EXT-COUNT)
                           MOVE EXM-EXAM-SLOT
                               TO WS-EXT-SLOT(WS-EXT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------
      * 予約の実施日を1日ずつ取り出して照合する
      *-----------------------------------------------------------
       CHECK-ALL-BOOKED-DAYS.
           MOVE "N" TO WS-CLASH-FLAG.
           MOVE SPACES TO WS-CLASH-MESSAGE.
           COMPUTE WS-WORK = FUNCTION MOD(WS-START-INT - 1, 7).
           COMPUTE WS-START-WEEKDAY = WS-WORK + 1.
           PERFORM VARYING WS-DAY-INT FROM WS-START-INT BY 1
                   UNTIL WS-DAY-INT > WS-END-INT OR WS-CLASH
               COMPUTE WS-WORK = FUNCTION MOD(WS-DAY-INT - 1, 7)
               COMPUTE WS-WEEKDAY = WS-WORK + 1
               IF BKG-REPEAT-DAILY
                   OR (BKG-REPEAT-WEEKLY
                       AND WS-WEEKDAY = WS-START-WEEKDAY)
                   OR WS-DAY-INT = WS-START-INT
                   PERFORM CHECK-ONE-BOOKED-DAY
               END-IF
           END-PERFORM.

       CHECK-ONE-BOOKED-DAY.
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
           MOVE WS-DATE-NUM TO WS-DAY-DATE.
           PERFORM SET-ACADEMIC-YEAR.

           PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
                   UNTIL WS-CLS-IDX > WS-CLS-COUNT OR WS-CLASH
               IF WS-CLS-YEAR(WS-CLS-IDX) = WS-DAY-YEAR
                   AND WS-CLS-DAY(WS-CLS-IDX) = WS-WEEKDAY
                   AND (BKG-PERIOD = 0
                     OR WS-CLS-PERIOD(WS-CLS-IDX) = BKG-PERIOD)
                   PERFORM CHECK-CLASS-ON-DAY
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-SXT-IDX FROM 1 BY 1
                   UNTIL WS-SXT-IDX > WS-SXT-COUNT OR WS-CLASH
               IF WS-SXT-ROOM(WS-SXT-IDX) = BKG-ROOM-ID
                   AND WS-SXT-DAY(WS-SXT-IDX) = WS-WEEKDAY
                   AND WS-SXT-START-DATE(WS-SXT-IDX) NOT > WS-DAY-DATE
                   AND WS-SXT-END-DATE(WS-SXT-IDX) NOT < WS-DAY-DATE
                   AND (BKG-PERIOD = 0
                     OR WS-SXT-PERIOD(WS-SXT-IDX) = BKG-PERIOD)
                   MOVE "Y" TO WS-CLASH-FLAG
                   STRING "エラー:時間割例外と重複("
                              DELIMITED BY SIZE
                          WS-SXT-COURSE-ID(WS-SXT-IDX)
                              DELIMITED BY SIZE
                          "-" DELIMITED BY SIZE
                          WS-SXT-SECTION-NO(WS-SXT-IDX)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-DAY-DATE DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                       INTO WS-CLASH-MESSAGE
                   END-STRING
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-EXT-IDX FROM 1 BY 1
                   UNTIL WS-EXT-IDX > WS-EXT-COUNT OR WS-CLASH
               IF WS-EXT-DATE(WS-EXT-IDX) = WS-DAY-DATE
                   AND (BKG-PERIOD = 0
                     OR WS-EXT-SLOT(WS-EXT-IDX) = BKG-PERIOD)
                   MOVE "Y" TO WS-CLASH-FLAG
                   STRING "エラー:期末試験と重複("
                              DELIMITED BY SIZE
                          WS-EXT-COURSE-ID(WS-EXT-IDX)
                              DELIMITED BY SIZE
                          "-" DELIMITED BY SIZE
                          WS-EXT-SECTION-NO(WS-EXT-IDX)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-DAY-DATE DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                       INTO WS-CLASH-MESSAGE
                   END-STRING
               END-IF
           END-PERFORM.

      * 学期の期間内で、例外により他へ移っていなければ重複
       CHECK-CLASS-ON-DAY.
           IF WS-CLS-SEM-START(WS-CLS-IDX) NOT = SPACES
               AND WS-DAY-DATE < WS-CLS-SEM-START(WS-CLS-IDX)
               EXIT PARAGRAPH
           END-IF.
           IF WS-CLS-SEM-END(WS-CLS-IDX) NOT = SPACES
               AND WS-DAY-DATE > WS-CLS-SEM-END(WS-CLS-IDX)
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-MOVED-FLAG.
           PERFORM VARYING WS-SXT-IDX FROM 1 BY 1
                   UNTIL WS-SXT-IDX > WS-SXT-COUNT
               IF WS-SXT-COURSE-ID(WS-SXT-IDX)
                       = WS-CLS-COURSE-ID(WS-CLS-IDX)
                   AND WS-SXT-YEAR(WS-SXT-IDX)
                       = WS-CLS-YEAR(WS-CLS-IDX)
                   AND WS-SXT-SECTION-NO(WS-SXT-IDX)
                       = WS-CLS-SECTION-NO(WS-CLS-IDX)
                   AND WS-SXT-START-DATE(WS-SXT-IDX) NOT > WS-DAY-DATE
                   AND WS-SXT-END-DATE(WS-SXT-IDX) NOT < WS-DAY-DATE
                   MOVE "Y" TO WS-MOVED-FLAG
               END-IF
           END-PERFORM.
           IF WS-MOVED-AWAY
               EXIT PARAGRAPH
           END-IF.

           MOVE "Y" TO WS-CLASH-FLAG.
           STRING "エラー:授業と重複(" DELIMITED BY SIZE
                  WS-CLS-COURSE-ID(WS-CLS-IDX) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CLS-SECTION-NO(WS-CLS-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DAY-DATE DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO WS-CLASH-MESSAGE
           END-STRING.

      *-----------------------------------------------------------
      * 予約取消(内容を表示して確認)
      *-----------------------------------------------------------
       CANCEL-BOOKING.
           MOVE SPACES TO WS-SEARCH-ROOM-ID.
           MOVE SPACES TO WS-SEARCH-START-DATE.
           MOVE 0 TO WS-SEARCH-PERIOD.
           DISPLAY BKG-SEARCH-SCREEN.
           ACCEPT BKG-SEARCH-SCREEN.

           MOVE WS-SEARCH-ROOM-ID TO BKG-ROOM-ID.
           MOVE WS-SEARCH-START-DATE TO BKG-START-DATE.
           MOVE WS-SEARCH-PERIOD TO BKG-PERIOD.
           READ ROOM-BOOKING-FILE
               KEY IS BKG-KEY
               INVALID KEY
                   DISPLAY "エラー:該当予約なし。"
                   EXIT PARAGRAPH
           END-READ.

           PERFORM SHOW-BOOKING-LINE.
           DISPLAY "取消しますか(Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "取消を中止しました。"
               EXIT PARAGRAPH
           END-IF.
           DELETE ROOM-BOOKING-FILE
               INVALID KEY
                   DISPLAY "エラー:取消に失敗。"
               NOT INVALID KEY
                   DISPLAY "教室予約を取消しました。"
           END-DELETE.

       LIST-BOOKINGS.
           MOVE SPACES TO WS-SEARCH-ROOM-ID.
           DISPLAY BKG-ROOM-SCREEN.
           ACCEPT BKG-ROOM-SCREEN.

           DISPLAY " ".
           DISPLAY "==== 教室予約一覧 ====".
           DISPLAY "教室       開始日   終了日   繰 時限 "
                   "種 用件 / 申請者".
           MOVE 0 TO WS-LIST-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE WS-SEARCH-ROOM-ID TO BKG-ROOM-ID.
           MOVE LOW-VALUES TO BKG-START-DATE.
           MOVE 0 TO BKG-PERIOD.
           START ROOM-BOOKING-FILE KEY IS NOT LESS THAN BKG-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF
               READ ROOM-BOOKING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-SEARCH-ROOM-ID NOT = SPACES
                           AND BKG-ROOM-ID NOT = WS-SEARCH-ROOM-ID
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                           ADD 1 TO WS-LIST-COUNT
                           PERFORM SHOW-BOOKING-LINE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "件数: " WS-LIST-COUNT.
           DISPLAY "======================".

       SHOW-BOOKING-LINE.
           DISPLAY BKG-ROOM-ID " " BKG-START-DATE " " BKG-END-DATE
                   " " BKG-REPEAT "  " BKG-PERIOD "   "
                   BKG-PURPOSE-TYPE "  " BKG-PURPOSE " / "
                   BKG-REQUESTER-ID " " BKG-REQUESTER-NAME.
           IF BKG-COURSE-ID NOT = SPACES
               DISPLAY "           補講科目: " BKG-COURSE-ID "-"
                       BKG-SECTION-NO
           END-IF.
