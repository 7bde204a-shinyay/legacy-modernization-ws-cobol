      *****************************************************************
      * シラバス管理システム - 予定表(iCalendar)配信バッチ(SYLICS)
      * 指定年度の区分ごとに学期の開始日から終了日までの授業日
      * (授業曜日の日から休日・休講日を除き、補講日を加えた先頭
      * 15回。時間割例外の期間は教室・曜日・時限を置き換える)と
      * 期末試験を予定として展開し、在籍中の学生と担当教員ごとに
      * .icsファイルを作成する。内容が前回と同じ利用者は作り直さず、
      * 作成したファイル名を予定表マニフェストへ出力する
      * (出力先のicalディレクトリは事前に用意しておくこと)
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLICS.
       AUTHOR. SHINYAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ENROLLMENT-FILE
               ASSIGN TO "enroll.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-KEY
               FILE STATUS IS WS-ENR-FILE-STATUS.

           SELECT ICS-STATE-FILE
               ASSIGN TO "icsstate.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ICS-KEY
               FILE STATUS IS WS-ICS-FILE-STATUS.

           SELECT ICS-OUTPUT-FILE
               ASSIGN TO WS-ICS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.

           SELECT MANIFEST-FILE
               ASSIGN TO "ical_manifest.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD ENROLLMENT-FILE.
           COPY "copybooks/ENROLLFILE.cpy".

       FD ICS-STATE-FILE.
           COPY "copybooks/ICSSTFILE.cpy".

       FD ICS-OUTPUT-FILE.
       01 ICS-OUTPUT-RECORD        PIC X(250).

       FD MANIFEST-FILE.
       01 MANIFEST-RECORD          PIC X(100).

       WORKING-STORAGE SECTION.
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

       01 WS-ENR-FILE-STATUS       PIC XX VALUE "00".
          88 WS-ENR-FILE-SUCCESS   VALUE "00".

       01 WS-ICS-FILE-STATUS       PIC XX VALUE "00".
          88 WS-ICS-FILE-SUCCESS   VALUE "00".

       01 WS-OUT-FILE-STATUS       PIC XX VALUE "00".
          88 WS-OUT-FILE-SUCCESS   VALUE "00".

       01 WS-MANIFEST-FILE-STATUS  PIC XX VALUE "00".

       01 WS-CAL-OPEN-FLAG         PIC X VALUE "N".
          88 WS-CAL-OPENED         VALUE "Y".
       01 WS-SXC-OPEN-FLAG         PIC X VALUE "N".
          88 WS-SXC-OPENED         VALUE "Y".
       01 WS-EXM-OPEN-FLAG         PIC X VALUE "N".
          88 WS-EXM-OPENED         VALUE "Y".

       01 WS-EOF-FLAG              PIC X VALUE "N".
          88 WS-EOF                VALUE "Y".

       01 WS-FUNCTION-CODE         PIC X.
       01 WS-PARAM-1               PIC X(50).
       01 WS-PARAM-2               PIC X(50).
       01 WS-RESULT                PIC X(200).
       01 WS-RETURN-CODE           PIC 9.

       01 WS-TARGET-YEAR           PIC X(4).
       01 WS-FORCE-FLAG            PIC X VALUE "N".
          88 WS-FORCE-ALL          VALUE "Y" "y".
          88 WS-CHANGED-ONLY       VALUE "N" "n".
       01 WS-RUN-TS                PIC X(14).
       01 WS-ICS-FILENAME          PIC X(40).

      * 時限ごとの開始・終了時刻
       01 WS-PERIOD-TIME-VALUES.
          05 FILLER                PIC X(8) VALUE "09001030".
          05 FILLER                PIC X(8) VALUE "10401210".
          05 FILLER                PIC X(8) VALUE "13001430".
          05 FILLER                PIC X(8) VALUE "14401610".
          05 FILLER                PIC X(8) VALUE "16201750".
          05 FILLER                PIC X(8) VALUE "18001930".
       01 WS-PERIOD-TIME-TABLE REDEFINES WS-PERIOD-TIME-VALUES.
          05 WS-PERIOD-TIME OCCURS 6 TIMES.
             10 WS-PERIOD-START    PIC X(4).
             10 WS-PERIOD-END      PIC X(4).

      * 対象年度の区分表(最大300件。予定は予定表の位置を持つ)
       01 WS-SECTION-TABLE.
          05 WS-SEC-COUNT          PIC 9(3) VALUE 0.
          05 WS-SEC-ENTRY OCCURS 300 TIMES.
             10 WS-SEC-COURSE-ID   PIC X(6).
             10 WS-SEC-SECTION-NO  PIC X(2).
             10 WS-SEC-NAME        PIC X(30).
             10 WS-SEC-TEACHER-ID  PIC X(5).
             10 WS-SEC-FIRST-EVT   PIC 9(4).
             10 WS-SEC-EVT-COUNT   PIC 99.
             10 WS-SEC-WEEK-PLAN   PIC X(30) OCCURS 15 TIMES.
       01 WS-SEC-IDX               PIC 9(3).

      * 予定表(授業はC、期末試験はX)
       01 WS-EVENT-TABLE.
          05 WS-EVT-COUNT          PIC 9(4) VALUE 0.
          05 WS-EVT-ENTRY OCCURS 6000 TIMES.
             10 WS-EVT-TYPE        PIC X.
             10 WS-EVT-DATE        PIC X(8).
             10 WS-EVT-PERIOD      PIC 99.
             10 WS-EVT-ROOM        PIC X(10).
             10 WS-EVT-WEEK-NO     PIC 99.
       01 WS-EVT-IDX               PIC 9(4).
       01 WS-EVT-END               PIC 9(4).

      * 区分の時間割例外(最大10件)
       01 WS-EXC-TABLE.
          05 WS-EXC-COUNT          PIC 99 VALUE 0.
          05 WS-EXC-ENTRY OCCURS 10 TIMES.
             10 WS-EXC-START-DATE  PIC X(8).
             10 WS-EXC-END-DATE    PIC X(8).
             10 WS-EXC-DAY         PIC 9.
             10 WS-EXC-PERIOD      PIC 99.
             10 WS-EXC-ROOM        PIC X(10).
       01 WS-EXC-IDX               PIC 99.
       01 WS-EXC-EOF-FLAG          PIC X VALUE "N".
          88 WS-EXC-EOF            VALUE "Y".

      * 利用者と区分の組(学生はS、教員はT)。利用者順に並べる
       01 WS-OWNER-TABLE.
          05 WS-OWN-COUNT          PIC 9(4) VALUE 0.
          05 WS-OWN-ENTRY OCCURS 6000 TIMES.
             10 WS-OWN-TYPE        PIC X.
             10 WS-OWN-ID          PIC X(8).
             10 WS-OWN-SEC-IDX     PIC 9(3).
       01 WS-OWN-IDX               PIC 9(4).
       01 WS-OWN-POS               PIC 9(4).
       01 WS-OWN-FIRST             PIC 9(4).
       01 WS-OWN-LAST              PIC 9(4).
       01 WS-HOLD-ENTRY            PIC X(12).

       01 WS-START-INT             PIC 9(8).
       01 WS-END-INT               PIC 9(8).
       01 WS-DATE-INT              PIC 9(8).
       01 WS-DATE-NUM              PIC 9(8).
       01 WS-WEEKDAY               PIC 9.
       01 WS-CAL-DAY-TYPE          PIC X.
       01 WS-WEEK-COUNT            PIC 99.
       01 WS-EFF-DAY               PIC 9.
       01 WS-EFF-PERIOD            PIC 99.
       01 WS-EFF-ROOM              PIC X(10).

       01 WS-CTC-COUNT             PIC 9.
       01 WS-CTC-IDX               PIC 9.
       01 WS-CTC-POS               PIC 99.
       01 WS-CTC-LIST              PIC X(45).

      * 内容のチェックサム
       01 WS-SIGNATURE             PIC X(90).
       01 WS-SIG-IDX               PIC 99.
       01 WS-CHECKSUM              PIC 9(9).
       01 WS-OWNER-EVENTS          PIC 9(4).
       01 WS-STATE-FOUND-FLAG      PIC X VALUE "N".
          88 WS-STATE-FOUND        VALUE "Y".

       01 WS-OVERFLOW-FLAG         PIC X VALUE "N".
          88 WS-TABLE-OVERFLOW     VALUE "Y".

      * 処理件数
       01 WS-FEED-COUNT            PIC 9(5) VALUE 0.
       01 WS-UNCHANGED-COUNT       PIC 9(5) VALUE 0.
       01 WS-EMPTIED-COUNT         PIC 9(5) VALUE 0.
       01 WS-SKIP-PERIOD-COUNT     PIC 9(5) VALUE 0.

       SCREEN SECTION.
       01 ICS-OPTION-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "予定表(iCalendar)配信".
           05 LINE 3 COLUMN 1 VALUE "対象年度(4桁):".
           05 LINE 3 COLUMN 28 PIC X(4) USING WS-TARGET-YEAR.
           05 LINE 4 COLUMN 1 VALUE "変更がなくても作成(Y/N):".
           05 LINE 4 COLUMN 28 PIC X USING WS-FORCE-FLAG.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TS.
           MOVE WS-RUN-TS(1:4) TO WS-TARGET-YEAR.
           DISPLAY ICS-OPTION-SCREEN.
           ACCEPT ICS-OPTION-SCREEN.

           IF WS-TARGET-YEAR = SPACES
               DISPLAY "エラー:年度は必須です。"
               GOBACK
           END-IF.
           IF NOT WS-FORCE-ALL AND NOT WS-CHANGED-ONLY
               DISPLAY "エラー:作成指定はYかN。"
               GOBACK
           END-IF.

           PERFORM OPEN-FILES.
           IF NOT WS-SYL-FILE-SUCCESS OR NOT WS-SEM-FILE-SUCCESS
               DISPLAY "エラー:シラバス・学期マスタなし"
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.

           PERFORM LOAD-SECTION-TABLE.
           IF WS-TABLE-OVERFLOW
               DISPLAY "エラー:区分・予定が上限超過。"
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.
           PERFORM LOAD-OWNER-TABLE.
           IF WS-TABLE-OVERFLOW
               DISPLAY "エラー:利用者の組が6000件を超過。"
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.
           PERFORM SORT-OWNER-TABLE.

           OPEN OUTPUT MANIFEST-FILE.
           MOVE "==== 予定表マニフェスト ===="
               TO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.
           STRING "対象年度: " DELIMITED BY SIZE
                  WS-TARGET-YEAR DELIMITED BY SIZE
                  "  作成日時: " DELIMITED BY SIZE
                  WS-RUN-TS DELIMITED BY SIZE
               INTO MANIFEST-RECORD
           END-STRING.
           WRITE MANIFEST-RECORD.

           MOVE 1 TO WS-OWN-FIRST.
           PERFORM UNTIL WS-OWN-FIRST > WS-OWN-COUNT
               MOVE WS-OWN-FIRST TO WS-OWN-LAST
               PERFORM UNTIL WS-OWN-LAST >= WS-OWN-COUNT
                   OR WS-OWN-TYPE(WS-OWN-LAST + 1)
                       NOT = WS-OWN-TYPE(WS-OWN-FIRST)
                   OR WS-OWN-ID(WS-OWN-LAST + 1)
                       NOT = WS-OWN-ID(WS-OWN-FIRST)
                   ADD 1 TO WS-OWN-LAST
               END-PERFORM
               PERFORM PROCESS-ONE-OWNER
               COMPUTE WS-OWN-FIRST = WS-OWN-LAST + 1
           END-PERFORM.

           PERFORM CLEAR-DEPARTED-OWNERS.

           MOVE SPACES TO MANIFEST-RECORD.
           STRING "作成件数: " DELIMITED BY SIZE
                  WS-FEED-COUNT DELIMITED BY SIZE
                  "  変更なし: " DELIMITED BY SIZE
                  WS-UNCHANGED-COUNT DELIMITED BY SIZE
               INTO MANIFEST-RECORD
           END-STRING.
           WRITE MANIFEST-RECORD.
           CLOSE MANIFEST-FILE.

           DISPLAY " ".
           DISPLAY "対象区分数:     " WS-SEC-COUNT.
           DISPLAY "予定件数:       " WS-EVT-COUNT.
           DISPLAY "作成ファイル数: " WS-FEED-COUNT.
           DISPLAY "変更なし:       " WS-UNCHANGED-COUNT.
           DISPLAY "うち予定なし:   " WS-EMPTIED-COUNT.
           IF WS-SKIP-PERIOD-COUNT > 0
               DISPLAY "警告:時限1-6以外の予定を除外 "
                       WS-SKIP-PERIOD-COUNT "件"
           END-IF.
           DISPLAY "ical_manifest.txtを出力。".

           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT SYLLABUS-FILE.
           OPEN INPUT SEMESTER-FILE.
           OPEN INPUT ENROLLMENT-FILE.
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
           OPEN I-O ICS-STATE-FILE.
           IF NOT WS-ICS-FILE-SUCCESS
               OPEN OUTPUT ICS-STATE-FILE
               CLOSE ICS-STATE-FILE
               OPEN I-O ICS-STATE-FILE
           END-IF.

       CLOSE-FILES.
           CLOSE SYLLABUS-FILE.
           CLOSE SEMESTER-FILE.
           CLOSE ENROLLMENT-FILE.
           IF WS-CAL-OPENED
               CLOSE CALENDAR-FILE
           END-IF.
           IF WS-SXC-OPENED
               CLOSE EXCEPTION-FILE
           END-IF.
           IF WS-EXM-OPENED
               CLOSE EXAM-FILE
           END-IF.
           CLOSE ICS-STATE-FILE.

      *-----------------------------------------------------------
      * 区分表: 対象年度の取消以外の区分と、その予定を展開する
      *-----------------------------------------------------------
       LOAD-SECTION-TABLE.
           MOVE 0 TO WS-SEC-COUNT.
           MOVE 0 TO WS-EVT-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO SYL-RECORD-KEY.
           START SYLLABUS-FILE KEY IS NOT LESS THAN SYL-RECORD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF OR WS-TABLE-OVERFLOW
               READ SYLLABUS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF SYL-ACADEMIC-YEAR = WS-TARGET-YEAR
                           AND NOT SYL-STATUS-CANCELLED
                           PERFORM SAVE-SECTION-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       SAVE-SECTION-ENTRY.
           IF WS-SEC-COUNT >= 300
               MOVE "Y" TO WS-OVERFLOW-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SEC-COUNT.
           MOVE WS-SEC-COUNT TO WS-SEC-IDX.
           MOVE SYL-COURSE-ID TO WS-SEC-COURSE-ID(WS-SEC-IDX).
           MOVE SYL-SECTION-NO TO WS-SEC-SECTION-NO(WS-SEC-IDX).
           MOVE SYL-COURSE-NAME TO WS-SEC-NAME(WS-SEC-IDX).
           MOVE SYL-TEACHER-ID TO WS-SEC-TEACHER-ID(WS-SEC-IDX).
           PERFORM VARYING WS-WEEK-COUNT FROM 1 BY 1
                   UNTIL WS-WEEK-COUNT > 15
               MOVE SYL-WEEK-PLAN(WS-WEEK-COUNT)
                   TO WS-SEC-WEEK-PLAN(WS-SEC-IDX, WS-WEEK-COUNT)
           END-PERFORM.
           COMPUTE WS-SEC-FIRST-EVT(WS-SEC-IDX) = WS-EVT-COUNT + 1.
           MOVE 0 TO WS-SEC-EVT-COUNT(WS-SEC-IDX).

           IF NOT SYL-DAY-NOT-SET
               PERFORM EXPAND-CLASS-EVENTS
           END-IF.
           PERFORM ADD-EXAM-EVENT.

      *-----------------------------------------------------------
      * 授業日の展開(授業日マッピングと同じ規則): 補講日は曜日を
      * 問わず実施、休日・休講日は除外、先頭15回まで
      *-----------------------------------------------------------
       EXPAND-CLASS-EVENTS.
           MOVE SYL-SEMESTER TO SEM-CODE.
           READ SEMESTER-FILE
               KEY IS SEM-CODE
               INVALID KEY
                   DISPLAY "警告:学期マスタ未登録 "
                           SYL-COURSE-ID "-" SYL-SECTION-NO
                   EXIT PARAGRAPH
           END-READ.
           IF SEM-START-DATE NOT NUMERIC OR SEM-END-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE SEM-START-DATE TO WS-DATE-NUM.
           COMPUTE WS-START-INT
               = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           MOVE SEM-END-DATE TO WS-DATE-NUM.
           COMPUTE WS-END-INT
               = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           IF WS-START-INT = 0 OR WS-END-INT = 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOAD-SECTION-EXCEPTIONS.

           MOVE 0 TO WS-WEEK-COUNT.
           PERFORM VARYING WS-DATE-INT FROM WS-START-INT BY 1
                   UNTIL WS-DATE-INT > WS-END-INT
                       OR WS-WEEK-COUNT >= 15
                       OR WS-TABLE-OVERFLOW
               PERFORM CHECK-ONE-CLASS-DAY
           END-PERFORM.

       CHECK-ONE-CLASS-DAY.
           COMPUTE WS-DATE-NUM
               = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           COMPUTE WS-WEEKDAY
               = FUNCTION MOD(WS-DATE-INT - 1, 7) + 1.

           MOVE SYL-CLASS-DAY TO WS-EFF-DAY.
           MOVE SYL-CLASS-PERIOD TO WS-EFF-PERIOD.
           MOVE SYL-CLASS-ROOM TO WS-EFF-ROOM.
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                   UNTIL WS-EXC-IDX > WS-EXC-COUNT
               IF WS-DATE-NUM >= WS-EXC-START-DATE(WS-EXC-IDX)
                   AND WS-DATE-NUM <= WS-EXC-END-DATE(WS-EXC-IDX)
                   IF WS-EXC-DAY(WS-EXC-IDX) > 0
                       MOVE WS-EXC-DAY(WS-EXC-IDX) TO WS-EFF-DAY
                   END-IF
                   IF WS-EXC-PERIOD(WS-EXC-IDX) > 0
                       MOVE WS-EXC-PERIOD(WS-EXC-IDX)
                           TO WS-EFF-PERIOD
                   END-IF
                   IF WS-EXC-ROOM(WS-EXC-IDX) NOT = SPACES
                       MOVE WS-EXC-ROOM(WS-EXC-IDX) TO WS-EFF-ROOM
                   END-IF
               END-IF
           END-PERFORM.

           MOVE SPACE TO WS-CAL-DAY-TYPE.
           IF WS-CAL-OPENED
               MOVE SYL-SEMESTER TO CAL-SEM-CODE
               MOVE WS-DATE-NUM TO CAL-DATE
               READ CALENDAR-FILE
                   KEY IS CAL-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CAL-DAY-TYPE TO WS-CAL-DAY-TYPE
               END-READ
           END-IF.

           EVALUATE TRUE
               WHEN WS-CAL-DAY-TYPE = "M"
                   CONTINUE
               WHEN WS-CAL-DAY-TYPE = "H" OR WS-CAL-DAY-TYPE = "S"
                   EXIT PARAGRAPH
               WHEN WS-WEEKDAY NOT = WS-EFF-DAY
                   EXIT PARAGRAPH
           END-EVALUATE.

           ADD 1 TO WS-WEEK-COUNT.
           IF WS-EFF-PERIOD < 1 OR WS-EFF-PERIOD > 6
               ADD 1 TO WS-SKIP-PERIOD-COUNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM ADD-EVENT-ENTRY.
           IF WS-TABLE-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           MOVE "C" TO WS-EVT-TYPE(WS-EVT-COUNT).
           MOVE WS-DATE-NUM TO WS-EVT-DATE(WS-EVT-COUNT).
           MOVE WS-EFF-PERIOD TO WS-EVT-PERIOD(WS-EVT-COUNT).
           MOVE WS-EFF-ROOM TO WS-EVT-ROOM(WS-EVT-COUNT).
           MOVE WS-WEEK-COUNT TO WS-EVT-WEEK-NO(WS-EVT-COUNT).

       LOAD-SECTION-EXCEPTIONS.
           MOVE 0 TO WS-EXC-COUNT.
           IF NOT WS-SXC-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE SYL-COURSE-ID TO SXC-COURSE-ID.
           MOVE SYL-ACADEMIC-YEAR TO SXC-ACADEMIC-YEAR.
           MOVE SYL-SECTION-NO TO SXC-SECTION-NO.
           MOVE LOW-VALUES TO SXC-START-DATE.
           MOVE "N" TO WS-EXC-EOF-FLAG.
           START EXCEPTION-FILE KEY IS NOT LESS THAN SXC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EXC-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EXC-EOF OR WS-EXC-COUNT >= 10
               READ EXCEPTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EXC-EOF-FLAG
                   NOT AT END
                       IF SXC-COURSE-ID NOT = SYL-COURSE-ID
                           OR SXC-ACADEMIC-YEAR NOT = SYL-ACADEMIC-YEAR
                           OR SXC-SECTION-NO NOT = SYL-SECTION-NO
                           MOVE "Y" TO WS-EXC-EOF-FLAG
                       ELSE
                           PERFORM SAVE-EXCEPTION-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       SAVE-EXCEPTION-ENTRY.
           ADD 1 TO WS-EXC-COUNT.
           MOVE SXC-START-DATE TO WS-EXC-START-DATE(WS-EXC-COUNT).
           MOVE SXC-END-DATE TO WS-EXC-END-DATE(WS-EXC-COUNT).
           MOVE SXC-OVR-CLASS-DAY TO WS-EXC-DAY(WS-EXC-COUNT).
           MOVE SXC-OVR-CLASS-PERIOD TO WS-EXC-PERIOD(WS-EXC-COUNT).
           MOVE SXC-OVR-CLASS-ROOM TO WS-EXC-ROOM(WS-EXC-COUNT).

       ADD-EXAM-EVENT.
           IF NOT WS-EXM-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE SYL-COURSE-ID TO EXM-COURSE-ID.
           MOVE SYL-ACADEMIC-YEAR TO EXM-ACADEMIC-YEAR.
           MOVE SYL-SECTION-NO TO EXM-SECTION-NO.
           READ EXAM-FILE
               KEY IS EXM-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF EXM-EXAM-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF EXM-EXAM-SLOT < 1 OR EXM-EXAM-SLOT > 6
               ADD 1 TO WS-SKIP-PERIOD-COUNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM ADD-EVENT-ENTRY.
           IF WS-TABLE-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           MOVE "X" TO WS-EVT-TYPE(WS-EVT-COUNT).
           MOVE EXM-EXAM-DATE TO WS-EVT-DATE(WS-EVT-COUNT).
           MOVE EXM-EXAM-SLOT TO WS-EVT-PERIOD(WS-EVT-COUNT).
           MOVE EXM-EXAM-ROOM TO WS-EVT-ROOM(WS-EVT-COUNT).
           MOVE 0 TO WS-EVT-WEEK-NO(WS-EVT-COUNT).

       ADD-EVENT-ENTRY.
           IF WS-EVT-COUNT >= 6000
               MOVE "Y" TO WS-OVERFLOW-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-EVT-COUNT.
           ADD 1 TO WS-SEC-EVT-COUNT(WS-SEC-IDX).

      *-----------------------------------------------------------
      * 利用者表: 在籍中の履修(科目の代表区分)と担当区分
      * (主担当と共同担当)を利用者ごとに集める
      *-----------------------------------------------------------
       LOAD-OWNER-TABLE.
           MOVE 0 TO WS-OWN-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO ENR-KEY.
           START ENROLLMENT-FILE KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF OR WS-TABLE-OVERFLOW
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF ENR-ACADEMIC-YEAR = WS-TARGET-YEAR
                           AND ENR-STATUS-ENROLLED
                           PERFORM ADD-STUDENT-OWNER
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
                       OR WS-TABLE-OVERFLOW
               PERFORM ADD-TEACHER-OWNERS
           END-PERFORM.

      * 在籍区分があればその区分、なければ科目の先頭区分
       ADD-STUDENT-OWNER.
           IF ENR-SECTION-NO NOT = SPACES
               PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                       UNTIL WS-SEC-IDX > WS-SEC-COUNT
                       OR (WS-SEC-COURSE-ID(WS-SEC-IDX) = ENR-COURSE-ID
                       AND WS-SEC-SECTION-NO(WS-SEC-IDX)
                           = ENR-SECTION-NO)
                   CONTINUE
               END-PERFORM
           ELSE
               MOVE 999 TO WS-SEC-IDX
           END-IF.
           IF WS-SEC-IDX > WS-SEC-COUNT
               PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                       UNTIL WS-SEC-IDX > WS-SEC-COUNT
                       OR WS-SEC-COURSE-ID(WS-SEC-IDX) = ENR-COURSE-ID
                   CONTINUE
               END-PERFORM
           END-IF.
           IF WS-SEC-IDX > WS-SEC-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-HOLD-ENTRY(1:1).
           MOVE ENR-STUDENT-ID TO WS-HOLD-ENTRY(2:8).
           PERFORM ADD-OWNER-ENTRY.

       ADD-TEACHER-OWNERS.
           IF WS-SEC-TEACHER-ID(WS-SEC-IDX) NOT = SPACES
               MOVE "T" TO WS-HOLD-ENTRY(1:1)
               MOVE WS-SEC-TEACHER-ID(WS-SEC-IDX)
                   TO WS-HOLD-ENTRY(2:8)
               PERFORM ADD-OWNER-ENTRY
           END-IF.

           MOVE "K" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE WS-SEC-COURSE-ID(WS-SEC-IDX) TO WS-PARAM-1(1:6).
           MOVE WS-TARGET-YEAR TO WS-PARAM-1(7:4).
           MOVE WS-SEC-SECTION-NO(WS-SEC-IDX) TO WS-PARAM-1(11:2).
           MOVE SPACES TO WS-PARAM-2.
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.
           MOVE WS-RESULT(1:1) TO WS-CTC-COUNT.
           MOVE WS-RESULT(5:45) TO WS-CTC-LIST.
           MOVE 1 TO WS-CTC-POS.
           PERFORM VARYING WS-CTC-IDX FROM 1 BY 1
                   UNTIL WS-CTC-IDX > WS-CTC-COUNT
               MOVE "T" TO WS-HOLD-ENTRY(1:1)
               MOVE WS-CTC-LIST(WS-CTC-POS:5) TO WS-HOLD-ENTRY(2:8)
               PERFORM ADD-OWNER-ENTRY
               ADD 9 TO WS-CTC-POS
           END-PERFORM.

       ADD-OWNER-ENTRY.
           IF WS-OWN-COUNT >= 6000
               MOVE "Y" TO WS-OVERFLOW-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-OWN-COUNT.
           MOVE WS-HOLD-ENTRY(1:1) TO WS-OWN-TYPE(WS-OWN-COUNT).
           MOVE WS-HOLD-ENTRY(2:8) TO WS-OWN-ID(WS-OWN-COUNT).
           MOVE WS-SEC-IDX TO WS-OWN-SEC-IDX(WS-OWN-COUNT).

       SORT-OWNER-TABLE.
           PERFORM VARYING WS-OWN-IDX FROM 2 BY 1
                   UNTIL WS-OWN-IDX > WS-OWN-COUNT
               MOVE WS-OWN-ENTRY(WS-OWN-IDX) TO WS-HOLD-ENTRY
               MOVE WS-OWN-IDX TO WS-OWN-POS
               PERFORM UNTIL WS-OWN-POS < 2
                   OR WS-OWN-ENTRY(WS-OWN-POS - 1)
                       NOT > WS-HOLD-ENTRY
                   MOVE WS-OWN-ENTRY(WS-OWN-POS - 1)
                       TO WS-OWN-ENTRY(WS-OWN-POS)
                   SUBTRACT 1 FROM WS-OWN-POS
               END-PERFORM
               MOVE WS-HOLD-ENTRY TO WS-OWN-ENTRY(WS-OWN-POS)
           END-PERFORM.

      *-----------------------------------------------------------
      * 利用者1人分: 内容のチェックサムを前回と比べ、変わって
      * いれば.icsを作り直してマニフェストに載せる
      *-----------------------------------------------------------
       PROCESS-ONE-OWNER.
           PERFORM COMPUTE-OWNER-CHECKSUM.

           MOVE WS-OWN-TYPE(WS-OWN-FIRST) TO ICS-OWNER-TYPE.
           MOVE WS-OWN-ID(WS-OWN-FIRST) TO ICS-OWNER-ID.
           MOVE WS-TARGET-YEAR TO ICS-ACADEMIC-YEAR.
           MOVE "N" TO WS-STATE-FOUND-FLAG.
           READ ICS-STATE-FILE
               KEY IS ICS-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-STATE-FOUND-FLAG
           END-READ.

           IF WS-STATE-FOUND AND WS-CHANGED-ONLY
               AND ICS-CHECKSUM = WS-CHECKSUM
               AND ICS-EVENT-COUNT = WS-OWNER-EVENTS
               ADD 1 TO WS-UNCHANGED-COUNT
               MOVE WS-RUN-TS TO ICS-LAST-RUN-TS
               REWRITE ICS-STATE-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               EXIT PARAGRAPH
           END-IF.

           PERFORM SET-FEED-FILENAME.
           OPEN OUTPUT ICS-OUTPUT-FILE.
           IF NOT WS-OUT-FILE-SUCCESS
               DISPLAY "エラー:予定表出力失敗 "
                       WS-ICS-FILENAME
               CLOSE ICS-OUTPUT-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM WRITE-CALENDAR-HEADER.
           PERFORM VARYING WS-OWN-IDX FROM WS-OWN-FIRST BY 1
                   UNTIL WS-OWN-IDX > WS-OWN-LAST
               MOVE WS-OWN-SEC-IDX(WS-OWN-IDX) TO WS-SEC-IDX
               PERFORM WRITE-SECTION-EVENTS
           END-PERFORM.
           PERFORM WRITE-CALENDAR-FOOTER.
           CLOSE ICS-OUTPUT-FILE.

           MOVE WS-CHECKSUM TO ICS-CHECKSUM.
           MOVE WS-OWNER-EVENTS TO ICS-EVENT-COUNT.
           PERFORM SAVE-FEED-STATE.

       COMPUTE-OWNER-CHECKSUM.
           MOVE 0 TO WS-CHECKSUM.
           MOVE 0 TO WS-OWNER-EVENTS.
           PERFORM VARYING WS-OWN-IDX FROM WS-OWN-FIRST BY 1
                   UNTIL WS-OWN-IDX > WS-OWN-LAST
               MOVE WS-OWN-SEC-IDX(WS-OWN-IDX) TO WS-SEC-IDX
               COMPUTE WS-EVT-END = WS-SEC-FIRST-EVT(WS-SEC-IDX)
                                  + WS-SEC-EVT-COUNT(WS-SEC-IDX)
               PERFORM VARYING WS-EVT-IDX
                       FROM WS-SEC-FIRST-EVT(WS-SEC-IDX) BY 1
                       UNTIL WS-EVT-IDX >= WS-EVT-END
                   ADD 1 TO WS-OWNER-EVENTS
                   PERFORM BUILD-EVENT-SIGNATURE
                   PERFORM VARYING WS-SIG-IDX FROM 1 BY 1
                           UNTIL WS-SIG-IDX > 90
                       COMPUTE WS-CHECKSUM = FUNCTION MOD(
                           WS-CHECKSUM * 31
                           + FUNCTION ORD(WS-SIGNATURE(WS-SIG-IDX:1)),
                           999999937)
                   END-PERFORM
               END-PERFORM
           END-PERFORM.

      * 予定の内容(区分・日時・教室・名称・授業計画)を並べる
       BUILD-EVENT-SIGNATURE.
           MOVE SPACES TO WS-SIGNATURE.
           STRING WS-SEC-COURSE-ID(WS-SEC-IDX) DELIMITED BY SIZE
                  WS-SEC-SECTION-NO(WS-SEC-IDX) DELIMITED BY SIZE
                  WS-EVT-ENTRY(WS-EVT-IDX) DELIMITED BY SIZE
                  WS-SEC-NAME(WS-SEC-IDX) DELIMITED BY SIZE
               INTO WS-SIGNATURE
           END-STRING.
           IF WS-EVT-WEEK-NO(WS-EVT-IDX) > 0
               MOVE WS-SEC-WEEK-PLAN(WS-SEC-IDX,
                                     WS-EVT-WEEK-NO(WS-EVT-IDX))
                   TO WS-SIGNATURE(62:29)
           END-IF.

       SET-FEED-FILENAME.
           MOVE SPACES TO WS-ICS-FILENAME.
           STRING "ical/" DELIMITED BY SIZE
                  WS-OWN-TYPE(WS-OWN-FIRST) DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OWN-ID(WS-OWN-FIRST))
                      DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-TARGET-YEAR DELIMITED BY SIZE
                  ".ics" DELIMITED BY SIZE
               INTO WS-ICS-FILENAME
           END-STRING.

      * 状態ファイルの更新とマニフェストへの記載
       SAVE-FEED-STATE.
           MOVE WS-ICS-FILENAME TO ICS-FILENAME.
           MOVE WS-RUN-TS TO ICS-GENERATED-TS.
           MOVE WS-RUN-TS TO ICS-LAST-RUN-TS.
           IF WS-STATE-FOUND
               REWRITE ICS-STATE-RECORD
                   INVALID KEY
                       DISPLAY "エラー:配信状態更新失敗 "
                               ICS-OWNER-ID
               END-REWRITE
           ELSE
               WRITE ICS-STATE-RECORD
                   INVALID KEY
                       DISPLAY "エラー:配信状態登録失敗 "
                               ICS-OWNER-ID
               END-WRITE
           END-IF.
           ADD 1 TO WS-FEED-COUNT.
           MOVE SPACES TO MANIFEST-RECORD.
           STRING "ICS: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ICS-FILENAME) DELIMITED BY SIZE
               INTO MANIFEST-RECORD
           END-STRING.
           WRITE MANIFEST-RECORD.

      *-----------------------------------------------------------
      * 今回予定のなくなった利用者は空の予定表に置き換える
      *-----------------------------------------------------------
       CLEAR-DEPARTED-OWNERS.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO ICS-KEY.
           START ICS-STATE-FILE KEY IS NOT LESS THAN ICS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF
               READ ICS-STATE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF ICS-ACADEMIC-YEAR = WS-TARGET-YEAR
                           AND ICS-LAST-RUN-TS NOT = WS-RUN-TS
                           AND ICS-EVENT-COUNT > 0
                           PERFORM WRITE-EMPTY-FEED
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-EMPTY-FEED.
           MOVE ICS-FILENAME TO WS-ICS-FILENAME.
           MOVE ICS-OWNER-TYPE TO WS-HOLD-ENTRY(1:1).
           MOVE ICS-OWNER-ID TO WS-HOLD-ENTRY(2:8).
           OPEN OUTPUT ICS-OUTPUT-FILE.
           IF NOT WS-OUT-FILE-SUCCESS
               DISPLAY "エラー:予定表出力失敗 "
                       WS-ICS-FILENAME
               CLOSE ICS-OUTPUT-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-OWN-FIRST.
           PERFORM WRITE-CALENDAR-HEADER.
           PERFORM WRITE-CALENDAR-FOOTER.
           CLOSE ICS-OUTPUT-FILE.
           MOVE 0 TO ICS-CHECKSUM.
           MOVE 0 TO ICS-EVENT-COUNT.
           MOVE "Y" TO WS-STATE-FOUND-FLAG.
           PERFORM SAVE-FEED-STATE.
           ADD 1 TO WS-EMPTIED-COUNT.

      *-----------------------------------------------------------
      * iCalendar形式の出力(時刻は日本時間の現地時刻)
      *-----------------------------------------------------------
       WRITE-ICS-LINE.
           WRITE ICS-OUTPUT-RECORD.
           MOVE SPACES TO ICS-OUTPUT-RECORD.

       WRITE-CALENDAR-HEADER.
           MOVE "BEGIN:VCALENDAR" TO ICS-OUTPUT-RECORD.
           PERFORM WRITE-ICS-LINE.
           MOVE "VERSION:2.0" TO ICS-OUTPUT-RECORD.
           PERFORM WRITE-ICS-LINE.
           MOVE "PRODID:-//SYLABUS//SYLICS//JA" TO ICS-OUTPUT-RECORD.
           PERFORM WRITE-ICS-LINE.
           MOVE "CALSCALE:GREGORIAN" TO ICS-OUTPUT-RECORD.
           PERFORM WRITE-ICS-LINE.
           IF WS-OWN-FIRST > 0
               MOVE WS-OWN-TYPE(WS-OWN-FIRST) TO WS-HOLD-ENTRY(1:1)
               MOVE WS-OWN-ID(WS-OWN-FIRST) TO WS-HOLD-ENTRY(2:8)
           END-IF.
           STRING "X-WR-CALNAME:時間割 " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOLD-ENTRY(2:8)) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TARGET-YEAR DELIMITED BY SIZE
               INTO ICS-OUTPUT-RECORD
           END-STRING.
           PERFORM WRITE-ICS-LINE.
           MOVE "X-WR-TIMEZONE:Asia/Tokyo" TO ICS-OUTPUT-RECORD.
           PERFORM WRITE-ICS-LINE.

       WRITE-CALENDAR-FOOTER.
           MOVE "END:VCALENDAR" TO ICS-OUTPUT-RECORD.
           PERFORM WRITE-ICS-LINE.

       WRITE-SECTION-EVENTS.
           COMPUTE WS-EVT-END = WS-SEC-FIRST-EVT(WS-SEC-IDX)
                              + WS-SEC-EVT-COUNT(WS-SEC-IDX).
           PERFORM VARYING WS-EVT-IDX
                   FROM WS-SEC-FIRST-EVT(WS-SEC-IDX) BY 1
                   UNTIL WS-EVT-IDX >= WS-EVT-END
               PERFORM WRITE-ONE-EVENT
           END-PERFORM.

       WRITE-ONE-EVENT.
           MOVE "BEGIN:VEVENT" TO ICS-OUTPUT-RECORD.
           PERFORM WRITE-ICS-LINE.
           STRING "UID:" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SEC-COURSE-ID(WS-SEC-IDX))
                      DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-TARGET-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-SEC-SECTION-NO(WS-SEC-IDX) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-EVT-DATE(WS-EVT-IDX) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-EVT-TYPE(WS-EVT-IDX) DELIMITED BY SIZE
                  "@sylabus" DELIMITED BY SIZE
               INTO ICS-OUTPUT-RECORD
           END-STRING.
           PERFORM WRITE-ICS-LINE.
           STRING "DTSTAMP:" DELIMITED BY SIZE
                  WS-RUN-TS(1:8) DELIMITED BY SIZE
                  "T" DELIMITED BY SIZE
                  WS-RUN-TS(9:6) DELIMITED BY SIZE
               INTO ICS-OUTPUT-RECORD
           END-STRING.
           PERFORM WRITE-ICS-LINE.
           STRING "DTSTART:" DELIMITED BY SIZE
                  WS-EVT-DATE(WS-EVT-IDX) DELIMITED BY SIZE
                  "T" DELIMITED BY SIZE
                  WS-PERIOD-START(WS-EVT-PERIOD(WS-EVT-IDX))
                      DELIMITED BY SIZE
                  "00" DELIMITED BY SIZE
               INTO ICS-OUTPUT-RECORD
           END-STRING.
           PERFORM WRITE-ICS-LINE.
           STRING "DTEND:" DELIMITED BY SIZE
                  WS-EVT-DATE(WS-EVT-IDX) DELIMITED BY SIZE
                  "T" DELIMITED BY SIZE
                  WS-PERIOD-END(WS-EVT-PERIOD(WS-EVT-IDX))
                      DELIMITED BY SIZE
                  "00" DELIMITED BY SIZE
               INTO ICS-OUTPUT-RECORD
           END-STRING.
           PERFORM WRITE-ICS-LINE.
           IF WS-EVT-TYPE(WS-EVT-IDX) = "X"
               STRING "SUMMARY:期末試験 " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SEC-NAME(WS-SEC-IDX))
                          DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SEC-COURSE-ID(WS-SEC-IDX))
                          DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-SEC-SECTION-NO(WS-SEC-IDX) DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO ICS-OUTPUT-RECORD
               END-STRING
           ELSE
               STRING "SUMMARY:" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SEC-NAME(WS-SEC-IDX))
                          DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SEC-COURSE-ID(WS-SEC-IDX))
                          DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-SEC-SECTION-NO(WS-SEC-IDX) DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO ICS-OUTPUT-RECORD
               END-STRING
           END-IF.
           PERFORM WRITE-ICS-LINE.
           IF WS-EVT-ROOM(WS-EVT-IDX) NOT = SPACES
               STRING "LOCATION:" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EVT-ROOM(WS-EVT-IDX))
                          DELIMITED BY SIZE
                   INTO ICS-OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-ICS-LINE
           END-IF.
           IF WS-EVT-WEEK-NO(WS-EVT-IDX) > 0
               STRING "DESCRIPTION:第" DELIMITED BY SIZE
                      WS-EVT-WEEK-NO(WS-EVT-IDX) DELIMITED BY SIZE
                      "回 " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SEC-WEEK-PLAN(WS-SEC-IDX,
                                    WS-EVT-WEEK-NO(WS-EVT-IDX)))
                          DELIMITED BY SIZE
                   INTO ICS-OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-ICS-LINE
           END-IF.
           MOVE "END:VEVENT" TO ICS-OUTPUT-RECORD.
           PERFORM WRITE-ICS-LINE.
