      *****************************************************************
      * シラバス管理システム - 学生別週間時間割表(SYLSTT)
      * 履修明細から学生1名分の週間時間割を作成し、窓口で
      * 手渡しできるよう student_timetable.txt にも出力する
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLSTT.
       AUTHOR. SHINYAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLLMENT-FILE
               ASSIGN TO "enroll.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-KEY
               FILE STATUS IS WS-ENR-FILE-STATUS.

           SELECT SYLLABUS-FILE
               ASSIGN TO "syllabus.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-RECORD-KEY
               FILE STATUS IS WS-SYL-FILE-STATUS.

           SELECT STUDENT-FILE
               ASSIGN TO "student.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-STU-FILE-STATUS.

           SELECT EXCEPTION-FILE
               ASSIGN TO "schedexc.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SXC-KEY
               FILE STATUS IS WS-EXC-FILE-STATUS.

           SELECT PRINT-OUTPUT-FILE
               ASSIGN TO "student_timetable.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ENROLLMENT-FILE.
           COPY "copybooks/ENROLLFILE.cpy".

       FD SYLLABUS-FILE.
           COPY "copybooks/SYLFILE.cpy".

       FD STUDENT-FILE.
           COPY "copybooks/STUDENTFILE.cpy".

       FD EXCEPTION-FILE.
           COPY "copybooks/SCHEDEXCFILE.cpy".

       FD PRINT-OUTPUT-FILE.
       01 PRINT-OUTPUT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ENR-FILE-STATUS       PIC XX VALUE "00".
          88 WS-ENR-FILE-SUCCESS   VALUE "00".

       01 WS-SYL-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SYL-FILE-SUCCESS   VALUE "00".

       01 WS-STU-FILE-STATUS       PIC XX VALUE "00".
          88 WS-STU-FILE-SUCCESS   VALUE "00".

       01 WS-EXC-FILE-STATUS       PIC XX VALUE "00".
          88 WS-EXC-FILE-SUCCESS   VALUE "00".

       01 WS-PRINT-FILE-STATUS     PIC XX VALUE "00".

       01 WS-STU-OPEN-FLAG         PIC X VALUE "N".
          88 WS-STU-OPENED         VALUE "Y".

       01 WS-EXC-OPEN-FLAG         PIC X VALUE "N".
          88 WS-EXC-OPENED         VALUE "Y".

       01 WS-ENR-EOF-FLAG          PIC X VALUE "N".
          88 WS-ENR-EOF            VALUE "Y".

       01 WS-SYL-EOF-FLAG          PIC X VALUE "N".
          88 WS-SYL-EOF            VALUE "Y".

       01 WS-EXC-EOF-FLAG          PIC X VALUE "N".
          88 WS-EXC-EOF            VALUE "Y".

       01 WS-COURSE-OK-FLAG        PIC X VALUE "N".
          88 WS-COURSE-OK          VALUE "Y".

       01 WS-TARGET-STUDENT-ID     PIC X(8).
       01 WS-TARGET-YEAR           PIC X(4).
       01 WS-TARGET-SEMESTER       PIC X(2).
       01 WS-AS-OF-DATE            PIC X(8).
       01 WS-INPUT-AS-OF-DATE      PIC X(8).

       01 WS-STUDENT-NAME          PIC X(20).
       01 WS-STUDENT-DEPT          PIC X(4).

      * 時間割例外適用後の実効値
       01 WS-EFF-CLASS-DAY         PIC 9.
       01 WS-EFF-CLASS-PERIOD      PIC 99.
       01 WS-EFF-CLASS-ROOM        PIC X(10).

       01 WS-TIMETABLE-GRID.
          05 WS-GRID-PERIOD OCCURS 8 TIMES.
             10 WS-GRID-CELL OCCURS 7 TIMES PIC X(8).

      * 時間割の下に印字する履修科目一覧(最大20科目)
       01 WS-COURSE-TABLE.
          05 WS-CRS-COUNT          PIC 99 VALUE 0.
          05 WS-CRS-ENTRY OCCURS 20 TIMES.
             10 WS-CRS-COURSE-ID   PIC X(6).
             10 WS-CRS-SECTION-NO  PIC X(2).
             10 WS-CRS-NAME        PIC X(30).
             10 WS-CRS-DAY         PIC 9.
             10 WS-CRS-PERIOD      PIC 99.
             10 WS-CRS-ROOM        PIC X(10).
             10 WS-CRS-TEACHER-ID  PIC X(5).
             10 WS-CRS-CREDITS     PIC 9.

       01 WS-CRS-IDX               PIC 99.
       01 WS-TOTAL-CREDITS         PIC 99 VALUE 0.
       01 WS-CLASH-COUNT           PIC 99 VALUE 0.
       01 WS-PERIOD-IDX            PIC 99.
       01 WS-PERIOD-DISPLAY        PIC 9.
       01 WS-DAY-IDX               PIC 9.
       01 WS-GRID-LINE             PIC X(75).
       01 WS-LINE-POS              PIC 99.
       01 WS-DAY-NAMES             PIC X(21)
                                   VALUE "月火水木金土日".
       01 WS-DAY-NAME              PIC X(3).
       01 WS-PRINT-COUNT           PIC 9(3) VALUE 0.

       SCREEN SECTION.
       01 STT-OPTION-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "学生別週間時間割表".
           05 LINE 3 COLUMN 1 VALUE "学籍番号(空白=終了): ".
           05 LINE 3 COLUMN 25 PIC X(8) USING WS-TARGET-STUDENT-ID.
           05 LINE 4 COLUMN 1 VALUE "対象年度(4桁): ".
           05 LINE 4 COLUMN 25 PIC X(4) USING WS-TARGET-YEAR.
           05 LINE 5 COLUMN 1 VALUE "対象学期: ".
           05 LINE 5 COLUMN 25 PIC X(2) USING WS-TARGET-SEMESTER.
           05 LINE 6 COLUMN 1 VALUE "基準日(空白=当日): ".
           05 LINE 6 COLUMN 25 PIC X(8) USING WS-INPUT-AS-OF-DATE.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           IF NOT WS-ENR-FILE-SUCCESS OR NOT WS-SYL-FILE-SUCCESS
               DISPLAY "エラー:ファイルが開けません。"
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.

           PERFORM ACCEPT-OPTIONS.
           PERFORM UNTIL WS-TARGET-STUDENT-ID = SPACES
               PERFORM PRINT-ONE-STUDENT
               PERFORM ACCEPT-OPTIONS
           END-PERFORM.

           PERFORM CLOSE-FILES.
           IF WS-PRINT-COUNT > 0
               DISPLAY "student_timetable.txtに出力しました。"
           END-IF.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT ENROLLMENT-FILE.
           OPEN INPUT SYLLABUS-FILE.
           OPEN INPUT STUDENT-FILE.
           IF WS-STU-FILE-SUCCESS
               MOVE "Y" TO WS-STU-OPEN-FLAG
           END-IF.
           OPEN INPUT EXCEPTION-FILE.
           IF WS-EXC-FILE-SUCCESS
               MOVE "Y" TO WS-EXC-OPEN-FLAG
           END-IF.
           OPEN OUTPUT PRINT-OUTPUT-FILE.

       CLOSE-FILES.
           CLOSE ENROLLMENT-FILE.
           CLOSE SYLLABUS-FILE.
           IF WS-STU-OPENED
               CLOSE STUDENT-FILE
           END-IF.
           IF WS-EXC-OPENED
               CLOSE EXCEPTION-FILE
           END-IF.
           CLOSE PRINT-OUTPUT-FILE.

      * 学籍番号以外の指定は前回値を残して再入力を省けるようにする
       ACCEPT-OPTIONS.
           MOVE SPACES TO WS-TARGET-STUDENT-ID.
           DISPLAY STT-OPTION-SCREEN.
           ACCEPT STT-OPTION-SCREEN.
           IF WS-INPUT-AS-OF-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
           ELSE
               MOVE WS-INPUT-AS-OF-DATE TO WS-AS-OF-DATE
           END-IF.

      *-----------------------------------------------------------
      * 1学生分の時間割を作成して表示・印刷する
      *-----------------------------------------------------------
       PRINT-ONE-STUDENT.
           PERFORM FIND-STUDENT.
           MOVE SPACES TO WS-TIMETABLE-GRID.
           MOVE 0 TO WS-CRS-COUNT.
           MOVE 0 TO WS-TOTAL-CREDITS.
           MOVE 0 TO WS-CLASH-COUNT.
           PERFORM SCAN-STUDENT-ENROLLMENTS.

           IF WS-CRS-COUNT = 0
               DISPLAY "該当する履修がありません。"
               EXIT PARAGRAPH
           END-IF.

           PERFORM DISPLAY-TIMETABLE.
           PERFORM WRITE-TIMETABLE.
           ADD 1 TO WS-PRINT-COUNT.

       FIND-STUDENT.
           MOVE SPACES TO WS-STUDENT-NAME.
           MOVE SPACES TO WS-STUDENT-DEPT.
           IF NOT WS-STU-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TARGET-STUDENT-ID TO STU-ID.
           READ STUDENT-FILE
               KEY IS STU-ID
               INVALID KEY
                   DISPLAY "警告:学生マスタに未登録。"
               NOT INVALID KEY
                   MOVE STU-NAME TO WS-STUDENT-NAME
                   MOVE STU-DEPARTMENT-ID TO WS-STUDENT-DEPT
           END-READ.

      *-----------------------------------------------------------
      * 履修明細を全件走査し、対象学生の履修中科目を集める
      *-----------------------------------------------------------
       SCAN-STUDENT-ENROLLMENTS.
           MOVE "N" TO WS-ENR-EOF-FLAG.
           MOVE LOW-VALUES TO ENR-KEY.
           START ENROLLMENT-FILE KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ENR-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-ENR-EOF
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ENR-EOF-FLAG
                   NOT AT END
                       IF ENR-STUDENT-ID = WS-TARGET-STUDENT-ID
                           AND ENR-ACADEMIC-YEAR = WS-TARGET-YEAR
                           AND ENR-STATUS-ENROLLED
                           PERFORM PLACE-ONE-ENROLLMENT
                       END-IF
               END-READ
           END-PERFORM.

       PLACE-ONE-ENROLLMENT.
           PERFORM FIND-ENROLLED-SECTION.
           IF NOT WS-COURSE-OK
               EXIT PARAGRAPH
           END-IF.
           IF WS-TARGET-SEMESTER NOT = SPACES
               AND SYL-SEMESTER NOT = WS-TARGET-SEMESTER
               EXIT PARAGRAPH
           END-IF.

           PERFORM GET-EFFECTIVE-SCHEDULE.

           IF WS-CRS-COUNT < 20
               ADD 1 TO WS-CRS-COUNT
               MOVE SYL-COURSE-ID TO WS-CRS-COURSE-ID(WS-CRS-COUNT)
               MOVE SYL-SECTION-NO TO WS-CRS-SECTION-NO(WS-CRS-COUNT)
               MOVE SYL-COURSE-NAME TO WS-CRS-NAME(WS-CRS-COUNT)
               MOVE WS-EFF-CLASS-DAY TO WS-CRS-DAY(WS-CRS-COUNT)
               MOVE WS-EFF-CLASS-PERIOD TO WS-CRS-PERIOD(WS-CRS-COUNT)
               MOVE WS-EFF-CLASS-ROOM TO WS-CRS-ROOM(WS-CRS-COUNT)
               MOVE SYL-TEACHER-ID TO WS-CRS-TEACHER-ID(WS-CRS-COUNT)
               MOVE SYL-CREDITS TO WS-CRS-CREDITS(WS-CRS-COUNT)
               ADD SYL-CREDITS TO WS-TOTAL-CREDITS
           END-IF.

           IF WS-EFF-CLASS-PERIOD < 1 OR WS-EFF-CLASS-PERIOD > 8
               OR WS-EFF-CLASS-DAY > 7 OR WS-EFF-CLASS-DAY = 0
               EXIT PARAGRAPH
           END-IF.

      * 既に科目が入っている枠は重複として印を付ける
           IF WS-GRID-CELL(WS-EFF-CLASS-PERIOD, WS-EFF-CLASS-DAY)
                   = SPACES
               MOVE SYL-COURSE-ID TO WS-GRID-CELL
                   (WS-EFF-CLASS-PERIOD, WS-EFF-CLASS-DAY)
           ELSE
               MOVE "*重複*" TO WS-GRID-CELL
                   (WS-EFF-CLASS-PERIOD, WS-EFF-CLASS-DAY)
               ADD 1 TO WS-CLASH-COUNT
           END-IF.

      *-----------------------------------------------------------
      * 履修科目の閉講でない区分を探す(履修取込と同じ規則で
      * 先頭区分を採る)
      *-----------------------------------------------------------
       FIND-ENROLLED-SECTION.
           MOVE "N" TO WS-COURSE-OK-FLAG.
           MOVE "N" TO WS-SYL-EOF-FLAG.
           IF ENR-SECTION-NO NOT = SPACES
               MOVE ENR-COURSE-ID TO SYL-COURSE-ID
               MOVE ENR-ACADEMIC-YEAR TO SYL-ACADEMIC-YEAR
               MOVE ENR-SECTION-NO TO SYL-SECTION-NO
               READ SYLLABUS-FILE
                   KEY IS SYL-RECORD-KEY
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               IF NOT SYL-STATUS-CANCELLED
                   MOVE "Y" TO WS-COURSE-OK-FLAG
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE ENR-COURSE-ID TO SYL-COURSE-ID.
           MOVE ENR-ACADEMIC-YEAR TO SYL-ACADEMIC-YEAR.
           MOVE LOW-VALUES TO SYL-SECTION-NO.
           START SYLLABUS-FILE KEY IS NOT LESS THAN SYL-RECORD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SYL-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-SYL-EOF OR WS-COURSE-OK
               READ SYLLABUS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SYL-EOF-FLAG
                   NOT AT END
                       IF SYL-COURSE-ID = ENR-COURSE-ID
                           AND SYL-ACADEMIC-YEAR
                               = ENR-ACADEMIC-YEAR
                           IF NOT SYL-STATUS-CANCELLED
                               MOVE "Y" TO WS-COURSE-OK-FLAG
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-SYL-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------
      * 時間割例外を適用した実効の曜日・時限・教室を求める
      * (基準日が期間内の例外があれば上書き値を採用する)
      *-----------------------------------------------------------
       GET-EFFECTIVE-SCHEDULE.
           MOVE SYL-CLASS-DAY TO WS-EFF-CLASS-DAY.
           MOVE SYL-CLASS-PERIOD TO WS-EFF-CLASS-PERIOD.
           MOVE SYL-CLASS-ROOM TO WS-EFF-CLASS-ROOM.
           IF NOT WS-EXC-OPENED
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-EXC-EOF-FLAG.
           MOVE SYL-COURSE-ID TO SXC-COURSE-ID.
           MOVE SYL-ACADEMIC-YEAR TO SXC-ACADEMIC-YEAR.
           MOVE SYL-SECTION-NO TO SXC-SECTION-NO.
           MOVE LOW-VALUES TO SXC-START-DATE.
           START EXCEPTION-FILE KEY IS NOT LESS THAN SXC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EXC-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EXC-EOF
               READ EXCEPTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EXC-EOF-FLAG
                   NOT AT END
                       IF SXC-COURSE-ID = SYL-COURSE-ID
                           AND SXC-ACADEMIC-YEAR = SYL-ACADEMIC-YEAR
                           AND SXC-SECTION-NO = SYL-SECTION-NO
                           IF WS-AS-OF-DATE >= SXC-START-DATE
                               AND WS-AS-OF-DATE <= SXC-END-DATE
                               PERFORM APPLY-EXCEPTION-OVERRIDE
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-EXC-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

       APPLY-EXCEPTION-OVERRIDE.
           IF SXC-OVR-CLASS-DAY > 0
               MOVE SXC-OVR-CLASS-DAY TO WS-EFF-CLASS-DAY
           END-IF.
           IF SXC-OVR-CLASS-PERIOD > 0
               MOVE SXC-OVR-CLASS-PERIOD TO WS-EFF-CLASS-PERIOD
           END-IF.
           IF SXC-OVR-CLASS-ROOM NOT = SPACES
               MOVE SXC-OVR-CLASS-ROOM TO WS-EFF-CLASS-ROOM
           END-IF.

      *-----------------------------------------------------------
      * 画面表示(SYLTTBと同じグリッド形式)
      *-----------------------------------------------------------
       DISPLAY-TIMETABLE.
           DISPLAY " ".
           DISPLAY "=== 学生: " WS-TARGET-STUDENT-ID " "
               WS-STUDENT-NAME "  年度: " WS-TARGET-YEAR
               "  学期: " WS-TARGET-SEMESTER " ===".
           DISPLAY "      月       火       水       木       金"
               "       土       日".
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > 8
               PERFORM BUILD-ONE-GRID-LINE
               DISPLAY WS-GRID-LINE
           END-PERFORM.
           DISPLAY "履修科目数: " WS-CRS-COUNT
               "  合計単位: " WS-TOTAL-CREDITS.
           IF WS-CLASH-COUNT > 0
               DISPLAY "警告:授業枠の重複あり"
           END-IF.

       BUILD-ONE-GRID-LINE.
           MOVE SPACES TO WS-GRID-LINE.
           MOVE WS-PERIOD-IDX TO WS-PERIOD-DISPLAY.
           MOVE WS-PERIOD-DISPLAY TO WS-GRID-LINE(1:1).
           MOVE "限" TO WS-GRID-LINE(2:3).
           MOVE 6 TO WS-LINE-POS.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 7
               MOVE WS-GRID-CELL(WS-PERIOD-IDX, WS-DAY-IDX)
                   TO WS-GRID-LINE(WS-LINE-POS:8)
               ADD 9 TO WS-LINE-POS
           END-PERFORM.

      *-----------------------------------------------------------
      * 印刷用ファイルへの出力(グリッド+履修科目一覧)
      *-----------------------------------------------------------
       WRITE-TIMETABLE.
           MOVE ALL "=" TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.
           MOVE SPACES TO PRINT-OUTPUT-RECORD.
           STRING "週間時間割表  学籍番号: " DELIMITED BY SIZE
                  WS-TARGET-STUDENT-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STUDENT-NAME) DELIMITED BY SIZE
               INTO PRINT-OUTPUT-RECORD
           END-STRING.
           WRITE PRINT-OUTPUT-RECORD.
           MOVE SPACES TO PRINT-OUTPUT-RECORD.
           STRING "所属: " DELIMITED BY SIZE
                  WS-STUDENT-DEPT DELIMITED BY SIZE
                  "  年度: " DELIMITED BY SIZE
                  WS-TARGET-YEAR DELIMITED BY SIZE
                  "  学期: " DELIMITED BY SIZE
                  WS-TARGET-SEMESTER DELIMITED BY SIZE
                  "  基準日: " DELIMITED BY SIZE
                  WS-AS-OF-DATE DELIMITED BY SIZE
               INTO PRINT-OUTPUT-RECORD
           END-STRING.
           WRITE PRINT-OUTPUT-RECORD.
           MOVE ALL "=" TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.

           MOVE "      月       火       水       木       金"
               & "       土       日" TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > 8
               PERFORM BUILD-ONE-GRID-LINE
               MOVE WS-GRID-LINE TO PRINT-OUTPUT-RECORD
               WRITE PRINT-OUTPUT-RECORD
           END-PERFORM.

           MOVE SPACES TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.
           MOVE "科目   区分 曜日 時限 教室       "
               & "教員  単位 科目名" TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.
           PERFORM VARYING WS-CRS-IDX FROM 1 BY 1
                   UNTIL WS-CRS-IDX > WS-CRS-COUNT
               PERFORM WRITE-ONE-COURSE-LINE
           END-PERFORM.

           MOVE SPACES TO PRINT-OUTPUT-RECORD.
           STRING "合計単位: " DELIMITED BY SIZE
                  WS-TOTAL-CREDITS DELIMITED BY SIZE
               INTO PRINT-OUTPUT-RECORD
           END-STRING.
           WRITE PRINT-OUTPUT-RECORD.
           IF WS-CLASH-COUNT > 0
               MOVE "*重複* の枠は教務窓口で確認のこと"
                   TO PRINT-OUTPUT-RECORD
               WRITE PRINT-OUTPUT-RECORD
           END-IF.
           MOVE SPACES TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.

       WRITE-ONE-COURSE-LINE.
           MOVE SPACES TO WS-DAY-NAME.
           IF WS-CRS-DAY(WS-CRS-IDX) > 0
               AND WS-CRS-DAY(WS-CRS-IDX) <= 7
               MOVE WS-DAY-NAMES((WS-CRS-DAY(WS-CRS-IDX) - 1) * 3 + 1
                   :3) TO WS-DAY-NAME
           END-IF.
           MOVE SPACES TO PRINT-OUTPUT-RECORD.
           STRING WS-CRS-COURSE-ID(WS-CRS-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CRS-SECTION-NO(WS-CRS-IDX) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-DAY-NAME DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-CRS-PERIOD(WS-CRS-IDX) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-CRS-ROOM(WS-CRS-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CRS-TEACHER-ID(WS-CRS-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-CRS-CREDITS(WS-CRS-IDX) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-CRS-NAME(WS-CRS-IDX) DELIMITED BY SIZE
               INTO PRINT-OUTPUT-RECORD
           END-STRING.
           WRITE PRINT-OUTPUT-RECORD.
