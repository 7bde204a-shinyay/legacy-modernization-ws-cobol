               RECORD KEY IS SYL-RECORD-KEY
               FILE STATUS IS WS-SYL-FILE-STATUS.

           SELECT COURSE-ROOM-REQ-FILE
               ASSIGN TO "crsroom.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRR-COURSE-ID
               FILE STATUS IS WS-CRR-FILE-STATUS.

           SELECT ROOM-BOOKING-FILE
               ASSIGN TO "roombook.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKG-KEY
               FILE STATUS IS WS-BKG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ROOM-FILE.
       FD SYLLABUS-FILE.
           COPY "copybooks/SYLFILE.cpy".

       FD COURSE-ROOM-REQ-FILE.
           COPY "copybooks/CRSROOMFILE.cpy".

       FD ROOM-BOOKING-FILE.
           COPY "copybooks/ROOMBKFILE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS           PIC XX VALUE "00".
          88 WS-FILE-SUCCESS       VALUE "00".
          88 WS-SYL-FILE-NOTFOUND  VALUE "23".
          88 WS-SYL-EOF            VALUE "10".

       01 WS-CRR-FILE-STATUS       PIC XX VALUE "00".
          88 WS-CRR-FILE-SUCCESS   VALUE "00".

       01 WS-BKG-FILE-STATUS       PIC XX VALUE "00".
          88 WS-BKG-FILE-SUCCESS   VALUE "00".

       01 WS-MENU-OPTION           PIC 9 VALUE 0.
       01 WS-SEARCH-ROOM-ID        PIC X(10).
       01 WS-EOF-FLAG              PIC X VALUE "N".
       01 WS-OVER-COUNT            PIC 9(5) VALUE 0.
       01 WS-UNREG-COUNT           PIC 9(5) VALUE 0.

       01 WS-COURSE-FOUND-FLAG     PIC X VALUE "N".
          88 WS-COURSE-FOUND       VALUE "Y".

       01 WS-REQ-COURSE-ID         PIC X(6).
       01 WS-REQ-ROOM-TYPE         PIC X(10).

      * 教室別使用状況(週あたり授業時限数と年度内の予約)
       01 WS-USE-YEAR              PIC X(4).
       01 WS-USE-YEAR-NUM          PIC 9(4).
       01 WS-USE-FROM-DATE         PIC X(8).
       01 WS-USE-TO-DATE           PIC X(8).
       01 WS-USE-TABLE.
          05 WS-USE-COUNT          PIC 9(3) VALUE 0.
          05 WS-USE-ENTRY OCCURS 200 TIMES.
             10 WS-USE-ROOM-ID     PIC X(10).
             10 WS-USE-CLASS-PERIODS PIC 9(3).
             10 WS-USE-BKG-PERIODS PIC 9(5).
             10 WS-USE-BKG-DAYS    PIC 9(5).
       01 WS-USE-IDX               PIC 9(3).
       01 WS-USE-FOUND             PIC 9(3).
       01 WS-USE-DATE-NUM          PIC 9(8).
       01 WS-USE-FROM-INT          PIC 9(8).
       01 WS-USE-TO-INT            PIC 9(8).
       01 WS-USE-START-INT         PIC 9(8).
       01 WS-USE-DAY-INT           PIC 9(8).
       01 WS-USE-OCCURS            PIC 9(5).

       SCREEN SECTION.
       01 ROOM-MENU-SCREEN.
           05 BLANK SCREEN.
           05 LINE 4 COLUMN 1 VALUE "2. 更新".
           05 LINE 5 COLUMN 1 VALUE "3. 削除".
           05 LINE 6 COLUMN 1 VALUE "4. 一覧表示".
           05 LINE 7 COLUMN 1 VALUE "5. 定員超過・使用状況".
           05 LINE 8 COLUMN 1 VALUE "6. 科目別教室種別設定".
           05 LINE 9 COLUMN 1 VALUE "7. 科目別教室種別一覧".
           05 LINE 10 COLUMN 1 VALUE "9. 終了".
           05 LINE 12 COLUMN 1 VALUE "選択 (1-7,9): ".
           05 LINE 12 COLUMN 16 PIC 9 USING WS-MENU-OPTION.

       01 ROOM-INPUT-SCREEN.
           05 BLANK SCREEN.
           05 LINE 6 COLUMN 1 VALUE "教室種別: ".
           05 LINE 6 COLUMN 28 PIC X(10) USING ROOM-TYPE.

       01 COURSE-ROOM-REQ-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "科目別必要教室種別".
           05 LINE 3 COLUMN 1 VALUE "科目コード: ".
           05 LINE 3 COLUMN 28 PIC X(6) USING WS-REQ-COURSE-ID.
           05 LINE 4 COLUMN 1 VALUE "教室種別(空白=解除): ".
           05 LINE 4 COLUMN 28 PIC X(10) USING WS-REQ-ROOM-TYPE.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM OPEN-FILE.
                       PERFORM LIST-ROOMS
                   WHEN 5
                       PERFORM ROOM-UTILIZATION-REPORT
                   WHEN 6
                       PERFORM MAINTAIN-COURSE-ROOM-REQ
                   WHEN 7
                       PERFORM LIST-COURSE-ROOM-REQ
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
           DISPLAY "定員超過件数　　: " WS-OVER-COUNT.
           DISPLAY "教室未登録件数　: " WS-UNREG-COUNT.

           PERFORM ROOM-USAGE-SUMMARY.

      *-----------------------------------------------------------
      * 教室別使用状況
      * (指定年度の週あたり授業時限数と、年度内(4月-3月)に
      *  教室予約で使われる時限数・終日予約の日数)
      *-----------------------------------------------------------
       ROOM-USAGE-SUMMARY.
           DISPLAY " ".
           DISPLAY "使用状況の年度(4桁): " WITH NO ADVANCING.
           ACCEPT WS-USE-YEAR.
           IF WS-USE-YEAR IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-USE-YEAR TO WS-USE-YEAR-NUM.
           STRING WS-USE-YEAR DELIMITED BY SIZE
                  "0401" DELIMITED BY SIZE
               INTO WS-USE-FROM-DATE
           END-STRING.
           ADD 1 TO WS-USE-YEAR-NUM.
           STRING WS-USE-YEAR-NUM DELIMITED BY SIZE
                  "0331" DELIMITED BY SIZE
               INTO WS-USE-TO-DATE
           END-STRING.

           MOVE 0 TO WS-USE-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO ROOM-ID.
           START ROOM-FILE KEY >= ROOM-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF
               READ ROOM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-USE-COUNT < 200
                           ADD 1 TO WS-USE-COUNT
                           MOVE ROOM-ID
                               TO WS-USE-ROOM-ID(WS-USE-COUNT)
                           MOVE 0
                               TO WS-USE-CLASS-PERIODS(WS-USE-COUNT)
                           MOVE 0 TO WS-USE-BKG-PERIODS(WS-USE-COUNT)
                           MOVE 0 TO WS-USE-BKG-DAYS(WS-USE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           OPEN INPUT SYLLABUS-FILE.
           IF WS-SYL-FILE-SUCCESS
               MOVE LOW-VALUES TO SYL-COURSE-ID
               START SYLLABUS-FILE KEY >= SYL-COURSE-ID
                   INVALID KEY
                       MOVE "10" TO WS-SYL-FILE-STATUS
               END-START
               PERFORM UNTIL WS-SYL-EOF
                   READ SYLLABUS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-SYL-FILE-STATUS
                       NOT AT END
                           IF SYL-ACADEMIC-YEAR = WS-USE-YEAR
                               AND NOT SYL-STATUS-CANCELLED
                               AND NOT SYL-DAY-NOT-SET
                               AND SYL-CLASS-ROOM NOT = SPACES
                               PERFORM COUNT-CLASS-PERIOD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE SYLLABUS-FILE.

           OPEN INPUT ROOM-BOOKING-FILE.
           IF WS-BKG-FILE-SUCCESS
               MOVE WS-USE-FROM-DATE TO WS-USE-DATE-NUM
               COMPUTE WS-USE-FROM-INT
                   = FUNCTION INTEGER-OF-DATE(WS-USE-DATE-NUM)
               MOVE WS-USE-TO-DATE TO WS-USE-DATE-NUM
               COMPUTE WS-USE-TO-INT
                   = FUNCTION INTEGER-OF-DATE(WS-USE-DATE-NUM)
               MOVE "N" TO WS-EOF-FLAG
               MOVE LOW-VALUES TO BKG-KEY
               START ROOM-BOOKING-FILE KEY >= BKG-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
               END-START
               PERFORM UNTIL WS-EOF
                   READ ROOM-BOOKING-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF BKG-START-DATE NOT > WS-USE-TO-DATE
                               AND BKG-END-DATE
                                   NOT < WS-USE-FROM-DATE
                               AND BKG-START-DATE IS NUMERIC
                               AND BKG-END-DATE IS NUMERIC
                               PERFORM COUNT-BOOKED-PERIODS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROOM-BOOKING-FILE
           END-IF.

           DISPLAY " ".
           DISPLAY "=== 教室別使用状況 " WS-USE-YEAR
                   "年度 ===".
           DISPLAY "教室       週授業時限 予約時限 "
                   "終日予約日数".
           PERFORM VARYING WS-USE-IDX FROM 1 BY 1
                   UNTIL WS-USE-IDX > WS-USE-COUNT
               DISPLAY WS-USE-ROOM-ID(WS-USE-IDX) "        "
                       WS-USE-CLASS-PERIODS(WS-USE-IDX) "    "
                       WS-USE-BKG-PERIODS(WS-USE-IDX) "        "
                       WS-USE-BKG-DAYS(WS-USE-IDX)
           END-PERFORM.
           DISPLAY "----------------------------".

       FIND-USAGE-ROOM.
           MOVE 0 TO WS-USE-FOUND.
           PERFORM VARYING WS-USE-IDX FROM 1 BY 1
                   UNTIL WS-USE-IDX > WS-USE-COUNT
                      OR WS-USE-FOUND > 0
               IF WS-USE-ROOM-ID(WS-USE-IDX) = ROOM-ID
                   MOVE WS-USE-IDX TO WS-USE-FOUND
               END-IF
           END-PERFORM.

       COUNT-CLASS-PERIOD.
           MOVE SYL-CLASS-ROOM TO ROOM-ID.
           PERFORM FIND-USAGE-ROOM.
           IF WS-USE-FOUND > 0
               ADD 1 TO WS-USE-CLASS-PERIODS(WS-USE-FOUND)
           END-IF.

      * 予約の実施日のうち年度内の日数を数える
       COUNT-BOOKED-PERIODS.
           MOVE BKG-ROOM-ID TO ROOM-ID.
           PERFORM FIND-USAGE-ROOM.
           IF WS-USE-FOUND = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE BKG-START-DATE TO WS-USE-DATE-NUM.
           COMPUTE WS-USE-START-INT
               = FUNCTION INTEGER-OF-DATE(WS-USE-DATE-NUM).
           MOVE 0 TO WS-USE-OCCURS.
           IF BKG-REPEAT-DAILY OR BKG-REPEAT-WEEKLY
               MOVE BKG-END-DATE TO WS-USE-DATE-NUM
               PERFORM VARYING WS-USE-DAY-INT
                       FROM WS-USE-START-INT BY 1
                       UNTIL WS-USE-DAY-INT
                           > FUNCTION INTEGER-OF-DATE(WS-USE-DATE-NUM)
                   IF WS-USE-DAY-INT >= WS-USE-FROM-INT
                       AND WS-USE-DAY-INT <= WS-USE-TO-INT
                       AND (BKG-REPEAT-DAILY
                         OR FUNCTION MOD(WS-USE-DAY-INT
                              - WS-USE-START-INT, 7) = 0)
                       ADD 1 TO WS-USE-OCCURS
                   END-IF
               END-PERFORM
           ELSE
               IF BKG-START-DATE NOT < WS-USE-FROM-DATE
                   MOVE 1 TO WS-USE-OCCURS
               END-IF
           END-IF.
           IF BKG-PERIOD = 0
               ADD WS-USE-OCCURS TO WS-USE-BKG-DAYS(WS-USE-FOUND)
           ELSE
               ADD WS-USE-OCCURS TO WS-USE-BKG-PERIODS(WS-USE-FOUND)
           END-IF.

       CHECK-ONE-ROOM-USAGE.
           MOVE SYL-CLASS-ROOM TO ROOM-ID.
           READ ROOM-FILE
                           " 定員:" SYL-CAPACITY
                   END-IF
           END-READ.

      *-----------------------------------------------------------
      * 科目別必要教室種別の設定(実験室・計算機室などを要する科目)
      * 種別を空白にすると設定を解除する
      *-----------------------------------------------------------
       MAINTAIN-COURSE-ROOM-REQ.
           MOVE SPACES TO WS-REQ-COURSE-ID.
           MOVE SPACES TO WS-REQ-ROOM-TYPE.
           DISPLAY COURSE-ROOM-REQ-SCREEN.
           ACCEPT COURSE-ROOM-REQ-SCREEN.

           PERFORM CHECK-COURSE-EXISTS.
           IF NOT WS-COURSE-FOUND
               DISPLAY "エラー:科目コードが未登録。"
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O COURSE-ROOM-REQ-FILE.
           IF NOT WS-CRR-FILE-SUCCESS
               OPEN OUTPUT COURSE-ROOM-REQ-FILE
               CLOSE COURSE-ROOM-REQ-FILE
               OPEN I-O COURSE-ROOM-REQ-FILE
           END-IF.

           MOVE WS-REQ-COURSE-ID TO CRR-COURSE-ID.
           READ COURSE-ROOM-REQ-FILE
               KEY IS CRR-COURSE-ID
               INVALID KEY
                   IF WS-REQ-ROOM-TYPE NOT = SPACES
                       MOVE WS-REQ-ROOM-TYPE TO CRR-ROOM-TYPE
                       WRITE COURSE-ROOM-REQ-RECORD
                           INVALID KEY
                               DISPLAY "エラー:登録に失敗。"
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   IF WS-REQ-ROOM-TYPE = SPACES
                       DELETE COURSE-ROOM-REQ-FILE
                           INVALID KEY
                               DISPLAY "エラー:解除に失敗。"
                       END-DELETE
                   ELSE
                       MOVE WS-REQ-ROOM-TYPE TO CRR-ROOM-TYPE
                       REWRITE COURSE-ROOM-REQ-RECORD
                           INVALID KEY
                               DISPLAY "エラー:更新に失敗。"
                       END-REWRITE
                   END-IF
           END-READ.
           CLOSE COURSE-ROOM-REQ-FILE.

       LIST-COURSE-ROOM-REQ.
           OPEN INPUT COURSE-ROOM-REQ-FILE.
           IF NOT WS-CRR-FILE-SUCCESS
               DISPLAY "設定はありません。"
               CLOSE COURSE-ROOM-REQ-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY " ".
           DISPLAY "==== 科目別必要教室種別 ====".
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO CRR-COURSE-ID.
           START COURSE-ROOM-REQ-FILE KEY >= CRR-COURSE-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF
               READ COURSE-ROOM-REQ-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       DISPLAY CRR-COURSE-ID " " CRR-ROOM-TYPE
               END-READ
           END-PERFORM.
           CLOSE COURSE-ROOM-REQ-FILE.
           DISPLAY "=============================".

      * シラバスに当該科目が1件でもあるかを確認する
       CHECK-COURSE-EXISTS.
           MOVE "N" TO WS-COURSE-FOUND-FLAG.
           OPEN INPUT SYLLABUS-FILE.
           IF NOT WS-SYL-FILE-SUCCESS
               CLOSE SYLLABUS-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-REQ-COURSE-ID TO SYL-COURSE-ID.
           MOVE LOW-VALUES TO SYL-ACADEMIC-YEAR.
           MOVE LOW-VALUES TO SYL-SECTION-NO.
           START SYLLABUS-FILE KEY IS NOT LESS THAN SYL-RECORD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ SYLLABUS-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SYL-COURSE-ID = WS-REQ-COURSE-ID
                               MOVE "Y" TO WS-COURSE-FOUND-FLAG
                           END-IF
                   END-READ
           END-START.
           CLOSE SYLLABUS-FILE.
