               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT ASSESS-DUE-FILE
               ASSIGN TO "assessdue.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADU-KEY
               FILE STATUS IS WS-ADU-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SYLLABUS-FILE.
       FD JOURNAL-FILE.
           COPY "copybooks/JOURNALFILE.cpy".

       FD ASSESS-DUE-FILE.
           COPY "copybooks/ASSESSDUEFILE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS           PIC XX VALUE "00".
          88 WS-FILE-SUCCESS       VALUE "00".
       01 WS-RESULT               PIC X(200).
       01 WS-RETURN-CODE          PIC 9.

       01 WS-CO-COUNT             PIC 9.
       01 WS-CO-IDX               PIC 9.
       01 WS-CO-POS               PIC 99.

       01 WS-CONTINUE-FLAG        PIC X VALUE "Y".
          88 WS-CONTINUE          VALUE "Y" "y".
          88 WS-EXIT              VALUE "N" "n".
       01 WS-ASSESS-VALID-FLAG    PIC X VALUE "Y".
          88 WS-ASSESS-VALID      VALUE "Y".

       01 WS-ADU-FILE-STATUS      PIC XX VALUE "00".
          88 WS-ADU-FILE-SUCCESS  VALUE "00".
          88 WS-ADU-FILE-NOTFOUND VALUE "23".

      * 成績評価項目ごとの提出・実施週(16=期末試験期間)
       01 WS-DUE-TABLE.
          05 WS-DUE-WEEK          PIC 99 OCCURS 5 TIMES.
       01 WS-DUE-VALID-FLAG       PIC X VALUE "Y".
          88 WS-DUE-VALID         VALUE "Y".
       01 WS-DUE-CHANGED-FLAG     PIC X VALUE "N".
          88 WS-DUE-CHANGED       VALUE "Y".

       01 WS-SEM-FILE-STATUS      PIC XX VALUE "00".
          88 WS-SEM-FILE-SUCCESS  VALUE "00".

       01 WS-OLD-DEPT-ID          PIC X(4).
       01 WS-OLD-TEACHER-ID       PIC X(5).

       LINKAGE SECTION.
       01 LS-OPERATOR-ID           PIC X(10).
       01 LS-SIGNED-IN-FLAG        PIC X.
          88 LS-SIGNED-IN          VALUE "Y".
       01 LS-OPERATOR-ROLE         PIC X.
          88 LS-REGISTRAR          VALUE "R".
       01 LS-PERM-TABLE.
          05 LS-PERM-COUNT         PIC 99.
          05 LS-PERM-ENTRY OCCURS 99 TIMES.
             10 LS-PERM-FUNC       PIC 99.

       SCREEN SECTION.
       01 SEARCH-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "シラバス更新画面".
           05 LINE 5 COLUMN 12 PIC X(20) USING SYL-ASSESS-NAME(1).
           05 LINE 5 COLUMN 34 VALUE "割合%: ".
           05 LINE 5 COLUMN 41 PIC 999 USING SYL-ASSESS-PERCENT(1).
           05 LINE 5 COLUMN 46 VALUE "週: ".
           05 LINE 5 COLUMN 50 PIC 99 USING WS-DUE-WEEK(1).
           05 LINE 6 COLUMN 1 VALUE "2 項目名: ".
           05 LINE 6 COLUMN 12 PIC X(20) USING SYL-ASSESS-NAME(2).
           05 LINE 6 COLUMN 34 VALUE "割合%: ".
           05 LINE 6 COLUMN 41 PIC 999 USING SYL-ASSESS-PERCENT(2).
           05 LINE 6 COLUMN 46 VALUE "週: ".
           05 LINE 6 COLUMN 50 PIC 99 USING WS-DUE-WEEK(2).
           05 LINE 7 COLUMN 1 VALUE "3 項目名: ".
           05 LINE 7 COLUMN 12 PIC X(20) USING SYL-ASSESS-NAME(3).
           05 LINE 7 COLUMN 34 VALUE "割合%: ".
           05 LINE 7 COLUMN 41 PIC 999 USING SYL-ASSESS-PERCENT(3).
           05 LINE 7 COLUMN 46 VALUE "週: ".
           05 LINE 7 COLUMN 50 PIC 99 USING WS-DUE-WEEK(3).
           05 LINE 8 COLUMN 1 VALUE "4 項目名: ".
           05 LINE 8 COLUMN 12 PIC X(20) USING SYL-ASSESS-NAME(4).
           05 LINE 8 COLUMN 34 VALUE "割合%: ".
           05 LINE 8 COLUMN 41 PIC 999 USING SYL-ASSESS-PERCENT(4).
           05 LINE 8 COLUMN 46 VALUE "週: ".
           05 LINE 8 COLUMN 50 PIC 99 USING WS-DUE-WEEK(4).
           05 LINE 9 COLUMN 1 VALUE "5 項目名: ".
           05 LINE 9 COLUMN 12 PIC X(20) USING SYL-ASSESS-NAME(5).
           05 LINE 9 COLUMN 34 VALUE "割合%: ".
           05 LINE 9 COLUMN 41 PIC 999 USING SYL-ASSESS-PERCENT(5).
           05 LINE 9 COLUMN 46 VALUE "週: ".
           05 LINE 9 COLUMN 50 PIC 99 USING WS-DUE-WEEK(5).
           05 LINE 11 COLUMN 1
               VALUE "週:1-15=授業週 16=期末試験 0=なし".

       01 CROSSLIST-UPDATE-SCREEN.
           05 BLANK SCREEN.
           05 LINE 20 COLUMN 1 VALUE "Week 15: ".
           05 LINE 20 COLUMN 10 PIC X(30) USING SYL-WEEK-PLAN-EN(15).

       PROCEDURE DIVISION USING LS-OPERATOR-ID, LS-SIGNED-IN-FLAG,
                                 LS-OPERATOR-ROLE, LS-PERM-TABLE.
       MAIN-PROCESS.
      *    更新者はログイン中の操作者(職務分離の判定に使う)
           IF NOT LS-SIGNED-IN
               DISPLAY "エラー:ログインが必要です。"
               GOBACK
           END-IF.
           MOVE LS-OPERATOR-ID TO WS-OPERATOR-ID.
           PERFORM OPEN-FILE.
           PERFORM LOOKUP-OPERATOR-ROLE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           PERFORM UNTIL WS-EXIT
               IF WS-FILE-SUCCESS AND WS-SCOPE-OK
                   MOVE SYL-LAST-UPDATED TO WS-LOADED-TIMESTAMP
                   MOVE "N" TO WS-DATA-CHANGED-FLAG
                   PERFORM LOAD-ASSESS-DUE
                   PERFORM CHECK-TERM-FREEZE
                   PERFORM UPDATE-SYLLABUS-LOOP
                   IF WS-DATA-CHANGED
           IF WS-RETURN-CODE = 1
               DISPLAY WS-RESULT
               PERFORM UPDATE-TEACHER
               EXIT PARAGRAPH
           ELSE
               DISPLAY "教員名: " WS-RESULT(1:20)
           END-IF.

           PERFORM CHECK-LEAD-NOT-CO-TEACHER.
           IF WS-RETURN-CODE = 1
               PERFORM UPDATE-TEACHER
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-TEACHER-AVAILABILITY.
           IF WS-RETURN-CODE = 1
               PERFORM UPDATE-TEACHER
           END-IF.

      *-----------------------------------------------------------
      * 共同担当に登録済みの教員は主担当にできない(SYLCOM "K")
      *-----------------------------------------------------------
       CHECK-LEAD-NOT-CO-TEACHER.
           MOVE "K" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE SYL-COURSE-ID TO WS-PARAM-1(1:6).
           MOVE SYL-ACADEMIC-YEAR TO WS-PARAM-1(7:4).
           MOVE SYL-SECTION-NO TO WS-PARAM-1(11:2).
           MOVE SPACES TO WS-PARAM-2.
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.
           MOVE WS-RESULT(1:1) TO WS-CO-COUNT.
           MOVE 0 TO WS-RETURN-CODE.
           MOVE 5 TO WS-CO-POS.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
               IF WS-RESULT(WS-CO-POS:5) = SYL-TEACHER-ID
                   MOVE 1 TO WS-RETURN-CODE
               END-IF
               ADD 9 TO WS-CO-POS
           END-PERFORM.
           IF WS-RETURN-CODE = 1
               DISPLAY "エラー:共同担当に登録済みの教員"
           END-IF.

       UPDATE-SEMESTER.
           DISPLAY UPDATE-SEMESTER-SCREEN.
           ACCEPT UPDATE-SEMESTER-SCREEN.
           IF WS-RETURN-CODE = 1
               DISPLAY WS-RESULT
               PERFORM UPDATE-SEMESTER
               EXIT PARAGRAPH
           ELSE
               DISPLAY "学期名: " WS-RESULT(1:20)
           END-IF.

           PERFORM CHECK-TEACHER-AVAILABILITY.
           IF WS-RETURN-CODE = 1
               PERFORM UPDATE-SEMESTER
           END-IF.

      *-----------------------------------------------------------
      * 教員出講可否のチェック(SYLCOM "A")
      * 不可は戻り値1で呼出し元が再入力させ、希望時限外は警告のみ
      *-----------------------------------------------------------
       CHECK-TEACHER-AVAILABILITY.
           MOVE "A" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE SYL-TEACHER-ID TO WS-PARAM-1(1:5).
           MOVE SYL-SEMESTER TO WS-PARAM-1(6:2).
           MOVE SYL-CLASS-DAY TO WS-PARAM-1(8:1).
           MOVE SYL-CLASS-PERIOD TO WS-PARAM-1(9:2).
           MOVE SYL-COURSE-ID TO WS-PARAM-1(11:6).
           MOVE SYL-ACADEMIC-YEAR TO WS-PARAM-1(17:4).
           MOVE SYL-SECTION-NO TO WS-PARAM-1(21:2).
           MOVE SPACES TO WS-PARAM-2.

           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.

           IF WS-RETURN-CODE NOT = 0
               DISPLAY WS-RESULT
           END-IF.

       UPDATE-CREDITS.
           DISPLAY UPDATE-CREDITS-SCREEN.
           ACCEPT UPDATE-CREDITS-SCREEN.
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-TEACHER-AVAILABILITY.
           IF WS-RETURN-CODE = 1
               PERFORM UPDATE-SCHEDULE
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE SYL-COURSE-ID TO WS-PARAM-1(1:6).
           MOVE SYL-TEACHER-ID TO WS-PARAM-1(20:5).
           MOVE SYL-ACADEMIC-YEAR TO WS-PARAM-1(25:4).
           MOVE SYL-SECTION-NO TO WS-PARAM-1(29:2).
           MOVE SYL-SEMESTER TO WS-PARAM-1(31:2).
           MOVE SPACES TO WS-PARAM-2.

           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
           IF NOT WS-ASSESS-VALID
               DISPLAY "エラー:評価割合の合計が100%でない"
               PERFORM UPDATE-ASSESSMENT
               EXIT PARAGRAPH
           END-IF.

           PERFORM VALIDATE-DUE-WEEKS.
           IF NOT WS-DUE-VALID
               DISPLAY "エラー:週は0～16で入力"
               PERFORM UPDATE-ASSESSMENT
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-DUE-CHANGED-FLAG.

      * 項目のない行の週は0にし、週が16を超えれば受け付けない
       VALIDATE-DUE-WEEKS.
           MOVE "Y" TO WS-DUE-VALID-FLAG.
           PERFORM VARYING WS-ASSESS-IDX FROM 1 BY 1
                   UNTIL WS-ASSESS-IDX > 5
               IF SYL-ASSESS-NAME(WS-ASSESS-IDX) = SPACES
                   MOVE 0 TO WS-DUE-WEEK(WS-ASSESS-IDX)
               ELSE
                   IF WS-DUE-WEEK(WS-ASSESS-IDX) IS NOT NUMERIC
                       OR WS-DUE-WEEK(WS-ASSESS-IDX) > 16
                       MOVE "N" TO WS-DUE-VALID-FLAG
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------
      * 成績評価項目の提出・実施週の読込と保存(assessdue.dat)
      *-----------------------------------------------------------
       LOAD-ASSESS-DUE.
           INITIALIZE WS-DUE-TABLE.
           MOVE "N" TO WS-DUE-CHANGED-FLAG.
           OPEN INPUT ASSESS-DUE-FILE.
           IF NOT WS-ADU-FILE-SUCCESS
               CLOSE ASSESS-DUE-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE SYL-COURSE-ID TO ADU-COURSE-ID.
           MOVE SYL-ACADEMIC-YEAR TO ADU-ACADEMIC-YEAR.
           MOVE SYL-SECTION-NO TO ADU-SECTION-NO.
           READ ASSESS-DUE-FILE
               KEY IS ADU-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM VARYING WS-ASSESS-IDX FROM 1 BY 1
                           UNTIL WS-ASSESS-IDX > 5
                       MOVE ADU-DUE-WEEK(WS-ASSESS-IDX)
                           TO WS-DUE-WEEK(WS-ASSESS-IDX)
                   END-PERFORM
           END-READ.
           CLOSE ASSESS-DUE-FILE.

       SAVE-ASSESS-DUE.
           OPEN I-O ASSESS-DUE-FILE.
           IF WS-ADU-FILE-NOTFOUND
               OPEN OUTPUT ASSESS-DUE-FILE
               CLOSE ASSESS-DUE-FILE
               OPEN I-O ASSESS-DUE-FILE
           END-IF.

           MOVE SYL-COURSE-ID TO ADU-COURSE-ID.
           MOVE SYL-ACADEMIC-YEAR TO ADU-ACADEMIC-YEAR.
           MOVE SYL-SECTION-NO TO ADU-SECTION-NO.
           PERFORM VARYING WS-ASSESS-IDX FROM 1 BY 1
                   UNTIL WS-ASSESS-IDX > 5
               MOVE WS-DUE-WEEK(WS-ASSESS-IDX)
                   TO ADU-DUE-WEEK(WS-ASSESS-IDX)
           END-PERFORM.
           MOVE FUNCTION CURRENT-DATE TO ADU-LAST-UPDATED.
           WRITE ASSESS-DUE-RECORD
               INVALID KEY
                   REWRITE ASSESS-DUE-RECORD
                       INVALID KEY
                           DISPLAY "エラー:評価時期書込失敗"
                   END-REWRITE
           END-WRITE.

           CLOSE ASSESS-DUE-FILE.

       VALIDATE-ASSESSMENT-TOTAL.
           MOVE 0 TO WS-ASSESS-TOTAL.
                   ELSE
                       PERFORM WRITE-REVISION-REQUEST
                   END-IF
                   IF WS-DUE-CHANGED
                       PERFORM SAVE-ASSESS-DUE
                   END-IF
               END-IF
           END-IF.

