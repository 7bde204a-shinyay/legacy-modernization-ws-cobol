               RECORD KEY IS QTA-KEY
               FILE STATUS IS WS-QTA-FILE-STATUS.

           SELECT ASSESS-DUE-FILE
               ASSIGN TO "assessdue.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADU-KEY
               FILE STATUS IS WS-ADU-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SYLLABUS-FILE.
       FD QUOTA-FILE.
           COPY "copybooks/QUOTAFILE.cpy".

       FD ASSESS-DUE-FILE.
           COPY "copybooks/ASSESSDUEFILE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS           PIC XX VALUE "00".
          88 WS-FILE-SUCCESS       VALUE "00".
       01 WS-QUOTA-INPUT.
          05 WS-QUOTA-MAIN        PIC 9(3) VALUE 0.
          05 WS-QUOTA-DEPT        PIC 9(3) OCCURS 5 TIMES.

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
       01 WS-XREF-OP              PIC X.

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
       01 SYLLABUS-INPUT-SCREEN.
           05 BLANK SCREEN.
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

       01 CROSSLIST-INPUT-SCREEN.
           05 BLANK SCREEN.
           05 LINE 11 COLUMN 5 PIC X(4) FROM SYL-CROSSLIST-DEPT-ID(5).
           05 LINE 11 COLUMN 11 PIC 9(3) USING WS-QUOTA-DEPT(5).

       PROCEDURE DIVISION USING LS-OPERATOR-ID, LS-SIGNED-IN-FLAG,
                                 LS-OPERATOR-ROLE, LS-PERM-TABLE.
       MAIN-PROCESS.
           PERFORM OPEN-FILE.
           PERFORM UNTIL WS-EXIT

       INITIALIZE-SYLLABUS-RECORD.
           INITIALIZE SYLLABUS-RECORD.
           INITIALIZE WS-DUE-TABLE.
           MOVE "01" TO SYL-SECTION-NO.

       INPUT-SYLLABUS-DATA.
               EXIT PARAGRAPH
           END-IF.

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

           IF WS-RETURN-CODE = 1
               DISPLAY WS-RESULT
               PERFORM INPUT-SYLLABUS-DATA
               EXIT PARAGRAPH
           END-IF.
           IF WS-RETURN-CODE = 2
               DISPLAY WS-RESULT
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
           IF WS-ASSESS-TOTAL NOT = 100
               DISPLAY "エラー:評価割合の合計が100%でない"
               PERFORM INPUT-ASSESSMENT-DATA
               EXIT PARAGRAPH
           END-IF.

           PERFORM VALIDATE-DUE-WEEKS.
           IF NOT WS-DUE-VALID
               DISPLAY "エラー:週は0～16で入力"
               PERFORM INPUT-ASSESSMENT-DATA
           END-IF.

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

       INPUT-CROSSLIST-DATA.
           DISPLAY CROSSLIST-INPUT-SCREEN.
           ACCEPT CROSSLIST-INPUT-SCREEN.
                   MOVE "W" TO WS-XREF-OP
                   PERFORM UPDATE-SCHEDULE-XREF
                   PERFORM UPDATE-ALT-INDEXES
                   PERFORM WRITE-ASSESS-DUE
                   IF SYL-CROSSLIST-COUNT > 0
                       PERFORM INPUT-QUOTA-DATA
                   END-IF
                   END-REWRITE
           END-WRITE.

      *-----------------------------------------------------------
      * 成績評価項目の提出・実施週の記録
      *-----------------------------------------------------------
       WRITE-ASSESS-DUE.
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

      *-----------------------------------------------------------
      * 時間割索引の保守(SYLCOM "X")
      *-----------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO JRN-TIMESTAMP.
           MOVE "SYLREG" TO JRN-PROGRAM-ID.
           MOVE SPACES TO JRN-OPERATOR-ID.
           IF LS-SIGNED-IN
               MOVE LS-OPERATOR-ID TO JRN-OPERATOR-ID
           END-IF.
           MOVE WS-JOURNAL-OP TO JRN-OPERATION.
           MOVE SYLLABUS-RECORD TO JRN-RECORD-IMAGE.
           WRITE JOURNAL-RECORD.
