                              INDEXED BY WS-TEACHER-IDX.
             10 WS-TEACHER-CODE    PIC X(5).
             10 WS-TEACHER-COURSES PIC 999 VALUE 0.
             10 WS-TEACHER-CREDITS PIC 9999V99 VALUE 0.
             10 WS-TEACHER-COURSE-LIST OCCURS 30 TIMES.
                15 WS-TC-COURSE-ID   PIC X(6).
                15 WS-TC-COURSE-NAME PIC X(30).
                15 WS-TC-SHARE       PIC 999.

       01 WS-FOUND-FLAG            PIC X VALUE "N".
          88 WS-FOUND              VALUE "Y".
       01 WS-DEPT-LOOKUP-CODE      PIC X(4).
       01 WS-CROSSLIST-RPT-IDX     PIC 9.

       01 WS-FUNCTION-CODE         PIC X.
       01 WS-PARAM-1               PIC X(50).
       01 WS-PARAM-2               PIC X(50).
       01 WS-RESULT                PIC X(200).
       01 WS-RETURN-CODE           PIC 9.

      * 共同担当を含む担当教員ごとの負担割合
       01 WS-TCH-LOOKUP-ID         PIC X(5).
       01 WS-TCH-SHARE             PIC 999.
       01 WS-CO-COUNT              PIC 9.
       01 WS-CO-IDX                PIC 9.
       01 WS-CO-POS                PIC 99.
       01 WS-CREDIT-DISPLAY        PIC ZZZ9.99.

       SCREEN SECTION.
       01 REPORT-MENU-SCREEN.
           05 BLANK SCREEN.
               END-PERFORM
           END-IF.

      * 単位は主担当・共同担当の負担割合で按分する
       ACCUMULATE-TEACHER-RECORD.
           MOVE "K" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE SYL-COURSE-ID TO WS-PARAM-1(1:6).
           MOVE SYL-ACADEMIC-YEAR TO WS-PARAM-1(7:4).
           MOVE SYL-SECTION-NO TO WS-PARAM-1(11:2).
           MOVE SPACES TO WS-PARAM-2.
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.
           MOVE WS-RESULT(1:1) TO WS-CO-COUNT.

           MOVE SYL-TEACHER-ID TO WS-TCH-LOOKUP-ID.
           MOVE WS-RESULT(2:3) TO WS-TCH-SHARE.
           PERFORM ACCUMULATE-ONE-TEACHER.

           MOVE 5 TO WS-CO-POS.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
               MOVE WS-RESULT(WS-CO-POS:5) TO WS-TCH-LOOKUP-ID
               MOVE WS-RESULT(WS-CO-POS + 6:3) TO WS-TCH-SHARE
               PERFORM ACCUMULATE-ONE-TEACHER
               ADD 9 TO WS-CO-POS
           END-PERFORM.

       ACCUMULATE-ONE-TEACHER.
           IF WS-TCH-LOOKUP-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-TEACHER-ENTRY.
           IF NOT WS-FOUND
               IF WS-TEACHER-COUNT < 50
                   ADD 1 TO WS-TEACHER-COUNT
                   SET WS-TEACHER-IDX TO WS-TEACHER-COUNT
                   MOVE WS-TCH-LOOKUP-ID TO
                       WS-TEACHER-CODE(WS-TEACHER-IDX)
                   MOVE 0 TO WS-TEACHER-COURSES(WS-TEACHER-IDX)
                   MOVE 0 TO WS-TEACHER-CREDITS(WS-TEACHER-IDX)
           END-IF.

           ADD 1 TO WS-TEACHER-COURSES(WS-TEACHER-IDX).
           COMPUTE WS-TEACHER-CREDITS(WS-TEACHER-IDX) ROUNDED
               = WS-TEACHER-CREDITS(WS-TEACHER-IDX)
               + SYL-CREDITS * WS-TCH-SHARE / 100.

           IF WS-TEACHER-COURSES(WS-TEACHER-IDX) <= 30
               MOVE SYL-COURSE-ID TO
               MOVE SYL-COURSE-NAME TO
                   WS-TC-COURSE-NAME(WS-TEACHER-IDX,
                       WS-TEACHER-COURSES(WS-TEACHER-IDX))
               MOVE WS-TCH-SHARE TO
                   WS-TC-SHARE(WS-TEACHER-IDX,
                       WS-TEACHER-COURSES(WS-TEACHER-IDX))
           END-IF.

       FIND-TEACHER-ENTRY.
           IF WS-TEACHER-COUNT > 0
               SET WS-TEACHER-IDX TO 1
               SEARCH WS-TEACHER-ENTRY
                   WHEN WS-TEACHER-CODE(WS-TEACHER-IDX)
                           = WS-TCH-LOOKUP-ID
                       MOVE "Y" TO WS-FOUND-FLAG
               END-SEARCH
           END-IF.
                   DISPLAY "教員ID: " WS-TEACHER-CODE(WS-WORK-IDX)
                   DISPLAY "科目数: "
                       WS-TEACHER-COURSES(WS-WORK-IDX)
                   MOVE WS-TEACHER-CREDITS(WS-WORK-IDX)
                       TO WS-CREDIT-DISPLAY
                   DISPLAY "単位数: " WS-CREDIT-DISPLAY
                   DISPLAY "担当科目一覧:"
                   PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
                           UNTIL WS-LIST-IDX >
                           WS-TC-COURSE-ID(WS-WORK-IDX, WS-LIST-IDX)
                           " "
                           WS-TC-COURSE-NAME(WS-WORK-IDX, WS-LIST-IDX)
                           " "
                           WS-TC-SHARE(WS-WORK-IDX, WS-LIST-IDX) "%"
                   END-PERFORM
               END-PERFORM
           END-IF.
