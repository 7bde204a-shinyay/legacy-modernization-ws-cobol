          05 WS-GRID-PERIOD OCCURS 8 TIMES.
             10 WS-GRID-CELL OCCURS 7 TIMES PIC X(8).

       01 WS-FUNCTION-CODE         PIC X.
       01 WS-PARAM-1               PIC X(50).
       01 WS-PARAM-2               PIC X(50).
       01 WS-RESULT                PIC X(200).
       01 WS-RETURN-CODE           PIC 9.

      * 教員別では共同担当教員の時間割にも科目を載せる
       01 WS-CO-COUNT              PIC 9.
       01 WS-CO-IDX                PIC 9.
       01 WS-CO-POS                PIC 99.
       01 WS-CO-MATCH-FLAG         PIC X VALUE "N".
          88 WS-CO-MATCH           VALUE "Y".

       01 WS-WORK-IDX              PIC 999.
       01 WS-PERIOD-IDX            PIC 99.
       01 WS-PERIOD-DISPLAY        PIC 9.
                   MOVE SYL-DEPARTMENT-ID TO WS-GROUP-LOOKUP-KEY
           END-EVALUATE.

           PERFORM ADD-GROUP-KEY.

           IF WS-MODE-TEACHER
               PERFORM GET-CO-TEACHERS
               MOVE 5 TO WS-CO-POS
               PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                       UNTIL WS-CO-IDX > WS-CO-COUNT
                   MOVE SPACES TO WS-GROUP-LOOKUP-KEY
                   MOVE WS-RESULT(WS-CO-POS:5) TO WS-GROUP-LOOKUP-KEY
                   PERFORM ADD-GROUP-KEY
                   ADD 9 TO WS-CO-POS
               END-PERFORM
           END-IF.

       ADD-GROUP-KEY.
           IF WS-GROUP-LOOKUP-KEY = SPACES
               EXIT PARAGRAPH
           END-IF.
           END-EVALUATE.

           IF WS-GROUP-LOOKUP-KEY NOT = WS-CURRENT-GROUP-KEY
               IF NOT WS-MODE-TEACHER
                   EXIT PARAGRAPH
               END-IF
               PERFORM CHECK-CO-TEACHER-MATCH
               IF NOT WS-CO-MATCH
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF WS-EFF-CLASS-PERIOD < 1 OR WS-EFF-CLASS-PERIOD > 8
                   (WS-EFF-CLASS-PERIOD, WS-EFF-CLASS-DAY)
           END-IF.

      *-----------------------------------------------------------
      * 共同担当教員の一覧を求める(SYLCOM "K")
      *-----------------------------------------------------------
       GET-CO-TEACHERS.
           MOVE "K" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE SYL-COURSE-ID TO WS-PARAM-1(1:6).
           MOVE SYL-ACADEMIC-YEAR TO WS-PARAM-1(7:4).
           MOVE SYL-SECTION-NO TO WS-PARAM-1(11:2).
           MOVE SPACES TO WS-PARAM-2.
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.
           MOVE WS-RESULT(1:1) TO WS-CO-COUNT.

       CHECK-CO-TEACHER-MATCH.
           MOVE "N" TO WS-CO-MATCH-FLAG.
           PERFORM GET-CO-TEACHERS.
           MOVE 5 TO WS-CO-POS.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT OR WS-CO-MATCH
               IF WS-RESULT(WS-CO-POS:5)
                       = WS-CURRENT-GROUP-KEY(1:5)
                   MOVE "Y" TO WS-CO-MATCH-FLAG
               END-IF
               ADD 9 TO WS-CO-POS
           END-PERFORM.

      *-----------------------------------------------------------
      * 時間割例外を適用した実効の曜日・時限・教室を求める
      * (基準日が期間内の例外があれば上書き値を採用する)
