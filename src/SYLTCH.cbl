           05 LINE 5 COLUMN 28 PIC X(4) USING TCH-DEPARTMENT-ID.
           05 LINE 6 COLUMN 1 VALUE "メールアドレス: ".
           05 LINE 6 COLUMN 28 PIC X(30) USING TCH-EMAIL.
           05 LINE 7 COLUMN 1 VALUE "雇用区分: ".
           05 LINE 7 COLUMN 28 PIC X USING TCH-EMPLOY-TYPE.
           05 LINE 7 COLUMN 30 VALUE "(F=専任 P=非常勤)".

       01 TCH-SEARCH-SCREEN.
           05 BLANK SCREEN.
           05 LINE 5 COLUMN 28 PIC X(4) USING TCH-DEPARTMENT-ID.
           05 LINE 6 COLUMN 1 VALUE "メールアドレス: ".
           05 LINE 6 COLUMN 28 PIC X(30) USING TCH-EMAIL.
           05 LINE 7 COLUMN 1 VALUE "雇用区分: ".
           05 LINE 7 COLUMN 28 PIC X USING TCH-EMPLOY-TYPE.
           05 LINE 7 COLUMN 30 VALUE "(F=専任 P=非常勤)".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE TEACHER-RECORD.
           DISPLAY TCH-INPUT-SCREEN.
           ACCEPT TCH-INPUT-SCREEN.
           IF NOT TCH-FULL-TIME AND NOT TCH-PART-TIME
               DISPLAY "エラー:雇用区分はFかPです。"
               EXIT PARAGRAPH
           END-IF.

           WRITE TEACHER-RECORD
               INVALID KEY
           IF WS-FILE-SUCCESS
               DISPLAY TCH-UPDATE-SCREEN
               ACCEPT TCH-UPDATE-SCREEN
               IF NOT TCH-FULL-TIME AND NOT TCH-PART-TIME
                   DISPLAY "エラー:雇用区分はFかPです。"
                   EXIT PARAGRAPH
               END-IF
               REWRITE TEACHER-RECORD
                   INVALID KEY
                       DISPLAY "エラー:更新に失敗。"
                   NOT AT END
                       DISPLAY TCH-ID " " TCH-NAME " "
                           TCH-DEPARTMENT-ID " " TCH-EMAIL
                           " " TCH-EMPLOY-TYPE
               END-READ
           END-PERFORM.
           DISPLAY "=============================".
