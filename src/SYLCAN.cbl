       01 WS-PARAM-2               PIC X(50).
       01 WS-RESULT                PIC X(200).
       01 WS-RETURN-CODE           PIC 9.
       01 WS-SEAT-UPDATE           PIC X(2).

       01 WS-ACTIVE-COUNT          PIC 9(3) VALUE 0.
       01 WS-MIN-ENROLLMENT        PIC 9(3) VALUE 0.

           PERFORM WRITE-JOURNAL-RECORD.
           PERFORM RELEASE-SCHEDULE-XREF.
           PERFORM CLOSE-SECTION-SEAT-COUNT.
           PERFORM WRITE-TEACHER-NOTICE.

      *    閉講は区分単位。履修明細は科目単位のため、閉講でない
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.

      * 閉講区分の座席数の定員を0にする(SYLCOM "Q")
       CLOSE-SECTION-SEAT-COUNT.
           MOVE "Q" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE SYL-COURSE-ID TO WS-PARAM-1(1:6).
           MOVE SYL-ACADEMIC-YEAR TO WS-PARAM-1(7:4).
           MOVE SYL-SECTION-NO TO WS-PARAM-1(11:2).
           MOVE SPACES TO WS-PARAM-2.
           MOVE "C" TO WS-PARAM-2(1:1).
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.

       WRITE-TEACHER-NOTICE.
           OPEN EXTEND NOTIFY-FILE.
           IF WS-NTF-FILE-STATUS NOT = "00"
           MOVE SYL-ACADEMIC-YEAR TO NTF-ACADEMIC-YEAR.
           SET NTF-DECISION-CANCELLED TO TRUE.
           MOVE FUNCTION CURRENT-DATE TO NTF-TIMESTAMP.
           MOVE SPACES TO NTF-STUDENT-ID.
           SET NTF-UNSENT TO TRUE.
           WRITE NOTIFY-RECORD.
           CLOSE NOTIFY-FILE.
               INVALID KEY
                   DISPLAY "エラー:履修更新に失敗 "
                           ENR-STUDENT-ID
               NOT INVALID KEY
                   MOVE "E-" TO WS-SEAT-UPDATE
                   PERFORM UPDATE-SEAT-COUNT
           END-REWRITE.
           ADD 1 TO WS-DISPLACED-COUNT.

           MOVE SYLLABUS-RECORD TO JRN-RECORD-IMAGE.
           WRITE JOURNAL-RECORD.
           CLOSE JOURNAL-FILE.

      * 区分別座席数ファイルの加減(SYLCOM "Q")
       UPDATE-SEAT-COUNT.
           MOVE "Q" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE ENR-COURSE-ID TO WS-PARAM-1(1:6).
           MOVE ENR-ACADEMIC-YEAR TO WS-PARAM-1(7:4).
           MOVE ENR-SECTION-NO TO WS-PARAM-1(11:2).
           MOVE ENR-STUDENT-ID TO WS-PARAM-1(13:8).
           MOVE SPACES TO WS-PARAM-2.
           MOVE WS-SEAT-UPDATE TO WS-PARAM-2(1:2).
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.
