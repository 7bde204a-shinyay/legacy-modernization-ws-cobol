               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT COTEACH-FILE
               ASSIGN TO "coteach.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTC-KEY
               FILE STATUS IS WS-CTC-FILE-STATUS.

           SELECT COURSE-OUTCOME-FILE
               ASSIGN TO "crsoutcome.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COT-KEY
               FILE STATUS IS WS-COT-FILE-STATUS.

           SELECT ATTENDANCE-FILE
               ASSIGN TO "attendance.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATT-KEY
               FILE STATUS IS WS-ATT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SYLLABUS-FILE.
       FD AUDIT-FILE.
           COPY "copybooks/AUDITFILE.cpy".

       FD COTEACH-FILE.
           COPY "copybooks/COTEACHFILE.cpy".

       FD COURSE-OUTCOME-FILE.
           COPY "copybooks/CRSOUTFILE.cpy".

       FD ATTENDANCE-FILE.
           COPY "copybooks/ATTENDFILE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS           PIC XX VALUE "00".
          88 WS-FILE-SUCCESS       VALUE "00".

       01 WS-AUDIT-FILE-STATUS    PIC XX VALUE "00".

       01 WS-CTC-FILE-STATUS      PIC XX VALUE "00".
          88 WS-CTC-FILE-SUCCESS  VALUE "00".
       01 WS-COT-FILE-STATUS      PIC XX VALUE "00".
          88 WS-COT-FILE-SUCCESS  VALUE "00".
       01 WS-ATT-FILE-STATUS      PIC XX VALUE "00".
          88 WS-ATT-FILE-SUCCESS  VALUE "00".

      * 区分に従属する明細の削除
       01 WS-PURGE-EOF-FLAG       PIC X VALUE "N".
          88 WS-PURGE-EOF         VALUE "Y".
       01 WS-PURGE-COUNT          PIC 9(5) VALUE 0.

       01 WS-OPERATOR-ID          PIC X(10).

       01 WS-PERM-FILE-STATUS     PIC XX VALUE "00".
               PERFORM WRITE-JOURNAL-RECORD
               PERFORM UPDATE-SCHEDULE-XREF
               PERFORM UPDATE-ALT-INDEXES
               PERFORM PURGE-CO-TEACHERS
               PERFORM PURGE-COURSE-OUTCOMES
               PERFORM PURGE-ATTENDANCE
               IF WS-FREEZE-OVERRIDE
                   PERFORM WRITE-AUDIT-RECORD
               END-IF
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.

      *-----------------------------------------------------------
      * 削除した区分の共同担当教員・学習成果対応・出欠を削除する
      *-----------------------------------------------------------
       PURGE-CO-TEACHERS.
           OPEN I-O COTEACH-FILE.
           IF NOT WS-CTC-FILE-SUCCESS
               CLOSE COTEACH-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-PURGE-COUNT.
           MOVE "N" TO WS-PURGE-EOF-FLAG.
           MOVE SYL-COURSE-ID TO CTC-COURSE-ID.
           MOVE SYL-ACADEMIC-YEAR TO CTC-ACADEMIC-YEAR.
           MOVE SYL-SECTION-NO TO CTC-SECTION-NO.
           MOVE LOW-VALUES TO CTC-TEACHER-ID.
           START COTEACH-FILE KEY IS NOT LESS THAN CTC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PURGE-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-PURGE-EOF
               READ COTEACH-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PURGE-EOF-FLAG
                   NOT AT END
                       IF CTC-COURSE-ID = SYL-COURSE-ID
                           AND CTC-ACADEMIC-YEAR = SYL-ACADEMIC-YEAR
                           AND CTC-SECTION-NO = SYL-SECTION-NO
                           DELETE COTEACH-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-PURGE-COUNT
                           END-DELETE
                       ELSE
                           MOVE "Y" TO WS-PURGE-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COTEACH-FILE.
           IF WS-PURGE-COUNT > 0
               DISPLAY "共同担当教員を削除: "
                       WS-PURGE-COUNT "件"
           END-IF.

       PURGE-COURSE-OUTCOMES.
           OPEN I-O COURSE-OUTCOME-FILE.
           IF NOT WS-COT-FILE-SUCCESS
               CLOSE COURSE-OUTCOME-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-PURGE-COUNT.
           MOVE "N" TO WS-PURGE-EOF-FLAG.
           MOVE LOW-VALUES TO COT-KEY.
           MOVE SYL-COURSE-ID TO COT-COURSE-ID.
           MOVE SYL-ACADEMIC-YEAR TO COT-ACADEMIC-YEAR.
           MOVE SYL-SECTION-NO TO COT-SECTION-NO.
           START COURSE-OUTCOME-FILE KEY IS NOT LESS THAN COT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PURGE-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-PURGE-EOF
               READ COURSE-OUTCOME-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PURGE-EOF-FLAG
                   NOT AT END
                       IF COT-COURSE-ID = SYL-COURSE-ID
                           AND COT-ACADEMIC-YEAR = SYL-ACADEMIC-YEAR
                           AND COT-SECTION-NO = SYL-SECTION-NO
                           DELETE COURSE-OUTCOME-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-PURGE-COUNT
                           END-DELETE
                       ELSE
                           MOVE "Y" TO WS-PURGE-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COURSE-OUTCOME-FILE.
           IF WS-PURGE-COUNT > 0
               DISPLAY "学習成果対応を削除: "
                       WS-PURGE-COUNT "件"
           END-IF.

       PURGE-ATTENDANCE.
           OPEN I-O ATTENDANCE-FILE.
           IF NOT WS-ATT-FILE-SUCCESS
               CLOSE ATTENDANCE-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-PURGE-COUNT.
           MOVE "N" TO WS-PURGE-EOF-FLAG.
           MOVE LOW-VALUES TO ATT-KEY.
           MOVE SYL-COURSE-ID TO ATT-COURSE-ID.
           MOVE SYL-ACADEMIC-YEAR TO ATT-ACADEMIC-YEAR.
           MOVE SYL-SECTION-NO TO ATT-SECTION-NO.
           START ATTENDANCE-FILE KEY IS NOT LESS THAN ATT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PURGE-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-PURGE-EOF
               READ ATTENDANCE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PURGE-EOF-FLAG
                   NOT AT END
                       IF ATT-COURSE-ID = SYL-COURSE-ID
                           AND ATT-ACADEMIC-YEAR = SYL-ACADEMIC-YEAR
                           AND ATT-SECTION-NO = SYL-SECTION-NO
                           DELETE ATTENDANCE-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-PURGE-COUNT
                           END-DELETE
                       ELSE
                           MOVE "Y" TO WS-PURGE-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ATTENDANCE-FILE.
           IF WS-PURGE-COUNT > 0
               DISPLAY "出欠記録を削除: "
                       WS-PURGE-COUNT "件"
           END-IF.

      *-----------------------------------------------------------
      * シラバス更新ジャーナルへの記録
      *-----------------------------------------------------------
