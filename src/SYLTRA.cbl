               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT COTEACH-FILE
               ASSIGN TO "coteach.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTC-KEY
               FILE STATUS IS WS-CTC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SYLLABUS-FILE.
       FD JOURNAL-FILE.
           COPY "copybooks/JOURNALFILE.cpy".

       FD COTEACH-FILE.
           COPY "copybooks/COTEACHFILE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS           PIC XX VALUE "00".
          88 WS-FILE-SUCCESS       VALUE "00".
             10 WS-CT-CLASS-DAY    PIC 9.
             10 WS-CT-CLASS-PERIOD PIC 99.
             10 WS-CT-CLASS-ROOM   PIC X(10).
             10 WS-CT-KIND         PIC X.
                88 WS-CT-LEAD          VALUE "L".
                88 WS-CT-CO-TEACHER    VALUE "C".

       01 WS-COURSE-IDX            PIC 9(3).

       01 WS-JOURNAL-FILE-STATUS   PIC XX VALUE "00".
       01 WS-OPERATOR-ID           PIC X(10).

       01 WS-CTC-FILE-STATUS       PIC XX VALUE "00".
          88 WS-CTC-FILE-SUCCESS   VALUE "00".

       01 WS-CTC-OPEN-FLAG         PIC X VALUE "N".
          88 WS-CTC-OPENED         VALUE "Y".

       01 WS-CTC-EOF-FLAG          PIC X VALUE "N".
          88 WS-CTC-EOF            VALUE "Y".

       01 WS-CTC-HOLD-ROLE         PIC X.
       01 WS-CTC-HOLD-SHARE        PIC 999.
       01 WS-KIND-TEXT             PIC X(8).

       SCREEN SECTION.
       01 TRA-INPUT-SCREEN.
           05 BLANK SCREEN.
               GOBACK
           END-IF.

           OPEN I-O COTEACH-FILE.
           IF WS-CTC-FILE-SUCCESS
               MOVE "Y" TO WS-CTC-OPEN-FLAG
           ELSE
               CLOSE COTEACH-FILE
           END-IF.

           PERFORM BUILD-TARGET-LIST.
           IF WS-CTC-OPENED
               PERFORM BUILD-CO-TARGET-LIST
           END-IF.
           IF WS-COURSE-COUNT = 0
               DISPLAY "該当する担当科目がありません。"
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.

               DISPLAY "一括変更をキャンセルしました。"
           END-IF.

           PERFORM CLOSE-FILES.
           GOBACK.

       CLOSE-FILES.
           CLOSE SYLLABUS-FILE.
           IF WS-CTC-OPENED
               CLOSE COTEACH-FILE
           END-IF.

       VALIDATE-NEW-TEACHER.
           MOVE "T" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
                               IF WS-COURSE-COUNT < 100
                                   ADD 1 TO WS-COURSE-COUNT
                                   PERFORM SAVE-TARGET-ENTRY
                                   SET WS-CT-LEAD(WS-COURSE-COUNT)
                                       TO TRUE
                               ELSE
                                   MOVE "Y" TO WS-OVERFLOW-FLAG
                               END-IF
               TO WS-CT-CLASS-PERIOD(WS-COURSE-COUNT).
           MOVE SYL-CLASS-ROOM TO WS-CT-CLASS-ROOM(WS-COURSE-COUNT).

      *-----------------------------------------------------------
      * 旧教員が共同担当する対象年度の区分も表に加える
      *-----------------------------------------------------------
       BUILD-CO-TARGET-LIST.
           MOVE "N" TO WS-CTC-EOF-FLAG.
           MOVE LOW-VALUES TO CTC-KEY.
           START COTEACH-FILE KEY IS NOT LESS THAN CTC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CTC-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-CTC-EOF
               READ COTEACH-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CTC-EOF-FLAG
                   NOT AT END
                       IF CTC-TEACHER-ID = WS-OLD-TEACHER-ID
                           AND CTC-ACADEMIC-YEAR = WS-TARGET-YEAR
                           PERFORM SAVE-CO-TARGET-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       SAVE-CO-TARGET-ENTRY.
           MOVE CTC-COURSE-ID TO SYL-COURSE-ID.
           MOVE CTC-ACADEMIC-YEAR TO SYL-ACADEMIC-YEAR.
           MOVE CTC-SECTION-NO TO SYL-SECTION-NO.
           READ SYLLABUS-FILE
               KEY IS SYL-RECORD-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF WS-COURSE-COUNT < 100
               ADD 1 TO WS-COURSE-COUNT
               PERFORM SAVE-TARGET-ENTRY
               SET WS-CT-CO-TEACHER(WS-COURSE-COUNT) TO TRUE
           ELSE
               MOVE "Y" TO WS-OVERFLOW-FLAG
           END-IF.

       LIST-TARGET-COURSES.
           DISPLAY " ".
           DISPLAY "==== 対象科目一覧 ====".
           PERFORM VARYING WS-COURSE-IDX FROM 1 BY 1
                   UNTIL WS-COURSE-IDX > WS-COURSE-COUNT
               IF WS-CT-CO-TEACHER(WS-COURSE-IDX)
                   MOVE "(共同)" TO WS-KIND-TEXT
               ELSE
                   MOVE SPACES TO WS-KIND-TEXT
               END-IF
               DISPLAY WS-CT-COURSE-ID(WS-COURSE-IDX) " "
                   WS-CT-COURSE-NAME(WS-COURSE-IDX)
                   " 曜日:" WS-CT-CLASS-DAY(WS-COURSE-IDX)
                   " 時限:" WS-CT-CLASS-PERIOD(WS-COURSE-IDX)
                   " " WS-KIND-TEXT
           END-PERFORM.
           DISPLAY "======================".

               EXIT PARAGRAPH
           END-IF.

      *    新教員が既にその区分の共同担当なら付け替えない
           IF WS-CTC-OPENED
               MOVE WS-CT-COURSE-ID(WS-COURSE-IDX) TO CTC-COURSE-ID
               MOVE WS-TARGET-YEAR TO CTC-ACADEMIC-YEAR
               MOVE WS-CT-SECTION-NO(WS-COURSE-IDX) TO CTC-SECTION-NO
               MOVE WS-NEW-TEACHER-ID TO CTC-TEACHER-ID
               READ COTEACH-FILE
                   KEY IS CTC-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-CONFLICT-COUNT
                       DISPLAY "競合: "
                               WS-CT-COURSE-ID(WS-COURSE-IDX)
                               " 新教員が共同担当済み"
                       EXIT PARAGRAPH
               END-READ
           END-IF.

           IF WS-CT-CO-TEACHER(WS-COURSE-IDX)
               PERFORM REASSIGN-ONE-CO-TEACHER
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CT-COURSE-ID(WS-COURSE-IDX) TO SYL-COURSE-ID.
           MOVE WS-TARGET-YEAR TO SYL-ACADEMIC-YEAR.
           MOVE WS-CT-SECTION-NO(WS-COURSE-IDX) TO SYL-SECTION-NO.
                   ADD 1 TO WS-SUCCESS-COUNT
                   PERFORM WRITE-JOURNAL-RECORD
                   PERFORM UPDATE-SCHEDULE-XREF
                   PERFORM UPDATE-TEACHER-INDEX
                   DISPLAY "変更: " WS-CT-COURSE-ID(WS-COURSE-IDX)
                           " -> " WS-NEW-TEACHER-ID
           END-REWRITE.

      *-----------------------------------------------------------
      * 共同担当の付け替え: 役割と負担割合を引き継いで新教員で
      * 登録し直す(新教員が主担当の区分は付け替えない)
      *-----------------------------------------------------------
       REASSIGN-ONE-CO-TEACHER.
           MOVE WS-CT-COURSE-ID(WS-COURSE-IDX) TO SYL-COURSE-ID.
           MOVE WS-TARGET-YEAR TO SYL-ACADEMIC-YEAR.
           MOVE WS-CT-SECTION-NO(WS-COURSE-IDX) TO SYL-SECTION-NO.
           READ SYLLABUS-FILE
               KEY IS SYL-RECORD-KEY
               INVALID KEY
                   ADD 1 TO WS-CONFLICT-COUNT
                   DISPLAY "競合: " WS-CT-COURSE-ID(WS-COURSE-IDX)
                           " 読込に失敗"
                   EXIT PARAGRAPH
           END-READ.
           IF SYL-TEACHER-ID = WS-NEW-TEACHER-ID
               ADD 1 TO WS-CONFLICT-COUNT
               DISPLAY "競合: " WS-CT-COURSE-ID(WS-COURSE-IDX)
                       " 新教員が主担当"
               EXIT PARAGRAPH
           END-IF.

           MOVE SYL-COURSE-ID TO CTC-COURSE-ID.
           MOVE SYL-ACADEMIC-YEAR TO CTC-ACADEMIC-YEAR.
           MOVE SYL-SECTION-NO TO CTC-SECTION-NO.
           MOVE WS-OLD-TEACHER-ID TO CTC-TEACHER-ID.
           READ COTEACH-FILE
               KEY IS CTC-KEY
               INVALID KEY
                   ADD 1 TO WS-CONFLICT-COUNT
                   DISPLAY "競合: " WS-CT-COURSE-ID(WS-COURSE-IDX)
                           " 共同担当が変更済み"
                   EXIT PARAGRAPH
           END-READ.
           MOVE CTC-ROLE TO WS-CTC-HOLD-ROLE.
           MOVE CTC-SHARE-PCT TO WS-CTC-HOLD-SHARE.
           DELETE COTEACH-FILE
               INVALID KEY
                   ADD 1 TO WS-CONFLICT-COUNT
                   DISPLAY "競合: " WS-CT-COURSE-ID(WS-COURSE-IDX)
                           " 更新に失敗"
                   EXIT PARAGRAPH
           END-DELETE.

           MOVE WS-NEW-TEACHER-ID TO CTC-TEACHER-ID.
           MOVE WS-CTC-HOLD-ROLE TO CTC-ROLE.
           MOVE WS-CTC-HOLD-SHARE TO CTC-SHARE-PCT.
           WRITE CO-TEACHER-RECORD
               INVALID KEY
                   ADD 1 TO WS-CONFLICT-COUNT
                   DISPLAY "競合: " WS-CT-COURSE-ID(WS-COURSE-IDX)
                           " 更新に失敗"
               NOT INVALID KEY
                   ADD 1 TO WS-SUCCESS-COUNT
                   PERFORM UPDATE-TEACHER-INDEX
                   DISPLAY "変更: " WS-CT-COURSE-ID(WS-COURSE-IDX)
                           " -> " WS-NEW-TEACHER-ID " (共同)"
           END-WRITE.

      *-----------------------------------------------------------
      * 教員別索引の保守(SYLCOM "N"。旧教員分を除き新教員分を登録)
      *-----------------------------------------------------------
       UPDATE-TEACHER-INDEX.
           MOVE "N" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE SYL-COURSE-ID TO WS-PARAM-1(1:6).
           MOVE SYL-ACADEMIC-YEAR TO WS-PARAM-1(7:4).
           MOVE SYL-SECTION-NO TO WS-PARAM-1(11:2).
           MOVE WS-NEW-TEACHER-ID TO WS-PARAM-1(17:5).
           MOVE SPACES TO WS-PARAM-2.
           MOVE "W" TO WS-PARAM-2(1:1).
           MOVE WS-OLD-TEACHER-ID TO WS-PARAM-2(6:5).
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.

      *-----------------------------------------------------------
      * 時間割索引の保守(SYLCOM "X")
      *-----------------------------------------------------------
