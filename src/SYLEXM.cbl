      *****************************************************************
      * シラバス管理システム - 期末試験日程保守プログラム(SYLEXM)
      * 試験日程の保守と競合チェック(教室・教室予約・学生の
      * 重複受験)、
      * 出席不足による受験資格なし学生の一覧。日程の変更・削除は
      * 試験監督割当にも反映する
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLEXM.
               RECORD KEY IS ENR-KEY
               FILE STATUS IS WS-ENR-FILE-STATUS.

           SELECT ATTEND-STATUS-FILE
               ASSIGN TO "attstat.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATS-KEY
               FILE STATUS IS WS-ATS-FILE-STATUS.

           SELECT PROCTOR-FILE
               ASSIGN TO "proctor.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-KEY
               FILE STATUS IS WS-PRC-FILE-STATUS.

           SELECT NOTIFY-FILE
               ASSIGN TO "notify.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EXAM-FILE.
       FD ENROLLMENT-FILE.
           COPY "copybooks/ENROLLFILE.cpy".

       FD ATTEND-STATUS-FILE.
           COPY "copybooks/ATTSTATFILE.cpy".

       FD PROCTOR-FILE.
           COPY "copybooks/PROCTORFILE.cpy".

       FD NOTIFY-FILE.
           COPY "copybooks/NOTIFYFILE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS           PIC XX VALUE "00".
          88 WS-FILE-SUCCESS       VALUE "00".
       01 WS-ENR-FILE-STATUS       PIC XX VALUE "00".
          88 WS-ENR-FILE-SUCCESS   VALUE "00".

       01 WS-ATS-FILE-STATUS       PIC XX VALUE "00".
          88 WS-ATS-FILE-SUCCESS   VALUE "00".

       01 WS-ATS-OPEN-FLAG         PIC X VALUE "N".
          88 WS-ATS-OPENED         VALUE "Y".

       01 WS-PRC-FILE-STATUS       PIC XX VALUE "00".
          88 WS-PRC-FILE-SUCCESS   VALUE "00".

       01 WS-PRC-OPEN-FLAG         PIC X VALUE "N".
          88 WS-PRC-OPENED         VALUE "Y".

       01 WS-NTF-FILE-STATUS       PIC XX VALUE "00".

       01 WS-PRC-EOF-FLAG          PIC X VALUE "N".
          88 WS-PRC-EOF            VALUE "Y".
       01 WS-PROCTOR-COUNT         PIC 9(3) VALUE 0.

       01 WS-INELIGIBLE-COUNT      PIC 9(5) VALUE 0.

       01 WS-MENU-OPTION           PIC 9 VALUE 0.
       01 WS-EOF-FLAG              PIC X VALUE "N".
          88 WS-EOF                VALUE "Y".

       01 WS-TARGET-YEAR           PIC X(4).

       01 WS-FUNCTION-CODE         PIC X.
       01 WS-PARAM-1               PIC X(50).
       01 WS-PARAM-2               PIC X(50).
       01 WS-RESULT                PIC X(200).
       01 WS-RETURN-CODE           PIC 9.

      * 競合チェック用の試験日程表(最大200件)
       01 WS-EXAM-TABLE.
          05 WS-EXM-COUNT          PIC 9(3) VALUE 0.
           05 LINE 5 COLUMN 1 VALUE "3. 削除".
           05 LINE 6 COLUMN 1 VALUE "4. 一覧表示".
           05 LINE 7 COLUMN 1 VALUE "5. 競合チェック".
           05 LINE 8 COLUMN 1 VALUE "6. 受験資格なし一覧".
           05 LINE 9 COLUMN 1 VALUE "9. 終了".
           05 LINE 11 COLUMN 1 VALUE "選択 (1-6,9): ".
           05 LINE 11 COLUMN 16 PIC 9 USING WS-MENU-OPTION.

       01 EXM-INPUT-SCREEN.
           05 BLANK SCREEN.
           05 LINE 3 COLUMN 1 VALUE "対象年度(4桁):".
           05 LINE 3 COLUMN 20 PIC X(4) USING WS-TARGET-YEAR.

       01 EXM-ELIG-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "受験資格なし一覧".
           05 LINE 3 COLUMN 1 VALUE "科目コード: ".
           05 LINE 3 COLUMN 25 PIC X(6) USING WS-SEARCH-COURSE-ID.
           05 LINE 4 COLUMN 1 VALUE "対象年度(4桁): ".
           05 LINE 4 COLUMN 25 PIC X(4)
               USING WS-SEARCH-ACADEMIC-YEAR.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM OPEN-FILES.
                       PERFORM LIST-EXAMS
                   WHEN 5
                       PERFORM CHECK-EXAM-CONFLICTS
                   WHEN 6
                       PERFORM LIST-INELIGIBLE-STUDENTS
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
           END-IF.
           OPEN INPUT SYLLABUS-FILE.
           OPEN INPUT ENROLLMENT-FILE.
           OPEN INPUT ATTEND-STATUS-FILE.
           IF WS-ATS-FILE-SUCCESS
               MOVE "Y" TO WS-ATS-OPEN-FLAG
           END-IF.
           OPEN I-O PROCTOR-FILE.
           IF WS-PRC-FILE-SUCCESS
               MOVE "Y" TO WS-PRC-OPEN-FLAG
           END-IF.

       CLOSE-FILES.
           CLOSE EXAM-FILE.
           CLOSE SYLLABUS-FILE.
           CLOSE ENROLLMENT-FILE.
           IF WS-ATS-OPENED
               CLOSE ATTEND-STATUS-FILE
           END-IF.
           IF WS-PRC-OPENED
               CLOSE PROCTOR-FILE
           END-IF.

      *-----------------------------------------------------------
      * 試験日程登録(科目区分の存在を確認してから登録)
                   EXIT PARAGRAPH
           END-READ.

           PERFORM CHECK-EXAM-BOOKING.
           IF WS-RETURN-CODE = 1
               DISPLAY FUNCTION TRIM(WS-RESULT(1:70))
               EXIT PARAGRAPH
           END-IF.

           WRITE EXAM-RECORD
               INVALID KEY
                   DISPLAY "エラー:試験日程がすでに存在。"
           IF WS-FILE-SUCCESS
               DISPLAY EXM-UPDATE-SCREEN
               ACCEPT EXM-UPDATE-SCREEN
               PERFORM CHECK-EXAM-BOOKING
               IF WS-RETURN-CODE = 1
                   DISPLAY FUNCTION TRIM(WS-RESULT(1:70))
                   EXIT PARAGRAPH
               END-IF
               REWRITE EXAM-RECORD
                   INVALID KEY
                       DISPLAY "エラー:更新に失敗。"
                   NOT INVALID KEY
                       PERFORM REFRESH-PROCTORS
               END-REWRITE
           END-IF.

      * 試験の教室・日・時限が臨時の教室予約と重ならないこと
       CHECK-EXAM-BOOKING.
           MOVE "B" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE EXM-EXAM-ROOM TO WS-PARAM-1(1:10).
           MOVE EXM-EXAM-SLOT TO WS-PARAM-1(11:2).
           MOVE EXM-EXAM-DATE TO WS-PARAM-1(13:8).
           MOVE EXM-EXAM-DATE TO WS-PARAM-1(21:8).
           MOVE "O" TO WS-PARAM-1(29:1).
           MOVE SPACES TO WS-PARAM-2.
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.

       DELETE-EXAM-RECORD.
           PERFORM FIND-EXAM.
           IF WS-FILE-SUCCESS
                       DISPLAY "エラー:削除に失敗。"
                   NOT INVALID KEY
                       DISPLAY "削除しました。"
                       PERFORM RELEASE-PROCTORS
               END-DELETE
           END-IF.

      *-----------------------------------------------------------
      * 日程変更: 監督割当の日時・教室を合わせ、重複の再確認を促す
      *-----------------------------------------------------------
       REFRESH-PROCTORS.
           IF NOT WS-PRC-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-PROCTOR-COUNT.
           PERFORM START-EXAM-PROCTORS.
           PERFORM UNTIL WS-PRC-EOF
               READ PROCTOR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PRC-EOF-FLAG
                   NOT AT END
                       IF PRC-COURSE-ID NOT = EXM-COURSE-ID
                           OR PRC-ACADEMIC-YEAR NOT = EXM-ACADEMIC-YEAR
                           OR PRC-SECTION-NO NOT = EXM-SECTION-NO
                           MOVE "Y" TO WS-PRC-EOF-FLAG
                       ELSE
                           MOVE EXM-EXAM-DATE TO PRC-EXAM-DATE
                           MOVE EXM-EXAM-SLOT TO PRC-EXAM-SLOT
                           MOVE EXM-EXAM-ROOM TO PRC-EXAM-ROOM
                           REWRITE PROCTOR-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                           ADD 1 TO WS-PROCTOR-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PROCTOR-COUNT > 0
               DISPLAY "警告:監督" WS-PROCTOR-COUNT
                       "名の日時を更新。試験監督交替で"
               DISPLAY "      重複を確認してください。"
           END-IF.

      *-----------------------------------------------------------
      * 日程削除: 監督割当を外し、各教員に解除を通知する
      *-----------------------------------------------------------
       RELEASE-PROCTORS.
           IF NOT WS-PRC-OPENED
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND NOTIFY-FILE.
           IF WS-NTF-FILE-STATUS NOT = "00"
               OPEN OUTPUT NOTIFY-FILE
           END-IF.
           PERFORM START-EXAM-PROCTORS.
           PERFORM UNTIL WS-PRC-EOF
               READ PROCTOR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PRC-EOF-FLAG
                   NOT AT END
                       IF PRC-COURSE-ID NOT = EXM-COURSE-ID
                           OR PRC-ACADEMIC-YEAR NOT = EXM-ACADEMIC-YEAR
                           OR PRC-SECTION-NO NOT = EXM-SECTION-NO
                           MOVE "Y" TO WS-PRC-EOF-FLAG
                       ELSE
                           DELETE PROCTOR-FILE RECORD
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                           MOVE PRC-TEACHER-ID TO NTF-TEACHER-ID
                           MOVE PRC-COURSE-ID TO NTF-COURSE-ID
                           MOVE PRC-ACADEMIC-YEAR
                               TO NTF-ACADEMIC-YEAR
                           SET NTF-PROCTOR-RELEASED TO TRUE
                           MOVE FUNCTION CURRENT-DATE
                               TO NTF-TIMESTAMP
                           MOVE SPACES TO NTF-STUDENT-ID
                           SET NTF-UNSENT TO TRUE
                           WRITE NOTIFY-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NOTIFY-FILE.

       START-EXAM-PROCTORS.
           MOVE "N" TO WS-PRC-EOF-FLAG.
           MOVE EXM-COURSE-ID TO PRC-COURSE-ID.
           MOVE EXM-ACADEMIC-YEAR TO PRC-ACADEMIC-YEAR.
           MOVE EXM-SECTION-NO TO PRC-SECTION-NO.
           MOVE LOW-VALUES TO PRC-TEACHER-ID.
           START PROCTOR-FILE KEY IS NOT LESS THAN PRC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PRC-EOF-FLAG
           END-START.

       FIND-EXAM.
           MOVE SPACES TO WS-SEARCH-COURSE-ID.
           MOVE SPACES TO WS-SEARCH-ACADEMIC-YEAR.
                       PERFORM CHECK-ONE-EXAM-PAIR
                   END-IF
               END-PERFORM
               PERFORM CHECK-ONE-EXAM-BOOKING
           END-PERFORM.

           DISPLAY " ".
           MOVE EXM-EXAM-SLOT TO WS-EXM-SLOT(WS-EXM-COUNT).
           MOVE EXM-EXAM-ROOM TO WS-EXM-ROOM(WS-EXM-COUNT).

      * 試験教室に同じ日時限の教室予約がないか
       CHECK-ONE-EXAM-BOOKING.
           MOVE WS-EXM-ROOM(WS-EXM-IDX) TO EXM-EXAM-ROOM.
           MOVE WS-EXM-SLOT(WS-EXM-IDX) TO EXM-EXAM-SLOT.
           MOVE WS-EXM-DATE(WS-EXM-IDX) TO EXM-EXAM-DATE.
           PERFORM CHECK-EXAM-BOOKING.
           IF WS-RETURN-CODE = 1
               ADD 1 TO WS-CONFLICT-COUNT
               DISPLAY "予約重複: " WS-EXM-DATE(WS-EXM-IDX)
                   " 時限" WS-EXM-SLOT(WS-EXM-IDX) " "
                   WS-EXM-ROOM(WS-EXM-IDX) " "
                   WS-EXM-COURSE-ID(WS-EXM-IDX) " "
                   FUNCTION TRIM(WS-RESULT(1:70))
           END-IF.

      *-----------------------------------------------------------
      * 同一日時限の2科目: 教室重複と学生の重複受験を確認
      *-----------------------------------------------------------
               INVALID KEY
                   MOVE "Y" TO WS-ENR-EOF-FLAG
           END-START.

      *-----------------------------------------------------------
      * 受験資格なし一覧
      * 出席率・受験資格判定(SYLATE)の結果から、科目の出席が
      * 授業回数の2/3に届かない学生を列挙する
      *-----------------------------------------------------------
       LIST-INELIGIBLE-STUDENTS.
           IF NOT WS-ATS-OPENED
               DISPLAY "出席状況が未作成です。"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-SEARCH-COURSE-ID.
           MOVE FUNCTION CURRENT-DATE(1:4)
               TO WS-SEARCH-ACADEMIC-YEAR.
           DISPLAY EXM-ELIG-SCREEN.
           ACCEPT EXM-ELIG-SCREEN.

           DISPLAY " ".
           DISPLAY "==== 受験資格なし一覧 ====".
           DISPLAY "科目: " WS-SEARCH-COURSE-ID
                   "  年度: " WS-SEARCH-ACADEMIC-YEAR.
           DISPLAY "学籍番号 氏名                 "
                   "区分 回数 出席 率".
           MOVE 0 TO WS-INELIGIBLE-COUNT.
           MOVE WS-SEARCH-COURSE-ID TO ATS-COURSE-ID.
           MOVE WS-SEARCH-ACADEMIC-YEAR TO ATS-ACADEMIC-YEAR.
           MOVE LOW-VALUES TO ATS-STUDENT-ID.
           MOVE "N" TO WS-EOF-FLAG.
           START ATTEND-STATUS-FILE KEY IS NOT LESS THAN ATS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF
               READ ATTEND-STATUS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF ATS-COURSE-ID NOT = WS-SEARCH-COURSE-ID
                           OR ATS-ACADEMIC-YEAR
                              NOT = WS-SEARCH-ACADEMIC-YEAR
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                           IF ATS-STATE-INELIGIBLE
                               PERFORM SHOW-INELIGIBLE-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           DISPLAY " ".
           DISPLAY "受験資格なし: " WS-INELIGIBLE-COUNT "名".
           DISPLAY "==========================".

       SHOW-INELIGIBLE-LINE.
           ADD 1 TO WS-INELIGIBLE-COUNT.
           MOVE SPACES TO WS-WORK-STUDENT-NAME.
           MOVE ATS-COURSE-ID TO ENR-COURSE-ID.
           MOVE ATS-ACADEMIC-YEAR TO ENR-ACADEMIC-YEAR.
           MOVE ATS-STUDENT-ID TO ENR-STUDENT-ID.
           READ ENROLLMENT-FILE
               KEY IS ENR-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ENR-STUDENT-NAME TO WS-WORK-STUDENT-NAME
           END-READ.
           DISPLAY ATS-STUDENT-ID " " WS-WORK-STUDENT-NAME " "
                   ATS-SECTION-NO "   " ATS-TOTAL-COUNT "   "
                   ATS-ATTEND-COUNT "   " ATS-RATE "% ("
                   ATS-AS-OF-DATE "時点)".
