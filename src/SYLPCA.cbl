      *****************************************************************
      * シラバス管理システム - 試験監督自動割当バッチ(SYLPCA)
      * 指定年度の期末試験日程ごとに、在籍中の受験者数から必要な
      * 監督人数(指定人数ごとに1名)を求め、科目の担当教員を優先
      * して割り当てる。残りは同じ学科の教員から担当件数の少ない
      * 順に選び、学科内で足りなければ他学科から補う。同じ時限に
      * 授業や他の試験監督がある教員・出講不可の教員は割り当てない
      * 試験別の監督表と教員別の担当表を出力し、教員に通知する
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLPCA.
       AUTHOR. SHINYAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXAM-FILE
               ASSIGN TO "examsched.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXM-KEY
               FILE STATUS IS WS-EXM-FILE-STATUS.

           SELECT PROCTOR-FILE
               ASSIGN TO "proctor.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-KEY
               FILE STATUS IS WS-PRC-FILE-STATUS.

           SELECT SYLLABUS-FILE
               ASSIGN TO "syllabus.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-RECORD-KEY
               FILE STATUS IS WS-SYL-FILE-STATUS.

           SELECT ENROLLMENT-FILE
               ASSIGN TO "enroll.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-KEY
               FILE STATUS IS WS-ENR-FILE-STATUS.

           SELECT TEACHER-FILE
               ASSIGN TO "teacher.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCH-ID
               FILE STATUS IS WS-TCH-FILE-STATUS.

           SELECT NOTIFY-FILE
               ASSIGN TO "notify.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTF-FILE-STATUS.

           SELECT ROSTER-OUTPUT-FILE
               ASSIGN TO "proctor_roster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.

           SELECT DUTY-OUTPUT-FILE
               ASSIGN TO "proctor_duty.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EXAM-FILE.
           COPY "copybooks/EXAMFILE.cpy".

       FD PROCTOR-FILE.
           COPY "copybooks/PROCTORFILE.cpy".

       FD SYLLABUS-FILE.
           COPY "copybooks/SYLFILE.cpy".

       FD ENROLLMENT-FILE.
           COPY "copybooks/ENROLLFILE.cpy".

       FD TEACHER-FILE.
           COPY "copybooks/TEACHERFILE.cpy".

       FD NOTIFY-FILE.
           COPY "copybooks/NOTIFYFILE.cpy".

       FD ROSTER-OUTPUT-FILE.
       01 ROSTER-OUTPUT-RECORD     PIC X(80).

       FD DUTY-OUTPUT-FILE.
       01 DUTY-OUTPUT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EXM-FILE-STATUS       PIC XX VALUE "00".
          88 WS-EXM-FILE-SUCCESS   VALUE "00".

       01 WS-PRC-FILE-STATUS       PIC XX VALUE "00".
          88 WS-PRC-FILE-SUCCESS   VALUE "00".

       01 WS-SYL-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SYL-FILE-SUCCESS   VALUE "00".

       01 WS-ENR-FILE-STATUS       PIC XX VALUE "00".
          88 WS-ENR-FILE-SUCCESS   VALUE "00".

       01 WS-TCH-FILE-STATUS       PIC XX VALUE "00".
          88 WS-TCH-FILE-SUCCESS   VALUE "00".

       01 WS-NTF-FILE-STATUS       PIC XX VALUE "00".
       01 WS-OUT-FILE-STATUS       PIC XX VALUE "00".

       01 WS-EOF-FLAG              PIC X VALUE "N".
          88 WS-EOF                VALUE "Y".

       01 WS-FUNCTION-CODE         PIC X.
       01 WS-PARAM-1               PIC X(50).
       01 WS-PARAM-2               PIC X(50).
       01 WS-RESULT                PIC X(200).
       01 WS-RETURN-CODE           PIC 9.

       01 WS-TARGET-YEAR           PIC X(4).
       01 WS-PER-PROCTOR           PIC 9(3) VALUE 40.
       01 WS-REBUILD-FLAG          PIC X VALUE "N".
          88 WS-REBUILD            VALUE "Y" "y".
          88 WS-KEEP-EXISTING      VALUE "N" "n".
       01 WS-TODAY                 PIC X(8).

       01 WS-DATE-NUM              PIC 9(8).
       01 WS-DATE-INT              PIC 9(8).
       01 WS-WEEKDAY               PIC 9.
       01 WS-WEEKDAY-WORK          PIC 9(8).

      * 教員表(最大300名。担当件数は年度内の監督割当数)
       01 WS-TEACHER-TABLE.
          05 WS-TCH-COUNT          PIC 9(3) VALUE 0.
          05 WS-TCH-ENTRY OCCURS 300 TIMES.
             10 WS-TCH-ID          PIC X(5).
             10 WS-TCH-NAME        PIC X(20).
             10 WS-TCH-DEPT-ID     PIC X(4).
             10 WS-TCH-DUTY        PIC 9(3).
             10 WS-TCH-TRIED       PIC X.

       01 WS-TCH-IDX               PIC 9(3).
       01 WS-TCH-PICK              PIC 9(3).
       01 WS-TCH-MIN-DUTY          PIC 9(3).

      * 対象年度の試験表(最大200件)
       01 WS-EXAM-TABLE.
          05 WS-EXM-COUNT          PIC 9(3) VALUE 0.
          05 WS-EXM-ENTRY OCCURS 200 TIMES.
             10 WS-EXM-COURSE-ID   PIC X(6).
             10 WS-EXM-SECTION-NO  PIC X(2).
             10 WS-EXM-DATE        PIC X(8).
             10 WS-EXM-SLOT        PIC 99.
             10 WS-EXM-ROOM        PIC X(10).
             10 WS-EXM-DEPT-ID     PIC X(4).
             10 WS-EXM-TEACHER-ID  PIC X(5).
             10 WS-EXM-SEMESTER    PIC X(2).
             10 WS-EXM-EXAMINEES   PIC 9(4).
             10 WS-EXM-NEEDED      PIC 99.
             10 WS-EXM-ASSIGNED    PIC 99.

       01 WS-EXM-IDX               PIC 9(3).
       01 WS-EXM-JDX               PIC 9(3).
       01 WS-FIRST-SECTION-NO      PIC X(2).
       01 WS-SYL-EOF-FLAG          PIC X VALUE "N".
          88 WS-SYL-EOF            VALUE "Y".
       01 WS-OVERFLOW-FLAG         PIC X VALUE "N".
          88 WS-TABLE-OVERFLOW     VALUE "Y".

      * 再作成で外した割当(再割当されなければ解除通知を送る)
       01 WS-OLD-TABLE.
          05 WS-OLD-COUNT          PIC 9(3) VALUE 0.
          05 WS-OLD-ENTRY OCCURS 600 TIMES.
             10 WS-OLD-KEY         PIC X(17).
             10 WS-OLD-KEPT        PIC X.
       01 WS-OLD-IDX               PIC 9(3).
       01 WS-OLD-FOUND-FLAG        PIC X.
          88 WS-OLD-FOUND          VALUE "Y".

      * 担当表用の割当一覧(学科+教員+日時限順に並べる)
       01 WS-DUTY-TABLE.
          05 WS-DTY-COUNT          PIC 9(3) VALUE 0.
          05 WS-DTY-ENTRY OCCURS 600 TIMES.
             10 WS-DTY-SORT-KEY    PIC X(19).
             10 WS-DTY-TEACHER-ID  PIC X(5).
             10 WS-DTY-DEPT-ID     PIC X(4).
             10 WS-DTY-COURSE-ID   PIC X(6).
             10 WS-DTY-SECTION-NO  PIC X(2).
             10 WS-DTY-DATE        PIC X(8).
             10 WS-DTY-SLOT        PIC 99.
             10 WS-DTY-ROOM        PIC X(10).
       01 WS-DTY-IDX               PIC 9(3).
       01 WS-DTY-POS               PIC 9(3).
       01 WS-HOLD-ENTRY            PIC X(56).
       01 WS-DTY-OVERFLOW-FLAG     PIC X VALUE "N".
          88 WS-DTY-OVERFLOW       VALUE "Y".

       01 WS-CAND-TEACHER          PIC X(5).
       01 WS-CAND-SOURCE           PIC X.
       01 WS-CAND-OK-FLAG          PIC X VALUE "N".
          88 WS-CAND-OK            VALUE "Y".
       01 WS-NO-CAND-FLAG          PIC X VALUE "N".
          88 WS-NO-CANDIDATE       VALUE "Y".

       01 WS-CTC-COUNT             PIC 9.
       01 WS-CTC-IDX               PIC 9.
       01 WS-CTC-POS               PIC 99.
       01 WS-CTC-LIST              PIC X(45).

       01 WS-GROUP-DEPT            PIC X(4).
       01 WS-GROUP-TEACHER         PIC X(5).
       01 WS-GROUP-COUNT           PIC 9(3).
       01 WS-SOURCE-TEXT           PIC X(6).
       01 WS-SHORT-COUNT           PIC 99.

      * 処理件数
       01 WS-NEW-COUNT             PIC 9(5) VALUE 0.
       01 WS-SHORTAGE-COUNT        PIC 9(5) VALUE 0.
       01 WS-NOTICE-COUNT          PIC 9(5) VALUE 0.
       01 WS-RELEASE-COUNT         PIC 9(5) VALUE 0.

       SCREEN SECTION.
       01 PCA-OPTION-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "試験監督自動割当".
           05 LINE 3 COLUMN 1 VALUE "対象年度(4桁):".
           05 LINE 3 COLUMN 28 PIC X(4) USING WS-TARGET-YEAR.
           05 LINE 4 COLUMN 1 VALUE "監督1名あたり受験者数:".
           05 LINE 4 COLUMN 28 PIC 9(3) USING WS-PER-PROCTOR.
           05 LINE 5 COLUMN 1 VALUE "自動割当を作り直す(Y/N):".
           05 LINE 5 COLUMN 28 PIC X USING WS-REBUILD-FLAG.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY(1:4) TO WS-TARGET-YEAR.
           DISPLAY PCA-OPTION-SCREEN.
           ACCEPT PCA-OPTION-SCREEN.

           IF WS-TARGET-YEAR = SPACES
               DISPLAY "エラー:年度は必須です。"
               GOBACK
           END-IF.
           IF WS-PER-PROCTOR = 0
               DISPLAY "エラー:受験者数は1以上です。"
               GOBACK
           END-IF.
           IF NOT WS-REBUILD AND NOT WS-KEEP-EXISTING
               DISPLAY "エラー:作り直しはYかN。"
               GOBACK
           END-IF.

           PERFORM OPEN-FILES.
           IF NOT WS-EXM-FILE-SUCCESS OR NOT WS-SYL-FILE-SUCCESS
               OR NOT WS-TCH-FILE-SUCCESS
               DISPLAY "エラー:ファイルが開けません。"
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.

           PERFORM LOAD-TEACHER-TABLE.
           PERFORM LOAD-EXAM-TABLE.
           IF WS-TABLE-OVERFLOW
               DISPLAY "エラー:試験日程または教員が"
                       "上限を超過。"
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.
           IF WS-EXM-COUNT = 0
               DISPLAY "対象年度の試験日程なし。"
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.

           IF WS-REBUILD
               PERFORM REMOVE-AUTO-ASSIGNMENTS
           END-IF.
           PERFORM COUNT-EXISTING-DUTIES.

           OPEN EXTEND NOTIFY-FILE.
           IF WS-NTF-FILE-STATUS NOT = "00"
               OPEN OUTPUT NOTIFY-FILE
           END-IF.
           PERFORM VARYING WS-EXM-IDX FROM 1 BY 1
                   UNTIL WS-EXM-IDX > WS-EXM-COUNT
               PERFORM ASSIGN-ONE-EXAM
           END-PERFORM.
           PERFORM SEND-RELEASE-NOTICES.
           CLOSE NOTIFY-FILE.

           PERFORM WRITE-ROSTER-REPORT.
           PERFORM WRITE-DUTY-REPORT.

           DISPLAY " ".
           DISPLAY "対象試験数:   " WS-EXM-COUNT.
           DISPLAY "新規割当数:   " WS-NEW-COUNT.
           DISPLAY "監督不足試験: " WS-SHORTAGE-COUNT.
           DISPLAY "割当通知件数: " WS-NOTICE-COUNT.
           DISPLAY "解除通知件数: " WS-RELEASE-COUNT.
           DISPLAY "proctor_roster.txt・proctor_duty.txtに出力。".

           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT EXAM-FILE.
           OPEN INPUT SYLLABUS-FILE.
           OPEN INPUT ENROLLMENT-FILE.
           OPEN INPUT TEACHER-FILE.
           OPEN I-O PROCTOR-FILE.
           IF NOT WS-PRC-FILE-SUCCESS
               OPEN OUTPUT PROCTOR-FILE
               CLOSE PROCTOR-FILE
               OPEN I-O PROCTOR-FILE
           END-IF.

       CLOSE-FILES.
           CLOSE EXAM-FILE.
           CLOSE SYLLABUS-FILE.
           CLOSE ENROLLMENT-FILE.
           CLOSE TEACHER-FILE.
           CLOSE PROCTOR-FILE.

       LOAD-TEACHER-TABLE.
           MOVE 0 TO WS-TCH-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO TCH-ID.
           START TEACHER-FILE KEY IS NOT LESS THAN TCH-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF
               READ TEACHER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-TCH-COUNT < 300
                           ADD 1 TO WS-TCH-COUNT
                           MOVE TCH-ID TO WS-TCH-ID(WS-TCH-COUNT)
                           MOVE TCH-NAME TO WS-TCH-NAME(WS-TCH-COUNT)
                           MOVE TCH-DEPARTMENT-ID
                               TO WS-TCH-DEPT-ID(WS-TCH-COUNT)
                           MOVE 0 TO WS-TCH-DUTY(WS-TCH-COUNT)
                       ELSE
                           MOVE "Y" TO WS-OVERFLOW-FLAG
                       END-IF
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------
      * 試験表: 区分の学科・主担当・学期と在籍中の受験者数。
      * 受験者はその区分に在籍する履修者とする
      *-----------------------------------------------------------
       LOAD-EXAM-TABLE.
           MOVE 0 TO WS-EXM-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO EXM-KEY.
           START EXAM-FILE KEY IS NOT LESS THAN EXM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF
               READ EXAM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF EXM-ACADEMIC-YEAR = WS-TARGET-YEAR
                           PERFORM SAVE-EXAM-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM VARYING WS-EXM-IDX FROM 1 BY 1
                   UNTIL WS-EXM-IDX > WS-EXM-COUNT
               PERFORM COUNT-EXAMINEES
           END-PERFORM.

       SAVE-EXAM-ENTRY.
           IF EXM-EXAM-DATE NOT NUMERIC OR EXM-EXAM-SLOT = 0
               DISPLAY "警告:試験日時未設定のため対象外 "
                       EXM-COURSE-ID "-" EXM-SECTION-NO
               EXIT PARAGRAPH
           END-IF.
           MOVE EXM-COURSE-ID TO SYL-COURSE-ID.
           MOVE EXM-ACADEMIC-YEAR TO SYL-ACADEMIC-YEAR.
           MOVE EXM-SECTION-NO TO SYL-SECTION-NO.
           READ SYLLABUS-FILE
               KEY IS SYL-RECORD-KEY
               INVALID KEY
                   DISPLAY "警告:区分未登録のため対象外 "
                           EXM-COURSE-ID "-" EXM-SECTION-NO
                   EXIT PARAGRAPH
           END-READ.
           IF SYL-STATUS-CANCELLED
               EXIT PARAGRAPH
           END-IF.
           IF WS-EXM-COUNT >= 200
               MOVE "Y" TO WS-OVERFLOW-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-EXM-COUNT.
           MOVE EXM-COURSE-ID TO WS-EXM-COURSE-ID(WS-EXM-COUNT).
           MOVE EXM-SECTION-NO TO WS-EXM-SECTION-NO(WS-EXM-COUNT).
           MOVE EXM-EXAM-DATE TO WS-EXM-DATE(WS-EXM-COUNT).
           MOVE EXM-EXAM-SLOT TO WS-EXM-SLOT(WS-EXM-COUNT).
           MOVE EXM-EXAM-ROOM TO WS-EXM-ROOM(WS-EXM-COUNT).
           MOVE SYL-DEPARTMENT-ID TO WS-EXM-DEPT-ID(WS-EXM-COUNT).
           MOVE SYL-TEACHER-ID TO WS-EXM-TEACHER-ID(WS-EXM-COUNT).
           MOVE SYL-SEMESTER TO WS-EXM-SEMESTER(WS-EXM-COUNT).
           MOVE 0 TO WS-EXM-EXAMINEES(WS-EXM-COUNT).
           MOVE 0 TO WS-EXM-NEEDED(WS-EXM-COUNT).
           MOVE 0 TO WS-EXM-ASSIGNED(WS-EXM-COUNT).

      * 受験者数は区分の在籍者数(区分未設定の履修は科目の
      * 最初の取消されていない区分に数える)
       COUNT-EXAMINEES.
           PERFORM FIND-FIRST-SECTION.
           MOVE 0 TO WS-EXM-EXAMINEES(WS-EXM-IDX).
           MOVE "N" TO WS-EOF-FLAG.
           MOVE WS-EXM-COURSE-ID(WS-EXM-IDX) TO ENR-COURSE-ID.
           MOVE WS-TARGET-YEAR TO ENR-ACADEMIC-YEAR.
           MOVE LOW-VALUES TO ENR-STUDENT-ID.
           START ENROLLMENT-FILE KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF ENR-COURSE-ID
                              NOT = WS-EXM-COURSE-ID(WS-EXM-IDX)
                           OR ENR-ACADEMIC-YEAR NOT = WS-TARGET-YEAR
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                           IF ENR-STATUS-ENROLLED
                               AND (ENR-SECTION-NO
                                    = WS-EXM-SECTION-NO(WS-EXM-IDX)
                                OR (ENR-SECTION-NO = SPACES
                                    AND WS-FIRST-SECTION-NO
                                    = WS-EXM-SECTION-NO(WS-EXM-IDX)))
                               ADD 1 TO WS-EXM-EXAMINEES(WS-EXM-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    受験者がいなくても試験室には最低1名を置く
           COMPUTE WS-EXM-NEEDED(WS-EXM-IDX)
               = (WS-EXM-EXAMINEES(WS-EXM-IDX) + WS-PER-PROCTOR - 1)
                 / WS-PER-PROCTOR.
           IF WS-EXM-NEEDED(WS-EXM-IDX) = 0
               MOVE 1 TO WS-EXM-NEEDED(WS-EXM-IDX)
           END-IF.

      * 科目の最初の取消されていない区分
       FIND-FIRST-SECTION.
           MOVE SPACES TO WS-FIRST-SECTION-NO.
           MOVE "N" TO WS-SYL-EOF-FLAG.
           MOVE WS-EXM-COURSE-ID(WS-EXM-IDX) TO SYL-COURSE-ID.
           MOVE WS-TARGET-YEAR TO SYL-ACADEMIC-YEAR.
           MOVE LOW-VALUES TO SYL-SECTION-NO.
           START SYLLABUS-FILE KEY IS NOT LESS THAN SYL-RECORD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SYL-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-SYL-EOF
               READ SYLLABUS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SYL-EOF-FLAG
                   NOT AT END
                       IF SYL-COURSE-ID
                              NOT = WS-EXM-COURSE-ID(WS-EXM-IDX)
                           OR SYL-ACADEMIC-YEAR NOT = WS-TARGET-YEAR
                           MOVE "Y" TO WS-SYL-EOF-FLAG
                       ELSE
                           IF NOT SYL-STATUS-CANCELLED
                               MOVE SYL-SECTION-NO
                                   TO WS-FIRST-SECTION-NO
                               MOVE "Y" TO WS-SYL-EOF-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------
      * 作り直し: 年度内の自動・本人割当を外す(手動分は残す)
      *-----------------------------------------------------------
       REMOVE-AUTO-ASSIGNMENTS.
           MOVE 0 TO WS-OLD-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO PRC-KEY.
           START PROCTOR-FILE KEY IS NOT LESS THAN PRC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF
               READ PROCTOR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF PRC-ACADEMIC-YEAR = WS-TARGET-YEAR
                           AND NOT PRC-SOURCE-MANUAL
                           IF WS-OLD-COUNT < 600
                               ADD 1 TO WS-OLD-COUNT
                               MOVE PRC-KEY TO WS-OLD-KEY(WS-OLD-COUNT)
                               MOVE "N" TO WS-OLD-KEPT(WS-OLD-COUNT)
                           END-IF
                           DELETE PROCTOR-FILE RECORD
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.

      * 既存割当を試験表・教員表に反映する
       COUNT-EXISTING-DUTIES.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO PRC-KEY.
           START PROCTOR-FILE KEY IS NOT LESS THAN PRC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF
               READ PROCTOR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF PRC-ACADEMIC-YEAR = WS-TARGET-YEAR
                           PERFORM COUNT-ONE-DUTY
                       END-IF
               END-READ
           END-PERFORM.

       COUNT-ONE-DUTY.
           PERFORM VARYING WS-TCH-IDX FROM 1 BY 1
                   UNTIL WS-TCH-IDX > WS-TCH-COUNT
               IF WS-TCH-ID(WS-TCH-IDX) = PRC-TEACHER-ID
                   ADD 1 TO WS-TCH-DUTY(WS-TCH-IDX)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-EXM-JDX FROM 1 BY 1
                   UNTIL WS-EXM-JDX > WS-EXM-COUNT
               IF WS-EXM-COURSE-ID(WS-EXM-JDX) = PRC-COURSE-ID
                   AND WS-EXM-SECTION-NO(WS-EXM-JDX) = PRC-SECTION-NO
                   ADD 1 TO WS-EXM-ASSIGNED(WS-EXM-JDX)
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------
      * 1試験の割当: 担当教員(主担当→共同担当)を優先し、残りは
      * 同じ学科の担当件数が最も少ない教員、学科内にいなければ
      * 全教員から担当件数の最も少ない教員を選ぶ
      *-----------------------------------------------------------
       ASSIGN-ONE-EXAM.
           IF WS-EXM-ASSIGNED(WS-EXM-IDX) >= WS-EXM-NEEDED(WS-EXM-IDX)
               EXIT PARAGRAPH
           END-IF.
           PERFORM MARK-EXAM-PROCTORS.

           MOVE WS-EXM-TEACHER-ID(WS-EXM-IDX) TO WS-CAND-TEACHER.
           MOVE "O" TO WS-CAND-SOURCE.
           PERFORM TRY-NAMED-TEACHER.

           MOVE "K" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE WS-EXM-COURSE-ID(WS-EXM-IDX) TO WS-PARAM-1(1:6).
           MOVE WS-TARGET-YEAR TO WS-PARAM-1(7:4).
           MOVE WS-EXM-SECTION-NO(WS-EXM-IDX) TO WS-PARAM-1(11:2).
           MOVE SPACES TO WS-PARAM-2.
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.
           MOVE WS-RESULT(1:1) TO WS-CTC-COUNT.
           MOVE WS-RESULT(5:45) TO WS-CTC-LIST.
           MOVE 1 TO WS-CTC-POS.
           PERFORM VARYING WS-CTC-IDX FROM 1 BY 1
                   UNTIL WS-CTC-IDX > WS-CTC-COUNT
               MOVE WS-CTC-LIST(WS-CTC-POS:5) TO WS-CAND-TEACHER
               MOVE "O" TO WS-CAND-SOURCE
               PERFORM TRY-NAMED-TEACHER
               ADD 9 TO WS-CTC-POS
           END-PERFORM.

           MOVE "N" TO WS-NO-CAND-FLAG.
           PERFORM UNTIL WS-EXM-ASSIGNED(WS-EXM-IDX)
                         >= WS-EXM-NEEDED(WS-EXM-IDX)
                      OR WS-NO-CANDIDATE
               PERFORM PICK-LEAST-LOADED
               IF WS-TCH-PICK = 0
                   MOVE "Y" TO WS-NO-CAND-FLAG
               ELSE
                   MOVE "Y" TO WS-TCH-TRIED(WS-TCH-PICK)
                   MOVE WS-TCH-ID(WS-TCH-PICK) TO WS-CAND-TEACHER
                   MOVE "A" TO WS-CAND-SOURCE
                   PERFORM CHECK-CANDIDATE
                   IF WS-CAND-OK
                       PERFORM WRITE-ASSIGNMENT
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-EXM-ASSIGNED(WS-EXM-IDX) < WS-EXM-NEEDED(WS-EXM-IDX)
               ADD 1 TO WS-SHORTAGE-COUNT
           END-IF.

      * この試験の割当済教員を選択済にする
       MARK-EXAM-PROCTORS.
           PERFORM VARYING WS-TCH-IDX FROM 1 BY 1
                   UNTIL WS-TCH-IDX > WS-TCH-COUNT
               MOVE "N" TO WS-TCH-TRIED(WS-TCH-IDX)
           END-PERFORM.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE WS-EXM-COURSE-ID(WS-EXM-IDX) TO PRC-COURSE-ID.
           MOVE WS-TARGET-YEAR TO PRC-ACADEMIC-YEAR.
           MOVE WS-EXM-SECTION-NO(WS-EXM-IDX) TO PRC-SECTION-NO.
           MOVE LOW-VALUES TO PRC-TEACHER-ID.
           START PROCTOR-FILE KEY IS NOT LESS THAN PRC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF
               READ PROCTOR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF PRC-COURSE-ID
                              NOT = WS-EXM-COURSE-ID(WS-EXM-IDX)
                           OR PRC-ACADEMIC-YEAR NOT = WS-TARGET-YEAR
                           OR PRC-SECTION-NO
                              NOT = WS-EXM-SECTION-NO(WS-EXM-IDX)
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                           PERFORM VARYING WS-TCH-IDX FROM 1 BY 1
                                   UNTIL WS-TCH-IDX > WS-TCH-COUNT
                               IF WS-TCH-ID(WS-TCH-IDX)
                                   = PRC-TEACHER-ID
                                   MOVE "Y"
                                       TO WS-TCH-TRIED(WS-TCH-IDX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.

      * 担当教員を候補にする(教員マスタにない・選択済なら飛ばす)
       TRY-NAMED-TEACHER.
           IF WS-EXM-ASSIGNED(WS-EXM-IDX) >= WS-EXM-NEEDED(WS-EXM-IDX)
               OR WS-CAND-TEACHER = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-TCH-PICK.
           PERFORM VARYING WS-TCH-IDX FROM 1 BY 1
                   UNTIL WS-TCH-IDX > WS-TCH-COUNT
               IF WS-TCH-ID(WS-TCH-IDX) = WS-CAND-TEACHER
                   MOVE WS-TCH-IDX TO WS-TCH-PICK
               END-IF
           END-PERFORM.
           IF WS-TCH-PICK = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-TCH-TRIED(WS-TCH-PICK) = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-TCH-TRIED(WS-TCH-PICK).
           PERFORM CHECK-CANDIDATE.
           IF WS-CAND-OK
               PERFORM WRITE-ASSIGNMENT
           END-IF.

      * 未選択の教員から担当件数最少を選ぶ(学科内を優先)
       PICK-LEAST-LOADED.
           MOVE 0 TO WS-TCH-PICK.
           MOVE 999 TO WS-TCH-MIN-DUTY.
           PERFORM VARYING WS-TCH-IDX FROM 1 BY 1
                   UNTIL WS-TCH-IDX > WS-TCH-COUNT
               IF WS-TCH-TRIED(WS-TCH-IDX) NOT = "Y"
                   AND WS-TCH-DEPT-ID(WS-TCH-IDX)
                       = WS-EXM-DEPT-ID(WS-EXM-IDX)
                   AND WS-TCH-DUTY(WS-TCH-IDX) < WS-TCH-MIN-DUTY
                   MOVE WS-TCH-IDX TO WS-TCH-PICK
                   MOVE WS-TCH-DUTY(WS-TCH-IDX) TO WS-TCH-MIN-DUTY
               END-IF
           END-PERFORM.
           IF WS-TCH-PICK > 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-TCH-IDX FROM 1 BY 1
                   UNTIL WS-TCH-IDX > WS-TCH-COUNT
               IF WS-TCH-TRIED(WS-TCH-IDX) NOT = "Y"
                   AND WS-TCH-DUTY(WS-TCH-IDX) < WS-TCH-MIN-DUTY
                   MOVE WS-TCH-IDX TO WS-TCH-PICK
                   MOVE WS-TCH-DUTY(WS-TCH-IDX) TO WS-TCH-MIN-DUTY
               END-IF
           END-PERFORM.

      * 授業・他試験監督との重複(SYLCOM E)と出講不可(SYLCOM A)
       CHECK-CANDIDATE.
           MOVE "N" TO WS-CAND-OK-FLAG.
           MOVE "E" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE WS-CAND-TEACHER TO WS-PARAM-1(1:5).
           MOVE WS-EXM-DATE(WS-EXM-IDX) TO WS-PARAM-1(6:8).
           MOVE WS-EXM-SLOT(WS-EXM-IDX) TO WS-PARAM-1(14:2).
           MOVE WS-TARGET-YEAR TO WS-PARAM-1(16:4).
           MOVE WS-EXM-COURSE-ID(WS-EXM-IDX) TO WS-PARAM-1(20:6).
           MOVE WS-EXM-SECTION-NO(WS-EXM-IDX) TO WS-PARAM-1(26:2).
           MOVE SPACES TO WS-PARAM-2.
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.
           IF WS-RETURN-CODE = 1
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-EXM-DATE(WS-EXM-IDX) TO WS-DATE-NUM.
           COMPUTE WS-DATE-INT
               = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           COMPUTE WS-WEEKDAY-WORK
               = FUNCTION MOD(WS-DATE-INT - 1, 7).
           COMPUTE WS-WEEKDAY = WS-WEEKDAY-WORK + 1.
           MOVE "A" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE WS-CAND-TEACHER TO WS-PARAM-1(1:5).
           MOVE WS-EXM-SEMESTER(WS-EXM-IDX) TO WS-PARAM-1(6:2).
           MOVE WS-WEEKDAY TO WS-PARAM-1(8:1).
           MOVE WS-EXM-SLOT(WS-EXM-IDX) TO WS-PARAM-1(9:2).
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.
           IF WS-RETURN-CODE = 1
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-CAND-OK-FLAG.

       WRITE-ASSIGNMENT.
           MOVE WS-EXM-COURSE-ID(WS-EXM-IDX) TO PRC-COURSE-ID.
           MOVE WS-TARGET-YEAR TO PRC-ACADEMIC-YEAR.
           MOVE WS-EXM-SECTION-NO(WS-EXM-IDX) TO PRC-SECTION-NO.
           MOVE WS-CAND-TEACHER TO PRC-TEACHER-ID.
           MOVE WS-EXM-DATE(WS-EXM-IDX) TO PRC-EXAM-DATE.
           MOVE WS-EXM-SLOT(WS-EXM-IDX) TO PRC-EXAM-SLOT.
           MOVE WS-EXM-ROOM(WS-EXM-IDX) TO PRC-EXAM-ROOM.
           MOVE WS-CAND-SOURCE TO PRC-SOURCE.
           MOVE WS-TODAY TO PRC-ASSIGN-DATE.
           WRITE PROCTOR-RECORD
               INVALID KEY
                   DISPLAY "エラー:監督割当登録失敗 "
                           PRC-COURSE-ID " " PRC-TEACHER-ID
                   EXIT PARAGRAPH
           END-WRITE.
           ADD 1 TO WS-EXM-ASSIGNED(WS-EXM-IDX).
           ADD 1 TO WS-NEW-COUNT.
           PERFORM VARYING WS-TCH-IDX FROM 1 BY 1
                   UNTIL WS-TCH-IDX > WS-TCH-COUNT
               IF WS-TCH-ID(WS-TCH-IDX) = WS-CAND-TEACHER
                   ADD 1 TO WS-TCH-DUTY(WS-TCH-IDX)
               END-IF
           END-PERFORM.

      *    作り直し前と同じ割当なら通知しない
           MOVE "N" TO WS-OLD-FOUND-FLAG.
           PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                   UNTIL WS-OLD-IDX > WS-OLD-COUNT
               IF WS-OLD-KEY(WS-OLD-IDX) = PRC-KEY
                   MOVE "Y" TO WS-OLD-KEPT(WS-OLD-IDX)
                   MOVE "Y" TO WS-OLD-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF NOT WS-OLD-FOUND
               MOVE WS-CAND-TEACHER TO NTF-TEACHER-ID
               MOVE PRC-COURSE-ID TO NTF-COURSE-ID
               MOVE WS-TARGET-YEAR TO NTF-ACADEMIC-YEAR
               SET NTF-PROCTOR-ASSIGNED TO TRUE
               MOVE FUNCTION CURRENT-DATE TO NTF-TIMESTAMP
               MOVE SPACES TO NTF-STUDENT-ID
               SET NTF-UNSENT TO TRUE
               WRITE NOTIFY-RECORD
               ADD 1 TO WS-NOTICE-COUNT
           END-IF.

      * 作り直しで外れたままの教員に解除を通知する
       SEND-RELEASE-NOTICES.
           PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                   UNTIL WS-OLD-IDX > WS-OLD-COUNT
               IF WS-OLD-KEPT(WS-OLD-IDX) NOT = "Y"
                   MOVE WS-OLD-KEY(WS-OLD-IDX) TO PRC-KEY
                   MOVE PRC-TEACHER-ID TO NTF-TEACHER-ID
                   MOVE PRC-COURSE-ID TO NTF-COURSE-ID
                   MOVE PRC-ACADEMIC-YEAR TO NTF-ACADEMIC-YEAR
                   SET NTF-PROCTOR-RELEASED TO TRUE
                   MOVE FUNCTION CURRENT-DATE TO NTF-TIMESTAMP
                   MOVE SPACES TO NTF-STUDENT-ID
                   SET NTF-UNSENT TO TRUE
                   WRITE NOTIFY-RECORD
                   ADD 1 TO WS-RELEASE-COUNT
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------
      * 試験別監督表
      *-----------------------------------------------------------
       WRITE-ROSTER-REPORT.
           OPEN OUTPUT ROSTER-OUTPUT-FILE.
           MOVE SPACES TO ROSTER-OUTPUT-RECORD.
           STRING "試験監督表 年度: " DELIMITED BY SIZE
                  WS-TARGET-YEAR DELIMITED BY SIZE
                  "  監督1名あたり: " DELIMITED BY SIZE
                  WS-PER-PROCTOR DELIMITED BY SIZE
                  "名" DELIMITED BY SIZE
               INTO ROSTER-OUTPUT-RECORD
           END-STRING.
           WRITE ROSTER-OUTPUT-RECORD.
           DISPLAY ROSTER-OUTPUT-RECORD.
           MOVE ALL "=" TO ROSTER-OUTPUT-RECORD.
           WRITE ROSTER-OUTPUT-RECORD.

           PERFORM VARYING WS-EXM-IDX FROM 1 BY 1
                   UNTIL WS-EXM-IDX > WS-EXM-COUNT
               PERFORM WRITE-ROSTER-EXAM
           END-PERFORM.

           MOVE ALL "=" TO ROSTER-OUTPUT-RECORD.
           WRITE ROSTER-OUTPUT-RECORD.
           CLOSE ROSTER-OUTPUT-FILE.

       WRITE-ROSTER-EXAM.
           MOVE SPACES TO ROSTER-OUTPUT-RECORD.
           STRING WS-EXM-COURSE-ID(WS-EXM-IDX) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-EXM-SECTION-NO(WS-EXM-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EXM-DATE(WS-EXM-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EXM-SLOT(WS-EXM-IDX) DELIMITED BY SIZE
                  "限 " DELIMITED BY SIZE
                  WS-EXM-ROOM(WS-EXM-IDX) DELIMITED BY SIZE
                  " 受験" DELIMITED BY SIZE
                  WS-EXM-EXAMINEES(WS-EXM-IDX) DELIMITED BY SIZE
                  " 必要" DELIMITED BY SIZE
                  WS-EXM-NEEDED(WS-EXM-IDX) DELIMITED BY SIZE
                  " 割当" DELIMITED BY SIZE
                  WS-EXM-ASSIGNED(WS-EXM-IDX) DELIMITED BY SIZE
               INTO ROSTER-OUTPUT-RECORD
           END-STRING.
           WRITE ROSTER-OUTPUT-RECORD.

           MOVE "N" TO WS-EOF-FLAG.
           MOVE WS-EXM-COURSE-ID(WS-EXM-IDX) TO PRC-COURSE-ID.
           MOVE WS-TARGET-YEAR TO PRC-ACADEMIC-YEAR.
           MOVE WS-EXM-SECTION-NO(WS-EXM-IDX) TO PRC-SECTION-NO.
           MOVE LOW-VALUES TO PRC-TEACHER-ID.
           START PROCTOR-FILE KEY IS NOT LESS THAN PRC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF
               READ PROCTOR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF PRC-COURSE-ID
                              NOT = WS-EXM-COURSE-ID(WS-EXM-IDX)
                           OR PRC-ACADEMIC-YEAR NOT = WS-TARGET-YEAR
                           OR PRC-SECTION-NO
                              NOT = WS-EXM-SECTION-NO(WS-EXM-IDX)
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                           PERFORM WRITE-ROSTER-LINE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-EXM-ASSIGNED(WS-EXM-IDX) < WS-EXM-NEEDED(WS-EXM-IDX)
               COMPUTE WS-SHORT-COUNT = WS-EXM-NEEDED(WS-EXM-IDX)
                                      - WS-EXM-ASSIGNED(WS-EXM-IDX)
               MOVE SPACES TO ROSTER-OUTPUT-RECORD
               STRING "    ** 監督不足 " DELIMITED BY SIZE
                      WS-SHORT-COUNT DELIMITED BY SIZE
                      "名(空き教員なし)" DELIMITED BY SIZE
                   INTO ROSTER-OUTPUT-RECORD
               END-STRING
               WRITE ROSTER-OUTPUT-RECORD
           END-IF.

       WRITE-ROSTER-LINE.
           MOVE SPACES TO WS-GROUP-DEPT.
           MOVE SPACES TO TCH-NAME.
           PERFORM VARYING WS-TCH-IDX FROM 1 BY 1
                   UNTIL WS-TCH-IDX > WS-TCH-COUNT
               IF WS-TCH-ID(WS-TCH-IDX) = PRC-TEACHER-ID
                   MOVE WS-TCH-NAME(WS-TCH-IDX) TO TCH-NAME
                   MOVE WS-TCH-DEPT-ID(WS-TCH-IDX) TO WS-GROUP-DEPT
               END-IF
           END-PERFORM.
           PERFORM SET-SOURCE-TEXT.
           MOVE SPACES TO ROSTER-OUTPUT-RECORD.
           STRING "    " DELIMITED BY SIZE
                  PRC-TEACHER-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TCH-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-GROUP-DEPT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SOURCE-TEXT DELIMITED BY SIZE
               INTO ROSTER-OUTPUT-RECORD
           END-STRING.
           WRITE ROSTER-OUTPUT-RECORD.

       SET-SOURCE-TEXT.
           EVALUATE TRUE
               WHEN PRC-SOURCE-OWN
                   MOVE "担当" TO WS-SOURCE-TEXT
               WHEN PRC-SOURCE-MANUAL
                   MOVE "手動" TO WS-SOURCE-TEXT
               WHEN OTHER
                   MOVE "自動" TO WS-SOURCE-TEXT
           END-EVALUATE.

      *-----------------------------------------------------------
      * 教員別担当表(学科ごとに教員と担当日時限を並べる)
      *-----------------------------------------------------------
       WRITE-DUTY-REPORT.
           PERFORM LOAD-DUTY-TABLE.
           PERFORM SORT-DUTY-TABLE.

           OPEN OUTPUT DUTY-OUTPUT-FILE.
           MOVE SPACES TO DUTY-OUTPUT-RECORD.
           STRING "試験監督 教員別担当表 年度: "
                      DELIMITED BY SIZE
                  WS-TARGET-YEAR DELIMITED BY SIZE
               INTO DUTY-OUTPUT-RECORD
           END-STRING.
           WRITE DUTY-OUTPUT-RECORD.
           IF WS-DTY-OVERFLOW
               MOVE "(割当が600件を超えたため一部省略)"
                   TO DUTY-OUTPUT-RECORD
               WRITE DUTY-OUTPUT-RECORD
           END-IF.

           MOVE SPACES TO WS-GROUP-DEPT.
           MOVE SPACES TO WS-GROUP-TEACHER.
           PERFORM VARYING WS-DTY-IDX FROM 1 BY 1
                   UNTIL WS-DTY-IDX > WS-DTY-COUNT
               IF WS-DTY-IDX = 1
                   OR WS-DTY-DEPT-ID(WS-DTY-IDX) NOT = WS-GROUP-DEPT
                   MOVE WS-DTY-DEPT-ID(WS-DTY-IDX) TO WS-GROUP-DEPT
                   MOVE ALL "=" TO DUTY-OUTPUT-RECORD
                   WRITE DUTY-OUTPUT-RECORD
                   MOVE SPACES TO DUTY-OUTPUT-RECORD
                   STRING "[学科 " DELIMITED BY SIZE
                          WS-GROUP-DEPT DELIMITED BY SIZE
                          "]" DELIMITED BY SIZE
                       INTO DUTY-OUTPUT-RECORD
                   END-STRING
                   WRITE DUTY-OUTPUT-RECORD
                   MOVE SPACES TO WS-GROUP-TEACHER
               END-IF
               IF WS-DTY-TEACHER-ID(WS-DTY-IDX) NOT = WS-GROUP-TEACHER
                   MOVE WS-DTY-TEACHER-ID(WS-DTY-IDX)
                       TO WS-GROUP-TEACHER
                   PERFORM WRITE-DUTY-TEACHER
               END-IF
               MOVE SPACES TO DUTY-OUTPUT-RECORD
               STRING "    " DELIMITED BY SIZE
                      WS-DTY-DATE(WS-DTY-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-DTY-SLOT(WS-DTY-IDX) DELIMITED BY SIZE
                      "限 " DELIMITED BY SIZE
                      WS-DTY-ROOM(WS-DTY-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-DTY-COURSE-ID(WS-DTY-IDX) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-DTY-SECTION-NO(WS-DTY-IDX) DELIMITED BY SIZE
                   INTO DUTY-OUTPUT-RECORD
               END-STRING
               WRITE DUTY-OUTPUT-RECORD
           END-PERFORM.
           IF WS-DTY-COUNT = 0
               MOVE "  該当なし" TO DUTY-OUTPUT-RECORD
               WRITE DUTY-OUTPUT-RECORD
           END-IF.
           MOVE ALL "=" TO DUTY-OUTPUT-RECORD.
           WRITE DUTY-OUTPUT-RECORD.
           CLOSE DUTY-OUTPUT-FILE.

       WRITE-DUTY-TEACHER.
           MOVE SPACES TO TCH-NAME.
           MOVE 0 TO WS-GROUP-COUNT.
           PERFORM VARYING WS-TCH-IDX FROM 1 BY 1
                   UNTIL WS-TCH-IDX > WS-TCH-COUNT
               IF WS-TCH-ID(WS-TCH-IDX) = WS-GROUP-TEACHER
                   MOVE WS-TCH-NAME(WS-TCH-IDX) TO TCH-NAME
                   MOVE WS-TCH-DUTY(WS-TCH-IDX) TO WS-GROUP-COUNT
               END-IF
           END-PERFORM.
           MOVE SPACES TO DUTY-OUTPUT-RECORD.
           STRING "  " DELIMITED BY SIZE
                  WS-GROUP-TEACHER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TCH-NAME DELIMITED BY SIZE
                  " 担当" DELIMITED BY SIZE
                  WS-GROUP-COUNT DELIMITED BY SIZE
                  "件" DELIMITED BY SIZE
               INTO DUTY-OUTPUT-RECORD
           END-STRING.
           WRITE DUTY-OUTPUT-RECORD.

       LOAD-DUTY-TABLE.
           MOVE 0 TO WS-DTY-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO PRC-KEY.
           START PROCTOR-FILE KEY IS NOT LESS THAN PRC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF
               READ PROCTOR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF PRC-ACADEMIC-YEAR = WS-TARGET-YEAR
                           PERFORM ADD-DUTY-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       ADD-DUTY-ENTRY.
           IF WS-DTY-COUNT >= 600
               MOVE "Y" TO WS-DTY-OVERFLOW-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DTY-COUNT.
           MOVE SPACES TO WS-DTY-DEPT-ID(WS-DTY-COUNT).
           PERFORM VARYING WS-TCH-IDX FROM 1 BY 1
                   UNTIL WS-TCH-IDX > WS-TCH-COUNT
               IF WS-TCH-ID(WS-TCH-IDX) = PRC-TEACHER-ID
                   MOVE WS-TCH-DEPT-ID(WS-TCH-IDX)
                       TO WS-DTY-DEPT-ID(WS-DTY-COUNT)
               END-IF
           END-PERFORM.
           MOVE PRC-TEACHER-ID TO WS-DTY-TEACHER-ID(WS-DTY-COUNT).
           MOVE PRC-COURSE-ID TO WS-DTY-COURSE-ID(WS-DTY-COUNT).
           MOVE PRC-SECTION-NO TO WS-DTY-SECTION-NO(WS-DTY-COUNT).
           MOVE PRC-EXAM-DATE TO WS-DTY-DATE(WS-DTY-COUNT).
           MOVE PRC-EXAM-SLOT TO WS-DTY-SLOT(WS-DTY-COUNT).
           MOVE PRC-EXAM-ROOM TO WS-DTY-ROOM(WS-DTY-COUNT).
           MOVE SPACES TO WS-DTY-SORT-KEY(WS-DTY-COUNT).
           STRING WS-DTY-DEPT-ID(WS-DTY-COUNT) DELIMITED BY SIZE
                  PRC-TEACHER-ID DELIMITED BY SIZE
                  PRC-EXAM-DATE DELIMITED BY SIZE
                  PRC-EXAM-SLOT DELIMITED BY SIZE
               INTO WS-DTY-SORT-KEY(WS-DTY-COUNT)
           END-STRING.

       SORT-DUTY-TABLE.
           PERFORM VARYING WS-DTY-IDX FROM 2 BY 1
                   UNTIL WS-DTY-IDX > WS-DTY-COUNT
               MOVE WS-DTY-ENTRY(WS-DTY-IDX) TO WS-HOLD-ENTRY
               MOVE WS-DTY-IDX TO WS-DTY-POS
               PERFORM UNTIL WS-DTY-POS < 2
                   OR WS-DTY-SORT-KEY(WS-DTY-POS - 1)
                       NOT > WS-HOLD-ENTRY(1:19)
                   MOVE WS-DTY-ENTRY(WS-DTY-POS - 1)
                       TO WS-DTY-ENTRY(WS-DTY-POS)
                   SUBTRACT 1 FROM WS-DTY-POS
               END-PERFORM
               MOVE WS-HOLD-ENTRY TO WS-DTY-ENTRY(WS-DTY-POS)
           END-PERFORM.
