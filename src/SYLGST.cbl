      *****************************************************************
      * シラバス管理システム - 成績提出状況確認バッチ(SYLGST)
      * 承認済シラバスの区分ごとに在籍中の履修者と成績結果を
      * 突き合わせ、学期の成績提出期限を過ぎても未入力の学生が
      * いる区分を教員別・学科別に一覧にする。超過3日・7日・14日
      * で段階を上げて区分の担当教員宛の督促通知を追加する
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLGST.
       AUTHOR. SHINYAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT GRADE-FILE
               ASSIGN TO "grades.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-KEY
               FILE STATUS IS WS-GRD-FILE-STATUS.

           SELECT SEMESTER-FILE
               ASSIGN TO "semester.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEM-CODE
               FILE STATUS IS WS-SEM-FILE-STATUS.

           SELECT REMINDER-FILE
               ASSIGN TO "grdremind.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMD-KEY
               FILE STATUS IS WS-RMD-FILE-STATUS.

           SELECT NOTIFY-FILE
               ASSIGN TO "notify.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTF-FILE-STATUS.

           SELECT PRINT-OUTPUT-FILE
               ASSIGN TO "grade_submission_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SYLLABUS-FILE.
           COPY "copybooks/SYLFILE.cpy".

       FD ENROLLMENT-FILE.
           COPY "copybooks/ENROLLFILE.cpy".

       FD GRADE-FILE.
           COPY "copybooks/GRADEFILE.cpy".

       FD SEMESTER-FILE.
           COPY "copybooks/SEMESTERFILE.cpy".

       FD REMINDER-FILE.
           COPY "copybooks/GRDRMDFILE.cpy".

       FD NOTIFY-FILE.
           COPY "copybooks/NOTIFYFILE.cpy".

       FD PRINT-OUTPUT-FILE.
       01 PRINT-OUTPUT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-SYL-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SYL-FILE-SUCCESS   VALUE "00".

       01 WS-ENR-FILE-STATUS       PIC XX VALUE "00".
          88 WS-ENR-FILE-SUCCESS   VALUE "00".

       01 WS-GRD-FILE-STATUS       PIC XX VALUE "00".
          88 WS-GRD-FILE-SUCCESS   VALUE "00".

       01 WS-SEM-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SEM-FILE-SUCCESS   VALUE "00".

       01 WS-RMD-FILE-STATUS       PIC XX VALUE "00".
          88 WS-RMD-FILE-SUCCESS   VALUE "00".

       01 WS-NTF-FILE-STATUS       PIC XX VALUE "00".

       01 WS-OUT-FILE-STATUS       PIC XX VALUE "00".

       01 WS-GRD-OPEN-FLAG         PIC X VALUE "N".
          88 WS-GRD-OPENED         VALUE "Y".

       01 WS-SYL-EOF-FLAG          PIC X VALUE "N".
          88 WS-SYL-EOF            VALUE "Y".

       01 WS-ENR-EOF-FLAG          PIC X VALUE "N".
          88 WS-ENR-EOF            VALUE "Y".

       01 WS-RMD-EXISTS-FLAG       PIC X VALUE "N".
          88 WS-RMD-EXISTS         VALUE "Y".

       01 WS-FUNCTION-CODE         PIC X.
       01 WS-PARAM-1               PIC X(50).
       01 WS-PARAM-2               PIC X(50).
       01 WS-RESULT                PIC X(200).
       01 WS-RETURN-CODE           PIC 9.

       01 WS-TARGET-YEAR           PIC X(4).
       01 WS-TODAY                 PIC X(8).
       01 WS-LAST-COURSE-KEY       PIC X(10).
       01 WS-FIRST-SECTION-NO      PIC X(2).

      * 提出期限(学期マスタ未設定時は終了日の7日後)
       01 WS-DEFAULT-GRACE-DAYS    PIC 99 VALUE 7.
       01 WS-DEADLINE              PIC X(8).
       01 WS-DATE-NUM              PIC 9(8).
       01 WS-TODAY-INT             PIC 9(7).
       01 WS-DEADLINE-INT          PIC 9(7).
       01 WS-DAYS-LATE             PIC 9(4).

       01 WS-ENROLLED-COUNT        PIC 9(4).
       01 WS-MISSING-COUNT         PIC 9(4).
       01 WS-NEW-LEVEL             PIC 9.
       01 WS-SENT-LEVEL            PIC 9.

      * 科目内の担当教員別集計(督促通知は教員ごとに1件)
       01 WS-COURSE-TEACHER-TABLE.
          05 WS-CTC-COUNT          PIC 99 VALUE 0.
          05 WS-CTC-ENTRY OCCURS 50 TIMES.
             10 WS-CTC-TEACHER-ID  PIC X(5).
             10 WS-CTC-MISSING     PIC 9(4).
             10 WS-CTC-LEVEL       PIC 9.
       01 WS-CTC-IDX               PIC 99.
       01 WS-CTC-HIT               PIC 99.

      * 提出遅延区分表(最大500区分。並べ替えキーは出力順に作る)
       01 WS-LATE-TABLE.
          05 WS-LAT-COUNT          PIC 9(3) VALUE 0.
          05 WS-LAT-ENTRY OCCURS 500 TIMES.
             10 WS-LAT-SORT-KEY    PIC X(17).
             10 WS-LAT-TEACHER-ID  PIC X(5).
             10 WS-LAT-DEPT-ID     PIC X(4).
             10 WS-LAT-COURSE-ID   PIC X(6).
             10 WS-LAT-SECTION-NO  PIC X(2).
             10 WS-LAT-COURSE-NAME PIC X(20).
             10 WS-LAT-SEMESTER    PIC X(2).
             10 WS-LAT-DEADLINE    PIC X(8).
             10 WS-LAT-DAYS-LATE   PIC 9(4).
             10 WS-LAT-ENROLLED    PIC 9(4).
             10 WS-LAT-MISSING     PIC 9(4).
             10 WS-LAT-LEVEL       PIC 9.

       01 WS-LAT-IDX               PIC 9(3).
       01 WS-LAT-POS               PIC 9(3).
       01 WS-OVERFLOW-FLAG         PIC X VALUE "N".
          88 WS-TABLE-OVERFLOW     VALUE "Y".
       01 WS-HOLD-ENTRY            PIC X(77).

       01 WS-SORT-MODE             PIC X.
          88 WS-SORT-BY-TEACHER    VALUE "T".
          88 WS-SORT-BY-DEPT       VALUE "D".

       01 WS-GROUP-KEY             PIC X(5).
       01 WS-GROUP-COUNT           PIC 9(5) VALUE 0.
       01 WS-GROUP-MISSING         PIC 9(5) VALUE 0.
       01 WS-TEACHER-NAME          PIC X(20).
       01 WS-LEVEL-TEXT            PIC X(12).

      * 処理件数
       01 WS-CHECKED-COUNT         PIC 9(5) VALUE 0.
       01 WS-TOTAL-MISSING         PIC 9(5) VALUE 0.
       01 WS-NOTICE-COUNT          PIC 9(5) VALUE 0.

       SCREEN SECTION.
       01 GST-OPTION-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "成績提出状況確認".
           05 LINE 3 COLUMN 1 VALUE "対象年度(4桁):".
           05 LINE 3 COLUMN 20 PIC X(4) USING WS-TARGET-YEAR.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TARGET-YEAR.
           DISPLAY GST-OPTION-SCREEN.
           ACCEPT GST-OPTION-SCREEN.

           IF WS-TARGET-YEAR = SPACES
               DISPLAY "エラー:年度は必須です。"
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY TO WS-DATE-NUM.
           COMPUTE WS-TODAY-INT
               = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

           PERFORM OPEN-FILES.
           IF NOT WS-SYL-FILE-SUCCESS OR NOT WS-ENR-FILE-SUCCESS
               DISPLAY "エラー:ファイルが開けません。"
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.
           IF NOT WS-SEM-FILE-SUCCESS
               DISPLAY "エラー:学期マスタがありません。"
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.
           IF NOT WS-RMD-FILE-SUCCESS
               DISPLAY "エラー:督促状況が開けません。"
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.

           OPEN EXTEND NOTIFY-FILE.
           IF WS-NTF-FILE-STATUS NOT = "00"
               OPEN OUTPUT NOTIFY-FILE
           END-IF.
           PERFORM CHECK-ALL-COURSES.
           CLOSE NOTIFY-FILE.

           IF WS-TABLE-OVERFLOW
               DISPLAY "警告:遅延区分が500件を超過。"
           END-IF.

           PERFORM WRITE-REPORT.

           DISPLAY " ".
           DISPLAY "確認区分数:   " WS-CHECKED-COUNT.
           DISPLAY "提出遅延区分: " WS-LAT-COUNT.
           DISPLAY "未入力学生数: " WS-TOTAL-MISSING.
           DISPLAY "督促通知件数: " WS-NOTICE-COUNT.
           DISPLAY "grade_submission_report.txtに出力。".

           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT SYLLABUS-FILE.
           OPEN INPUT ENROLLMENT-FILE.
           OPEN INPUT SEMESTER-FILE.
           OPEN INPUT GRADE-FILE.
           IF WS-GRD-FILE-SUCCESS
               MOVE "Y" TO WS-GRD-OPEN-FLAG
           END-IF.
           OPEN I-O REMINDER-FILE.
           IF NOT WS-RMD-FILE-SUCCESS
               OPEN OUTPUT REMINDER-FILE
               CLOSE REMINDER-FILE
               OPEN I-O REMINDER-FILE
           END-IF.

       CLOSE-FILES.
           CLOSE SYLLABUS-FILE.
           CLOSE ENROLLMENT-FILE.
           CLOSE SEMESTER-FILE.
           IF WS-GRD-OPENED
               CLOSE GRADE-FILE
           END-IF.
           CLOSE REMINDER-FILE.

      *-----------------------------------------------------------
      * 対象年度のシラバスを順に読み、承認済の区分ごとに提出状況
      * を確認する。区分未設定の履修は科目の最初の取消されて
      * いない区分に数える。督促は科目が変わったところで担当
      * 教員ごとにまとめて送る
      *-----------------------------------------------------------
       CHECK-ALL-COURSES.
           MOVE SPACES TO WS-LAST-COURSE-KEY.
           MOVE SPACES TO WS-FIRST-SECTION-NO.
           MOVE 0 TO WS-CTC-COUNT.
           MOVE "N" TO WS-SYL-EOF-FLAG.
           MOVE LOW-VALUES TO SYL-RECORD-KEY.
           START SYLLABUS-FILE KEY IS NOT LESS THAN SYL-RECORD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SYL-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-SYL-EOF
               READ SYLLABUS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SYL-EOF-FLAG
                   NOT AT END
                       IF SYL-ACADEMIC-YEAR = WS-TARGET-YEAR
                           PERFORM CHECK-COURSE-BREAK
                           IF SYL-STATUS-APPROVED
                               PERFORM CHECK-ONE-SECTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM SEND-COURSE-REMINDERS.

       CHECK-COURSE-BREAK.
           IF SYL-RECORD-KEY(1:10) NOT = WS-LAST-COURSE-KEY
               PERFORM SEND-COURSE-REMINDERS
               MOVE SYL-RECORD-KEY(1:10) TO WS-LAST-COURSE-KEY
               MOVE SPACES TO WS-FIRST-SECTION-NO
           END-IF.
           IF WS-FIRST-SECTION-NO = SPACES
               AND NOT SYL-STATUS-CANCELLED
               MOVE SYL-SECTION-NO TO WS-FIRST-SECTION-NO
           END-IF.

       CHECK-ONE-SECTION.
           PERFORM GET-GRADE-DEADLINE.
           IF WS-DEADLINE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DEADLINE TO WS-DATE-NUM.
           COMPUTE WS-DEADLINE-INT
               = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           IF WS-DEADLINE-INT = 0 OR WS-TODAY-INT <= WS-DEADLINE-INT
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DAYS-LATE = WS-TODAY-INT - WS-DEADLINE-INT.

           ADD 1 TO WS-CHECKED-COUNT.
           PERFORM COUNT-MISSING-GRADES.
           IF WS-MISSING-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           ADD WS-MISSING-COUNT TO WS-TOTAL-MISSING.

           EVALUATE TRUE
               WHEN WS-DAYS-LATE >= 14
                   MOVE 3 TO WS-NEW-LEVEL
               WHEN WS-DAYS-LATE >= 7
                   MOVE 2 TO WS-NEW-LEVEL
               WHEN WS-DAYS-LATE >= 3
                   MOVE 1 TO WS-NEW-LEVEL
               WHEN OTHER
                   MOVE 0 TO WS-NEW-LEVEL
           END-EVALUATE.
           PERFORM ADD-TEACHER-ENTRY.
           PERFORM ADD-LATE-ENTRY.

      * 同じ科目の区分を担当教員ごとに合算(段階は最も高いもの)
       ADD-TEACHER-ENTRY.
           MOVE 0 TO WS-CTC-HIT.
           PERFORM VARYING WS-CTC-IDX FROM 1 BY 1
                   UNTIL WS-CTC-IDX > WS-CTC-COUNT
               IF WS-CTC-TEACHER-ID(WS-CTC-IDX) = SYL-TEACHER-ID
                   MOVE WS-CTC-IDX TO WS-CTC-HIT
               END-IF
           END-PERFORM.
           IF WS-CTC-HIT = 0
               IF WS-CTC-COUNT >= 50
                   DISPLAY "警告:担当教員数超過 " SYL-COURSE-ID
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CTC-COUNT
               MOVE WS-CTC-COUNT TO WS-CTC-HIT
               MOVE SYL-TEACHER-ID TO WS-CTC-TEACHER-ID(WS-CTC-HIT)
               MOVE 0 TO WS-CTC-MISSING(WS-CTC-HIT)
               MOVE 0 TO WS-CTC-LEVEL(WS-CTC-HIT)
           END-IF.
           ADD WS-MISSING-COUNT TO WS-CTC-MISSING(WS-CTC-HIT).
           IF WS-NEW-LEVEL > WS-CTC-LEVEL(WS-CTC-HIT)
               MOVE WS-NEW-LEVEL TO WS-CTC-LEVEL(WS-CTC-HIT)
           END-IF.

       SEND-COURSE-REMINDERS.
           PERFORM VARYING WS-CTC-IDX FROM 1 BY 1
                   UNTIL WS-CTC-IDX > WS-CTC-COUNT
               PERFORM SEND-REMINDER
           END-PERFORM.
           MOVE 0 TO WS-CTC-COUNT.

      *-----------------------------------------------------------
      * 開講学期の成績提出期限を求める
      * (期限未設定なら終了日の7日後。どちらもなければ対象外)
      *-----------------------------------------------------------
       GET-GRADE-DEADLINE.
           MOVE SPACES TO WS-DEADLINE.
           MOVE SYL-SEMESTER TO SEM-CODE.
           READ SEMESTER-FILE
               KEY IS SEM-CODE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           IF SEM-GRADE-DEADLINE IS NUMERIC
               MOVE SEM-GRADE-DEADLINE TO WS-DEADLINE
               EXIT PARAGRAPH
           END-IF.
           IF SEM-END-DATE IS NUMERIC
               MOVE SEM-END-DATE TO WS-DATE-NUM
               COMPUTE WS-DEADLINE-INT
                   = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               IF WS-DEADLINE-INT > 0
                   ADD WS-DEFAULT-GRACE-DAYS TO WS-DEADLINE-INT
                   COMPUTE WS-DATE-NUM
                       = FUNCTION DATE-OF-INTEGER(WS-DEADLINE-INT)
                   MOVE WS-DATE-NUM TO WS-DEADLINE
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * 在籍中(取消・辞退以外)の区分の履修者のうち成績未入力を
      * 数える(区分未設定は科目の最初の取消されていない区分)
      *-----------------------------------------------------------
       COUNT-MISSING-GRADES.
           MOVE 0 TO WS-ENROLLED-COUNT.
           MOVE 0 TO WS-MISSING-COUNT.
           MOVE "N" TO WS-ENR-EOF-FLAG.
           MOVE SYL-COURSE-ID TO ENR-COURSE-ID.
           MOVE SYL-ACADEMIC-YEAR TO ENR-ACADEMIC-YEAR.
           MOVE LOW-VALUES TO ENR-STUDENT-ID.
           START ENROLLMENT-FILE KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ENR-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-ENR-EOF
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ENR-EOF-FLAG
                   NOT AT END
                       IF ENR-COURSE-ID NOT = SYL-COURSE-ID
                           OR ENR-ACADEMIC-YEAR
                               NOT = SYL-ACADEMIC-YEAR
                           MOVE "Y" TO WS-ENR-EOF-FLAG
                       ELSE
                           IF ENR-STATUS-ENROLLED
                               AND (ENR-SECTION-NO = SYL-SECTION-NO
                                OR (ENR-SECTION-NO = SPACES
                                    AND SYL-SECTION-NO
                                        = WS-FIRST-SECTION-NO))
                               ADD 1 TO WS-ENROLLED-COUNT
                               PERFORM CHECK-ONE-GRADE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ONE-GRADE.
           IF NOT WS-GRD-OPENED
               ADD 1 TO WS-MISSING-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE ENR-KEY TO GRD-KEY.
           READ GRADE-FILE
               KEY IS GRD-KEY
               INVALID KEY
                   ADD 1 TO WS-MISSING-COUNT
               NOT INVALID KEY
                   IF GRD-GRADE = SPACE
                       ADD 1 TO WS-MISSING-COUNT
                   END-IF
           END-READ.

      *-----------------------------------------------------------
      * 督促段階が送付済みより上がったときだけ教員宛通知を追加
      * (同じ段階の督促は再実行しても重ねて送らない)
      *-----------------------------------------------------------
       SEND-REMINDER.
           MOVE 0 TO WS-SENT-LEVEL.
           MOVE "N" TO WS-RMD-EXISTS-FLAG.
           MOVE WS-LAST-COURSE-KEY(1:6) TO RMD-COURSE-ID.
           MOVE WS-LAST-COURSE-KEY(7:4) TO RMD-ACADEMIC-YEAR.
           MOVE WS-CTC-TEACHER-ID(WS-CTC-IDX) TO RMD-TEACHER-ID.
           READ REMINDER-FILE
               KEY IS RMD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-RMD-EXISTS-FLAG
                   MOVE RMD-LEVEL TO WS-SENT-LEVEL
           END-READ.

           IF WS-CTC-LEVEL(WS-CTC-IDX) <= WS-SENT-LEVEL
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CTC-TEACHER-ID(WS-CTC-IDX) TO NTF-TEACHER-ID.
           MOVE WS-LAST-COURSE-KEY(1:6) TO NTF-COURSE-ID.
           MOVE WS-LAST-COURSE-KEY(7:4) TO NTF-ACADEMIC-YEAR.
           MOVE WS-CTC-LEVEL(WS-CTC-IDX) TO NTF-DECISION.
           MOVE FUNCTION CURRENT-DATE TO NTF-TIMESTAMP.
           MOVE SPACES TO NTF-STUDENT-ID.
           SET NTF-UNSENT TO TRUE.
           WRITE NOTIFY-RECORD.
           ADD 1 TO WS-NOTICE-COUNT.

           MOVE WS-LAST-COURSE-KEY(1:6) TO RMD-COURSE-ID.
           MOVE WS-LAST-COURSE-KEY(7:4) TO RMD-ACADEMIC-YEAR.
           MOVE WS-CTC-TEACHER-ID(WS-CTC-IDX) TO RMD-TEACHER-ID.
           MOVE WS-CTC-LEVEL(WS-CTC-IDX) TO RMD-LEVEL.
           MOVE WS-CTC-MISSING(WS-CTC-IDX) TO RMD-MISSING-COUNT.
           MOVE WS-TODAY TO RMD-LAST-DATE.
           IF WS-RMD-EXISTS
               REWRITE GRADE-REMINDER-RECORD
                   INVALID KEY
                       DISPLAY "エラー:督促状況更新失敗 "
                               RMD-COURSE-ID
               END-REWRITE
           ELSE
               WRITE GRADE-REMINDER-RECORD
                   INVALID KEY
                       DISPLAY "エラー:督促状況登録失敗 "
                               RMD-COURSE-ID
               END-WRITE
           END-IF.

       ADD-LATE-ENTRY.
           IF WS-LAT-COUNT >= 500
               MOVE "Y" TO WS-OVERFLOW-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LAT-COUNT.
           MOVE SYL-TEACHER-ID TO WS-LAT-TEACHER-ID(WS-LAT-COUNT).
           MOVE SYL-DEPARTMENT-ID TO WS-LAT-DEPT-ID(WS-LAT-COUNT).
           MOVE SYL-COURSE-ID TO WS-LAT-COURSE-ID(WS-LAT-COUNT).
           MOVE SYL-SECTION-NO TO WS-LAT-SECTION-NO(WS-LAT-COUNT).
           MOVE SYL-COURSE-NAME TO WS-LAT-COURSE-NAME(WS-LAT-COUNT).
           MOVE SYL-SEMESTER TO WS-LAT-SEMESTER(WS-LAT-COUNT).
           MOVE WS-DEADLINE TO WS-LAT-DEADLINE(WS-LAT-COUNT).
           MOVE WS-DAYS-LATE TO WS-LAT-DAYS-LATE(WS-LAT-COUNT).
           MOVE WS-ENROLLED-COUNT TO WS-LAT-ENROLLED(WS-LAT-COUNT).
           MOVE WS-MISSING-COUNT TO WS-LAT-MISSING(WS-LAT-COUNT).
           MOVE WS-NEW-LEVEL TO WS-LAT-LEVEL(WS-LAT-COUNT).

      *-----------------------------------------------------------
      * 報告書: 教員別と学科別の2部構成
      *-----------------------------------------------------------
       WRITE-REPORT.
           OPEN OUTPUT PRINT-OUTPUT-FILE.
           MOVE SPACES TO PRINT-OUTPUT-RECORD.
           STRING "成績提出状況 年度: " DELIMITED BY SIZE
                  WS-TARGET-YEAR DELIMITED BY SIZE
                  "  基準日: " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
               INTO PRINT-OUTPUT-RECORD
           END-STRING.
           WRITE PRINT-OUTPUT-RECORD.
           DISPLAY PRINT-OUTPUT-RECORD.
           MOVE SPACES TO PRINT-OUTPUT-RECORD.
           STRING "遅延区分: " DELIMITED BY SIZE
                  WS-LAT-COUNT DELIMITED BY SIZE
                  "  未入力学生: " DELIMITED BY SIZE
                  WS-TOTAL-MISSING DELIMITED BY SIZE
                  "  督促通知: " DELIMITED BY SIZE
                  WS-NOTICE-COUNT DELIMITED BY SIZE
               INTO PRINT-OUTPUT-RECORD
           END-STRING.
           WRITE PRINT-OUTPUT-RECORD.

           MOVE "T" TO WS-SORT-MODE.
           PERFORM SORT-LATE-TABLE.
           PERFORM WRITE-GROUPED-SECTION.
           MOVE "D" TO WS-SORT-MODE.
           PERFORM SORT-LATE-TABLE.
           PERFORM WRITE-GROUPED-SECTION.
           MOVE ALL "=" TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.
           CLOSE PRINT-OUTPUT-FILE.

      *-----------------------------------------------------------
      * 並べ替え(教員別=教員+科目+区分、
      *          学科別=学科+教員+科目+区分)
      *-----------------------------------------------------------
       SORT-LATE-TABLE.
           PERFORM VARYING WS-LAT-IDX FROM 1 BY 1
                   UNTIL WS-LAT-IDX > WS-LAT-COUNT
               MOVE SPACES TO WS-LAT-SORT-KEY(WS-LAT-IDX)
               IF WS-SORT-BY-TEACHER
                   STRING WS-LAT-TEACHER-ID(WS-LAT-IDX)
                              DELIMITED BY SIZE
                          WS-LAT-COURSE-ID(WS-LAT-IDX)
                              DELIMITED BY SIZE
                          WS-LAT-SECTION-NO(WS-LAT-IDX)
                              DELIMITED BY SIZE
                       INTO WS-LAT-SORT-KEY(WS-LAT-IDX)
                   END-STRING
               ELSE
                   STRING WS-LAT-DEPT-ID(WS-LAT-IDX)
                              DELIMITED BY SIZE
                          WS-LAT-TEACHER-ID(WS-LAT-IDX)
                              DELIMITED BY SIZE
                          WS-LAT-COURSE-ID(WS-LAT-IDX)
                              DELIMITED BY SIZE
                          WS-LAT-SECTION-NO(WS-LAT-IDX)
                              DELIMITED BY SIZE
                       INTO WS-LAT-SORT-KEY(WS-LAT-IDX)
                   END-STRING
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-LAT-IDX FROM 2 BY 1
                   UNTIL WS-LAT-IDX > WS-LAT-COUNT
               MOVE WS-LAT-ENTRY(WS-LAT-IDX) TO WS-HOLD-ENTRY
               MOVE WS-LAT-IDX TO WS-LAT-POS
               PERFORM UNTIL WS-LAT-POS < 2
                   OR WS-LAT-SORT-KEY(WS-LAT-POS - 1)
                       NOT > WS-HOLD-ENTRY(1:17)
                   MOVE WS-LAT-ENTRY(WS-LAT-POS - 1)
                       TO WS-LAT-ENTRY(WS-LAT-POS)
                   SUBTRACT 1 FROM WS-LAT-POS
               END-PERFORM
               MOVE WS-HOLD-ENTRY TO WS-LAT-ENTRY(WS-LAT-POS)
           END-PERFORM.

       WRITE-GROUPED-SECTION.
           MOVE ALL "=" TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.
           IF WS-SORT-BY-TEACHER
               MOVE "[教員別]" TO PRINT-OUTPUT-RECORD
           ELSE
               MOVE "[学科別]" TO PRINT-OUTPUT-RECORD
           END-IF.
           WRITE PRINT-OUTPUT-RECORD.
           MOVE "  科目   区分 科目名               学期 "
               & "期限     超過日 未入力/履修 督促"
               TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.

           MOVE HIGH-VALUES TO WS-GROUP-KEY.
           PERFORM VARYING WS-LAT-IDX FROM 1 BY 1
                   UNTIL WS-LAT-IDX > WS-LAT-COUNT
               IF (WS-SORT-BY-TEACHER
                   AND WS-LAT-TEACHER-ID(WS-LAT-IDX)
                       NOT = WS-GROUP-KEY)
                  OR (WS-SORT-BY-DEPT
                   AND WS-LAT-DEPT-ID(WS-LAT-IDX)
                       NOT = WS-GROUP-KEY(1:4))
                   IF WS-GROUP-KEY NOT = HIGH-VALUES
                       PERFORM WRITE-GROUP-TOTAL
                   END-IF
                   PERFORM WRITE-GROUP-HEADER
               END-IF
               PERFORM WRITE-LATE-LINE
               ADD 1 TO WS-GROUP-COUNT
               ADD WS-LAT-MISSING(WS-LAT-IDX) TO WS-GROUP-MISSING
           END-PERFORM.
           IF WS-GROUP-KEY NOT = HIGH-VALUES
               PERFORM WRITE-GROUP-TOTAL
           END-IF.
           IF WS-LAT-COUNT = 0
               MOVE "  該当なし" TO PRINT-OUTPUT-RECORD
               WRITE PRINT-OUTPUT-RECORD
           END-IF.

       WRITE-GROUP-HEADER.
           MOVE 0 TO WS-GROUP-COUNT.
           MOVE 0 TO WS-GROUP-MISSING.
           MOVE SPACES TO PRINT-OUTPUT-RECORD.
           IF WS-SORT-BY-TEACHER
               MOVE WS-LAT-TEACHER-ID(WS-LAT-IDX) TO WS-GROUP-KEY
               MOVE SPACES TO WS-TEACHER-NAME
               MOVE "T" TO WS-FUNCTION-CODE
               MOVE SPACES TO WS-PARAM-1
               MOVE WS-GROUP-KEY TO WS-PARAM-1(1:5)
               CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                                  WS-PARAM-2, WS-RESULT,
                                  WS-RETURN-CODE
               IF WS-RETURN-CODE = 0
                   MOVE WS-RESULT(1:20) TO WS-TEACHER-NAME
               END-IF
               STRING "教員: " DELIMITED BY SIZE
                      WS-GROUP-KEY DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-TEACHER-NAME DELIMITED BY SIZE
                   INTO PRINT-OUTPUT-RECORD
               END-STRING
           ELSE
               MOVE SPACES TO WS-GROUP-KEY
               MOVE WS-LAT-DEPT-ID(WS-LAT-IDX) TO WS-GROUP-KEY(1:4)
               STRING "学科: " DELIMITED BY SIZE
                      WS-GROUP-KEY(1:4) DELIMITED BY SIZE
                   INTO PRINT-OUTPUT-RECORD
               END-STRING
           END-IF.
           WRITE PRINT-OUTPUT-RECORD.

       WRITE-LATE-LINE.
           EVALUATE WS-LAT-LEVEL(WS-LAT-IDX)
               WHEN 3
                   MOVE "最終督促" TO WS-LEVEL-TEXT
               WHEN 2
                   MOVE "再督促" TO WS-LEVEL-TEXT
               WHEN 1
                   MOVE "督促" TO WS-LEVEL-TEXT
               WHEN OTHER
                   MOVE "-" TO WS-LEVEL-TEXT
           END-EVALUATE.
           MOVE SPACES TO PRINT-OUTPUT-RECORD.
           STRING "  " DELIMITED BY SIZE
                  WS-LAT-COURSE-ID(WS-LAT-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LAT-SECTION-NO(WS-LAT-IDX) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-LAT-COURSE-NAME(WS-LAT-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LAT-SEMESTER(WS-LAT-IDX) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-LAT-DEADLINE(WS-LAT-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LAT-DAYS-LATE(WS-LAT-IDX) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-LAT-MISSING(WS-LAT-IDX) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-LAT-ENROLLED(WS-LAT-IDX) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-LEVEL-TEXT DELIMITED BY SPACE
               INTO PRINT-OUTPUT-RECORD
           END-STRING.
           WRITE PRINT-OUTPUT-RECORD.

       WRITE-GROUP-TOTAL.
           MOVE SPACES TO PRINT-OUTPUT-RECORD.
           STRING "    小計: " DELIMITED BY SIZE
                  WS-GROUP-COUNT DELIMITED BY SIZE
                  "区分 未入力 " DELIMITED BY SIZE
                  WS-GROUP-MISSING DELIMITED BY SIZE
                  "名" DELIMITED BY SIZE
               INTO PRINT-OUTPUT-RECORD
           END-STRING.
           WRITE PRINT-OUTPUT-RECORD.
