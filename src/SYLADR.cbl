      *****************************************************************
      * シラバス管理システム - 指導学生週次レポート(SYLADR)
      * 指定年度・学期に担当中の指導教員割当ごとに、指導学生の
      * 当期履修単位数・取消数・辞退数・キャンセル待ち件数と
      * 修了要件の不足単位数を集計し、指導教員別に一覧にする。
      * 前回確認日より後に辞退した学生、履修登録締切後も当期の
      * 履修がない学生については指導教員宛の通知を追加する
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLADR.
       AUTHOR. SHINYAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADVISOR-FILE
               ASSIGN TO "advisor.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADV-KEY
               FILE STATUS IS WS-ADV-FILE-STATUS.

           SELECT STUDENT-FILE
               ASSIGN TO "student.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-STU-FILE-STATUS.

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

           SELECT CATEGORY-FILE
               ASSIGN TO "category.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-ID
               FILE STATUS IS WS-CAT-FILE-STATUS.

           SELECT TRANSFER-FILE
               ASSIGN TO "transfer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRF-KEY
               FILE STATUS IS WS-TRF-FILE-STATUS.

           SELECT WAITLIST-FILE
               ASSIGN TO "waitlist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WAIT-KEY
               FILE STATUS IS WS-WAIT-FILE-STATUS.

           SELECT SEMESTER-FILE
               ASSIGN TO "semester.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEM-CODE
               FILE STATUS IS WS-SEM-FILE-STATUS.

           SELECT NOTIFY-FILE
               ASSIGN TO "notify.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTF-FILE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "advisee_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT JOB-CONTROL-FILE
               ASSIGN TO "jobcontrol.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ADVISOR-FILE.
           COPY "copybooks/ADVISORFILE.cpy".

       FD STUDENT-FILE.
           COPY "copybooks/STUDENTFILE.cpy".

       FD SYLLABUS-FILE.
           COPY "copybooks/SYLFILE.cpy".

       FD ENROLLMENT-FILE.
           COPY "copybooks/ENROLLFILE.cpy".

       FD GRADE-FILE.
           COPY "copybooks/GRADEFILE.cpy".

       FD CATEGORY-FILE.
           COPY "copybooks/CATEGORYFILE.cpy".

       FD TRANSFER-FILE.
           COPY "copybooks/TRANSFERFILE.cpy".

       FD WAITLIST-FILE.
           COPY "copybooks/WAITLISTFILE.cpy".

       FD SEMESTER-FILE.
           COPY "copybooks/SEMESTERFILE.cpy".

       FD NOTIFY-FILE.
           COPY "copybooks/NOTIFYFILE.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE              PIC X(132).

       FD JOB-CONTROL-FILE.
           COPY "copybooks/JOBCTLFILE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ADV-FILE-STATUS       PIC XX VALUE "00".
          88 WS-ADV-FILE-SUCCESS   VALUE "00".

       01 WS-STU-FILE-STATUS       PIC XX VALUE "00".
          88 WS-STU-FILE-SUCCESS   VALUE "00".

       01 WS-SYL-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SYL-FILE-SUCCESS   VALUE "00".

       01 WS-ENR-FILE-STATUS       PIC XX VALUE "00".
          88 WS-ENR-FILE-SUCCESS   VALUE "00".

       01 WS-GRD-FILE-STATUS       PIC XX VALUE "00".
          88 WS-GRD-FILE-SUCCESS   VALUE "00".

       01 WS-CAT-FILE-STATUS       PIC XX VALUE "00".
          88 WS-CAT-FILE-SUCCESS   VALUE "00".

       01 WS-TRF-FILE-STATUS       PIC XX VALUE "00".
          88 WS-TRF-FILE-SUCCESS   VALUE "00".

       01 WS-WAIT-FILE-STATUS      PIC XX VALUE "00".
          88 WS-WAIT-FILE-SUCCESS  VALUE "00".

       01 WS-SEM-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SEM-FILE-SUCCESS   VALUE "00".

       01 WS-NTF-FILE-STATUS       PIC XX VALUE "00".
       01 WS-RPT-FILE-STATUS       PIC XX VALUE "00".
       01 WS-JOB-FILE-STATUS       PIC XX VALUE "00".

       01 WS-STU-OPEN-FLAG         PIC X VALUE "N".
          88 WS-STU-OPENED         VALUE "Y".
       01 WS-SYL-OPEN-FLAG         PIC X VALUE "N".
          88 WS-SYL-OPENED         VALUE "Y".
       01 WS-ENR-OPEN-FLAG         PIC X VALUE "N".
          88 WS-ENR-OPENED         VALUE "Y".
       01 WS-GRD-OPEN-FLAG         PIC X VALUE "N".
          88 WS-GRD-OPENED         VALUE "Y".
       01 WS-CAT-OPEN-FLAG         PIC X VALUE "N".
          88 WS-CAT-OPENED         VALUE "Y".
       01 WS-TRF-OPEN-FLAG         PIC X VALUE "N".
          88 WS-TRF-OPENED         VALUE "Y".
       01 WS-WAIT-OPEN-FLAG        PIC X VALUE "N".
          88 WS-WAIT-OPENED        VALUE "Y".

       01 WS-ADV-EOF-FLAG          PIC X VALUE "N".
          88 WS-ADV-EOF            VALUE "Y".
       01 WS-ENR-EOF-FLAG          PIC X VALUE "N".
          88 WS-ENR-EOF            VALUE "Y".
       01 WS-CAT-EOF-FLAG          PIC X VALUE "N".
          88 WS-CAT-EOF            VALUE "Y".
       01 WS-TRF-EOF-FLAG          PIC X VALUE "N".
          88 WS-TRF-EOF            VALUE "Y".
       01 WS-WAIT-EOF-FLAG         PIC X VALUE "N".
          88 WS-WAIT-EOF           VALUE "Y".

       01 WS-BUSINESS-DATE         PIC X(8).
       01 WS-STEP-NAME             PIC X(8).
       01 WS-STEP-STATUS           PIC X.
       01 WS-STEP-ROWS             PIC 9(7).

       01 WS-FUNCTION-CODE         PIC X.
       01 WS-PARAM-1               PIC X(50).
       01 WS-PARAM-2               PIC X(50).
       01 WS-RESULT                PIC X(200).
       01 WS-RETURN-CODE           PIC 9.

      * 対象年度・学期と履修登録締切
       01 WS-TARGET-YEAR           PIC X(4).
       01 WS-TARGET-SEMESTER       PIC X(2).
       01 WS-TARGET-TERM           PIC X(6).
       01 WS-SEMESTER-NAME         PIC X(20).
       01 WS-REG-CLOSE-DATE        PIC X(8).
       01 WS-REG-CLOSED-FLAG       PIC X VALUE "N".
          88 WS-REG-CLOSED         VALUE "Y".

      * 要件区分(区分マスタから作る。最大20区分)
       01 WS-CAT-TABLE.
          05 WS-CTB-COUNT          PIC 99 VALUE 0.
          05 WS-CTB-ENTRY OCCURS 20 TIMES.
             10 WS-CTB-ID          PIC X(2).
             10 WS-CTB-REQUIRED    PIC 9(3).

       01 WS-CTB-IDX               PIC 99.
       01 WS-CTB-HIT               PIC 99.

      * 指導学生の集計表(先頭13桁は教員+学籍番号の並べ替えキー)
       01 WS-ADR-TABLE.
          05 WS-ADR-COUNT          PIC 9(3) VALUE 0.
          05 WS-ADR-ENTRY OCCURS 500 TIMES.
             10 WS-ADR-TEACHER-ID  PIC X(5).
             10 WS-ADR-STUDENT-ID  PIC X(8).
             10 WS-ADR-START-YEAR  PIC X(4).
             10 WS-ADR-NAME        PIC X(20).
             10 WS-ADR-ACTIVE      PIC X.
             10 WS-ADR-LAST-CHECK  PIC X(8).
             10 WS-ADR-NOENR-TERM  PIC X(6).
             10 WS-ADR-LOAD        PIC 9(3).
             10 WS-ADR-TERM-ENR    PIC 9(3).
             10 WS-ADR-DROPS       PIC 9(3).
             10 WS-ADR-WITHDRAWS   PIC 9(3).
             10 WS-ADR-WAITS       PIC 9(3).
             10 WS-ADR-SHORTFALL   PIC 9(4).
             10 WS-ADR-NOENR-FLAG  PIC X.
             10 WS-ADR-EARNED      PIC 9(3) OCCURS 20 TIMES.

       01 WS-HOLD-ENTRY            PIC X(132).
       01 WS-ADR-IDX               PIC 9(3).
       01 WS-ADR-POS               PIC 9(3).
       01 WS-ADR-HIT               PIC 9(3).
       01 WS-FIND-STUDENT-ID       PIC X(8).
       01 WS-TABLE-OVERFLOW-FLAG   PIC X VALUE "N".
          88 WS-TABLE-OVERFLOW     VALUE "Y".

      * 科目の単位数・区分・学期(有効区分、空白は区分01)
       01 WS-LOOK-COURSE-ID        PIC X(6).
       01 WS-LOOK-YEAR             PIC X(4).
       01 WS-LOOK-SECTION          PIC X(2).
       01 WS-COURSE-CREDITS        PIC 9.
       01 WS-COURSE-CATEGORY       PIC X(2).
       01 WS-COURSE-SEMESTER       PIC X(2).
       01 WS-COURSE-FOUND-FLAG     PIC X VALUE "N".
          88 WS-COURSE-FOUND       VALUE "Y".

       01 WS-IN-TERM-FLAG          PIC X VALUE "N".
          88 WS-IN-TERM            VALUE "Y".

       01 WS-REMAIN                PIC S9(4).

      * 指導教員の区切り
       01 WS-GROUP-TEACHER-ID      PIC X(5).
       01 WS-TEACHER-NAME          PIC X(20).
       01 WS-REMARK                PIC X(24).

      * 処理件数
       01 WS-WITHDRAW-NOTICE-COUNT PIC 9(5) VALUE 0.
       01 WS-NOENR-NOTICE-COUNT    PIC 9(5) VALUE 0.
       01 WS-ADVISOR-COUNT         PIC 9(5) VALUE 0.

       01 WS-DISPLAY-NUM           PIC ZZZZ9.
       01 WS-DISPLAY-LOAD          PIC ZZ9.
       01 WS-DISPLAY-DROPS         PIC ZZ9.
       01 WS-DISPLAY-WITHDRAWS     PIC ZZ9.
       01 WS-DISPLAY-WAITS         PIC ZZ9.
       01 WS-DISPLAY-SHORT         PIC ZZZ9.

       SCREEN SECTION.
       01 ADR-OPTION-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "指導学生週次レポート".
           05 LINE 3 COLUMN 1 VALUE "対象年度(4桁):".
           05 LINE 3 COLUMN 20 PIC X(4) USING WS-TARGET-YEAR.
           05 LINE 4 COLUMN 1 VALUE "学期コード:".
           05 LINE 4 COLUMN 20 PIC X(2) USING WS-TARGET-SEMESTER.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TARGET-YEAR.
           MOVE SPACES TO WS-TARGET-SEMESTER.
           DISPLAY ADR-OPTION-SCREEN.
           ACCEPT ADR-OPTION-SCREEN.

           IF WS-TARGET-YEAR = SPACES OR WS-TARGET-SEMESTER = SPACES
               DISPLAY "エラー:年度と学期は必須です。"
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE.
           MOVE SPACES TO WS-TARGET-TERM.
           STRING WS-TARGET-YEAR DELIMITED BY SIZE
                  WS-TARGET-SEMESTER DELIMITED BY SIZE
               INTO WS-TARGET-TERM
           END-STRING.

           PERFORM OPEN-FILES.
           IF NOT WS-ADV-FILE-SUCCESS
               DISPLAY "エラー:指導教員割当なし。"
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.
           IF NOT WS-SEM-FILE-SUCCESS
               DISPLAY "エラー:学期マスタがありません。"
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.
           MOVE WS-TARGET-SEMESTER TO SEM-CODE.
           READ SEMESTER-FILE
               KEY IS SEM-CODE
               INVALID KEY
                   DISPLAY "エラー:学期コード未登録。"
                   PERFORM CLOSE-FILES
                   GOBACK
           END-READ.
           MOVE SEM-NAME TO WS-SEMESTER-NAME.
           MOVE SEM-REG-CLOSE-DATE TO WS-REG-CLOSE-DATE.
           IF WS-REG-CLOSE-DATE NOT = SPACES
               AND WS-BUSINESS-DATE > WS-REG-CLOSE-DATE
               MOVE "Y" TO WS-REG-CLOSED-FLAG
           END-IF.

           MOVE "ADVWEEK" TO WS-STEP-NAME.
           MOVE "S" TO WS-STEP-STATUS.
           MOVE 0 TO WS-STEP-ROWS.
           PERFORM WRITE-JOB-STEP-RECORD.

           PERFORM BUILD-CATEGORY-TABLE.
           PERFORM LOAD-ADVISEES.
           IF WS-TABLE-OVERFLOW
               DISPLAY "警告:指導学生が500件を超過。"
           END-IF.

           OPEN EXTEND NOTIFY-FILE.
           IF WS-NTF-FILE-STATUS NOT = "00"
               OPEN OUTPUT NOTIFY-FILE
           END-IF.
           PERFORM SCAN-ENROLLMENTS.
           PERFORM SCAN-TRANSFERS.
           PERFORM SCAN-WAITLIST.
           PERFORM FINISH-ALL-ADVISEES.
           CLOSE NOTIFY-FILE.

           PERFORM UPDATE-ADVISOR-RECORDS.
           PERFORM SORT-ADVISEE-TABLE.
           PERFORM WRITE-REPORT.

           MOVE "C" TO WS-STEP-STATUS.
           MOVE WS-ADR-COUNT TO WS-STEP-ROWS.
           PERFORM WRITE-JOB-STEP-RECORD.

           DISPLAY " ".
           DISPLAY "指導教員数:     " WS-ADVISOR-COUNT.
           DISPLAY "指導学生数:     " WS-ADR-COUNT.
           DISPLAY "辞退通知件数:   " WS-WITHDRAW-NOTICE-COUNT.
           DISPLAY "履修なし通知数: " WS-NOENR-NOTICE-COUNT.
           DISPLAY "出力: advisee_report.txt".
           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN I-O ADVISOR-FILE.
           OPEN INPUT SEMESTER-FILE.
           OPEN INPUT STUDENT-FILE.
           IF WS-STU-FILE-SUCCESS
               MOVE "Y" TO WS-STU-OPEN-FLAG
           END-IF.
           OPEN INPUT SYLLABUS-FILE.
           IF WS-SYL-FILE-SUCCESS
               MOVE "Y" TO WS-SYL-OPEN-FLAG
           END-IF.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENR-FILE-SUCCESS
               MOVE "Y" TO WS-ENR-OPEN-FLAG
           END-IF.
           OPEN INPUT GRADE-FILE.
           IF WS-GRD-FILE-SUCCESS
               MOVE "Y" TO WS-GRD-OPEN-FLAG
           END-IF.
           OPEN INPUT CATEGORY-FILE.
           IF WS-CAT-FILE-SUCCESS
               MOVE "Y" TO WS-CAT-OPEN-FLAG
           END-IF.
           OPEN INPUT TRANSFER-FILE.
           IF WS-TRF-FILE-SUCCESS
               MOVE "Y" TO WS-TRF-OPEN-FLAG
           END-IF.
           OPEN INPUT WAITLIST-FILE.
           IF WS-WAIT-FILE-SUCCESS
               MOVE "Y" TO WS-WAIT-OPEN-FLAG
           END-IF.

       CLOSE-FILES.
           CLOSE ADVISOR-FILE.
           CLOSE SEMESTER-FILE.
           IF WS-STU-OPENED
               CLOSE STUDENT-FILE
           END-IF.
           IF WS-SYL-OPENED
               CLOSE SYLLABUS-FILE
           END-IF.
           IF WS-ENR-OPENED
               CLOSE ENROLLMENT-FILE
           END-IF.
           IF WS-GRD-OPENED
               CLOSE GRADE-FILE
           END-IF.
           IF WS-CAT-OPENED
               CLOSE CATEGORY-FILE
           END-IF.
           IF WS-TRF-OPENED
               CLOSE TRANSFER-FILE
           END-IF.
           IF WS-WAIT-OPENED
               CLOSE WAITLIST-FILE
           END-IF.

       WRITE-JOB-STEP-RECORD.
           OPEN EXTEND JOB-CONTROL-FILE.
           IF WS-JOB-FILE-STATUS NOT = "00"
               OPEN OUTPUT JOB-CONTROL-FILE
           END-IF.
           MOVE WS-BUSINESS-DATE TO JOB-BUSINESS-DATE.
           MOVE WS-STEP-NAME TO JOB-STEP-NAME.
           MOVE WS-STEP-STATUS TO JOB-STATUS.
           MOVE WS-STEP-ROWS TO JOB-ROW-COUNT.
           MOVE FUNCTION CURRENT-DATE TO JOB-TIMESTAMP.
           WRITE JOB-CONTROL-RECORD.
           CLOSE JOB-CONTROL-FILE.

      * 区分マスタ全件を必要単位数の表に読み込む
       BUILD-CATEGORY-TABLE.
           MOVE 0 TO WS-CTB-COUNT.
           IF NOT WS-CAT-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CAT-EOF-FLAG.
           MOVE LOW-VALUES TO CAT-ID.
           START CATEGORY-FILE KEY IS NOT LESS THAN CAT-ID
               INVALID KEY
                   MOVE "Y" TO WS-CAT-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-CAT-EOF
               READ CATEGORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CAT-EOF-FLAG
                   NOT AT END
                       IF WS-CTB-COUNT < 20
                           ADD 1 TO WS-CTB-COUNT
                           MOVE CAT-ID TO WS-CTB-ID(WS-CTB-COUNT)
                           MOVE CAT-REQUIRED-CREDITS
                               TO WS-CTB-REQUIRED(WS-CTB-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------
      * 対象年度に担当中の割当を集計表に読み込む(同じ学生に
      * 複数あれば開始年度の新しい方を採る)
      *-----------------------------------------------------------
       LOAD-ADVISEES.
           MOVE 0 TO WS-ADR-COUNT.
           MOVE "N" TO WS-ADV-EOF-FLAG.
           MOVE LOW-VALUES TO ADV-KEY.
           START ADVISOR-FILE KEY IS NOT LESS THAN ADV-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ADV-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-ADV-EOF
               READ ADVISOR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ADV-EOF-FLAG
                   NOT AT END
                       IF ADV-START-YEAR NOT > WS-TARGET-YEAR
                           AND (ADV-END-YEAR = SPACES
                             OR ADV-END-YEAR NOT < WS-TARGET-YEAR)
                           PERFORM ADD-ONE-ADVISEE
                       END-IF
               END-READ
           END-PERFORM.

       ADD-ONE-ADVISEE.
           IF WS-ADR-COUNT > 0
               AND WS-ADR-STUDENT-ID(WS-ADR-COUNT) = ADV-STUDENT-ID
               MOVE WS-ADR-COUNT TO WS-ADR-HIT
           ELSE
               IF WS-ADR-COUNT NOT < 500
                   MOVE "Y" TO WS-TABLE-OVERFLOW-FLAG
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ADR-COUNT
               MOVE WS-ADR-COUNT TO WS-ADR-HIT
           END-IF.

           INITIALIZE WS-ADR-ENTRY(WS-ADR-HIT).
           MOVE ADV-TEACHER-ID TO WS-ADR-TEACHER-ID(WS-ADR-HIT).
           MOVE ADV-STUDENT-ID TO WS-ADR-STUDENT-ID(WS-ADR-HIT).
           MOVE ADV-START-YEAR TO WS-ADR-START-YEAR(WS-ADR-HIT).
           MOVE ADV-LAST-CHECK-DATE TO WS-ADR-LAST-CHECK(WS-ADR-HIT).
           MOVE ADV-NOENR-TERM TO WS-ADR-NOENR-TERM(WS-ADR-HIT).
           MOVE "N" TO WS-ADR-NOENR-FLAG(WS-ADR-HIT).
           MOVE "A" TO WS-ADR-ACTIVE(WS-ADR-HIT).
           IF NOT WS-STU-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE ADV-STUDENT-ID TO STU-ID.
           READ STUDENT-FILE
               KEY IS STU-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE STU-NAME TO WS-ADR-NAME(WS-ADR-HIT)
                   MOVE STU-ACTIVE-FLAG TO WS-ADR-ACTIVE(WS-ADR-HIT)
           END-READ.

       FIND-ADVISEE.
           MOVE 0 TO WS-ADR-HIT.
           PERFORM VARYING WS-ADR-IDX FROM 1 BY 1
                   UNTIL WS-ADR-IDX > WS-ADR-COUNT
                      OR WS-ADR-HIT > 0
               IF WS-ADR-STUDENT-ID(WS-ADR-IDX) = WS-FIND-STUDENT-ID
                   MOVE WS-ADR-IDX TO WS-ADR-HIT
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------
      * 履修明細を全件走査する。修得単位は全年度、当期の履修・
      * 取消・辞退は対象年度・学期の科目だけを数える
      *-----------------------------------------------------------
       SCAN-ENROLLMENTS.
           IF NOT WS-ENR-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-ENR-EOF-FLAG.
           MOVE LOW-VALUES TO ENR-KEY.
           START ENROLLMENT-FILE KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ENR-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-ENR-EOF
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ENR-EOF-FLAG
                   NOT AT END
                       MOVE ENR-STUDENT-ID TO WS-FIND-STUDENT-ID
                       PERFORM FIND-ADVISEE
                       IF WS-ADR-HIT > 0
                           PERFORM TALLY-ONE-ENROLLMENT
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-ONE-ENROLLMENT.
           MOVE ENR-COURSE-ID TO WS-LOOK-COURSE-ID.
           MOVE ENR-ACADEMIC-YEAR TO WS-LOOK-YEAR.
           MOVE ENR-SECTION-NO TO WS-LOOK-SECTION.
           PERFORM GET-COURSE-INFO.
           IF NOT WS-COURSE-FOUND
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-IN-TERM-FLAG.
           IF ENR-ACADEMIC-YEAR = WS-TARGET-YEAR
               AND WS-COURSE-SEMESTER = WS-TARGET-SEMESTER
               MOVE "Y" TO WS-IN-TERM-FLAG
           END-IF.

           EVALUATE TRUE
               WHEN ENR-STATUS-DROPPED
                   IF WS-IN-TERM
                       ADD 1 TO WS-ADR-DROPS(WS-ADR-HIT)
                   END-IF
               WHEN ENR-STATUS-WITHDRAWN
                   IF WS-IN-TERM
                       ADD 1 TO WS-ADR-WITHDRAWS(WS-ADR-HIT)
                       IF ENR-STATUS-DATE
                           > WS-ADR-LAST-CHECK(WS-ADR-HIT)
                           PERFORM WRITE-WITHDRAW-NOTICE
                       END-IF
                   END-IF
                   PERFORM TALLY-EARNED-CREDITS
               WHEN OTHER
                   IF WS-IN-TERM
                       ADD 1 TO WS-ADR-TERM-ENR(WS-ADR-HIT)
                       ADD WS-COURSE-CREDITS
                           TO WS-ADR-LOAD(WS-ADR-HIT)
                   END-IF
                   PERFORM TALLY-EARNED-CREDITS
           END-EVALUATE.

      * 合格成績のある履修を要件区分の修得単位に加える
       TALLY-EARNED-CREDITS.
           IF NOT WS-GRD-OPENED OR WS-COURSE-CATEGORY = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-CATEGORY-ENTRY.
           IF WS-CTB-HIT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE ENR-COURSE-ID TO GRD-COURSE-ID.
           MOVE ENR-ACADEMIC-YEAR TO GRD-ACADEMIC-YEAR.
           MOVE ENR-STUDENT-ID TO GRD-STUDENT-ID.
           READ GRADE-FILE
               KEY IS GRD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF GRD-PASSING
                       ADD WS-COURSE-CREDITS
                           TO WS-ADR-EARNED(WS-ADR-HIT, WS-CTB-HIT)
                   END-IF
           END-READ.

       WRITE-WITHDRAW-NOTICE.
           MOVE WS-ADR-TEACHER-ID(WS-ADR-HIT) TO NTF-TEACHER-ID.
           MOVE ENR-COURSE-ID TO NTF-COURSE-ID.
           MOVE ENR-ACADEMIC-YEAR TO NTF-ACADEMIC-YEAR.
           SET NTF-ADVISEE-WITHDRAWN TO TRUE.
           MOVE FUNCTION CURRENT-DATE TO NTF-TIMESTAMP.
           MOVE ENR-STUDENT-ID TO NTF-STUDENT-ID.
           SET NTF-UNSENT TO TRUE.
           WRITE NOTIFY-RECORD.
           ADD 1 TO WS-WITHDRAW-NOTICE-COUNT.

      * 承認済の既修得単位を認定区分の修得単位に加える
       SCAN-TRANSFERS.
           IF NOT WS-TRF-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-TRF-EOF-FLAG.
           MOVE LOW-VALUES TO TRF-KEY.
           START TRANSFER-FILE KEY IS NOT LESS THAN TRF-KEY
               INVALID KEY
                   MOVE "Y" TO WS-TRF-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-TRF-EOF
               READ TRANSFER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-TRF-EOF-FLAG
                   NOT AT END
                       IF NOT TRF-PENDING
                           MOVE TRF-STUDENT-ID TO WS-FIND-STUDENT-ID
                           PERFORM FIND-ADVISEE
                           IF WS-ADR-HIT > 0
                               PERFORM TALLY-ONE-TRANSFER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-ONE-TRANSFER.
           MOVE TRF-CATEGORY-ID TO WS-COURSE-CATEGORY.
           PERFORM FIND-CATEGORY-ENTRY.
           IF WS-CTB-HIT = 0
               EXIT PARAGRAPH
           END-IF.
           ADD TRF-CREDITS TO WS-ADR-EARNED(WS-ADR-HIT, WS-CTB-HIT).

      * 対象年度・学期の科目で待機中のキャンセル待ちを数える
       SCAN-WAITLIST.
           IF NOT WS-WAIT-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-WAIT-EOF-FLAG.
           MOVE LOW-VALUES TO WAIT-KEY.
           START WAITLIST-FILE KEY IS NOT LESS THAN WAIT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-WAIT-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-WAIT-EOF
               READ WAITLIST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-WAIT-EOF-FLAG
                   NOT AT END
                       IF WAIT-STATUS-WAITING
                           AND WAIT-ACADEMIC-YEAR = WS-TARGET-YEAR
                           PERFORM TALLY-ONE-WAIT
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-ONE-WAIT.
           MOVE WAIT-STUDENT-ID TO WS-FIND-STUDENT-ID.
           PERFORM FIND-ADVISEE.
           IF WS-ADR-HIT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WAIT-COURSE-ID TO WS-LOOK-COURSE-ID.
           MOVE WAIT-ACADEMIC-YEAR TO WS-LOOK-YEAR.
           MOVE WAIT-SECTION-NO TO WS-LOOK-SECTION.
           PERFORM GET-COURSE-INFO.
           IF WS-COURSE-FOUND
               AND WS-COURSE-SEMESTER = WS-TARGET-SEMESTER
               ADD 1 TO WS-ADR-WAITS(WS-ADR-HIT)
           END-IF.

      * 科目の単位数・要件区分・学期を求める(区分空白は区分01)
       GET-COURSE-INFO.
           MOVE "N" TO WS-COURSE-FOUND-FLAG.
           MOVE 0 TO WS-COURSE-CREDITS.
           MOVE SPACES TO WS-COURSE-CATEGORY.
           MOVE SPACES TO WS-COURSE-SEMESTER.
           IF NOT WS-SYL-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOOK-COURSE-ID TO SYL-COURSE-ID.
           MOVE WS-LOOK-YEAR TO SYL-ACADEMIC-YEAR.
           IF WS-LOOK-SECTION = SPACES
               MOVE "01" TO SYL-SECTION-NO
           ELSE
               MOVE WS-LOOK-SECTION TO SYL-SECTION-NO
           END-IF.
           READ SYLLABUS-FILE
               KEY IS SYL-RECORD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-COURSE-FOUND-FLAG
                   MOVE SYL-CREDITS TO WS-COURSE-CREDITS
                   MOVE SYL-CATEGORY-ID TO WS-COURSE-CATEGORY
                   MOVE SYL-SEMESTER TO WS-COURSE-SEMESTER
           END-READ.

       FIND-CATEGORY-ENTRY.
           MOVE 0 TO WS-CTB-HIT.
           PERFORM VARYING WS-CTB-IDX FROM 1 BY 1
                   UNTIL WS-CTB-IDX > WS-CTB-COUNT
               IF WS-CTB-ID(WS-CTB-IDX) = WS-COURSE-CATEGORY
                   MOVE WS-CTB-IDX TO WS-CTB-HIT
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------
      * 学生ごとに不足単位数(区分ごとの残りの合計)を求め、
      * 締切後も当期の履修がない在籍学生を通知する
      *-----------------------------------------------------------
       FINISH-ALL-ADVISEES.
           PERFORM VARYING WS-ADR-HIT FROM 1 BY 1
                   UNTIL WS-ADR-HIT > WS-ADR-COUNT
               PERFORM FINISH-ONE-ADVISEE
           END-PERFORM.

       FINISH-ONE-ADVISEE.
           MOVE 0 TO WS-ADR-SHORTFALL(WS-ADR-HIT).
           PERFORM VARYING WS-CTB-IDX FROM 1 BY 1
                   UNTIL WS-CTB-IDX > WS-CTB-COUNT
               COMPUTE WS-REMAIN
                   = WS-CTB-REQUIRED(WS-CTB-IDX)
                     - WS-ADR-EARNED(WS-ADR-HIT, WS-CTB-IDX)
               IF WS-REMAIN > 0
                   ADD WS-REMAIN TO WS-ADR-SHORTFALL(WS-ADR-HIT)
               END-IF
           END-PERFORM.

           IF WS-REG-CLOSED
               AND WS-ADR-ACTIVE(WS-ADR-HIT) = "A"
               AND WS-ADR-TERM-ENR(WS-ADR-HIT) = 0
               MOVE "Y" TO WS-ADR-NOENR-FLAG(WS-ADR-HIT)
               IF WS-ADR-NOENR-TERM(WS-ADR-HIT) NOT = WS-TARGET-TERM
                   PERFORM WRITE-NOENR-NOTICE
               END-IF
           END-IF.

       WRITE-NOENR-NOTICE.
           MOVE WS-ADR-TEACHER-ID(WS-ADR-HIT) TO NTF-TEACHER-ID.
           MOVE SPACES TO NTF-COURSE-ID.
           MOVE WS-TARGET-YEAR TO NTF-ACADEMIC-YEAR.
           SET NTF-ADVISEE-NO-ENROLL TO TRUE.
           MOVE FUNCTION CURRENT-DATE TO NTF-TIMESTAMP.
           MOVE WS-ADR-STUDENT-ID(WS-ADR-HIT) TO NTF-STUDENT-ID.
           SET NTF-UNSENT TO TRUE.
           WRITE NOTIFY-RECORD.
           ADD 1 TO WS-NOENR-NOTICE-COUNT.
           MOVE WS-TARGET-TERM TO WS-ADR-NOENR-TERM(WS-ADR-HIT).

      *-----------------------------------------------------------
      * 確認日と履修なし通知済の学期を割当に書き戻す
      *-----------------------------------------------------------
       UPDATE-ADVISOR-RECORDS.
           PERFORM VARYING WS-ADR-IDX FROM 1 BY 1
                   UNTIL WS-ADR-IDX > WS-ADR-COUNT
               MOVE WS-ADR-STUDENT-ID(WS-ADR-IDX) TO ADV-STUDENT-ID
               MOVE WS-ADR-START-YEAR(WS-ADR-IDX) TO ADV-START-YEAR
               READ ADVISOR-FILE
                   KEY IS ADV-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-BUSINESS-DATE TO ADV-LAST-CHECK-DATE
                       MOVE WS-ADR-NOENR-TERM(WS-ADR-IDX)
                           TO ADV-NOENR-TERM
                       REWRITE ADVISOR-RECORD
                           INVALID KEY
                               DISPLAY "エラー:割当更新失敗 "
                                       ADV-KEY
                       END-REWRITE
               END-READ
           END-PERFORM.

      * 並べ替え(指導教員+学籍番号)
       SORT-ADVISEE-TABLE.
           PERFORM VARYING WS-ADR-IDX FROM 2 BY 1
                   UNTIL WS-ADR-IDX > WS-ADR-COUNT
               MOVE WS-ADR-ENTRY(WS-ADR-IDX) TO WS-HOLD-ENTRY
               MOVE WS-ADR-IDX TO WS-ADR-POS
               PERFORM UNTIL WS-ADR-POS < 2
                   OR WS-ADR-ENTRY(WS-ADR-POS - 1)(1:13)
                       NOT > WS-HOLD-ENTRY(1:13)
                   MOVE WS-ADR-ENTRY(WS-ADR-POS - 1)
                       TO WS-ADR-ENTRY(WS-ADR-POS)
                   SUBTRACT 1 FROM WS-ADR-POS
               END-PERFORM
               MOVE WS-HOLD-ENTRY TO WS-ADR-ENTRY(WS-ADR-POS)
           END-PERFORM.

      *-----------------------------------------------------------
      * 指導教員ごとに指導学生の状況を出力する
      *-----------------------------------------------------------
       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE "指導学生週次レポート" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "処理日: " DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  "  対象: " DELIMITED BY SIZE
                  WS-TARGET-YEAR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SEMESTER-NAME DELIMITED BY SIZE
                  "  登録締切: " DELIMITED BY SIZE
                  WS-REG-CLOSE-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO WS-GROUP-TEACHER-ID.
           PERFORM VARYING WS-ADR-IDX FROM 1 BY 1
                   UNTIL WS-ADR-IDX > WS-ADR-COUNT
               IF WS-ADR-TEACHER-ID(WS-ADR-IDX)
                   NOT = WS-GROUP-TEACHER-ID
                   PERFORM WRITE-ADVISOR-HEADER
               END-IF
               PERFORM WRITE-ADVISEE-LINE
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ADR-COUNT TO WS-DISPLAY-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "指導学生数    : " DELIMITED BY SIZE
                  WS-DISPLAY-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-WITHDRAW-NOTICE-COUNT TO WS-DISPLAY-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "辞退通知件数  : " DELIMITED BY SIZE
                  WS-DISPLAY-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-NOENR-NOTICE-COUNT TO WS-DISPLAY-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "履修なし通知数: " DELIMITED BY SIZE
                  WS-DISPLAY-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.

       WRITE-ADVISOR-HEADER.
           MOVE WS-ADR-TEACHER-ID(WS-ADR-IDX) TO WS-GROUP-TEACHER-ID.
           ADD 1 TO WS-ADVISOR-COUNT.
           MOVE SPACES TO WS-TEACHER-NAME.
           MOVE "T" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE WS-GROUP-TEACHER-ID TO WS-PARAM-1(1:5).
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT,
                              WS-RETURN-CODE.
           IF WS-RETURN-CODE = 0
               MOVE WS-RESULT(1:20) TO WS-TEACHER-NAME
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "指導教員: " DELIMITED BY SIZE
                  WS-GROUP-TEACHER-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TEACHER-NAME DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "学籍番号 氏名                 "
                      DELIMITED BY SIZE
                  "単位 取消 辞退 待ち 不足 備考"
                      DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       WRITE-ADVISEE-LINE.
           MOVE SPACES TO WS-REMARK.
           EVALUATE TRUE
               WHEN WS-ADR-ACTIVE(WS-ADR-IDX) NOT = "A"
                   MOVE "在籍なし" TO WS-REMARK
               WHEN WS-ADR-NOENR-FLAG(WS-ADR-IDX) = "Y"
                   MOVE "*当期履修なし" TO WS-REMARK
               WHEN WS-ADR-WITHDRAWS(WS-ADR-IDX) > 0
                   MOVE "*辞退あり" TO WS-REMARK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE WS-ADR-LOAD(WS-ADR-IDX) TO WS-DISPLAY-LOAD.
           MOVE WS-ADR-DROPS(WS-ADR-IDX) TO WS-DISPLAY-DROPS.
           MOVE WS-ADR-WITHDRAWS(WS-ADR-IDX) TO WS-DISPLAY-WITHDRAWS.
           MOVE WS-ADR-WAITS(WS-ADR-IDX) TO WS-DISPLAY-WAITS.
           MOVE WS-ADR-SHORTFALL(WS-ADR-IDX) TO WS-DISPLAY-SHORT.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-ADR-STUDENT-ID(WS-ADR-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ADR-NAME(WS-ADR-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-LOAD DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DISPLAY-DROPS DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DISPLAY-WITHDRAWS DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DISPLAY-WAITS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-SHORT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-REMARK DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
