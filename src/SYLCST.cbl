      *****************************************************************
      * シラバス管理システム - 科目別 授業費用・授業料収入 収支表
      * (SYLCST)
      * 指定年度・学期の承認済区分ごとに、有効履修による授業料
      * 収入、教員費(共同担当は負担割合で按分)、教室費を求めて
      * 純収支を出し、開講学科別に合計して純収支の低い順に並べる。
      * 閉講候補一覧と同じ基準で最低開講人数に満たない区分に印
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLCST.
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

           SELECT RATE-FILE
               ASSIGN TO "tuitionrate.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTE-KEY
               FILE STATUS IS WS-RTE-FILE-STATUS.

           SELECT COST-RATE-FILE
               ASSIGN TO "costrate.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSR-KEY
               FILE STATUS IS WS-CSR-FILE-STATUS.

           SELECT CATEGORY-FILE
               ASSIGN TO "category.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-ID
               FILE STATUS IS WS-CAT-FILE-STATUS.

           SELECT TEACHER-FILE
               ASSIGN TO "teacher.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCH-ID
               FILE STATUS IS WS-TCH-FILE-STATUS.

           SELECT ROOM-FILE
               ASSIGN TO "room.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROOM-ID
               FILE STATUS IS WS-ROOM-FILE-STATUS.

           SELECT DEPARTMENT-FILE
               ASSIGN TO "dept.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-ID
               FILE STATUS IS WS-DEPT-FILE-STATUS.

           SELECT SEMESTER-FILE
               ASSIGN TO "semester.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEM-CODE
               FILE STATUS IS WS-SEM-FILE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "section_cost.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT JOB-CONTROL-FILE
               ASSIGN TO "jobcontrol.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SYLLABUS-FILE.
           COPY "copybooks/SYLFILE.cpy".

       FD ENROLLMENT-FILE.
           COPY "copybooks/ENROLLFILE.cpy".

       FD RATE-FILE.
           COPY "copybooks/RATEFILE.cpy".

       FD COST-RATE-FILE.
           COPY "copybooks/COSTRATEFILE.cpy".

       FD CATEGORY-FILE.
           COPY "copybooks/CATEGORYFILE.cpy".

       FD TEACHER-FILE.
           COPY "copybooks/TEACHERFILE.cpy".

       FD ROOM-FILE.
           COPY "copybooks/ROOMFILE.cpy".

       FD DEPARTMENT-FILE.
           COPY "copybooks/DEPTFILE.cpy".

       FD SEMESTER-FILE.
           COPY "copybooks/SEMESTERFILE.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE              PIC X(132).

       FD JOB-CONTROL-FILE.
           COPY "copybooks/JOBCTLFILE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-SYL-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SYL-FILE-SUCCESS   VALUE "00".
       01 WS-ENR-FILE-STATUS       PIC XX VALUE "00".
          88 WS-ENR-FILE-SUCCESS   VALUE "00".
       01 WS-RTE-FILE-STATUS       PIC XX VALUE "00".
          88 WS-RTE-FILE-SUCCESS   VALUE "00".
       01 WS-CSR-FILE-STATUS       PIC XX VALUE "00".
          88 WS-CSR-FILE-SUCCESS   VALUE "00".
       01 WS-CAT-FILE-STATUS       PIC XX VALUE "00".
          88 WS-CAT-FILE-SUCCESS   VALUE "00".
       01 WS-TCH-FILE-STATUS       PIC XX VALUE "00".
          88 WS-TCH-FILE-SUCCESS   VALUE "00".
       01 WS-ROOM-FILE-STATUS      PIC XX VALUE "00".
          88 WS-ROOM-FILE-SUCCESS  VALUE "00".
       01 WS-DEPT-FILE-STATUS      PIC XX VALUE "00".
          88 WS-DEPT-FILE-SUCCESS  VALUE "00".
       01 WS-SEM-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SEM-FILE-SUCCESS   VALUE "00".
       01 WS-RPT-FILE-STATUS       PIC XX VALUE "00".
       01 WS-JOB-FILE-STATUS       PIC XX VALUE "00".

       01 WS-ENR-OPEN-FLAG         PIC X VALUE "N".
          88 WS-ENR-OPENED         VALUE "Y".
       01 WS-RTE-OPEN-FLAG         PIC X VALUE "N".
          88 WS-RTE-OPENED         VALUE "Y".
       01 WS-CSR-OPEN-FLAG         PIC X VALUE "N".
          88 WS-CSR-OPENED         VALUE "Y".
       01 WS-CAT-OPEN-FLAG         PIC X VALUE "N".
          88 WS-CAT-OPENED         VALUE "Y".
       01 WS-TCH-OPEN-FLAG         PIC X VALUE "N".
          88 WS-TCH-OPENED         VALUE "Y".
       01 WS-ROOM-OPEN-FLAG        PIC X VALUE "N".
          88 WS-ROOM-OPENED        VALUE "Y".
       01 WS-DEPT-OPEN-FLAG        PIC X VALUE "N".
          88 WS-DEPT-OPENED        VALUE "Y".
       01 WS-SEM-OPEN-FLAG         PIC X VALUE "N".
          88 WS-SEM-OPENED         VALUE "Y".

       01 WS-SYL-EOF-FLAG          PIC X VALUE "N".
          88 WS-SYL-EOF            VALUE "Y".
       01 WS-ENR-EOF-FLAG          PIC X VALUE "N".
          88 WS-ENR-EOF            VALUE "Y".
       01 WS-CSR-EOF-FLAG          PIC X VALUE "N".
          88 WS-CSR-EOF            VALUE "Y".

       01 WS-BUSINESS-DATE         PIC X(8).
       01 WS-STEP-NAME             PIC X(8).
       01 WS-STEP-STATUS           PIC X.
       01 WS-STEP-ROWS             PIC 9(7).

      * 対象年度・学期
       01 WS-TARGET-YEAR           PIC X(4).
       01 WS-TARGET-SEMESTER       PIC X(2).
       01 WS-SEMESTER-NAME         PIC X(20).

      * 時間当りの率は1単位を授業15時間として換算する
       01 WS-HOURS-PER-CREDIT      PIC 99 VALUE 15.

      * 科目ごとの閉講でない先頭区分(区分未割当の履修の所属先)
       01 WS-FIRST-COURSE-ID       PIC X(6) VALUE SPACES.
       01 WS-FIRST-SECTION-NO      PIC X(2) VALUE SPACES.

      * 区分別収支表(最大1000区分)
       01 WS-SEC-TABLE.
          05 WS-SEC-COUNT          PIC 9(4) VALUE 0.
          05 WS-SEC-ENTRY OCCURS 1000 TIMES.
             10 WS-SEC-COURSE-ID   PIC X(6).
             10 WS-SEC-SECTION-NO  PIC X(2).
             10 WS-SEC-NAME        PIC X(30).
             10 WS-SEC-DEPT-ID     PIC X(4).
             10 WS-SEC-CREDITS     PIC 9.
             10 WS-SEC-ENROLLED    PIC 9(4).
             10 WS-SEC-CRS-ENROLLED PIC 9(4).
             10 WS-SEC-MIN-ENROLL  PIC 9(3).
             10 WS-SEC-REVENUE     PIC 9(9).
             10 WS-SEC-TEACH-COST  PIC 9(9).
             10 WS-SEC-ROOM-COST   PIC 9(9).
             10 WS-SEC-MARGIN      PIC S9(10).
             10 WS-SEC-CANCEL-FLAG PIC X.
                88 WS-SEC-CANCEL       VALUE "Y".
             10 WS-SEC-NO-RATE-FLAG PIC X.
                88 WS-SEC-NO-RATE      VALUE "Y".
             10 WS-SEC-DEPT-RANK   PIC 99.
       01 WS-SEC-SWAP              PIC X(95).
       01 WS-SEC-OVERFLOW-FLAG     PIC X VALUE "N".
          88 WS-SEC-OVERFLOW       VALUE "Y".
       01 WS-SEC-IDX               PIC 9(4).
       01 WS-SEC-JDX               PIC 9(4).
       01 WS-CUR                   PIC 9(4).

      * 学科別合計表(開講学科。所属なしは"????")
       01 WS-DTB-TABLE.
          05 WS-DTB-COUNT          PIC 99 VALUE 0.
          05 WS-DTB-ENTRY OCCURS 60 TIMES.
             10 WS-DTB-ID          PIC X(4).
             10 WS-DTB-NAME        PIC X(30).
             10 WS-DTB-SECTIONS    PIC 9(4).
             10 WS-DTB-CANCELS     PIC 9(4).
             10 WS-DTB-REVENUE     PIC 9(11).
             10 WS-DTB-TEACH-COST  PIC 9(11).
             10 WS-DTB-ROOM-COST   PIC 9(11).
             10 WS-DTB-MARGIN      PIC S9(11).
             10 WS-DTB-RANK        PIC 99.
       01 WS-DTB-SWAP              PIC X(88).
       01 WS-DTB-OVERFLOW-FLAG     PIC X VALUE "N".
          88 WS-DTB-OVERFLOW       VALUE "Y".
       01 WS-DTB-IDX               PIC 99.
       01 WS-DTB-JDX               PIC 99.
       01 WS-DTB-HIT               PIC 99.
       01 WS-FIND-DEPT-ID          PIC X(4).

      * 費用率の検索条件と結果
       01 WS-RATE-TYPE             PIC X.
       01 WS-RATE-CODE             PIC X(10).
       01 WS-RATE-FOUND-FLAG       PIC X VALUE "N".
          88 WS-RATE-FOUND         VALUE "Y".
       01 WS-RATE-BASIS            PIC X.
          88 WS-RATE-HOURLY        VALUE "H".
       01 WS-RATE-AMOUNT           PIC 9(7).
       01 WS-RATE-QUANTITY         PIC 9(4).

       01 WS-PER-CREDIT-FEE        PIC 9(7).
       01 WS-COST-TEACHER-ID       PIC X(5).
       01 WS-COST-SHARE            PIC 999.
       01 WS-COST-AMOUNT           PIC 9(9).

      * 共通サブプログラム(共同担当教員の一覧)
       01 WS-FUNCTION-CODE         PIC X.
       01 WS-PARAM-1               PIC X(50).
       01 WS-PARAM-2               PIC X(50).
       01 WS-RESULT                PIC X(200).
       01 WS-RETURN-CODE           PIC 9.
       01 WS-CO-COUNT              PIC 9.
       01 WS-CO-IDX                PIC 9.
       01 WS-CO-POS                PIC 999.
       01 WS-LEAD-SHARE            PIC 999.

      * 全体合計
       01 WS-GRAND-REVENUE         PIC 9(11) VALUE 0.
       01 WS-GRAND-TEACH-COST      PIC 9(11) VALUE 0.
       01 WS-GRAND-ROOM-COST       PIC 9(11) VALUE 0.
       01 WS-GRAND-MARGIN          PIC S9(11) VALUE 0.
       01 WS-CANCEL-COUNT          PIC 9(4) VALUE 0.
       01 WS-NO-RATE-COUNT         PIC 9(4) VALUE 0.

       01 WS-PRINT-RANK            PIC 99.
       01 WS-MARK-TEXT             PIC X(16).
       01 WS-DISPLAY-NUM           PIC ZZZ9.
       01 WS-DISPLAY-CREDITS       PIC Z9.
       01 WS-DISPLAY-RANK          PIC Z9.
      * 金額欄は明細・学科計・学科別とも50,65,80,95桁目から
       01 WS-ED-REVENUE            PIC ZZ,ZZZ,ZZZ,ZZ9.
       01 WS-ED-TEACH-COST         PIC ZZ,ZZZ,ZZZ,ZZ9.
       01 WS-ED-ROOM-COST          PIC ZZ,ZZZ,ZZZ,ZZ9.
       01 WS-ED-MARGIN             PIC ---,---,---,--9.

       SCREEN SECTION.
       01 CST-OPTION-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "科目別 収支レポート".
           05 LINE 3 COLUMN 1 VALUE "対象年度(4桁):".
           05 LINE 3 COLUMN 20 PIC X(4) USING WS-TARGET-YEAR.
           05 LINE 4 COLUMN 1 VALUE "学期コード:".
           05 LINE 4 COLUMN 20 PIC X(2) USING WS-TARGET-SEMESTER.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TARGET-YEAR.
           MOVE SPACES TO WS-TARGET-SEMESTER.
           DISPLAY CST-OPTION-SCREEN.
           ACCEPT CST-OPTION-SCREEN.

           IF WS-TARGET-YEAR = SPACES OR WS-TARGET-SEMESTER = SPACES
               DISPLAY "エラー:年度と学期は必須です。"
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE.

           PERFORM OPEN-FILES.
           IF NOT WS-SYL-FILE-SUCCESS
               DISPLAY "エラー:シラバスファイルなし。"
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.

           MOVE "SECCOST" TO WS-STEP-NAME.
           MOVE "S" TO WS-STEP-STATUS.
           MOVE 0 TO WS-STEP-ROWS.
           PERFORM WRITE-JOB-STEP-RECORD.

           MOVE SPACES TO WS-SEMESTER-NAME.
           IF WS-SEM-OPENED
               MOVE WS-TARGET-SEMESTER TO SEM-CODE
               READ SEMESTER-FILE
                   KEY IS SEM-CODE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SEM-NAME TO WS-SEMESTER-NAME
               END-READ
           END-IF.

           PERFORM SCAN-SECTIONS.
           PERFORM RANK-DEPARTMENTS.
           PERFORM SORT-SECTION-TABLE.

           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM WRITE-SECTION-DETAIL.
           PERFORM WRITE-DEPARTMENT-RANKING.
           CLOSE REPORT-FILE.
           PERFORM CLOSE-FILES.

           MOVE "C" TO WS-STEP-STATUS.
           MOVE WS-SEC-COUNT TO WS-STEP-ROWS.
           PERFORM WRITE-JOB-STEP-RECORD.

           DISPLAY " ".
           IF WS-SEC-OVERFLOW
               DISPLAY "警告:区分数が表の上限超過"
           END-IF.
           IF WS-DTB-OVERFLOW
               DISPLAY "警告:学科数が表の上限超過"
           END-IF.
           IF NOT WS-CSR-OPENED
               DISPLAY "警告:授業費用率マスタなし"
           END-IF.
           DISPLAY "対象区分数: " WS-SEC-COUNT.
           DISPLAY "閉講候補  : " WS-CANCEL-COUNT.
           DISPLAY "出力: section_cost.txt".
           GOBACK.

       OPEN-FILES.
           OPEN INPUT SYLLABUS-FILE.
           IF NOT WS-SYL-FILE-SUCCESS
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENR-FILE-SUCCESS
               MOVE "Y" TO WS-ENR-OPEN-FLAG
           END-IF.
           OPEN INPUT RATE-FILE.
           IF WS-RTE-FILE-SUCCESS
               MOVE "Y" TO WS-RTE-OPEN-FLAG
           END-IF.
           OPEN INPUT COST-RATE-FILE.
           IF WS-CSR-FILE-SUCCESS
               MOVE "Y" TO WS-CSR-OPEN-FLAG
           END-IF.
           OPEN INPUT CATEGORY-FILE.
           IF WS-CAT-FILE-SUCCESS
               MOVE "Y" TO WS-CAT-OPEN-FLAG
           END-IF.
           OPEN INPUT TEACHER-FILE.
           IF WS-TCH-FILE-SUCCESS
               MOVE "Y" TO WS-TCH-OPEN-FLAG
           END-IF.
           OPEN INPUT ROOM-FILE.
           IF WS-ROOM-FILE-SUCCESS
               MOVE "Y" TO WS-ROOM-OPEN-FLAG
           END-IF.
           OPEN INPUT DEPARTMENT-FILE.
           IF WS-DEPT-FILE-SUCCESS
               MOVE "Y" TO WS-DEPT-OPEN-FLAG
           END-IF.
           OPEN INPUT SEMESTER-FILE.
           IF WS-SEM-FILE-SUCCESS
               MOVE "Y" TO WS-SEM-OPEN-FLAG
           END-IF.

       CLOSE-FILES.
           IF NOT WS-SYL-FILE-SUCCESS
               EXIT PARAGRAPH
           END-IF.
           CLOSE SYLLABUS-FILE.
           IF WS-ENR-OPENED
               CLOSE ENROLLMENT-FILE
           END-IF.
           IF WS-RTE-OPENED
               CLOSE RATE-FILE
           END-IF.
           IF WS-CSR-OPENED
               CLOSE COST-RATE-FILE
           END-IF.
           IF WS-CAT-OPENED
               CLOSE CATEGORY-FILE
           END-IF.
           IF WS-TCH-OPENED
               CLOSE TEACHER-FILE
           END-IF.
           IF WS-ROOM-OPENED
               CLOSE ROOM-FILE
           END-IF.
           IF WS-DEPT-OPENED
               CLOSE DEPARTMENT-FILE
           END-IF.
           IF WS-SEM-OPENED
               CLOSE SEMESTER-FILE
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

      *-----------------------------------------------------------
      * シラバスを全件読み、対象年度の科目ごとに閉講でない先頭
      * 区分を覚えながら、対象学期の承認済区分の収支を求める
      *-----------------------------------------------------------
       SCAN-SECTIONS.
           INITIALIZE WS-SEC-TABLE.
           INITIALIZE WS-DTB-TABLE.
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
                           PERFORM TRACK-FIRST-SECTION
                           IF SYL-STATUS-APPROVED
                               AND SYL-SEMESTER = WS-TARGET-SEMESTER
                               PERFORM COST-ONE-SECTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       TRACK-FIRST-SECTION.
           IF SYL-COURSE-ID NOT = WS-FIRST-COURSE-ID
               MOVE SYL-COURSE-ID TO WS-FIRST-COURSE-ID
               MOVE SPACES TO WS-FIRST-SECTION-NO
           END-IF.
           IF WS-FIRST-SECTION-NO = SPACES
               AND NOT SYL-STATUS-CANCELLED
               MOVE SYL-SECTION-NO TO WS-FIRST-SECTION-NO
           END-IF.

       COST-ONE-SECTION.
           IF WS-SEC-COUNT NOT < 1000
               MOVE "Y" TO WS-SEC-OVERFLOW-FLAG
               EXIT PARAGRAPH
           END-IF.
           MOVE SYL-DEPARTMENT-ID TO WS-FIND-DEPT-ID.
           IF WS-FIND-DEPT-ID = SPACES
               MOVE "????" TO WS-FIND-DEPT-ID
           END-IF.
           PERFORM FIND-DEPT-ENTRY.
           IF WS-DTB-HIT = 0
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-SEC-COUNT.
           MOVE WS-SEC-COUNT TO WS-CUR.
           MOVE SYL-COURSE-ID TO WS-SEC-COURSE-ID(WS-CUR).
           MOVE SYL-SECTION-NO TO WS-SEC-SECTION-NO(WS-CUR).
           MOVE SYL-COURSE-NAME TO WS-SEC-NAME(WS-CUR).
           MOVE WS-FIND-DEPT-ID TO WS-SEC-DEPT-ID(WS-CUR).
           MOVE SYL-CREDITS TO WS-SEC-CREDITS(WS-CUR).
           MOVE "N" TO WS-SEC-CANCEL-FLAG(WS-CUR).
           MOVE "N" TO WS-SEC-NO-RATE-FLAG(WS-CUR).

           PERFORM COUNT-SECTION-ENROLLMENT.
           PERFORM COMPUTE-REVENUE.
           PERFORM COMPUTE-TEACHING-COST.
           PERFORM COMPUTE-ROOM-COST.
           COMPUTE WS-SEC-MARGIN(WS-CUR)
               = WS-SEC-REVENUE(WS-CUR)
                 - WS-SEC-TEACH-COST(WS-CUR)
                 - WS-SEC-ROOM-COST(WS-CUR).
           PERFORM CHECK-CANCEL-CANDIDATE.

           ADD 1 TO WS-DTB-SECTIONS(WS-DTB-HIT).
           ADD WS-SEC-REVENUE(WS-CUR) TO WS-DTB-REVENUE(WS-DTB-HIT).
           ADD WS-SEC-TEACH-COST(WS-CUR)
               TO WS-DTB-TEACH-COST(WS-DTB-HIT).
           ADD WS-SEC-ROOM-COST(WS-CUR)
               TO WS-DTB-ROOM-COST(WS-DTB-HIT).
           ADD WS-SEC-MARGIN(WS-CUR) TO WS-DTB-MARGIN(WS-DTB-HIT).
           IF WS-SEC-CANCEL(WS-CUR)
               ADD 1 TO WS-DTB-CANCELS(WS-DTB-HIT)
               ADD 1 TO WS-CANCEL-COUNT
           END-IF.
           IF WS-SEC-NO-RATE(WS-CUR)
               ADD 1 TO WS-NO-RATE-COUNT
           END-IF.
           ADD WS-SEC-REVENUE(WS-CUR) TO WS-GRAND-REVENUE.
           ADD WS-SEC-TEACH-COST(WS-CUR) TO WS-GRAND-TEACH-COST.
           ADD WS-SEC-ROOM-COST(WS-CUR) TO WS-GRAND-ROOM-COST.
           ADD WS-SEC-MARGIN(WS-CUR) TO WS-GRAND-MARGIN.

      * 学科表の位置を求める(なければ追加。満杯なら0)
       FIND-DEPT-ENTRY.
           MOVE 0 TO WS-DTB-HIT.
           PERFORM VARYING WS-DTB-IDX FROM 1 BY 1
                   UNTIL WS-DTB-IDX > WS-DTB-COUNT
                      OR WS-DTB-HIT > 0
               IF WS-DTB-ID(WS-DTB-IDX) = WS-FIND-DEPT-ID
                   MOVE WS-DTB-IDX TO WS-DTB-HIT
               END-IF
           END-PERFORM.
           IF WS-DTB-HIT > 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-DTB-COUNT NOT < 60
               MOVE "Y" TO WS-DTB-OVERFLOW-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DTB-COUNT.
           MOVE WS-DTB-COUNT TO WS-DTB-HIT.
           MOVE WS-FIND-DEPT-ID TO WS-DTB-ID(WS-DTB-HIT).
           MOVE SPACES TO WS-DTB-NAME(WS-DTB-HIT).
           IF WS-FIND-DEPT-ID = "????"
               MOVE "所属不明" TO WS-DTB-NAME(WS-DTB-HIT)
               EXIT PARAGRAPH
           END-IF.
           IF WS-DEPT-OPENED
               MOVE WS-FIND-DEPT-ID TO DEPT-ID
               READ DEPARTMENT-FILE
                   KEY IS DEPT-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DEPT-NAME TO WS-DTB-NAME(WS-DTB-HIT)
               END-READ
           END-IF.

      *-----------------------------------------------------------
      * 科目の有効履修を数える。区分の人数はその区分の履修と、
      * 区分未割当の履修(この区分が閉講でない先頭区分のとき)。
      * 科目全体の人数は閉講候補の判定に使う
      *-----------------------------------------------------------
       COUNT-SECTION-ENROLLMENT.
           MOVE 0 TO WS-SEC-ENROLLED(WS-CUR).
           MOVE 0 TO WS-SEC-CRS-ENROLLED(WS-CUR).
           IF NOT WS-ENR-OPENED
               EXIT PARAGRAPH
           END-IF.
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
                       IF ENR-COURSE-ID = SYL-COURSE-ID
                           AND ENR-ACADEMIC-YEAR = SYL-ACADEMIC-YEAR
                           IF ENR-STATUS-ENROLLED
                               PERFORM COUNT-ONE-ENROLLMENT
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-ENR-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

       COUNT-ONE-ENROLLMENT.
           ADD 1 TO WS-SEC-CRS-ENROLLED(WS-CUR).
           IF ENR-SECTION-NO = SYL-SECTION-NO
               OR (ENR-SECTION-NO = SPACES
                   AND SYL-SECTION-NO = WS-FIRST-SECTION-NO)
               ADD 1 TO WS-SEC-ENROLLED(WS-CUR)
           END-IF.

      * 授業料収入(授業料請求と同じく年度+区分、なければ既定料率)
       COMPUTE-REVENUE.
           MOVE 0 TO WS-PER-CREDIT-FEE.
           IF WS-RTE-OPENED
               MOVE WS-TARGET-YEAR TO RTE-ACADEMIC-YEAR
               MOVE SYL-CATEGORY-ID TO RTE-CATEGORY-ID
               READ RATE-FILE
                   KEY IS RTE-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RTE-PER-CREDIT-FEE TO WS-PER-CREDIT-FEE
               END-READ
               IF WS-PER-CREDIT-FEE = 0
                   MOVE WS-TARGET-YEAR TO RTE-ACADEMIC-YEAR
                   MOVE SPACES TO RTE-CATEGORY-ID
                   READ RATE-FILE
                       KEY IS RTE-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE RTE-PER-CREDIT-FEE
                               TO WS-PER-CREDIT-FEE
                   END-READ
               END-IF
           END-IF.
           IF WS-PER-CREDIT-FEE = 0
               MOVE "Y" TO WS-SEC-NO-RATE-FLAG(WS-CUR)
           END-IF.
           COMPUTE WS-SEC-REVENUE(WS-CUR)
               = WS-SEC-ENROLLED(WS-CUR) * SYL-CREDITS
                 * WS-PER-CREDIT-FEE.

      *-----------------------------------------------------------
      * 教員費。主担当と共同担当の各教員に、負担割合で按分した
      * 費用を積む(共同担当がなければ主担当が100%)
      *-----------------------------------------------------------
       COMPUTE-TEACHING-COST.
           MOVE 0 TO WS-SEC-TEACH-COST(WS-CUR).
           MOVE "K" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE SYL-COURSE-ID TO WS-PARAM-1(1:6).
           MOVE SYL-ACADEMIC-YEAR TO WS-PARAM-1(7:4).
           MOVE SYL-SECTION-NO TO WS-PARAM-1(11:2).
           MOVE SPACES TO WS-PARAM-2.
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.
           MOVE WS-RESULT(1:1) TO WS-CO-COUNT.
           IF WS-CO-COUNT = 0
               MOVE 100 TO WS-LEAD-SHARE
           ELSE
               MOVE WS-RESULT(2:3) TO WS-LEAD-SHARE
           END-IF.

           IF SYL-TEACHER-ID NOT = SPACES
               MOVE SYL-TEACHER-ID TO WS-COST-TEACHER-ID
               MOVE WS-LEAD-SHARE TO WS-COST-SHARE
               PERFORM ADD-TEACHER-COST
           END-IF.

           MOVE 5 TO WS-CO-POS.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
               MOVE WS-RESULT(WS-CO-POS:5) TO WS-COST-TEACHER-ID
               MOVE WS-RESULT(WS-CO-POS + 6:3) TO WS-COST-SHARE
               PERFORM ADD-TEACHER-COST
               ADD 9 TO WS-CO-POS
           END-PERFORM.

      * 教員個人の率を優先し、なければ雇用区分(空白は専任)の率
       ADD-TEACHER-COST.
           IF WS-COST-SHARE = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "T" TO WS-RATE-TYPE.
           MOVE WS-COST-TEACHER-ID TO WS-RATE-CODE.
           PERFORM FIND-COST-RATE.
           IF NOT WS-RATE-FOUND
               MOVE "G" TO WS-RATE-TYPE
               MOVE "F" TO WS-RATE-CODE
               IF WS-TCH-OPENED
                   MOVE WS-COST-TEACHER-ID TO TCH-ID
                   READ TEACHER-FILE
                       KEY IS TCH-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF TCH-PART-TIME
                               MOVE "P" TO WS-RATE-CODE
                           END-IF
                   END-READ
               END-IF
               PERFORM FIND-COST-RATE
           END-IF.
           IF NOT WS-RATE-FOUND
               MOVE "Y" TO WS-SEC-NO-RATE-FLAG(WS-CUR)
               EXIT PARAGRAPH
           END-IF.

           PERFORM GET-RATE-QUANTITY.
           COMPUTE WS-COST-AMOUNT ROUNDED
               = WS-RATE-AMOUNT * WS-RATE-QUANTITY
                 * WS-COST-SHARE / 100.
           ADD WS-COST-AMOUNT TO WS-SEC-TEACH-COST(WS-CUR).

      * 教室費(教室の種別の率、なければ既定の率。教室未定は0)
       COMPUTE-ROOM-COST.
           MOVE 0 TO WS-SEC-ROOM-COST(WS-CUR).
           IF SYL-CLASS-ROOM = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE "R" TO WS-RATE-TYPE.
           MOVE SPACES TO WS-RATE-CODE.
           IF WS-ROOM-OPENED
               MOVE SYL-CLASS-ROOM TO ROOM-ID
               READ ROOM-FILE
                   KEY IS ROOM-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ROOM-TYPE TO WS-RATE-CODE
               END-READ
           END-IF.
           PERFORM FIND-COST-RATE.
           IF NOT WS-RATE-FOUND AND WS-RATE-CODE NOT = SPACES
               MOVE SPACES TO WS-RATE-CODE
               PERFORM FIND-COST-RATE
           END-IF.
           IF NOT WS-RATE-FOUND
               MOVE "Y" TO WS-SEC-NO-RATE-FLAG(WS-CUR)
               EXIT PARAGRAPH
           END-IF.

           PERFORM GET-RATE-QUANTITY.
           COMPUTE WS-SEC-ROOM-COST(WS-CUR)
               = WS-RATE-AMOUNT * WS-RATE-QUANTITY.

      * 算定基準に応じた数量(時間当りは授業時間、単位当りは単位数)
       GET-RATE-QUANTITY.
           IF WS-RATE-HOURLY
               COMPUTE WS-RATE-QUANTITY
                   = SYL-CREDITS * WS-HOURS-PER-CREDIT
           ELSE
               MOVE SYL-CREDITS TO WS-RATE-QUANTITY
           END-IF.

      *-----------------------------------------------------------
      * 種別+コードの費用率のうち、適用開始年度が対象年度以前で
      * 最も新しい行を求める
      *-----------------------------------------------------------
       FIND-COST-RATE.
           MOVE "N" TO WS-RATE-FOUND-FLAG.
           MOVE SPACES TO WS-RATE-BASIS.
           MOVE 0 TO WS-RATE-AMOUNT.
           IF NOT WS-CSR-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CSR-EOF-FLAG.
           MOVE WS-RATE-TYPE TO CSR-RATE-TYPE.
           MOVE WS-RATE-CODE TO CSR-RATE-CODE.
           MOVE LOW-VALUES TO CSR-EFFECTIVE-YEAR.
           START COST-RATE-FILE KEY IS NOT LESS THAN CSR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CSR-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-CSR-EOF
               READ COST-RATE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CSR-EOF-FLAG
                   NOT AT END
                       IF CSR-RATE-TYPE = WS-RATE-TYPE
                           AND CSR-RATE-CODE = WS-RATE-CODE
                           AND CSR-EFFECTIVE-YEAR
                               NOT > WS-TARGET-YEAR
                           MOVE "Y" TO WS-RATE-FOUND-FLAG
                           MOVE CSR-BASIS TO WS-RATE-BASIS
                           MOVE CSR-AMOUNT TO WS-RATE-AMOUNT
                       ELSE
                           MOVE "Y" TO WS-CSR-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

      * 閉講候補一覧と同じ基準(区分の最低開講人数に科目全体の
      * 有効履修数が満たない。区分なし・未設定は対象外)
       CHECK-CANCEL-CANDIDATE.
           MOVE 0 TO WS-SEC-MIN-ENROLL(WS-CUR).
           IF NOT WS-CAT-OPENED OR SYL-CATEGORY-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SYL-CATEGORY-ID TO CAT-ID.
           READ CATEGORY-FILE
               KEY IS CAT-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CAT-MIN-ENROLLMENT
                       TO WS-SEC-MIN-ENROLL(WS-CUR)
           END-READ.
           IF WS-SEC-MIN-ENROLL(WS-CUR) > 0
               AND WS-SEC-CRS-ENROLLED(WS-CUR)
                   < WS-SEC-MIN-ENROLL(WS-CUR)
               MOVE "Y" TO WS-SEC-CANCEL-FLAG(WS-CUR)
           END-IF.

      *-----------------------------------------------------------
      * 学科を純収支の低い順に並べて順位を付け、各区分に学科の
      * 順位を写す(単純交換ソート)
      *-----------------------------------------------------------
       RANK-DEPARTMENTS.
           IF WS-DTB-COUNT > 1
               PERFORM VARYING WS-DTB-IDX FROM 1 BY 1
                       UNTIL WS-DTB-IDX >= WS-DTB-COUNT
                   PERFORM VARYING WS-DTB-JDX FROM 1 BY 1
                           UNTIL WS-DTB-JDX >= WS-DTB-COUNT
                       IF WS-DTB-MARGIN(WS-DTB-JDX)
                               > WS-DTB-MARGIN(WS-DTB-JDX + 1)
                           MOVE WS-DTB-ENTRY(WS-DTB-JDX)
                               TO WS-DTB-SWAP
                           MOVE WS-DTB-ENTRY(WS-DTB-JDX + 1)
                               TO WS-DTB-ENTRY(WS-DTB-JDX)
                           MOVE WS-DTB-SWAP
                               TO WS-DTB-ENTRY(WS-DTB-JDX + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.
           PERFORM VARYING WS-DTB-IDX FROM 1 BY 1
                   UNTIL WS-DTB-IDX > WS-DTB-COUNT
               MOVE WS-DTB-IDX TO WS-DTB-RANK(WS-DTB-IDX)
           END-PERFORM.

           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               MOVE WS-SEC-DEPT-ID(WS-SEC-IDX) TO WS-FIND-DEPT-ID
               PERFORM FIND-DEPT-ENTRY
               MOVE WS-DTB-HIT TO WS-SEC-DEPT-RANK(WS-SEC-IDX)
           END-PERFORM.

      * 学科の順位、学科内は純収支の低い順(同額は科目・区分順)
       SORT-SECTION-TABLE.
           IF WS-SEC-COUNT < 2
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX >= WS-SEC-COUNT
               PERFORM VARYING WS-SEC-JDX FROM 1 BY 1
                       UNTIL WS-SEC-JDX >= WS-SEC-COUNT
                   IF WS-SEC-DEPT-RANK(WS-SEC-JDX)
                           > WS-SEC-DEPT-RANK(WS-SEC-JDX + 1)
                       OR (WS-SEC-DEPT-RANK(WS-SEC-JDX)
                           = WS-SEC-DEPT-RANK(WS-SEC-JDX + 1)
                           AND WS-SEC-MARGIN(WS-SEC-JDX)
                               > WS-SEC-MARGIN(WS-SEC-JDX + 1))
                       MOVE WS-SEC-ENTRY(WS-SEC-JDX) TO WS-SEC-SWAP
                       MOVE WS-SEC-ENTRY(WS-SEC-JDX + 1)
                           TO WS-SEC-ENTRY(WS-SEC-JDX)
                       MOVE WS-SEC-SWAP
                           TO WS-SEC-ENTRY(WS-SEC-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE.
           STRING "科目別 授業費用・授業料収入 収支表"
                      DELIMITED BY SIZE
                  "  年度: " DELIMITED BY SIZE
                  WS-TARGET-YEAR DELIMITED BY SIZE
                  "  学期: " DELIMITED BY SIZE
                  WS-TARGET-SEMESTER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SEMESTER-NAME) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "処理日: " DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  "  (承認済区分。教員費は負担割合で"
                      DELIMITED BY SIZE
                  "按分、" DELIMITED BY SIZE
                  "時間当りの率は1単位=15時間で換算)"
                      DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "科目   区 科目名" TO REPORT-LINE(1:30).
           MOVE "履修 単位" TO REPORT-LINE(42:13).
           PERFORM SET-AMOUNT-HEADINGS.
           MOVE "備考" TO REPORT-LINE(111:6).
           WRITE REPORT-LINE.

      * 金額欄の見出し(桁位置は金額欄にそろえる)
       SET-AMOUNT-HEADINGS.
           MOVE "授業料収入" TO REPORT-LINE(56:15).
           MOVE "教員費" TO REPORT-LINE(74:9).
           MOVE "教室費" TO REPORT-LINE(89:9).
           MOVE "純収支" TO REPORT-LINE(105:9).

      *-----------------------------------------------------------
      * 区分明細(学科の順位順。学科ごとに見出しと学科計)
      *-----------------------------------------------------------
       WRITE-SECTION-DETAIL.
           IF WS-SEC-COUNT = 0
               MOVE "(対象学期の承認済区分なし)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-PRINT-RANK.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               IF WS-SEC-DEPT-RANK(WS-SEC-IDX) NOT = WS-PRINT-RANK
                   IF WS-PRINT-RANK > 0
                       PERFORM WRITE-DEPARTMENT-SUBTOTAL
                   END-IF
                   MOVE WS-SEC-DEPT-RANK(WS-SEC-IDX) TO WS-PRINT-RANK
                   PERFORM WRITE-DEPARTMENT-HEADING
               END-IF
               PERFORM WRITE-SECTION-LINE
           END-PERFORM.
           PERFORM WRITE-DEPARTMENT-SUBTOTAL.

       WRITE-DEPARTMENT-HEADING.
           MOVE WS-PRINT-RANK TO WS-DISPLAY-RANK.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "[順位 " DELIMITED BY SIZE
                  WS-DISPLAY-RANK DELIMITED BY SIZE
                  "] 学科 " DELIMITED BY SIZE
                  WS-DTB-ID(WS-PRINT-RANK) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DTB-NAME(WS-PRINT-RANK) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       WRITE-SECTION-LINE.
           MOVE WS-SEC-ENROLLED(WS-SEC-IDX) TO WS-DISPLAY-NUM.
           MOVE WS-SEC-CREDITS(WS-SEC-IDX) TO WS-DISPLAY-CREDITS.
           MOVE WS-SEC-REVENUE(WS-SEC-IDX) TO WS-ED-REVENUE.
           MOVE WS-SEC-TEACH-COST(WS-SEC-IDX) TO WS-ED-TEACH-COST.
           MOVE WS-SEC-ROOM-COST(WS-SEC-IDX) TO WS-ED-ROOM-COST.
           MOVE WS-SEC-MARGIN(WS-SEC-IDX) TO WS-ED-MARGIN.
           MOVE SPACES TO WS-MARK-TEXT.
           IF WS-SEC-CANCEL(WS-SEC-IDX)
               MOVE "閉講候補" TO WS-MARK-TEXT
           END-IF.
           IF WS-SEC-NO-RATE(WS-SEC-IDX)
               IF WS-SEC-CANCEL(WS-SEC-IDX)
                   MOVE "閉講候補 *" TO WS-MARK-TEXT
               ELSE
                   MOVE "*" TO WS-MARK-TEXT
               END-IF
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-SEC-COURSE-ID(WS-SEC-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SEC-SECTION-NO(WS-SEC-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SEC-NAME(WS-SEC-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-NUM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-CREDITS DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM SET-AMOUNT-COLUMNS.
           MOVE WS-MARK-TEXT TO REPORT-LINE(111:16).
           WRITE REPORT-LINE.

       WRITE-DEPARTMENT-SUBTOTAL.
           MOVE WS-DTB-REVENUE(WS-PRINT-RANK) TO WS-ED-REVENUE.
           MOVE WS-DTB-TEACH-COST(WS-PRINT-RANK) TO WS-ED-TEACH-COST.
           MOVE WS-DTB-ROOM-COST(WS-PRINT-RANK) TO WS-ED-ROOM-COST.
           MOVE WS-DTB-MARGIN(WS-PRINT-RANK) TO WS-ED-MARGIN.
           MOVE SPACES TO REPORT-LINE.
           MOVE "    学科計" TO REPORT-LINE(1:20).
           PERFORM SET-AMOUNT-COLUMNS.
           WRITE REPORT-LINE.

       SET-AMOUNT-COLUMNS.
           MOVE WS-ED-REVENUE TO REPORT-LINE(50:14).
           MOVE WS-ED-TEACH-COST TO REPORT-LINE(65:14).
           MOVE WS-ED-ROOM-COST TO REPORT-LINE(80:14).
           MOVE WS-ED-MARGIN TO REPORT-LINE(95:15).

      *-----------------------------------------------------------
      * 学科別の収支(純収支の低い順)と全体合計
      *-----------------------------------------------------------
       WRITE-DEPARTMENT-RANKING.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "学科別収支(純収支の低い順)" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "順 学科 学科名" TO REPORT-LINE(1:30).
           MOVE "区分 閉講" TO REPORT-LINE(40:13).
           PERFORM SET-AMOUNT-HEADINGS.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-DTB-IDX FROM 1 BY 1
                   UNTIL WS-DTB-IDX > WS-DTB-COUNT
               PERFORM WRITE-RANKING-LINE
           END-PERFORM.

           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SEC-COUNT TO WS-DISPLAY-NUM.
           MOVE WS-GRAND-REVENUE TO WS-ED-REVENUE.
           MOVE WS-GRAND-TEACH-COST TO WS-ED-TEACH-COST.
           MOVE WS-GRAND-ROOM-COST TO WS-ED-ROOM-COST.
           MOVE WS-GRAND-MARGIN TO WS-ED-MARGIN.
           MOVE SPACES TO REPORT-LINE.
           MOVE "   合計" TO REPORT-LINE(1:20).
           MOVE WS-DISPLAY-NUM TO REPORT-LINE(40:4).
           MOVE WS-CANCEL-COUNT TO WS-DISPLAY-NUM.
           MOVE WS-DISPLAY-NUM TO REPORT-LINE(45:4).
           PERFORM SET-AMOUNT-COLUMNS.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "閉講候補: 区分の最低開講人数に"
                      DELIMITED BY SIZE
                  "科目全体の有効履修数が満たない区分"
                      DELIMITED BY SIZE
                  "(閉講候補一覧と同じ基準)"
                      DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-NO-RATE-COUNT TO WS-DISPLAY-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "*       : 授業料率または費用率が"
                      DELIMITED BY SIZE
                  "未登録の区分 " DELIMITED BY SIZE
                  WS-DISPLAY-NUM DELIMITED BY SIZE
                  "件(未登録分は0円で計算)" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       WRITE-RANKING-LINE.
           MOVE WS-DTB-RANK(WS-DTB-IDX) TO WS-DISPLAY-RANK.
           MOVE WS-DTB-REVENUE(WS-DTB-IDX) TO WS-ED-REVENUE.
           MOVE WS-DTB-TEACH-COST(WS-DTB-IDX) TO WS-ED-TEACH-COST.
           MOVE WS-DTB-ROOM-COST(WS-DTB-IDX) TO WS-ED-ROOM-COST.
           MOVE WS-DTB-MARGIN(WS-DTB-IDX) TO WS-ED-MARGIN.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-DISPLAY-RANK DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DTB-ID(WS-DTB-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DTB-NAME(WS-DTB-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           MOVE WS-DTB-SECTIONS(WS-DTB-IDX) TO WS-DISPLAY-NUM.
           MOVE WS-DISPLAY-NUM TO REPORT-LINE(40:4).
           MOVE WS-DTB-CANCELS(WS-DTB-IDX) TO WS-DISPLAY-NUM.
           MOVE WS-DISPLAY-NUM TO REPORT-LINE(45:4).
           PERFORM SET-AMOUNT-COLUMNS.
           WRITE REPORT-LINE.
