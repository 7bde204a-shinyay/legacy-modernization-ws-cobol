      *****************************************************************
      * シラバス管理システム - 学校基本調査データ作成バッチ(SYLGSV)
      * 指定年度の承認済・閉講でない区分から、学科・要件区分・学期
      * 別の開講科目数・区分数・単位数・履修者数と、学科別の専任・
      * 非常勤教員数を集計し、点検リストと提出用固定長ファイル
      * (件数・合計トレーラ付き)を作成する。
      * 年度末整理済の年度は履歴ファイル(sylhistory.dat)から、
      * 履修明細のない科目は期末実績(enrollhist.dat)から補うため
      * 過年度も再作成できる。出力ファイル名に年度を付ける
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLGSV.
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

           SELECT SYL-HISTORY-FILE
               ASSIGN TO "sylhistory.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HSY-RECORD-KEY
               FILE STATUS IS WS-HSY-FILE-STATUS.

           SELECT ENROLLMENT-FILE
               ASSIGN TO "enroll.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-KEY
               FILE STATUS IS WS-ENR-FILE-STATUS.

           SELECT ENROLL-HISTORY-FILE
               ASSIGN TO "enrollhist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-FILE-STATUS.

           SELECT TEACHER-FILE
               ASSIGN TO "teacher.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCH-ID
               FILE STATUS IS WS-TCH-FILE-STATUS.

           SELECT CATEGORY-FILE
               ASSIGN TO "category.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-ID
               FILE STATUS IS WS-CAT-FILE-STATUS.

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

           SELECT CHECK-LIST-FILE
               ASSIGN TO WS-CHECK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT SURVEY-FILE
               ASSIGN TO WS-SURVEY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRV-FILE-STATUS.

           SELECT JOB-CONTROL-FILE
               ASSIGN TO "jobcontrol.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SYLLABUS-FILE.
           COPY "copybooks/SYLFILE.cpy".

       FD SYL-HISTORY-FILE.
           COPY "copybooks/SYLHISTFILE.cpy".

       FD ENROLLMENT-FILE.
           COPY "copybooks/ENROLLFILE.cpy".

       FD ENROLL-HISTORY-FILE.
           COPY "copybooks/HISTFILE.cpy".

       FD TEACHER-FILE.
           COPY "copybooks/TEACHERFILE.cpy".

       FD CATEGORY-FILE.
           COPY "copybooks/CATEGORYFILE.cpy".

       FD DEPARTMENT-FILE.
           COPY "copybooks/DEPTFILE.cpy".

       FD SEMESTER-FILE.
           COPY "copybooks/SEMESTERFILE.cpy".

       FD CHECK-LIST-FILE.
       01 REPORT-LINE              PIC X(132).

       FD SURVEY-FILE.
           COPY "copybooks/SURVEYFILE.cpy".

       FD JOB-CONTROL-FILE.
           COPY "copybooks/JOBCTLFILE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-SYL-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SYL-FILE-SUCCESS   VALUE "00".
       01 WS-HSY-FILE-STATUS       PIC XX VALUE "00".
          88 WS-HSY-FILE-SUCCESS   VALUE "00".
       01 WS-ENR-FILE-STATUS       PIC XX VALUE "00".
          88 WS-ENR-FILE-SUCCESS   VALUE "00".
       01 WS-HIS-FILE-STATUS       PIC XX VALUE "00".
          88 WS-HIS-FILE-SUCCESS   VALUE "00".
       01 WS-TCH-FILE-STATUS       PIC XX VALUE "00".
          88 WS-TCH-FILE-SUCCESS   VALUE "00".
       01 WS-CAT-FILE-STATUS       PIC XX VALUE "00".
          88 WS-CAT-FILE-SUCCESS   VALUE "00".
       01 WS-DEPT-FILE-STATUS      PIC XX VALUE "00".
          88 WS-DEPT-FILE-SUCCESS  VALUE "00".
       01 WS-SEM-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SEM-FILE-SUCCESS   VALUE "00".
       01 WS-RPT-FILE-STATUS       PIC XX VALUE "00".
          88 WS-RPT-FILE-SUCCESS   VALUE "00".
       01 WS-SRV-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SRV-FILE-SUCCESS   VALUE "00".
       01 WS-JOB-FILE-STATUS       PIC XX VALUE "00".

       01 WS-SYL-OPEN-FLAG         PIC X VALUE "N".
          88 WS-SYL-OPENED         VALUE "Y".
       01 WS-HSY-OPEN-FLAG         PIC X VALUE "N".
          88 WS-HSY-OPENED         VALUE "Y".
       01 WS-ENR-OPEN-FLAG         PIC X VALUE "N".
          88 WS-ENR-OPENED         VALUE "Y".
       01 WS-HIS-OPEN-FLAG         PIC X VALUE "N".
          88 WS-HIS-OPENED         VALUE "Y".
       01 WS-TCH-OPEN-FLAG         PIC X VALUE "N".
          88 WS-TCH-OPENED         VALUE "Y".
       01 WS-CAT-OPEN-FLAG         PIC X VALUE "N".
          88 WS-CAT-OPENED         VALUE "Y".
       01 WS-DEPT-OPEN-FLAG        PIC X VALUE "N".
          88 WS-DEPT-OPENED        VALUE "Y".
       01 WS-SEM-OPEN-FLAG         PIC X VALUE "N".
          88 WS-SEM-OPENED         VALUE "Y".

       01 WS-EOF-FLAG              PIC X VALUE "N".
          88 WS-EOF                VALUE "Y".

       01 WS-CHECK-FILENAME        PIC X(30).
       01 WS-SURVEY-FILENAME       PIC X(30).

       01 WS-BUSINESS-DATE         PIC X(8).
       01 WS-STEP-NAME             PIC X(8).
       01 WS-STEP-STATUS           PIC X.
       01 WS-STEP-ROWS             PIC 9(7).

      * 対象年度・学校コード
       01 WS-TARGET-YEAR           PIC X(4).
       01 WS-SCHOOL-CODE           PIC X(6).

      * 対象年度の区分表(閉講を除く。キー順に科目の区分が並ぶ)
      * WS-SEC-CELL: 集計表の行(承認済のみ。未承認は0)
      * WS-SEC-FIRST: 科目の閉講でない先頭区分
      * WS-SEC-DETAIL: 科目に履修明細あり(先頭区分に持つ)
      * WS-SEC-SNAP: 期末実績で補った履修者数(先頭区分に持つ)
       01 WS-SEC-TABLE.
          05 WS-SEC-COUNT          PIC 9(4) VALUE 0.
          05 WS-SEC-ENTRY OCCURS 2000 TIMES.
             10 WS-SEC-COURSE-ID   PIC X(6).
             10 WS-SEC-SECTION-NO  PIC X(2).
             10 WS-SEC-CELL        PIC 9(3).
             10 WS-SEC-FIRST       PIC X.
             10 WS-SEC-DETAIL      PIC X.
             10 WS-SEC-SNAP        PIC 9(5).
             10 WS-SEC-SNAP-FLAG   PIC X.
       01 WS-SEC-IDX               PIC 9(4).
       01 WS-SEC-HIT               PIC 9(4).
       01 WS-SEC-OVERFLOW-FLAG     PIC X VALUE "N".
          88 WS-SEC-OVERFLOW       VALUE "Y".
       01 WS-PREV-COURSE-ID        PIC X(6).
       01 WS-DUP-FLAG              PIC X VALUE "N".
          88 WS-DUP-SECTION        VALUE "Y".

      * 科目の先頭区分(履修明細の科目が変わるたびに引き直す)
       01 WS-FIRST-COURSE-ID       PIC X(6).
       01 WS-FIRST-IDX             PIC 9(4).

      * 集計表(学科+要件区分+学期の昇順に保つ)
       01 WS-CELL-TABLE.
          05 WS-CELL-COUNT         PIC 9(3) VALUE 0.
          05 WS-CELL-ENTRY OCCURS 300 TIMES.
             10 WS-CELL-KEY.
                15 WS-CELL-DEPT-ID PIC X(4).
                15 WS-CELL-CAT-ID  PIC X(2).
                15 WS-CELL-SEMESTER PIC X(2).
             10 WS-CELL-COURSES    PIC 9(5).
             10 WS-CELL-SECTIONS   PIC 9(5).
             10 WS-CELL-CREDITS    PIC 9(6).
             10 WS-CELL-ENROLLED   PIC 9(7).
             10 WS-CELL-LAST-COURSE PIC X(6).
       01 WS-CELL-IDX              PIC 9(3).
       01 WS-CELL-HIT              PIC 9(3).
       01 WS-CELL-POS              PIC 9(3).
       01 WS-CELL-OVERFLOW-FLAG    PIC X VALUE "N".
          88 WS-CELL-OVERFLOW      VALUE "Y".
       01 WS-FIND-CELL-KEY.
          05 WS-FIND-DEPT-ID       PIC X(4).
          05 WS-FIND-CAT-ID        PIC X(2).
          05 WS-FIND-SEMESTER      PIC X(2).

      * 教員数表(学科の昇順に保つ。所属なしは"????")
       01 WS-FAC-TABLE.
          05 WS-FAC-COUNT          PIC 9(3) VALUE 0.
          05 WS-FAC-ENTRY OCCURS 100 TIMES.
             10 WS-FAC-DEPT-ID     PIC X(4).
             10 WS-FAC-FULL-TIME   PIC 9(5).
             10 WS-FAC-PART-TIME   PIC 9(5).
       01 WS-FAC-IDX               PIC 9(3).
       01 WS-FAC-HIT               PIC 9(3).
       01 WS-FAC-POS               PIC 9(3).
       01 WS-FAC-OVERFLOW-FLAG     PIC X VALUE "N".
          88 WS-FAC-OVERFLOW       VALUE "Y".
       01 WS-FIND-FAC-DEPT-ID      PIC X(4).

      * 点検用の件数
       01 WS-APPROVED-SECTIONS     PIC 9(5) VALUE 0.
       01 WS-CANCELLED-SECTIONS    PIC 9(5) VALUE 0.
       01 WS-UNAPPROVED-SECTIONS   PIC 9(5) VALUE 0.
       01 WS-HISTORY-SECTIONS      PIC 9(5) VALUE 0.
       01 WS-DETAIL-ENROLLED       PIC 9(7) VALUE 0.
       01 WS-EXCLUDED-ENROLLED     PIC 9(7) VALUE 0.
       01 WS-ORPHAN-ENROLLED       PIC 9(7) VALUE 0.
       01 WS-SNAP-COURSES          PIC 9(5) VALUE 0.
       01 WS-SNAP-ENROLLED         PIC 9(7) VALUE 0.
       01 WS-EMPTY-COURSES         PIC 9(5) VALUE 0.
       01 WS-BLANK-CAT-CELLS       PIC 9(3) VALUE 0.

      * 合計(トレーラと点検リストで共用)
       01 WS-TOTAL-COURSES         PIC 9(7) VALUE 0.
       01 WS-TOTAL-SECTIONS        PIC 9(7) VALUE 0.
       01 WS-TOTAL-CREDITS         PIC 9(8) VALUE 0.
       01 WS-TOTAL-ENROLLED        PIC 9(9) VALUE 0.
       01 WS-TOTAL-FULL-TIME       PIC 9(7) VALUE 0.
       01 WS-TOTAL-PART-TIME       PIC 9(7) VALUE 0.
       01 WS-DETAIL-RECORDS        PIC 9(7) VALUE 0.

      * 学科小計
       01 WS-SUB-DEPT-ID           PIC X(4).
       01 WS-SUB-COURSES           PIC 9(7).
       01 WS-SUB-SECTIONS          PIC 9(7).
       01 WS-SUB-CREDITS           PIC 9(8).
       01 WS-SUB-ENROLLED          PIC 9(9).

       01 WS-DEPT-NAME             PIC X(30).
       01 WS-CAT-NAME              PIC X(20).
       01 WS-SEM-NAME              PIC X(20).

       01 WS-DISPLAY-NUM           PIC ZZZZ9.
       01 WS-DISPLAY-NUM-2         PIC ZZZZ9.
       01 WS-DISPLAY-NUM-3         PIC ZZZZZ9.
       01 WS-DISPLAY-BIG           PIC ZZZZZZZZ9.

       SCREEN SECTION.
       01 GSV-OPTION-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "学校基本調査データ作成".
           05 LINE 3 COLUMN 1 VALUE "対象年度(4桁):".
           05 LINE 3 COLUMN 20 PIC X(4) USING WS-TARGET-YEAR.
           05 LINE 4 COLUMN 1 VALUE "学校コード:".
           05 LINE 4 COLUMN 20 PIC X(6) USING WS-SCHOOL-CODE.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TARGET-YEAR.
           MOVE SPACES TO WS-SCHOOL-CODE.
           DISPLAY GSV-OPTION-SCREEN.
           ACCEPT GSV-OPTION-SCREEN.

           IF WS-TARGET-YEAR = SPACES
               OR WS-TARGET-YEAR IS NOT NUMERIC
               DISPLAY "エラー:年度は4桁の数字です。"
               GOBACK
           END-IF.
           IF WS-SCHOOL-CODE = SPACES
               DISPLAY "エラー:学校コードは必須です。"
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE.

           PERFORM OPEN-FILES.
           IF NOT WS-SYL-OPENED AND NOT WS-HSY-OPENED
               DISPLAY "エラー:シラバスなし。"
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.

           MOVE "GOVSRV" TO WS-STEP-NAME.
           MOVE "S" TO WS-STEP-STATUS.
           MOVE 0 TO WS-STEP-ROWS.
           PERFORM WRITE-JOB-STEP-RECORD.

           PERFORM LOAD-CURRENT-SECTIONS.
           PERFORM LOAD-HISTORY-SECTIONS.
           PERFORM COUNT-ENROLLMENTS.
           PERFORM APPLY-ENROLL-SNAPSHOTS.
           PERFORM COUNT-FACULTY.
           PERFORM SUM-TOTALS.

           PERFORM WRITE-SURVEY-FILE.
           PERFORM WRITE-CHECK-LIST.
           PERFORM CLOSE-FILES.

           MOVE "C" TO WS-STEP-STATUS.
           MOVE WS-DETAIL-RECORDS TO WS-STEP-ROWS.
           PERFORM WRITE-JOB-STEP-RECORD.

           DISPLAY " ".
           IF WS-SEC-OVERFLOW OR WS-CELL-OVERFLOW OR WS-FAC-OVERFLOW
               DISPLAY "警告:集計表の上限を超えました。"
               DISPLAY "点検リストを確認してください。"
           END-IF.
           DISPLAY "明細件数: " WS-DETAIL-RECORDS.
           DISPLAY "点検リスト: " FUNCTION TRIM(WS-CHECK-FILENAME).
           DISPLAY "提出ファイル: "
                   FUNCTION TRIM(WS-SURVEY-FILENAME).
           GOBACK.

       OPEN-FILES.
           OPEN INPUT SYLLABUS-FILE.
           IF WS-SYL-FILE-SUCCESS
               MOVE "Y" TO WS-SYL-OPEN-FLAG
           END-IF.
           OPEN INPUT SYL-HISTORY-FILE.
           IF WS-HSY-FILE-SUCCESS
               MOVE "Y" TO WS-HSY-OPEN-FLAG
           END-IF.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENR-FILE-SUCCESS
               MOVE "Y" TO WS-ENR-OPEN-FLAG
           END-IF.
           OPEN INPUT ENROLL-HISTORY-FILE.
           IF WS-HIS-FILE-SUCCESS
               MOVE "Y" TO WS-HIS-OPEN-FLAG
           END-IF.
           OPEN INPUT TEACHER-FILE.
           IF WS-TCH-FILE-SUCCESS
               MOVE "Y" TO WS-TCH-OPEN-FLAG
           END-IF.
           OPEN INPUT CATEGORY-FILE.
           IF WS-CAT-FILE-SUCCESS
               MOVE "Y" TO WS-CAT-OPEN-FLAG
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
           IF WS-SYL-OPENED
               CLOSE SYLLABUS-FILE
           END-IF.
           IF WS-HSY-OPENED
               CLOSE SYL-HISTORY-FILE
           END-IF.
           IF WS-ENR-OPENED
               CLOSE ENROLLMENT-FILE
           END-IF.
           IF WS-HIS-OPENED
               CLOSE ENROLL-HISTORY-FILE
           END-IF.
           IF WS-TCH-OPENED
               CLOSE TEACHER-FILE
           END-IF.
           IF WS-CAT-OPENED
               CLOSE CATEGORY-FILE
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
      * 本体ファイルから対象年度の区分を読み込む
      *-----------------------------------------------------------
       LOAD-CURRENT-SECTIONS.
           IF NOT WS-SYL-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-PREV-COURSE-ID.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO SYL-RECORD-KEY.
           START SYLLABUS-FILE KEY IS NOT LESS THAN SYL-RECORD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF
               READ SYLLABUS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF SYL-ACADEMIC-YEAR = WS-TARGET-YEAR
                           PERFORM ADD-SECTION
                       END-IF
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------
      * 年度末整理で履歴へ移った区分を読み込む
      * (本体に同じキーがあれば本体を優先する)
      *-----------------------------------------------------------
       LOAD-HISTORY-SECTIONS.
           IF NOT WS-HSY-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-PREV-COURSE-ID.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO HSY-RECORD-KEY.
           START SYL-HISTORY-FILE
               KEY IS NOT LESS THAN HSY-RECORD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF
               READ SYL-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF HSY-ACADEMIC-YEAR = WS-TARGET-YEAR
                           MOVE SYLLABUS-HISTORY-RECORD
                               TO SYLLABUS-RECORD
                           PERFORM CHECK-DUPLICATE-SECTION
                           IF NOT WS-DUP-SECTION
                               ADD 1 TO WS-HISTORY-SECTIONS
                               PERFORM ADD-SECTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-DUPLICATE-SECTION.
           MOVE "N" TO WS-DUP-FLAG.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
                      OR WS-DUP-SECTION
               IF WS-SEC-COURSE-ID(WS-SEC-IDX) = SYL-COURSE-ID
                   AND WS-SEC-SECTION-NO(WS-SEC-IDX) = SYL-SECTION-NO
                   MOVE "Y" TO WS-DUP-FLAG
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------
      * 区分を1件登録する。閉講は表に入れない。承認済のみ集計表の
      * 行に数え、科目数・単位数は行ごとに科目1回だけ数える
      *-----------------------------------------------------------
       ADD-SECTION.
           IF SYL-STATUS-CANCELLED
               ADD 1 TO WS-CANCELLED-SECTIONS
               EXIT PARAGRAPH
           END-IF.
           IF WS-SEC-COUNT NOT < 2000
               MOVE "Y" TO WS-SEC-OVERFLOW-FLAG
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-SEC-COUNT.
           MOVE SYL-COURSE-ID TO WS-SEC-COURSE-ID(WS-SEC-COUNT).
           MOVE SYL-SECTION-NO TO WS-SEC-SECTION-NO(WS-SEC-COUNT).
           MOVE 0 TO WS-SEC-CELL(WS-SEC-COUNT).
           MOVE "N" TO WS-SEC-DETAIL(WS-SEC-COUNT).
           MOVE 0 TO WS-SEC-SNAP(WS-SEC-COUNT).
           MOVE "N" TO WS-SEC-SNAP-FLAG(WS-SEC-COUNT).
           IF SYL-COURSE-ID = WS-PREV-COURSE-ID
               MOVE "N" TO WS-SEC-FIRST(WS-SEC-COUNT)
           ELSE
               MOVE "Y" TO WS-SEC-FIRST(WS-SEC-COUNT)
               MOVE SYL-COURSE-ID TO WS-PREV-COURSE-ID
           END-IF.

           IF NOT SYL-STATUS-APPROVED
               ADD 1 TO WS-UNAPPROVED-SECTIONS
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-APPROVED-SECTIONS.
           MOVE SYL-DEPARTMENT-ID TO WS-FIND-DEPT-ID.
           MOVE SYL-CATEGORY-ID TO WS-FIND-CAT-ID.
           MOVE SYL-SEMESTER TO WS-FIND-SEMESTER.
           PERFORM FIND-CELL-ENTRY.
           IF WS-CELL-HIT = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CELL-HIT TO WS-SEC-CELL(WS-SEC-COUNT).
           ADD 1 TO WS-CELL-SECTIONS(WS-CELL-HIT).
           IF WS-CELL-LAST-COURSE(WS-CELL-HIT) NOT = SYL-COURSE-ID
               ADD 1 TO WS-CELL-COURSES(WS-CELL-HIT)
               ADD SYL-CREDITS TO WS-CELL-CREDITS(WS-CELL-HIT)
               MOVE SYL-COURSE-ID TO WS-CELL-LAST-COURSE(WS-CELL-HIT)
           END-IF.

      *-----------------------------------------------------------
      * 集計表の行を求める(なければキー順の位置へ挿入。満杯なら0)
      * 挿入で後ろの行がずれるため、区分表の行番号も付け替える
      *-----------------------------------------------------------
       FIND-CELL-ENTRY.
           MOVE 0 TO WS-CELL-HIT.
           MOVE 0 TO WS-CELL-POS.
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > WS-CELL-COUNT
                      OR WS-CELL-HIT > 0
                      OR WS-CELL-POS > 0
               IF WS-CELL-KEY(WS-CELL-IDX) = WS-FIND-CELL-KEY
                   MOVE WS-CELL-IDX TO WS-CELL-HIT
               ELSE
                   IF WS-CELL-KEY(WS-CELL-IDX) > WS-FIND-CELL-KEY
                       MOVE WS-CELL-IDX TO WS-CELL-POS
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CELL-HIT > 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-CELL-COUNT NOT < 300
               MOVE "Y" TO WS-CELL-OVERFLOW-FLAG
               EXIT PARAGRAPH
           END-IF.
           IF WS-CELL-POS = 0
               COMPUTE WS-CELL-POS = WS-CELL-COUNT + 1
           END-IF.

           PERFORM VARYING WS-CELL-IDX FROM WS-CELL-COUNT BY -1
                   UNTIL WS-CELL-IDX < WS-CELL-POS
               MOVE WS-CELL-ENTRY(WS-CELL-IDX)
                   TO WS-CELL-ENTRY(WS-CELL-IDX + 1)
           END-PERFORM.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               IF WS-SEC-CELL(WS-SEC-IDX) NOT < WS-CELL-POS
                   ADD 1 TO WS-SEC-CELL(WS-SEC-IDX)
               END-IF
           END-PERFORM.

           ADD 1 TO WS-CELL-COUNT.
           MOVE WS-CELL-POS TO WS-CELL-HIT.
           MOVE WS-FIND-CELL-KEY TO WS-CELL-KEY(WS-CELL-HIT).
           MOVE 0 TO WS-CELL-COURSES(WS-CELL-HIT).
           MOVE 0 TO WS-CELL-SECTIONS(WS-CELL-HIT).
           MOVE 0 TO WS-CELL-CREDITS(WS-CELL-HIT).
           MOVE 0 TO WS-CELL-ENROLLED(WS-CELL-HIT).
           MOVE SPACES TO WS-CELL-LAST-COURSE(WS-CELL-HIT).

      *-----------------------------------------------------------
      * 履修明細: 対象年度の履修中の明細を所属区分の行に数える
      * (区分空白は閉講でない先頭区分。未承認区分の履修は除く)
      *-----------------------------------------------------------
       COUNT-ENROLLMENTS.
           IF NOT WS-ENR-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-FIRST-COURSE-ID.
           MOVE 0 TO WS-FIRST-IDX.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO ENR-KEY.
           START ENROLLMENT-FILE KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF ENR-ACADEMIC-YEAR = WS-TARGET-YEAR
                           PERFORM COUNT-ONE-ENROLLMENT
                       END-IF
               END-READ
           END-PERFORM.

       COUNT-ONE-ENROLLMENT.
           IF ENR-COURSE-ID NOT = WS-FIRST-COURSE-ID
               MOVE ENR-COURSE-ID TO WS-FIRST-COURSE-ID
               PERFORM FIND-COURSE-FIRST
           END-IF.
           IF WS-FIRST-IDX > 0
               MOVE "Y" TO WS-SEC-DETAIL(WS-FIRST-IDX)
           END-IF.
           IF NOT ENR-STATUS-ENROLLED
               EXIT PARAGRAPH
           END-IF.
           IF WS-FIRST-IDX = 0
               ADD 1 TO WS-ORPHAN-ENROLLED
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-SEC-HIT.
           IF ENR-SECTION-NO = SPACES
               MOVE WS-FIRST-IDX TO WS-SEC-HIT
           ELSE
               PERFORM VARYING WS-SEC-IDX FROM WS-FIRST-IDX BY 1
                       UNTIL WS-SEC-IDX > WS-SEC-COUNT
                          OR WS-SEC-HIT > 0
                          OR WS-SEC-COURSE-ID(WS-SEC-IDX)
                             NOT = ENR-COURSE-ID
                   IF WS-SEC-SECTION-NO(WS-SEC-IDX) = ENR-SECTION-NO
                       MOVE WS-SEC-IDX TO WS-SEC-HIT
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-SEC-HIT = 0
               ADD 1 TO WS-ORPHAN-ENROLLED
               EXIT PARAGRAPH
           END-IF.
           IF WS-SEC-CELL(WS-SEC-HIT) = 0
               ADD 1 TO WS-EXCLUDED-ENROLLED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CELL-ENROLLED(WS-SEC-CELL(WS-SEC-HIT)).
           ADD 1 TO WS-DETAIL-ENROLLED.

      * 科目の閉講でない先頭区分の位置(なければ0)
       FIND-COURSE-FIRST.
           MOVE 0 TO WS-FIRST-IDX.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
                      OR WS-FIRST-IDX > 0
               IF WS-SEC-COURSE-ID(WS-SEC-IDX) = WS-FIRST-COURSE-ID
                   AND WS-SEC-FIRST(WS-SEC-IDX) = "Y"
                   MOVE WS-SEC-IDX TO WS-FIRST-IDX
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------
      * 期末実績: 履修明細が1件もない科目は、スナップショットの
      * 履修者数を科目の最初の承認済区分の行に数える
      *-----------------------------------------------------------
       APPLY-ENROLL-SNAPSHOTS.
           IF NOT WS-HIS-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ ENROLL-HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF HIS-ACADEMIC-YEAR = WS-TARGET-YEAR
                           PERFORM APPLY-ONE-SNAPSHOT
                       END-IF
               END-READ
           END-PERFORM.

       APPLY-ONE-SNAPSHOT.
           MOVE HIS-COURSE-ID TO WS-FIRST-COURSE-ID.
           PERFORM FIND-COURSE-FIRST.
           IF WS-FIRST-IDX = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-SEC-DETAIL(WS-FIRST-IDX) = "Y"
               OR WS-SEC-SNAP-FLAG(WS-FIRST-IDX) = "Y"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-SEC-HIT.
           PERFORM VARYING WS-SEC-IDX FROM WS-FIRST-IDX BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
                      OR WS-SEC-HIT > 0
                      OR WS-SEC-COURSE-ID(WS-SEC-IDX)
                         NOT = HIS-COURSE-ID
               IF WS-SEC-CELL(WS-SEC-IDX) > 0
                   MOVE WS-SEC-IDX TO WS-SEC-HIT
               END-IF
           END-PERFORM.
           IF WS-SEC-HIT = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE "Y" TO WS-SEC-SNAP-FLAG(WS-FIRST-IDX).
           MOVE HIS-ENROLLMENT-COUNT TO WS-SEC-SNAP(WS-FIRST-IDX).
           ADD HIS-ENROLLMENT-COUNT
               TO WS-CELL-ENROLLED(WS-SEC-CELL(WS-SEC-HIT)).
           ADD 1 TO WS-SNAP-COURSES.
           ADD HIS-ENROLLMENT-COUNT TO WS-SNAP-ENROLLED.

      *-----------------------------------------------------------
      * 教員マスタから学科別の専任・非常勤の人数を数える
      *-----------------------------------------------------------
       COUNT-FACULTY.
           IF NOT WS-TCH-OPENED
               EXIT PARAGRAPH
           END-IF.
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
                       PERFORM COUNT-ONE-TEACHER
               END-READ
           END-PERFORM.

       COUNT-ONE-TEACHER.
           MOVE TCH-DEPARTMENT-ID TO WS-FIND-FAC-DEPT-ID.
           IF WS-FIND-FAC-DEPT-ID = SPACES
               MOVE "????" TO WS-FIND-FAC-DEPT-ID
           END-IF.
           PERFORM FIND-FAC-ENTRY.
           IF WS-FAC-HIT = 0
               EXIT PARAGRAPH
           END-IF.
           IF TCH-PART-TIME
               ADD 1 TO WS-FAC-PART-TIME(WS-FAC-HIT)
           ELSE
               ADD 1 TO WS-FAC-FULL-TIME(WS-FAC-HIT)
           END-IF.

       FIND-FAC-ENTRY.
           MOVE 0 TO WS-FAC-HIT.
           MOVE 0 TO WS-FAC-POS.
           PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
                   UNTIL WS-FAC-IDX > WS-FAC-COUNT
                      OR WS-FAC-HIT > 0
                      OR WS-FAC-POS > 0
               IF WS-FAC-DEPT-ID(WS-FAC-IDX) = WS-FIND-FAC-DEPT-ID
                   MOVE WS-FAC-IDX TO WS-FAC-HIT
               ELSE
                   IF WS-FAC-DEPT-ID(WS-FAC-IDX) > WS-FIND-FAC-DEPT-ID
                       MOVE WS-FAC-IDX TO WS-FAC-POS
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-FAC-HIT > 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-FAC-COUNT NOT < 100
               MOVE "Y" TO WS-FAC-OVERFLOW-FLAG
               EXIT PARAGRAPH
           END-IF.
           IF WS-FAC-POS = 0
               COMPUTE WS-FAC-POS = WS-FAC-COUNT + 1
           END-IF.
           PERFORM VARYING WS-FAC-IDX FROM WS-FAC-COUNT BY -1
                   UNTIL WS-FAC-IDX < WS-FAC-POS
               MOVE WS-FAC-ENTRY(WS-FAC-IDX)
                   TO WS-FAC-ENTRY(WS-FAC-IDX + 1)
           END-PERFORM.
           ADD 1 TO WS-FAC-COUNT.
           MOVE WS-FAC-POS TO WS-FAC-HIT.
           MOVE WS-FIND-FAC-DEPT-ID TO WS-FAC-DEPT-ID(WS-FAC-HIT).
           MOVE 0 TO WS-FAC-FULL-TIME(WS-FAC-HIT).
           MOVE 0 TO WS-FAC-PART-TIME(WS-FAC-HIT).

      *-----------------------------------------------------------
      * 合計と点検件数(履修者のいない科目・区分未設定の行)
      *-----------------------------------------------------------
       SUM-TOTALS.
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > WS-CELL-COUNT
               ADD WS-CELL-COURSES(WS-CELL-IDX) TO WS-TOTAL-COURSES
               ADD WS-CELL-SECTIONS(WS-CELL-IDX) TO WS-TOTAL-SECTIONS
               ADD WS-CELL-CREDITS(WS-CELL-IDX) TO WS-TOTAL-CREDITS
               ADD WS-CELL-ENROLLED(WS-CELL-IDX) TO WS-TOTAL-ENROLLED
               IF WS-CELL-CAT-ID(WS-CELL-IDX) = SPACES
                   ADD 1 TO WS-BLANK-CAT-CELLS
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
                   UNTIL WS-FAC-IDX > WS-FAC-COUNT
               ADD WS-FAC-FULL-TIME(WS-FAC-IDX) TO WS-TOTAL-FULL-TIME
               ADD WS-FAC-PART-TIME(WS-FAC-IDX) TO WS-TOTAL-PART-TIME
           END-PERFORM.
           COMPUTE WS-DETAIL-RECORDS = WS-CELL-COUNT + WS-FAC-COUNT.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               IF WS-SEC-FIRST(WS-SEC-IDX) = "Y"
                   AND WS-SEC-DETAIL(WS-SEC-IDX) NOT = "Y"
                   AND WS-SEC-SNAP-FLAG(WS-SEC-IDX) NOT = "Y"
                   ADD 1 TO WS-EMPTY-COURSES
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------
      * 提出ファイル(ヘッダ・授業科目表・教員数表・トレーラ)
      *-----------------------------------------------------------
       WRITE-SURVEY-FILE.
           MOVE SPACES TO WS-SURVEY-FILENAME.
           STRING "survey_" DELIMITED BY SIZE
                  WS-TARGET-YEAR DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO WS-SURVEY-FILENAME
           END-STRING.
           OPEN OUTPUT SURVEY-FILE.
           IF NOT WS-SRV-FILE-SUCCESS
               DISPLAY "エラー:出力ファイル作成に失敗: "
                       WS-SURVEY-FILENAME
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SURVEY-RECORD.
           SET SRV-TYPE-HEADER TO TRUE.
           MOVE WS-SCHOOL-CODE TO SRV-HDR-SCHOOL-CODE.
           MOVE WS-TARGET-YEAR TO SRV-HDR-YEAR.
           MOVE WS-BUSINESS-DATE TO SRV-HDR-CREATED.
           WRITE SURVEY-RECORD.

           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > WS-CELL-COUNT
               MOVE SPACES TO SURVEY-RECORD
               SET SRV-TYPE-COURSE TO TRUE
               MOVE WS-CELL-DEPT-ID(WS-CELL-IDX) TO SRV-CRS-DEPT-ID
               MOVE WS-CELL-CAT-ID(WS-CELL-IDX)
                   TO SRV-CRS-CATEGORY-ID
               MOVE WS-CELL-SEMESTER(WS-CELL-IDX)
                   TO SRV-CRS-SEMESTER
               MOVE WS-CELL-COURSES(WS-CELL-IDX) TO SRV-CRS-COURSES
               MOVE WS-CELL-SECTIONS(WS-CELL-IDX)
                   TO SRV-CRS-SECTIONS
               MOVE WS-CELL-CREDITS(WS-CELL-IDX) TO SRV-CRS-CREDITS
               MOVE WS-CELL-ENROLLED(WS-CELL-IDX)
                   TO SRV-CRS-ENROLLED
               WRITE SURVEY-RECORD
           END-PERFORM.

           PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
                   UNTIL WS-FAC-IDX > WS-FAC-COUNT
               MOVE SPACES TO SURVEY-RECORD
               SET SRV-TYPE-FACULTY TO TRUE
               MOVE WS-FAC-DEPT-ID(WS-FAC-IDX) TO SRV-FAC-DEPT-ID
               MOVE WS-FAC-FULL-TIME(WS-FAC-IDX)
                   TO SRV-FAC-FULL-TIME
               MOVE WS-FAC-PART-TIME(WS-FAC-IDX)
                   TO SRV-FAC-PART-TIME
               WRITE SURVEY-RECORD
           END-PERFORM.

           MOVE SPACES TO SURVEY-RECORD.
           SET SRV-TYPE-TRAILER TO TRUE.
           MOVE WS-DETAIL-RECORDS TO SRV-TRL-RECORD-COUNT.
           MOVE WS-TOTAL-COURSES TO SRV-TRL-COURSES.
           MOVE WS-TOTAL-SECTIONS TO SRV-TRL-SECTIONS.
           MOVE WS-TOTAL-CREDITS TO SRV-TRL-CREDITS.
           MOVE WS-TOTAL-ENROLLED TO SRV-TRL-ENROLLED.
           MOVE WS-TOTAL-FULL-TIME TO SRV-TRL-FULL-TIME.
           MOVE WS-TOTAL-PART-TIME TO SRV-TRL-PART-TIME.
           WRITE SURVEY-RECORD.
           CLOSE SURVEY-FILE.

      *-----------------------------------------------------------
      * 点検リスト(授業科目表・教員数表・点検事項・管理合計)
      *-----------------------------------------------------------
       WRITE-CHECK-LIST.
           MOVE SPACES TO WS-CHECK-FILENAME.
           STRING "survey_check_" DELIMITED BY SIZE
                  WS-TARGET-YEAR DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-CHECK-FILENAME
           END-STRING.
           OPEN OUTPUT CHECK-LIST-FILE.
           IF NOT WS-RPT-FILE-SUCCESS
               DISPLAY "エラー:出力ファイル作成に失敗: "
                       WS-CHECK-FILENAME
               EXIT PARAGRAPH
           END-IF.

           PERFORM WRITE-CHECK-HEADER.
           PERFORM WRITE-COURSE-TABLE.
           PERFORM WRITE-FACULTY-TABLE.
           PERFORM WRITE-CHECK-ITEMS.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE CHECK-LIST-FILE.

       WRITE-CHECK-HEADER.
           MOVE SPACES TO REPORT-LINE.
           STRING "学校基本調査 点検リスト  年度: "
                      DELIMITED BY SIZE
                  WS-TARGET-YEAR DELIMITED BY SIZE
                  "  学校コード: " DELIMITED BY SIZE
                  WS-SCHOOL-CODE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "作成日: " DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  "  (承認済・閉講でない区分のみ)"
                      DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-COURSE-TABLE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "[授業科目表] 学科・要件区分・学期別"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "学科 学科名                         "
                      DELIMITED BY SIZE
                  "区分 区分名               学期 学期名"
                      DELIMITED BY SIZE
                  "                科目数 区分数 単位数"
                      DELIMITED BY SIZE
                  "    履修者数" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF WS-CELL-COUNT = 0
               MOVE "(対象年度の承認済区分なし)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CELL-DEPT-ID(1) TO WS-SUB-DEPT-ID.
           PERFORM CLEAR-DEPT-SUBTOTAL.
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > WS-CELL-COUNT
               IF WS-CELL-DEPT-ID(WS-CELL-IDX) NOT = WS-SUB-DEPT-ID
                   PERFORM WRITE-DEPT-SUBTOTAL
                   MOVE WS-CELL-DEPT-ID(WS-CELL-IDX) TO WS-SUB-DEPT-ID
                   PERFORM CLEAR-DEPT-SUBTOTAL
               END-IF
               PERFORM WRITE-COURSE-ROW
           END-PERFORM.
           PERFORM WRITE-DEPT-SUBTOTAL.

           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-COURSES TO WS-DISPLAY-NUM.
           MOVE WS-TOTAL-SECTIONS TO WS-DISPLAY-NUM-2.
           MOVE WS-TOTAL-CREDITS TO WS-DISPLAY-NUM-3.
           MOVE WS-TOTAL-ENROLLED TO WS-DISPLAY-BIG.
           MOVE SPACES TO REPORT-LINE.
           STRING "合計" DELIMITED BY SIZE
                  WS-DISPLAY-NUM DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DISPLAY-NUM-2 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-NUM-3 DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-DISPLAY-BIG DELIMITED BY SIZE
               INTO REPORT-LINE(84:49)
           END-STRING.
           WRITE REPORT-LINE.

       CLEAR-DEPT-SUBTOTAL.
           MOVE 0 TO WS-SUB-COURSES.
           MOVE 0 TO WS-SUB-SECTIONS.
           MOVE 0 TO WS-SUB-CREDITS.
           MOVE 0 TO WS-SUB-ENROLLED.

       WRITE-COURSE-ROW.
           MOVE WS-CELL-DEPT-ID(WS-CELL-IDX) TO DEPT-ID.
           PERFORM LOOKUP-DEPT-NAME.
           MOVE SPACES TO WS-CAT-NAME.
           IF WS-CELL-CAT-ID(WS-CELL-IDX) = SPACES
               MOVE "(未設定)" TO WS-CAT-NAME
           ELSE
               IF WS-CAT-OPENED
                   MOVE WS-CELL-CAT-ID(WS-CELL-IDX) TO CAT-ID
                   READ CATEGORY-FILE
                       KEY IS CAT-ID
                       INVALID KEY
                           MOVE "(マスタなし)" TO WS-CAT-NAME
                       NOT INVALID KEY
                           MOVE CAT-NAME TO WS-CAT-NAME
                   END-READ
               END-IF
           END-IF.
           MOVE SPACES TO WS-SEM-NAME.
           IF WS-SEM-OPENED
               MOVE WS-CELL-SEMESTER(WS-CELL-IDX) TO SEM-CODE
               READ SEMESTER-FILE
                   KEY IS SEM-CODE
                   INVALID KEY
                       MOVE "(マスタなし)" TO WS-SEM-NAME
                   NOT INVALID KEY
                       MOVE SEM-NAME TO WS-SEM-NAME
               END-READ
           END-IF.

           MOVE WS-CELL-COURSES(WS-CELL-IDX) TO WS-DISPLAY-NUM.
           MOVE WS-CELL-SECTIONS(WS-CELL-IDX) TO WS-DISPLAY-NUM-2.
           MOVE WS-CELL-CREDITS(WS-CELL-IDX) TO WS-DISPLAY-NUM-3.
           MOVE WS-CELL-ENROLLED(WS-CELL-IDX) TO WS-DISPLAY-BIG.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-CELL-DEPT-ID(WS-CELL-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DEPT-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CELL-CAT-ID(WS-CELL-IDX) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-CAT-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CELL-SEMESTER(WS-CELL-IDX) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-SEM-NAME DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DISPLAY-NUM DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DISPLAY-NUM-2 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-NUM-3 DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-DISPLAY-BIG DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           ADD WS-CELL-COURSES(WS-CELL-IDX) TO WS-SUB-COURSES.
           ADD WS-CELL-SECTIONS(WS-CELL-IDX) TO WS-SUB-SECTIONS.
           ADD WS-CELL-CREDITS(WS-CELL-IDX) TO WS-SUB-CREDITS.
           ADD WS-CELL-ENROLLED(WS-CELL-IDX) TO WS-SUB-ENROLLED.

       WRITE-DEPT-SUBTOTAL.
           MOVE WS-SUB-COURSES TO WS-DISPLAY-NUM.
           MOVE WS-SUB-SECTIONS TO WS-DISPLAY-NUM-2.
           MOVE WS-SUB-CREDITS TO WS-DISPLAY-NUM-3.
           MOVE WS-SUB-ENROLLED TO WS-DISPLAY-BIG.
           MOVE SPACES TO REPORT-LINE.
           STRING "小計" DELIMITED BY SIZE
                  WS-DISPLAY-NUM DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DISPLAY-NUM-2 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-NUM-3 DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-DISPLAY-BIG DELIMITED BY SIZE
               INTO REPORT-LINE(84:49)
           END-STRING.
           WRITE REPORT-LINE.

      * 学科名(所属なし・マスタなしは括弧書き)
       LOOKUP-DEPT-NAME.
           MOVE SPACES TO WS-DEPT-NAME.
           IF DEPT-ID = "????" OR DEPT-ID = SPACES
               MOVE "(所属なし)" TO WS-DEPT-NAME
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-DEPT-OPENED
               EXIT PARAGRAPH
           END-IF.
           READ DEPARTMENT-FILE
               KEY IS DEPT-ID
               INVALID KEY
                   MOVE "(マスタなし)" TO WS-DEPT-NAME
               NOT INVALID KEY
                   MOVE DEPT-NAME TO WS-DEPT-NAME
           END-READ.

       WRITE-FACULTY-TABLE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "[教員数表] 学科別・雇用区分別"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "学科 学科名                         "
                      DELIMITED BY SIZE
                  "   専任 非常勤" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-FAC-COUNT = 0
               MOVE "(教員マスタなし)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
                   UNTIL WS-FAC-IDX > WS-FAC-COUNT
               MOVE WS-FAC-DEPT-ID(WS-FAC-IDX) TO DEPT-ID
               PERFORM LOOKUP-DEPT-NAME
               MOVE WS-FAC-FULL-TIME(WS-FAC-IDX) TO WS-DISPLAY-NUM
               MOVE WS-FAC-PART-TIME(WS-FAC-IDX) TO WS-DISPLAY-NUM-2
               MOVE SPACES TO REPORT-LINE
               STRING WS-FAC-DEPT-ID(WS-FAC-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-DEPT-NAME DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-DISPLAY-NUM DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-DISPLAY-NUM-2 DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM.

           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-FULL-TIME TO WS-DISPLAY-NUM.
           MOVE WS-TOTAL-PART-TIME TO WS-DISPLAY-NUM-2.
           MOVE SPACES TO REPORT-LINE.
           STRING "合計" DELIMITED BY SIZE
                  WS-DISPLAY-NUM DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DISPLAY-NUM-2 DELIMITED BY SIZE
               INTO REPORT-LINE(31:22)
           END-STRING.
           WRITE REPORT-LINE.
           IF WS-TARGET-YEAR < WS-BUSINESS-DATE(1:4)
               MOVE "注:教員数は作成日現在のマスタ"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *-----------------------------------------------------------
      * 点検事項: 除外件数・補完件数と個別に確認すべき科目
      *-----------------------------------------------------------
       WRITE-CHECK-ITEMS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "[点検事項]" TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-APPROVED-SECTIONS TO WS-DISPLAY-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "集計対象の区分            : "
                      DELIMITED BY SIZE
                  WS-DISPLAY-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-HISTORY-SECTIONS TO WS-DISPLAY-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "  うち履歴ファイルから    : "
                      DELIMITED BY SIZE
                  WS-DISPLAY-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-CANCELLED-SECTIONS TO WS-DISPLAY-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "除外: 閉講の区分          : "
                      DELIMITED BY SIZE
                  WS-DISPLAY-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-UNAPPROVED-SECTIONS TO WS-DISPLAY-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "除外: 未承認の区分        : "
                      DELIMITED BY SIZE
                  WS-DISPLAY-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-DETAIL-ENROLLED TO WS-DISPLAY-BIG.
           MOVE SPACES TO REPORT-LINE.
           STRING "履修者(履修明細)      : " DELIMITED BY SIZE
                  WS-DISPLAY-BIG DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-SNAP-ENROLLED TO WS-DISPLAY-BIG.
           MOVE SPACES TO REPORT-LINE.
           STRING "履修者(期末実績で補完)  : "
                      DELIMITED BY SIZE
                  WS-DISPLAY-BIG DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-EXCLUDED-ENROLLED TO WS-DISPLAY-BIG.
           MOVE SPACES TO REPORT-LINE.
           STRING "除外: 未承認区分の履修    : "
                      DELIMITED BY SIZE
                  WS-DISPLAY-BIG DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-ORPHAN-ENROLLED TO WS-DISPLAY-BIG.
           MOVE SPACES TO REPORT-LINE.
           STRING "除外: 区分が見つからない  : "
                      DELIMITED BY SIZE
                  WS-DISPLAY-BIG DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-BLANK-CAT-CELLS TO WS-DISPLAY-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "要件区分未設定の行        : "
                      DELIMITED BY SIZE
                  WS-DISPLAY-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF WS-SEC-OVERFLOW
               MOVE "警告:区分が2000件超。不完全"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-CELL-OVERFLOW
               MOVE "警告:集計行が300行超。不完全"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-FAC-OVERFLOW
               MOVE "警告:教員の学科が100超。不完全"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           IF WS-SNAP-COURSES > 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "期末実績で履修者数を補った科目:"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                       UNTIL WS-SEC-IDX > WS-SEC-COUNT
                   IF WS-SEC-SNAP-FLAG(WS-SEC-IDX) = "Y"
                       MOVE WS-SEC-SNAP(WS-SEC-IDX) TO WS-DISPLAY-NUM
                       MOVE SPACES TO REPORT-LINE
                       STRING "  " DELIMITED BY SIZE
                              WS-SEC-COURSE-ID(WS-SEC-IDX)
                                  DELIMITED BY SIZE
                              "  履修者数: " DELIMITED BY SIZE
                              WS-DISPLAY-NUM DELIMITED BY SIZE
                           INTO REPORT-LINE
                       END-STRING
                       WRITE REPORT-LINE
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-EMPTY-COURSES > 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "履修者のデータがない科目(0人):"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                       UNTIL WS-SEC-IDX > WS-SEC-COUNT
                   IF WS-SEC-FIRST(WS-SEC-IDX) = "Y"
                       AND WS-SEC-DETAIL(WS-SEC-IDX) NOT = "Y"
                       AND WS-SEC-SNAP-FLAG(WS-SEC-IDX) NOT = "Y"
                       MOVE SPACES TO REPORT-LINE
                       STRING "  " DELIMITED BY SIZE
                              WS-SEC-COURSE-ID(WS-SEC-IDX)
                                  DELIMITED BY SIZE
                           INTO REPORT-LINE
                       END-STRING
                       WRITE REPORT-LINE
                   END-IF
               END-PERFORM
           END-IF.

      * 提出ファイルのトレーラと同じ値を印字し、突合に使う
       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "提出ファイル: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SURVEY-FILENAME) DELIMITED BY SIZE
                  "  (トレーラ管理合計)" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-DETAIL-RECORDS TO WS-DISPLAY-BIG.
           MOVE SPACES TO REPORT-LINE.
           STRING "明細件数    : " DELIMITED BY SIZE
                  WS-DISPLAY-BIG DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-COURSES TO WS-DISPLAY-BIG.
           MOVE SPACES TO REPORT-LINE.
           STRING "開講科目数  : " DELIMITED BY SIZE
                  WS-DISPLAY-BIG DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-SECTIONS TO WS-DISPLAY-BIG.
           MOVE SPACES TO REPORT-LINE.
           STRING "開講区分数  : " DELIMITED BY SIZE
                  WS-DISPLAY-BIG DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-CREDITS TO WS-DISPLAY-BIG.
           MOVE SPACES TO REPORT-LINE.
           STRING "単位数      : " DELIMITED BY SIZE
                  WS-DISPLAY-BIG DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-ENROLLED TO WS-DISPLAY-BIG.
           MOVE SPACES TO REPORT-LINE.
           STRING "履修者数    : " DELIMITED BY SIZE
                  WS-DISPLAY-BIG DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-FULL-TIME TO WS-DISPLAY-BIG.
           MOVE SPACES TO REPORT-LINE.
           STRING "専任教員数  : " DELIMITED BY SIZE
                  WS-DISPLAY-BIG DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-PART-TIME TO WS-DISPLAY-BIG.
           MOVE SPACES TO REPORT-LINE.
           STRING "非常勤教員数: " DELIMITED BY SIZE
                  WS-DISPLAY-BIG DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
