      *****************************************************************
      * シラバス管理システム - 期限後履修願 学期集計(SYLPTR)
      * 指定年度・学期に開講する科目への期限後履修願を、学生の
      * 所属学科・願の種別ごとに審査結果別の件数で集計する
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLPTR.
       AUTHOR. SHINYAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PETITION-FILE
               ASSIGN TO "petition.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PET-KEY
               FILE STATUS IS WS-PET-FILE-STATUS.

           SELECT SYLLABUS-FILE
               ASSIGN TO "syllabus.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-RECORD-KEY
               FILE STATUS IS WS-SYL-FILE-STATUS.

           SELECT STUDENT-FILE
               ASSIGN TO "student.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-STU-FILE-STATUS.

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
               ASSIGN TO "petition_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT JOB-CONTROL-FILE
               ASSIGN TO "jobcontrol.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PETITION-FILE.
           COPY "copybooks/PETITIONFILE.cpy".

       FD SYLLABUS-FILE.
           COPY "copybooks/SYLFILE.cpy".

       FD STUDENT-FILE.
           COPY "copybooks/STUDENTFILE.cpy".

       FD DEPARTMENT-FILE.
           COPY "copybooks/DEPTFILE.cpy".

       FD SEMESTER-FILE.
           COPY "copybooks/SEMESTERFILE.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE              PIC X(132).

       FD JOB-CONTROL-FILE.
           COPY "copybooks/JOBCTLFILE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PET-FILE-STATUS       PIC XX VALUE "00".
          88 WS-PET-FILE-SUCCESS   VALUE "00".
       01 WS-SYL-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SYL-FILE-SUCCESS   VALUE "00".
       01 WS-STU-FILE-STATUS       PIC XX VALUE "00".
          88 WS-STU-FILE-SUCCESS   VALUE "00".
       01 WS-DEPT-FILE-STATUS      PIC XX VALUE "00".
          88 WS-DEPT-FILE-SUCCESS  VALUE "00".
       01 WS-SEM-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SEM-FILE-SUCCESS   VALUE "00".
       01 WS-RPT-FILE-STATUS       PIC XX VALUE "00".
       01 WS-JOB-FILE-STATUS       PIC XX VALUE "00".

       01 WS-SYL-OPEN-FLAG         PIC X VALUE "N".
          88 WS-SYL-OPENED         VALUE "Y".
       01 WS-STU-OPEN-FLAG         PIC X VALUE "N".
          88 WS-STU-OPENED         VALUE "Y".
       01 WS-DEPT-OPEN-FLAG        PIC X VALUE "N".
          88 WS-DEPT-OPENED        VALUE "Y".
       01 WS-SEM-OPEN-FLAG         PIC X VALUE "N".
          88 WS-SEM-OPENED         VALUE "Y".

       01 WS-PET-EOF-FLAG          PIC X VALUE "N".
          88 WS-PET-EOF            VALUE "Y".
       01 WS-DEPT-EOF-FLAG         PIC X VALUE "N".
          88 WS-DEPT-EOF           VALUE "Y".

       01 WS-BUSINESS-DATE         PIC X(8).
       01 WS-STEP-NAME             PIC X(8).
       01 WS-STEP-STATUS           PIC X.
       01 WS-STEP-ROWS             PIC 9(7).

      * 対象年度・学期
       01 WS-TARGET-YEAR           PIC X(4).
       01 WS-TARGET-SEMESTER       PIC X(2).
       01 WS-SEMESTER-NAME         PIC X(20).
       01 WS-COURSE-SEMESTER       PIC X(2).

      * 学科別集計表(学生の所属学科 x 種別 x 審査結果)
      * 種別 1=期限後登録 2=期限後取消
      * 結果 1=審査待ち 2=承認(未適用) 3=適用済 4=却下
       01 WS-DTB-TABLE.
          05 WS-DTB-COUNT          PIC 99 VALUE 0.
          05 WS-DTB-ENTRY OCCURS 41 TIMES.
             10 WS-DTB-ID          PIC X(4).
             10 WS-DTB-NAME        PIC X(30).
             10 WS-DTB-TYPE OCCURS 2 TIMES.
                15 WS-DTB-CNT      PIC 9(5) OCCURS 4 TIMES.
       01 WS-DTB-OVERFLOW-FLAG     PIC X VALUE "N".
          88 WS-DTB-OVERFLOW       VALUE "Y".
       01 WS-DTB-IDX               PIC 99.
       01 WS-DTB-HIT               PIC 99.
       01 WS-FIND-DEPT-ID          PIC X(4).

       01 WS-TYPE-IDX              PIC 9.
       01 WS-RESULT-IDX            PIC 9.
       01 WS-TOTAL-CNT             PIC 9(5) OCCURS 4 TIMES.
       01 WS-ROW-TOTAL             PIC 9(5).
       01 WS-TYPE-TEXT             PIC X(12).

       01 WS-PETITION-COUNT        PIC 9(5) VALUE 0.
       01 WS-DISPLAY-NUM           PIC ZZZZ9.
       01 WS-DISPLAY-CNT           PIC ZZZZ9 OCCURS 5 TIMES.

       SCREEN SECTION.
       01 PTR-OPTION-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "期限後履修願 学期集計".
           05 LINE 3 COLUMN 1 VALUE "対象年度(4桁):".
           05 LINE 3 COLUMN 20 PIC X(4) USING WS-TARGET-YEAR.
           05 LINE 4 COLUMN 1 VALUE "学期コード:".
           05 LINE 4 COLUMN 20 PIC X(2) USING WS-TARGET-SEMESTER.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TARGET-YEAR.
           MOVE SPACES TO WS-TARGET-SEMESTER.
           DISPLAY PTR-OPTION-SCREEN.
           ACCEPT PTR-OPTION-SCREEN.

           IF WS-TARGET-YEAR = SPACES OR WS-TARGET-SEMESTER = SPACES
               DISPLAY "エラー:年度と学期は必須です。"
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE.

           PERFORM OPEN-FILES.
           IF NOT WS-PET-FILE-SUCCESS
               DISPLAY "エラー:履修願ファイルなし。"
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.

           MOVE "PETTERM" TO WS-STEP-NAME.
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

           PERFORM LOAD-DEPARTMENTS.
           PERFORM SCAN-PETITIONS.

           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM WRITE-DEPARTMENT-ROWS.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE REPORT-FILE.
           PERFORM CLOSE-FILES.

           MOVE "C" TO WS-STEP-STATUS.
           MOVE WS-PETITION-COUNT TO WS-STEP-ROWS.
           PERFORM WRITE-JOB-STEP-RECORD.

           DISPLAY " ".
           IF WS-DTB-OVERFLOW
               DISPLAY "警告:学科数が表の上限超過"
           END-IF.
           DISPLAY "集計件数: " WS-PETITION-COUNT.
           DISPLAY "出力: petition_report.txt".
           GOBACK.

       OPEN-FILES.
           OPEN INPUT PETITION-FILE.
           IF NOT WS-PET-FILE-SUCCESS
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT SYLLABUS-FILE.
           IF WS-SYL-FILE-SUCCESS
               MOVE "Y" TO WS-SYL-OPEN-FLAG
           END-IF.
           OPEN INPUT STUDENT-FILE.
           IF WS-STU-FILE-SUCCESS
               MOVE "Y" TO WS-STU-OPEN-FLAG
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
           IF NOT WS-PET-FILE-SUCCESS
               EXIT PARAGRAPH
           END-IF.
           CLOSE PETITION-FILE.
           IF WS-SYL-OPENED
               CLOSE SYLLABUS-FILE
           END-IF.
           IF WS-STU-OPENED
               CLOSE STUDENT-FILE
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

      * 学科マスタの順に集計表の行を用意する
       LOAD-DEPARTMENTS.
           INITIALIZE WS-DTB-TABLE.
           IF NOT WS-DEPT-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-DEPT-EOF-FLAG.
           MOVE LOW-VALUES TO DEPT-ID.
           START DEPARTMENT-FILE KEY IS NOT LESS THAN DEPT-ID
               INVALID KEY
                   MOVE "Y" TO WS-DEPT-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-DEPT-EOF
               READ DEPARTMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-DEPT-EOF-FLAG
                   NOT AT END
                       IF WS-DTB-COUNT < 40
                           ADD 1 TO WS-DTB-COUNT
                           MOVE DEPT-ID TO WS-DTB-ID(WS-DTB-COUNT)
                           MOVE DEPT-NAME
                               TO WS-DTB-NAME(WS-DTB-COUNT)
                       ELSE
                           MOVE "Y" TO WS-DTB-OVERFLOW-FLAG
                       END-IF
               END-READ
           END-PERFORM.

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
           IF WS-DTB-COUNT NOT < 41
               MOVE "Y" TO WS-DTB-OVERFLOW-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DTB-COUNT.
           MOVE WS-DTB-COUNT TO WS-DTB-HIT.
           MOVE WS-FIND-DEPT-ID TO WS-DTB-ID(WS-DTB-HIT).
           MOVE SPACES TO WS-DTB-NAME(WS-DTB-HIT).
           IF WS-FIND-DEPT-ID = "????"
               MOVE "所属不明" TO WS-DTB-NAME(WS-DTB-HIT)
           END-IF.

      *-----------------------------------------------------------
      * 願を全件読み、対象年度で科目の開講学期が対象学期のものを
      * 学生の所属学科の行に数える
      *-----------------------------------------------------------
       SCAN-PETITIONS.
           MOVE "N" TO WS-PET-EOF-FLAG.
           MOVE 0 TO PET-PETITION-NO.
           START PETITION-FILE KEY IS NOT LESS THAN PET-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PET-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-PET-EOF
               READ PETITION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PET-EOF-FLAG
                   NOT AT END
                       IF PET-ACADEMIC-YEAR = WS-TARGET-YEAR
                           PERFORM COUNT-ONE-PETITION
                       END-IF
               END-READ
           END-PERFORM.

       COUNT-ONE-PETITION.
           PERFORM FIND-COURSE-SEMESTER.
           IF WS-COURSE-SEMESTER NOT = WS-TARGET-SEMESTER
               EXIT PARAGRAPH
           END-IF.

           MOVE "????" TO WS-FIND-DEPT-ID.
           IF WS-STU-OPENED
               MOVE PET-STUDENT-ID TO STU-ID
               READ STUDENT-FILE
                   KEY IS STU-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF STU-DEPARTMENT-ID NOT = SPACES
                           MOVE STU-DEPARTMENT-ID TO WS-FIND-DEPT-ID
                       END-IF
               END-READ
           END-IF.
           PERFORM FIND-DEPT-ENTRY.
           IF WS-DTB-HIT = 0
               EXIT PARAGRAPH
           END-IF.

           IF PET-TYPE-REGISTER
               MOVE 1 TO WS-TYPE-IDX
           ELSE
               MOVE 2 TO WS-TYPE-IDX
           END-IF.
           EVALUATE TRUE
               WHEN PET-STATUS-PENDING
                   MOVE 1 TO WS-RESULT-IDX
               WHEN PET-STATUS-APPROVED
                   MOVE 2 TO WS-RESULT-IDX
               WHEN PET-STATUS-USED
                   MOVE 3 TO WS-RESULT-IDX
               WHEN OTHER
                   MOVE 4 TO WS-RESULT-IDX
           END-EVALUATE.
           ADD 1 TO WS-DTB-CNT(WS-DTB-HIT, WS-TYPE-IDX,
                               WS-RESULT-IDX).
           ADD 1 TO WS-PETITION-COUNT.

      * 科目の開講学期(閉講でない先頭区分、なければ先頭区分)
       FIND-COURSE-SEMESTER.
           MOVE SPACES TO WS-COURSE-SEMESTER.
           IF NOT WS-SYL-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE PET-COURSE-ID TO SYL-COURSE-ID.
           MOVE PET-ACADEMIC-YEAR TO SYL-ACADEMIC-YEAR.
           MOVE LOW-VALUES TO SYL-SECTION-NO.
           START SYLLABUS-FILE KEY IS NOT LESS THAN SYL-RECORD-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           READ SYLLABUS-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ.
           IF SYL-COURSE-ID = PET-COURSE-ID
               AND SYL-ACADEMIC-YEAR = PET-ACADEMIC-YEAR
               MOVE SYL-SEMESTER TO WS-COURSE-SEMESTER
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE.
           STRING "期限後履修願 学期集計  年度: "
                      DELIMITED BY SIZE
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
                  "  (学生の所属学科別)" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "学科 学科名                         "
                      DELIMITED BY SIZE
                  "種別          審査待ち  承認"
                      DELIMITED BY SIZE
                  " 適用済  却下" DELIMITED BY SIZE
                  "    計" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

      * 願のあった学科・種別の行だけを出力する
       WRITE-DEPARTMENT-ROWS.
           PERFORM VARYING WS-DTB-IDX FROM 1 BY 1
                   UNTIL WS-DTB-IDX > WS-DTB-COUNT
               PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                       UNTIL WS-TYPE-IDX > 2
                   PERFORM WRITE-ONE-ROW
               END-PERFORM
           END-PERFORM.

       WRITE-ONE-ROW.
           MOVE 0 TO WS-ROW-TOTAL.
           PERFORM VARYING WS-RESULT-IDX FROM 1 BY 1
                   UNTIL WS-RESULT-IDX > 4
               ADD WS-DTB-CNT(WS-DTB-IDX, WS-TYPE-IDX, WS-RESULT-IDX)
                   TO WS-ROW-TOTAL
               MOVE WS-DTB-CNT(WS-DTB-IDX, WS-TYPE-IDX, WS-RESULT-IDX)
                   TO WS-DISPLAY-CNT(WS-RESULT-IDX)
               ADD WS-DTB-CNT(WS-DTB-IDX, WS-TYPE-IDX, WS-RESULT-IDX)
                   TO WS-TOTAL-CNT(WS-RESULT-IDX)
           END-PERFORM.
           IF WS-ROW-TOTAL = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ROW-TOTAL TO WS-DISPLAY-CNT(5).
           IF WS-TYPE-IDX = 1
               MOVE "期限後登録" TO WS-TYPE-TEXT
           ELSE
               MOVE "期限後取消" TO WS-TYPE-TEXT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-DTB-ID(WS-DTB-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DTB-NAME(WS-DTB-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TYPE-TEXT DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-DISPLAY-CNT(1) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-CNT(2) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DISPLAY-CNT(3) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-CNT(4) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-CNT(5) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           IF WS-PETITION-COUNT = 0
               MOVE "(対象学期の履修願なし)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-CNT(1) TO WS-DISPLAY-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "審査待ち      : " DELIMITED BY SIZE
                  WS-DISPLAY-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-CNT(2) TO WS-DISPLAY-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "承認(未適用)  : " DELIMITED BY SIZE
                  WS-DISPLAY-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-CNT(3) TO WS-DISPLAY-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "承認(適用済)  : " DELIMITED BY SIZE
                  WS-DISPLAY-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-CNT(4) TO WS-DISPLAY-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "却下          : " DELIMITED BY SIZE
                  WS-DISPLAY-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-PETITION-COUNT TO WS-DISPLAY-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "願の件数合計  : " DELIMITED BY SIZE
                  WS-DISPLAY-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
