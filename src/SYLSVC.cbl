      *****************************************************************
      * シラバス管理システム - 学科間教育負担マトリクス(SYLSVC)
      * 指定した年度・学期の履修中の明細から、開講学科(行)と
      * 学生の所属学科(列)ごとに単位数×履修者数を集計する。
      * 共同開講科目は学科別定員割当の比率で開講学科に按分し、
      * 割当がなければ共同開講学科で均等に按分する。
      * 学科ごとに他学科の学生に提供した比率を求め、印刷用
      * レポートと経理向けCSVの両方に出力する
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLSVC.
       AUTHOR. SHINYAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLLMENT-FILE
               ASSIGN TO "enroll.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-KEY
               FILE STATUS IS WS-ENR-FILE-STATUS.

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

           SELECT QUOTA-FILE
               ASSIGN TO "quota.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QTA-KEY
               FILE STATUS IS WS-QTA-FILE-STATUS.

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
               ASSIGN TO "service_matrix.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT CSV-OUTPUT-FILE
               ASSIGN TO "service_matrix.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ENROLLMENT-FILE.
           COPY "copybooks/ENROLLFILE.cpy".

       FD SYLLABUS-FILE.
           COPY "copybooks/SYLFILE.cpy".

       FD STUDENT-FILE.
           COPY "copybooks/STUDENTFILE.cpy".

       FD QUOTA-FILE.
           COPY "copybooks/QUOTAFILE.cpy".

       FD DEPARTMENT-FILE.
           COPY "copybooks/DEPTFILE.cpy".

       FD SEMESTER-FILE.
           COPY "copybooks/SEMESTERFILE.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE              PIC X(132).

       FD CSV-OUTPUT-FILE.
       01 CSV-OUTPUT-RECORD        PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-ENR-FILE-STATUS       PIC XX VALUE "00".
          88 WS-ENR-FILE-SUCCESS   VALUE "00".

       01 WS-SYL-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SYL-FILE-SUCCESS   VALUE "00".

       01 WS-STU-FILE-STATUS       PIC XX VALUE "00".
          88 WS-STU-FILE-SUCCESS   VALUE "00".

       01 WS-QTA-FILE-STATUS       PIC XX VALUE "00".
          88 WS-QTA-FILE-SUCCESS   VALUE "00".

       01 WS-DEPT-FILE-STATUS      PIC XX VALUE "00".
          88 WS-DEPT-FILE-SUCCESS  VALUE "00".

       01 WS-SEM-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SEM-FILE-SUCCESS   VALUE "00".

       01 WS-RPT-FILE-STATUS       PIC XX VALUE "00".
       01 WS-CSV-FILE-STATUS       PIC XX VALUE "00".

       01 WS-STU-OPEN-FLAG         PIC X VALUE "N".
          88 WS-STU-OPENED         VALUE "Y".
       01 WS-QTA-OPEN-FLAG         PIC X VALUE "N".
          88 WS-QTA-OPENED         VALUE "Y".
       01 WS-DEPT-OPEN-FLAG        PIC X VALUE "N".
          88 WS-DEPT-OPENED        VALUE "Y".
       01 WS-SEM-OPEN-FLAG         PIC X VALUE "N".
          88 WS-SEM-OPENED         VALUE "Y".

       01 WS-ENR-EOF-FLAG          PIC X VALUE "N".
          88 WS-ENR-EOF            VALUE "Y".
       01 WS-SYL-EOF-FLAG          PIC X VALUE "N".
          88 WS-SYL-EOF            VALUE "Y".
       01 WS-QTA-EOF-FLAG          PIC X VALUE "N".
          88 WS-QTA-EOF            VALUE "Y".
       01 WS-DEPT-EOF-FLAG         PIC X VALUE "N".
          88 WS-DEPT-EOF           VALUE "Y".

       01 WS-COURSE-FOUND-FLAG     PIC X VALUE "N".
          88 WS-COURSE-FOUND       VALUE "Y".

       01 WS-TARGET-YEAR           PIC X(4).
       01 WS-TARGET-SEMESTER       PIC X(2).
       01 WS-SEMESTER-NAME         PIC X(20).

      * 学科表(学科マスタの順、未登録の学科は後ろに追加)
      * 行=開講学科、列=学生の所属学科。値は単位数×履修者数
       01 WS-DTB-TABLE.
          05 WS-DTB-COUNT          PIC 99 VALUE 0.
          05 WS-DTB-ENTRY OCCURS 40 TIMES.
             10 WS-DTB-ID          PIC X(4).
             10 WS-DTB-NAME        PIC X(30).
             10 WS-DTB-ROW-TOTAL   PIC 9(7)V9(4).
             10 WS-DTB-COL-TOTAL   PIC 9(7)V9(4).
             10 WS-DTB-OWN         PIC 9(7)V9(4).
             10 WS-DTB-CELL        PIC 9(7)V9(4) OCCURS 40 TIMES.

       01 WS-DTB-IDX               PIC 99.
       01 WS-DTB-HIT               PIC 99.
       01 WS-FIND-DEPT-ID          PIC X(4).
       01 WS-DTB-OVERFLOW-FLAG     PIC X VALUE "N".
          88 WS-DTB-OVERFLOW       VALUE "Y".

      * 出力対象の学科(開講または履修のある学科)
       01 WS-USE-TABLE.
          05 WS-USE-COUNT          PIC 99 VALUE 0.
          05 WS-USE-IDX            PIC 99 OCCURS 40 TIMES.

       01 WS-ROW                   PIC 99.
       01 WS-COL                   PIC 99.
       01 WS-ROW-POS               PIC 99.
       01 WS-COL-POS               PIC 99.
       01 WS-PANEL-START           PIC 99.
       01 WS-PANEL-END             PIC 99.
       01 WS-LINE-POS              PIC 999.

      * 区分ごとの開講学科按分表(直前に求めた区分を保持する)
       01 WS-SHR-KEY               PIC X(12).
       01 WS-SHR-TABLE.
          05 WS-SHR-COUNT          PIC 99 VALUE 0.
          05 WS-SHR-ENTRY OCCURS 10 TIMES.
             10 WS-SHR-DEPT-ID     PIC X(4).
             10 WS-SHR-WEIGHT      PIC 9(3).
       01 WS-SHR-TOTAL             PIC 9(4).
       01 WS-SHR-IDX               PIC 99.
       01 WS-SHR-HIT               PIC 99.
       01 WS-XL-IDX                PIC 9.

       01 WS-HOME-DEPT-ID          PIC X(4).
       01 WS-HOME-HIT              PIC 99.
       01 WS-COURSE-CREDITS        PIC 9.

       01 WS-GRAND-TOTAL           PIC 9(8)V9(4).
       01 WS-GRAND-OUTSIDE         PIC 9(8)V9(4).
       01 WS-OUTSIDE               PIC 9(7)V9(4).
       01 WS-OUTSIDE-PCT           PIC 999V9.
       01 WS-ENR-COUNT             PIC 9(6) VALUE 0.
       01 WS-UNKNOWN-COUNT         PIC 9(6) VALUE 0.

       01 WS-DISPLAY-CELL          PIC ZZZZZ9.9.
       01 WS-DISPLAY-AMOUNT        PIC ZZZZZZZ9.9.
       01 WS-DISPLAY-PCT           PIC ZZ9.9.
       01 WS-DISPLAY-NUM           PIC ZZZZZ9.
       01 WS-CSV-NUM               PIC ZZZZZZZ9.9.
       01 WS-CSV-PCT               PIC ZZ9.9.
       01 WS-CSV-PTR               PIC 999.

       SCREEN SECTION.
       01 SVC-OPTION-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "学科間教育負担".
           05 LINE 3 COLUMN 1 VALUE "対象年度(4桁):".
           05 LINE 3 COLUMN 20 PIC X(4) USING WS-TARGET-YEAR.
           05 LINE 4 COLUMN 1 VALUE "学期コード:".
           05 LINE 4 COLUMN 20 PIC X(2) USING WS-TARGET-SEMESTER.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TARGET-YEAR.
           MOVE SPACES TO WS-TARGET-SEMESTER.
           DISPLAY SVC-OPTION-SCREEN.
           ACCEPT SVC-OPTION-SCREEN.

           IF WS-TARGET-YEAR = SPACES OR WS-TARGET-SEMESTER = SPACES
               DISPLAY "エラー:年度と学期は必須です。"
               GOBACK
           END-IF.

           PERFORM OPEN-FILES.
           IF NOT WS-ENR-FILE-SUCCESS OR NOT WS-SYL-FILE-SUCCESS
               DISPLAY "エラー:ファイルが開けません。"
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.

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
           MOVE SPACES TO WS-SHR-KEY.
           PERFORM SCAN-ENROLLMENTS.
           IF WS-DTB-OVERFLOW
               DISPLAY "警告:学科が40を超過。"
                       "超過分は集計外"
           END-IF.
           PERFORM FINISH-TOTALS.
           PERFORM WRITE-REPORT.
           PERFORM WRITE-CSV.

           DISPLAY " ".
           DISPLAY "集計明細数:     " WS-ENR-COUNT.
           DISPLAY "所属不明の学生: " WS-UNKNOWN-COUNT.
           DISPLAY "出力: service_matrix.txt / .csv".
           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT ENROLLMENT-FILE.
           OPEN INPUT SYLLABUS-FILE.
           OPEN INPUT STUDENT-FILE.
           IF WS-STU-FILE-SUCCESS
               MOVE "Y" TO WS-STU-OPEN-FLAG
           END-IF.
           OPEN INPUT QUOTA-FILE.
           IF WS-QTA-FILE-SUCCESS
               MOVE "Y" TO WS-QTA-OPEN-FLAG
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
           CLOSE ENROLLMENT-FILE.
           CLOSE SYLLABUS-FILE.
           IF WS-STU-OPENED
               CLOSE STUDENT-FILE
           END-IF.
           IF WS-QTA-OPENED
               CLOSE QUOTA-FILE
           END-IF.
           IF WS-DEPT-OPENED
               CLOSE DEPARTMENT-FILE
           END-IF.
           IF WS-SEM-OPENED
               CLOSE SEMESTER-FILE
           END-IF.

      * 学科マスタ全件を学科表に読み込む(学科コード順)
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
           IF WS-DTB-COUNT NOT < 40
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
      * 対象年度の履修中の明細を走査し、対象学期の科目について
      * 単位数を開講学科の按分比率で行に、学生の所属学科の列に
      * 加える
      *-----------------------------------------------------------
       SCAN-ENROLLMENTS.
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
                       IF ENR-ACADEMIC-YEAR = WS-TARGET-YEAR
                           AND ENR-STATUS-ENROLLED
                           PERFORM TALLY-ONE-ENROLLMENT
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-ONE-ENROLLMENT.
           PERFORM FIND-COURSE-SECTION.
           IF NOT WS-COURSE-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF SYL-SEMESTER NOT = WS-TARGET-SEMESTER
               OR SYL-CREDITS = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SYL-CREDITS TO WS-COURSE-CREDITS.
           IF SYL-RECORD-KEY NOT = WS-SHR-KEY
               PERFORM BUILD-OWNER-SHARES
           END-IF.

           PERFORM FIND-STUDENT-DEPT.
           MOVE WS-HOME-DEPT-ID TO WS-FIND-DEPT-ID.
           PERFORM FIND-DEPT-ENTRY.
           IF WS-DTB-HIT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DTB-HIT TO WS-HOME-HIT.
           ADD 1 TO WS-ENR-COUNT.

           PERFORM VARYING WS-SHR-IDX FROM 1 BY 1
                   UNTIL WS-SHR-IDX > WS-SHR-COUNT
               MOVE WS-SHR-DEPT-ID(WS-SHR-IDX) TO WS-FIND-DEPT-ID
               PERFORM FIND-DEPT-ENTRY
               IF WS-DTB-HIT > 0
                   COMPUTE WS-DTB-CELL(WS-DTB-HIT, WS-HOME-HIT)
                       = WS-DTB-CELL(WS-DTB-HIT, WS-HOME-HIT)
                         + WS-COURSE-CREDITS
                           * WS-SHR-WEIGHT(WS-SHR-IDX)
                           / WS-SHR-TOTAL
               END-IF
           END-PERFORM.

      * 在籍区分があればその区分、なければ閉講でない先頭区分
       FIND-COURSE-SECTION.
           MOVE "N" TO WS-COURSE-FOUND-FLAG.
           MOVE ENR-COURSE-ID TO SYL-COURSE-ID.
           MOVE ENR-ACADEMIC-YEAR TO SYL-ACADEMIC-YEAR.
           IF ENR-SECTION-NO NOT = SPACES
               MOVE ENR-SECTION-NO TO SYL-SECTION-NO
               READ SYLLABUS-FILE
                   KEY IS SYL-RECORD-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT SYL-STATUS-CANCELLED
                           MOVE "Y" TO WS-COURSE-FOUND-FLAG
                       END-IF
               END-READ
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-SYL-EOF-FLAG.
           MOVE LOW-VALUES TO SYL-SECTION-NO.
           START SYLLABUS-FILE KEY IS NOT LESS THAN SYL-RECORD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SYL-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-SYL-EOF OR WS-COURSE-FOUND
               READ SYLLABUS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SYL-EOF-FLAG
                   NOT AT END
                       IF SYL-COURSE-ID = ENR-COURSE-ID
                           AND SYL-ACADEMIC-YEAR
                               = ENR-ACADEMIC-YEAR
                           IF NOT SYL-STATUS-CANCELLED
                               MOVE "Y" TO WS-COURSE-FOUND-FLAG
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-SYL-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------
      * 区分の開講学科と按分比率を求める。共同開講科目は学科別
      * 定員割当の定員比、割当がなければ主担当学科と共同開講
      * 学科で均等。共同開講でなければ主担当学科のみ
      *-----------------------------------------------------------
       BUILD-OWNER-SHARES.
           MOVE SYL-RECORD-KEY TO WS-SHR-KEY.
           MOVE 0 TO WS-SHR-COUNT.
           MOVE 0 TO WS-SHR-TOTAL.

           IF SYL-CROSSLIST-COUNT > 0 AND WS-QTA-OPENED
               PERFORM LOAD-QUOTA-SHARES
           END-IF.

           IF WS-SHR-COUNT = 0
               MOVE SYL-DEPARTMENT-ID TO WS-FIND-DEPT-ID
               PERFORM ADD-EQUAL-SHARE
               PERFORM VARYING WS-XL-IDX FROM 1 BY 1
                       UNTIL WS-XL-IDX > SYL-CROSSLIST-COUNT
                          OR WS-XL-IDX > 5
                   IF SYL-CROSSLIST-DEPT-ID(WS-XL-IDX) NOT = SPACES
                       MOVE SYL-CROSSLIST-DEPT-ID(WS-XL-IDX)
                           TO WS-FIND-DEPT-ID
                       PERFORM ADD-EQUAL-SHARE
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-QUOTA-SHARES.
           MOVE "N" TO WS-QTA-EOF-FLAG.
           MOVE SYL-COURSE-ID TO QTA-COURSE-ID.
           MOVE SYL-ACADEMIC-YEAR TO QTA-ACADEMIC-YEAR.
           MOVE SYL-SECTION-NO TO QTA-SECTION-NO.
           MOVE LOW-VALUES TO QTA-DEPT-ID.
           START QUOTA-FILE KEY IS NOT LESS THAN QTA-KEY
               INVALID KEY
                   MOVE "Y" TO WS-QTA-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-QTA-EOF
               READ QUOTA-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-QTA-EOF-FLAG
                   NOT AT END
                       IF QTA-COURSE-ID = SYL-COURSE-ID
                           AND QTA-ACADEMIC-YEAR = SYL-ACADEMIC-YEAR
                           AND QTA-SECTION-NO = SYL-SECTION-NO
                           IF QTA-SEAT-QUOTA > 0
                               AND WS-SHR-COUNT < 10
                               ADD 1 TO WS-SHR-COUNT
                               MOVE QTA-DEPT-ID
                                   TO WS-SHR-DEPT-ID(WS-SHR-COUNT)
                               MOVE QTA-SEAT-QUOTA
                                   TO WS-SHR-WEIGHT(WS-SHR-COUNT)
                               ADD QTA-SEAT-QUOTA TO WS-SHR-TOTAL
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-QTA-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

       ADD-EQUAL-SHARE.
           MOVE 0 TO WS-SHR-HIT.
           PERFORM VARYING WS-SHR-IDX FROM 1 BY 1
                   UNTIL WS-SHR-IDX > WS-SHR-COUNT
               IF WS-SHR-DEPT-ID(WS-SHR-IDX) = WS-FIND-DEPT-ID
                   MOVE WS-SHR-IDX TO WS-SHR-HIT
               END-IF
           END-PERFORM.
           IF WS-SHR-HIT > 0 OR WS-SHR-COUNT NOT < 10
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SHR-COUNT.
           MOVE WS-FIND-DEPT-ID TO WS-SHR-DEPT-ID(WS-SHR-COUNT).
           MOVE 1 TO WS-SHR-WEIGHT(WS-SHR-COUNT).
           ADD 1 TO WS-SHR-TOTAL.

      * 学生の所属学科(学生マスタになければ"????")
       FIND-STUDENT-DEPT.
           MOVE "????" TO WS-HOME-DEPT-ID.
           IF WS-STU-OPENED
               MOVE ENR-STUDENT-ID TO STU-ID
               READ STUDENT-FILE
                   KEY IS STU-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF STU-DEPARTMENT-ID NOT = SPACES
                           MOVE STU-DEPARTMENT-ID TO WS-HOME-DEPT-ID
                       END-IF
               END-READ
           END-IF.
           IF WS-HOME-DEPT-ID = "????"
               ADD 1 TO WS-UNKNOWN-COUNT
           END-IF.

      *-----------------------------------------------------------
      * 行・列の合計と自学科分を求め、出力する学科を選ぶ
      *-----------------------------------------------------------
       FINISH-TOTALS.
           MOVE 0 TO WS-GRAND-TOTAL.
           MOVE 0 TO WS-GRAND-OUTSIDE.
           PERFORM VARYING WS-ROW FROM 1 BY 1
                   UNTIL WS-ROW > WS-DTB-COUNT
               PERFORM VARYING WS-COL FROM 1 BY 1
                       UNTIL WS-COL > WS-DTB-COUNT
                   ADD WS-DTB-CELL(WS-ROW, WS-COL)
                       TO WS-DTB-ROW-TOTAL(WS-ROW)
                   ADD WS-DTB-CELL(WS-ROW, WS-COL)
                       TO WS-DTB-COL-TOTAL(WS-COL)
               END-PERFORM
               MOVE WS-DTB-CELL(WS-ROW, WS-ROW) TO WS-DTB-OWN(WS-ROW)
               ADD WS-DTB-ROW-TOTAL(WS-ROW) TO WS-GRAND-TOTAL
               COMPUTE WS-GRAND-OUTSIDE = WS-GRAND-OUTSIDE
                   + WS-DTB-ROW-TOTAL(WS-ROW) - WS-DTB-OWN(WS-ROW)
           END-PERFORM.

           MOVE 0 TO WS-USE-COUNT.
           PERFORM VARYING WS-ROW FROM 1 BY 1
                   UNTIL WS-ROW > WS-DTB-COUNT
               IF WS-DTB-ROW-TOTAL(WS-ROW) > 0
                   OR WS-DTB-COL-TOTAL(WS-ROW) > 0
                   ADD 1 TO WS-USE-COUNT
                   MOVE WS-ROW TO WS-USE-IDX(WS-USE-COUNT)
               END-IF
           END-PERFORM.

      * 開講学科の他学科提供分と比率(WS-ROWの学科)
       COMPUTE-OUTSIDE.
           COMPUTE WS-OUTSIDE
               = WS-DTB-ROW-TOTAL(WS-ROW) - WS-DTB-OWN(WS-ROW).
           MOVE 0 TO WS-OUTSIDE-PCT.
           IF WS-DTB-ROW-TOTAL(WS-ROW) > 0
               COMPUTE WS-OUTSIDE-PCT ROUNDED
                   = WS-OUTSIDE * 100 / WS-DTB-ROW-TOTAL(WS-ROW)
           END-IF.

      *-----------------------------------------------------------
      * 印刷用レポート。列は10学科ずつの段に分けて出力し、
      * 最後に開講学科ごとの他学科提供比率を一覧にする
      *-----------------------------------------------------------
       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE "学科間教育負担マトリクス" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "対象: " DELIMITED BY SIZE
                  WS-TARGET-YEAR DELIMITED BY SIZE
                  "年度 " DELIMITED BY SIZE
                  WS-TARGET-SEMESTER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SEMESTER-NAME DELIMITED BY SIZE
                  "  作成日: " DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "行=開講学科 列=学生の所属学科 "
                      DELIMITED BY SIZE
                  "値=単位数×履修者数(共同開講は按分)"
                      DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF WS-USE-COUNT = 0
               MOVE "(対象の履修はありません)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM VARYING WS-PANEL-START FROM 1 BY 10
                   UNTIL WS-PANEL-START > WS-USE-COUNT
               PERFORM WRITE-MATRIX-PANEL
           END-PERFORM.

           PERFORM WRITE-OUTSIDE-SUMMARY.
           CLOSE REPORT-FILE.

       WRITE-MATRIX-PANEL.
           COMPUTE WS-PANEL-END = WS-PANEL-START + 9.
           IF WS-PANEL-END > WS-USE-COUNT
               MOVE WS-USE-COUNT TO WS-PANEL-END
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 9 TO WS-LINE-POS.
           PERFORM VARYING WS-COL-POS FROM WS-PANEL-START BY 1
                   UNTIL WS-COL-POS > WS-PANEL-END
               MOVE WS-USE-IDX(WS-COL-POS) TO WS-COL
               MOVE WS-DTB-ID(WS-COL) TO REPORT-LINE(WS-LINE-POS + 6:4)
               ADD 10 TO WS-LINE-POS
           END-PERFORM.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE(1:WS-LINE-POS - 1).
           MOVE SPACES TO REPORT-LINE(WS-LINE-POS:).
           WRITE REPORT-LINE.

           PERFORM VARYING WS-ROW-POS FROM 1 BY 1
                   UNTIL WS-ROW-POS > WS-USE-COUNT
               MOVE WS-USE-IDX(WS-ROW-POS) TO WS-ROW
               IF WS-DTB-ROW-TOTAL(WS-ROW) > 0
                   PERFORM WRITE-MATRIX-ROW
               END-IF
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           MOVE "合計" TO REPORT-LINE(1:6).
           MOVE 9 TO WS-LINE-POS.
           PERFORM VARYING WS-COL-POS FROM WS-PANEL-START BY 1
                   UNTIL WS-COL-POS > WS-PANEL-END
               MOVE WS-USE-IDX(WS-COL-POS) TO WS-COL
               COMPUTE WS-DISPLAY-CELL ROUNDED
                   = WS-DTB-COL-TOTAL(WS-COL)
               MOVE WS-DISPLAY-CELL TO REPORT-LINE(WS-LINE-POS + 2:8)
               ADD 10 TO WS-LINE-POS
           END-PERFORM.
           WRITE REPORT-LINE.

       WRITE-MATRIX-ROW.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-DTB-ID(WS-ROW) TO REPORT-LINE(1:4).
           MOVE 9 TO WS-LINE-POS.
           PERFORM VARYING WS-COL-POS FROM WS-PANEL-START BY 1
                   UNTIL WS-COL-POS > WS-PANEL-END
               MOVE WS-USE-IDX(WS-COL-POS) TO WS-COL
               COMPUTE WS-DISPLAY-CELL ROUNDED
                   = WS-DTB-CELL(WS-ROW, WS-COL)
               MOVE WS-DISPLAY-CELL TO REPORT-LINE(WS-LINE-POS + 2:8)
               ADD 10 TO WS-LINE-POS
           END-PERFORM.
           WRITE REPORT-LINE.

       WRITE-OUTSIDE-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "開講学科別 他学科提供比率" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "学科 学科名                         "
                      DELIMITED BY SIZE
                  "     開講合計     自学科" DELIMITED BY SIZE
                  "     他学科  比率%" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE(1:82).
           WRITE REPORT-LINE.

           PERFORM VARYING WS-ROW-POS FROM 1 BY 1
                   UNTIL WS-ROW-POS > WS-USE-COUNT
               MOVE WS-USE-IDX(WS-ROW-POS) TO WS-ROW
               IF WS-DTB-ROW-TOTAL(WS-ROW) > 0
                   PERFORM WRITE-OUTSIDE-LINE
               END-IF
           END-PERFORM.

           MOVE ALL "-" TO REPORT-LINE(1:82).
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "全学" TO REPORT-LINE(1:6).
           COMPUTE WS-DISPLAY-AMOUNT ROUNDED = WS-GRAND-TOTAL.
           MOVE WS-DISPLAY-AMOUNT TO REPORT-LINE(41:10).
           COMPUTE WS-DISPLAY-AMOUNT ROUNDED
               = WS-GRAND-TOTAL - WS-GRAND-OUTSIDE.
           MOVE WS-DISPLAY-AMOUNT TO REPORT-LINE(52:10).
           COMPUTE WS-DISPLAY-AMOUNT ROUNDED = WS-GRAND-OUTSIDE.
           MOVE WS-DISPLAY-AMOUNT TO REPORT-LINE(63:10).
           MOVE 0 TO WS-OUTSIDE-PCT.
           IF WS-GRAND-TOTAL > 0
               COMPUTE WS-OUTSIDE-PCT ROUNDED
                   = WS-GRAND-OUTSIDE * 100 / WS-GRAND-TOTAL
           END-IF.
           MOVE WS-OUTSIDE-PCT TO WS-DISPLAY-PCT.
           MOVE WS-DISPLAY-PCT TO REPORT-LINE(75:5).
           WRITE REPORT-LINE.
           MOVE WS-ENR-COUNT TO WS-DISPLAY-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "集計した履修明細数: " DELIMITED BY SIZE
                  WS-DISPLAY-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       WRITE-OUTSIDE-LINE.
           PERFORM COMPUTE-OUTSIDE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-DTB-ID(WS-ROW) TO REPORT-LINE(1:4).
           MOVE WS-DTB-NAME(WS-ROW) TO REPORT-LINE(6:30).
           COMPUTE WS-DISPLAY-AMOUNT ROUNDED
               = WS-DTB-ROW-TOTAL(WS-ROW).
           MOVE WS-DISPLAY-AMOUNT TO REPORT-LINE(41:10).
           COMPUTE WS-DISPLAY-AMOUNT ROUNDED = WS-DTB-OWN(WS-ROW).
           MOVE WS-DISPLAY-AMOUNT TO REPORT-LINE(52:10).
           COMPUTE WS-DISPLAY-AMOUNT ROUNDED = WS-OUTSIDE.
           MOVE WS-DISPLAY-AMOUNT TO REPORT-LINE(63:10).
           MOVE WS-OUTSIDE-PCT TO WS-DISPLAY-PCT.
           MOVE WS-DISPLAY-PCT TO REPORT-LINE(75:5).
           WRITE REPORT-LINE.

      *-----------------------------------------------------------
      * 経理向けCSV(開講学科1行、所属学科ごとの列と合計・比率)
      *-----------------------------------------------------------
       WRITE-CSV.
           OPEN OUTPUT CSV-OUTPUT-FILE.
           MOVE SPACES TO CSV-OUTPUT-RECORD.
           MOVE 1 TO WS-CSV-PTR.
           STRING "ACADEMIC_YEAR,SEMESTER,OWNER_DEPT"
                      DELIMITED BY SIZE
               INTO CSV-OUTPUT-RECORD WITH POINTER WS-CSV-PTR
           END-STRING.
           PERFORM VARYING WS-COL-POS FROM 1 BY 1
                   UNTIL WS-COL-POS > WS-USE-COUNT
               MOVE WS-USE-IDX(WS-COL-POS) TO WS-COL
               STRING "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DTB-ID(WS-COL))
                          DELIMITED BY SIZE
                   INTO CSV-OUTPUT-RECORD WITH POINTER WS-CSV-PTR
               END-STRING
           END-PERFORM.
           STRING ",TOTAL,OWN_DEPT,OUTSIDE,OUTSIDE_PCT"
                      DELIMITED BY SIZE
               INTO CSV-OUTPUT-RECORD WITH POINTER WS-CSV-PTR
           END-STRING.
           WRITE CSV-OUTPUT-RECORD.

           PERFORM VARYING WS-ROW-POS FROM 1 BY 1
                   UNTIL WS-ROW-POS > WS-USE-COUNT
               MOVE WS-USE-IDX(WS-ROW-POS) TO WS-ROW
               IF WS-DTB-ROW-TOTAL(WS-ROW) > 0
                   PERFORM WRITE-CSV-ROW
               END-IF
           END-PERFORM.
           CLOSE CSV-OUTPUT-FILE.

       WRITE-CSV-ROW.
           PERFORM COMPUTE-OUTSIDE.
           MOVE SPACES TO CSV-OUTPUT-RECORD.
           MOVE 1 TO WS-CSV-PTR.
           STRING WS-TARGET-YEAR DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TARGET-SEMESTER) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DTB-ID(WS-ROW)) DELIMITED BY SIZE
               INTO CSV-OUTPUT-RECORD WITH POINTER WS-CSV-PTR
           END-STRING.
           PERFORM VARYING WS-COL-POS FROM 1 BY 1
                   UNTIL WS-COL-POS > WS-USE-COUNT
               MOVE WS-USE-IDX(WS-COL-POS) TO WS-COL
               COMPUTE WS-CSV-NUM ROUNDED
                   = WS-DTB-CELL(WS-ROW, WS-COL)
               STRING "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CSV-NUM) DELIMITED BY SIZE
                   INTO CSV-OUTPUT-RECORD WITH POINTER WS-CSV-PTR
               END-STRING
           END-PERFORM.
           COMPUTE WS-CSV-NUM ROUNDED = WS-DTB-ROW-TOTAL(WS-ROW).
           STRING "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-NUM) DELIMITED BY SIZE
               INTO CSV-OUTPUT-RECORD WITH POINTER WS-CSV-PTR
           END-STRING.
           COMPUTE WS-CSV-NUM ROUNDED = WS-DTB-OWN(WS-ROW).
           STRING "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-NUM) DELIMITED BY SIZE
               INTO CSV-OUTPUT-RECORD WITH POINTER WS-CSV-PTR
           END-STRING.
           COMPUTE WS-CSV-NUM ROUNDED = WS-OUTSIDE.
           MOVE WS-OUTSIDE-PCT TO WS-CSV-PCT.
           STRING "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-NUM) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-PCT) DELIMITED BY SIZE
               INTO CSV-OUTPUT-RECORD WITH POINTER WS-CSV-PTR
           END-STRING.
           WRITE CSV-OUTPUT-RECORD.
