      *****************************************************************
      * シラバス管理システム - 座席数再構築・差異照合バッチ(SYLSCR)
      * シラバス・履修明細・待機リスト・学科別割当から区分ごとの
      * 定員・履修中人数・待機人数・学科別使用数を数え直し、
      * 座席数ファイルと食い違う項目を seat_drift.txt に出力して
      * 座席数ファイルを再計算値で置き換える
      * (シラバスにない区分の座席数レコードは削除する)
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLSCR.
       AUTHOR. SHINYAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYLLABUS-FILE
               ASSIGN TO "syllabus.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-RECORD-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ENROLLMENT-FILE
               ASSIGN TO "enroll.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-KEY
               FILE STATUS IS WS-ENR-FILE-STATUS.

           SELECT WAITLIST-FILE
               ASSIGN TO "waitlist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WAIT-KEY
               FILE STATUS IS WS-WAIT-FILE-STATUS.

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

           SELECT SEAT-COUNT-FILE
               ASSIGN TO "seatcount.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCT-KEY
               FILE STATUS IS WS-SCT-FILE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "seat_drift.txt"
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

       FD WAITLIST-FILE.
           COPY "copybooks/WAITLISTFILE.cpy".

       FD STUDENT-FILE.
           COPY "copybooks/STUDENTFILE.cpy".

       FD QUOTA-FILE.
           COPY "copybooks/QUOTAFILE.cpy".

       FD SEAT-COUNT-FILE.
           COPY "copybooks/SEATCNTFILE.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE              PIC X(132).

       FD JOB-CONTROL-FILE.
           COPY "copybooks/JOBCTLFILE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS           PIC XX VALUE "00".
          88 WS-FILE-SUCCESS       VALUE "00".

       01 WS-ENR-FILE-STATUS       PIC XX VALUE "00".
          88 WS-ENR-FILE-SUCCESS   VALUE "00".

       01 WS-WAIT-FILE-STATUS      PIC XX VALUE "00".
          88 WS-WAIT-FILE-SUCCESS  VALUE "00".

       01 WS-STU-FILE-STATUS       PIC XX VALUE "00".
          88 WS-STU-FILE-SUCCESS   VALUE "00".

       01 WS-QTA-FILE-STATUS       PIC XX VALUE "00".
          88 WS-QTA-FILE-SUCCESS   VALUE "00".

       01 WS-SCT-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SCT-FILE-SUCCESS   VALUE "00".

       01 WS-RPT-FILE-STATUS       PIC XX VALUE "00".

       01 WS-JOB-FILE-STATUS       PIC XX VALUE "00".

       01 WS-ENR-OPEN-FLAG         PIC X VALUE "N".
          88 WS-ENR-OPENED         VALUE "Y".

       01 WS-WAIT-OPEN-FLAG        PIC X VALUE "N".
          88 WS-WAIT-OPENED        VALUE "Y".

       01 WS-STU-OPEN-FLAG         PIC X VALUE "N".
          88 WS-STU-OPENED         VALUE "Y".

       01 WS-QTA-OPEN-FLAG         PIC X VALUE "N".
          88 WS-QTA-OPENED         VALUE "Y".

       01 WS-SYL-EOF-FLAG          PIC X VALUE "N".
          88 WS-SYL-EOF            VALUE "Y".

       01 WS-ENR-EOF-FLAG          PIC X VALUE "N".
          88 WS-ENR-EOF            VALUE "Y".

       01 WS-WAIT-EOF-FLAG         PIC X VALUE "N".
          88 WS-WAIT-EOF           VALUE "Y".

       01 WS-QTA-EOF-FLAG          PIC X VALUE "N".
          88 WS-QTA-EOF            VALUE "Y".

       01 WS-SCT-EOF-FLAG          PIC X VALUE "N".
          88 WS-SCT-EOF            VALUE "Y".

       01 WS-BUSINESS-DATE         PIC X(8).
       01 WS-STEP-NAME             PIC X(8).
       01 WS-STEP-STATUS           PIC X.
       01 WS-STEP-ROWS             PIC 9(7).

      * 再計算中の科目+年度
       01 WS-GRP-COURSE-ID         PIC X(6) VALUE SPACES.
       01 WS-GRP-YEAR              PIC X(4) VALUE SPACES.

      * 1科目分の区分別再計算値(区分ごとに学科別使用数を持つ)
       01 WS-GRP-TABLE.
          05 WS-GRP-COUNT          PIC 99 VALUE 0.
          05 WS-GRP-ENTRY OCCURS 20 TIMES.
             10 WS-GRP-SECTION-NO  PIC X(2).
             10 WS-GRP-SEMESTER    PIC X(2).
             10 WS-GRP-CAPACITY    PIC 9(3).
             10 WS-GRP-ENROLLED    PIC 9(4).
             10 WS-GRP-WAITLISTED  PIC 9(4).
             10 WS-GRP-DEPT-COUNT  PIC 99.
             10 WS-GRP-DEPT OCCURS 10 TIMES.
                15 WS-GRP-DEPT-ID  PIC X(4).
                15 WS-GRP-DEPT-QUOTA PIC 9(3).
                15 WS-GRP-DEPT-USED  PIC 9(4).

       01 WS-GRP-IDX               PIC 99.
       01 WS-GRP-HIT               PIC 99.
       01 WS-DEPT-IDX              PIC 99.
       01 WS-DEPT-HIT              PIC 99.
       01 WS-FILE-IDX              PIC 99.
       01 WS-FILE-HIT              PIC 99.

      * 区分空白の明細は先頭の閉講でない区分(全区分閉講なら先頭)
       01 WS-FIRST-SECTION         PIC X(2).
       01 WS-FIRST-ANY-SECTION     PIC X(2).
       01 WS-WORK-SECTION          PIC X(2).
       01 WS-WORK-DEPT-ID          PIC X(4).

      * 差異の比較用
       01 WS-DRIFT-ITEM            PIC X(20).
       01 WS-FILE-VALUE            PIC 9(4).
       01 WS-CALC-VALUE            PIC 9(4).
       01 WS-SECTION-DRIFT-FLAG    PIC X VALUE "N".
          88 WS-SECTION-DRIFT      VALUE "Y".

       01 WS-SECTION-TOTAL         PIC 9(5) VALUE 0.
       01 WS-DRIFT-SECTION-COUNT   PIC 9(5) VALUE 0.
       01 WS-DRIFT-ITEM-COUNT      PIC 9(5) VALUE 0.
       01 WS-CREATED-COUNT         PIC 9(5) VALUE 0.
       01 WS-DELETED-COUNT         PIC 9(5) VALUE 0.
       01 WS-UNPLACED-COUNT        PIC 9(5) VALUE 0.

       01 WS-DISPLAY-NUM           PIC ZZZZ9.
       01 WS-DISPLAY-FILE          PIC ZZZ9.
       01 WS-DISPLAY-CALC          PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY "SYLSCR 座席数再構築・差異照合 開始".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE.
           PERFORM OPEN-FILES.
           IF NOT WS-FILE-SUCCESS OR NOT WS-SCT-FILE-SUCCESS
               DISPLAY "エラー:ファイルが開けません。"
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.

           MOVE "SEATRBLD" TO WS-STEP-NAME.
           MOVE "S" TO WS-STEP-STATUS.
           MOVE 0 TO WS-STEP-ROWS.
           PERFORM WRITE-JOB-STEP-RECORD.

           PERFORM WRITE-REPORT-HEADER.
           PERFORM REBUILD-ALL-SECTIONS.
           PERFORM PURGE-ORPHAN-SEAT-COUNTS.
           PERFORM WRITE-REPORT-SUMMARY.

           MOVE "C" TO WS-STEP-STATUS.
           MOVE WS-DRIFT-SECTION-COUNT TO WS-STEP-ROWS.
           PERFORM WRITE-JOB-STEP-RECORD.

           DISPLAY " ".
           DISPLAY "照合区分数: " WS-SECTION-TOTAL.
           DISPLAY "差異区分数: " WS-DRIFT-SECTION-COUNT.
           DISPLAY "差異項目数: " WS-DRIFT-ITEM-COUNT.
           DISPLAY "出力: seat_drift.txt".
           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT SYLLABUS-FILE.
           OPEN I-O SEAT-COUNT-FILE.
           IF NOT WS-SCT-FILE-SUCCESS
               OPEN OUTPUT SEAT-COUNT-FILE
               CLOSE SEAT-COUNT-FILE
               OPEN I-O SEAT-COUNT-FILE
           END-IF.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENR-FILE-SUCCESS
               MOVE "Y" TO WS-ENR-OPEN-FLAG
           END-IF.
           OPEN INPUT WAITLIST-FILE.
           IF WS-WAIT-FILE-SUCCESS
               MOVE "Y" TO WS-WAIT-OPEN-FLAG
           END-IF.
           OPEN INPUT STUDENT-FILE.
           IF WS-STU-FILE-SUCCESS
               MOVE "Y" TO WS-STU-OPEN-FLAG
           END-IF.
           OPEN INPUT QUOTA-FILE.
           IF WS-QTA-FILE-SUCCESS
               MOVE "Y" TO WS-QTA-OPEN-FLAG
           END-IF.
           OPEN OUTPUT REPORT-FILE.

       CLOSE-FILES.
           CLOSE SYLLABUS-FILE.
           CLOSE SEAT-COUNT-FILE.
           IF WS-ENR-OPENED
               CLOSE ENROLLMENT-FILE
           END-IF.
           IF WS-WAIT-OPENED
               CLOSE WAITLIST-FILE
           END-IF.
           IF WS-STU-OPENED
               CLOSE STUDENT-FILE
           END-IF.
           IF WS-QTA-OPENED
               CLOSE QUOTA-FILE
           END-IF.
           CLOSE REPORT-FILE.

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
      * シラバスを科目+年度の区切りで走査し、科目ごとに
      * 区分別の値を数え直して座席数ファイルと照合する
      *-----------------------------------------------------------
       REBUILD-ALL-SECTIONS.
           MOVE 0 TO WS-GRP-COUNT.
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
                       PERFORM REBUILD-ONE-COURSE
                   NOT AT END
                       IF SYL-COURSE-ID NOT = WS-GRP-COURSE-ID
                           OR SYL-ACADEMIC-YEAR NOT = WS-GRP-YEAR
                           PERFORM REBUILD-ONE-COURSE
                           MOVE SYL-COURSE-ID TO WS-GRP-COURSE-ID
                           MOVE SYL-ACADEMIC-YEAR TO WS-GRP-YEAR
                           MOVE 0 TO WS-GRP-COUNT
                           MOVE SPACES TO WS-FIRST-SECTION
                           MOVE SPACES TO WS-FIRST-ANY-SECTION
                       END-IF
                       PERFORM ADD-SECTION-TO-GROUP
               END-READ
           END-PERFORM.

      * 区分を表に加える(閉講区分の定員は0)
       ADD-SECTION-TO-GROUP.
           IF WS-GRP-COUNT NOT < 20
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-GRP-COUNT.
           MOVE SYL-SECTION-NO TO WS-GRP-SECTION-NO(WS-GRP-COUNT).
           MOVE SYL-SEMESTER TO WS-GRP-SEMESTER(WS-GRP-COUNT).
           MOVE 0 TO WS-GRP-CAPACITY(WS-GRP-COUNT).
           MOVE 0 TO WS-GRP-ENROLLED(WS-GRP-COUNT).
           MOVE 0 TO WS-GRP-WAITLISTED(WS-GRP-COUNT).
           MOVE 0 TO WS-GRP-DEPT-COUNT(WS-GRP-COUNT).
           IF WS-FIRST-ANY-SECTION = SPACES
               MOVE SYL-SECTION-NO TO WS-FIRST-ANY-SECTION
           END-IF.
           IF NOT SYL-STATUS-CANCELLED
               MOVE SYL-CAPACITY TO WS-GRP-CAPACITY(WS-GRP-COUNT)
               IF WS-FIRST-SECTION = SPACES
                   MOVE SYL-SECTION-NO TO WS-FIRST-SECTION
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * 1科目分: 割当・履修・待機を数えて区分ごとに照合する
      *-----------------------------------------------------------
       REBUILD-ONE-COURSE.
           IF WS-GRP-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-FIRST-SECTION = SPACES
               MOVE WS-FIRST-ANY-SECTION TO WS-FIRST-SECTION
           END-IF.

           IF WS-QTA-OPENED
               PERFORM LOAD-GROUP-QUOTAS
           END-IF.
           IF WS-ENR-OPENED
               PERFORM COUNT-GROUP-ENROLLMENT
           END-IF.
           IF WS-WAIT-OPENED
               PERFORM COUNT-GROUP-WAITLIST
           END-IF.

           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
               PERFORM COMPARE-ONE-SECTION
           END-PERFORM.

       LOAD-GROUP-QUOTAS.
           MOVE "N" TO WS-QTA-EOF-FLAG.
           MOVE WS-GRP-COURSE-ID TO QTA-COURSE-ID.
           MOVE WS-GRP-YEAR TO QTA-ACADEMIC-YEAR.
           MOVE LOW-VALUES TO QTA-SECTION-NO.
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
                       IF QTA-COURSE-ID = WS-GRP-COURSE-ID
                           AND QTA-ACADEMIC-YEAR = WS-GRP-YEAR
                           MOVE QTA-SECTION-NO TO WS-WORK-SECTION
                           MOVE QTA-DEPT-ID TO WS-WORK-DEPT-ID
                           PERFORM FIND-GROUP-SECTION
                           IF WS-GRP-HIT > 0
                               PERFORM FIND-GROUP-DEPT
                               IF WS-DEPT-HIT > 0
                                   ADD QTA-SEAT-QUOTA TO
                                     WS-GRP-DEPT-QUOTA
                                       (WS-GRP-HIT, WS-DEPT-HIT)
                               END-IF
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-QTA-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

      * 履修中(E)の明細を区分・学科ごとに数える
       COUNT-GROUP-ENROLLMENT.
           MOVE "N" TO WS-ENR-EOF-FLAG.
           MOVE WS-GRP-COURSE-ID TO ENR-COURSE-ID.
           MOVE WS-GRP-YEAR TO ENR-ACADEMIC-YEAR.
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
                       IF ENR-COURSE-ID = WS-GRP-COURSE-ID
                           AND ENR-ACADEMIC-YEAR = WS-GRP-YEAR
                           IF ENR-STATUS-ENROLLED
                               PERFORM TALLY-ONE-ENROLLMENT
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-ENR-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-ONE-ENROLLMENT.
           MOVE ENR-SECTION-NO TO WS-WORK-SECTION.
           IF WS-WORK-SECTION = SPACES
               MOVE WS-FIRST-SECTION TO WS-WORK-SECTION
           END-IF.
           PERFORM FIND-GROUP-SECTION.
           IF WS-GRP-HIT = 0
               ADD 1 TO WS-UNPLACED-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-GRP-ENROLLED(WS-GRP-HIT).

           MOVE SPACES TO WS-WORK-DEPT-ID.
           IF WS-STU-OPENED
               MOVE ENR-STUDENT-ID TO STU-ID
               READ STUDENT-FILE
                   KEY IS STU-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE STU-DEPARTMENT-ID TO WS-WORK-DEPT-ID
               END-READ
           END-IF.
           IF WS-WORK-DEPT-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-GROUP-DEPT.
           IF WS-DEPT-HIT > 0
               ADD 1 TO WS-GRP-DEPT-USED(WS-GRP-HIT, WS-DEPT-HIT)
           END-IF.

      * 待機中(W)のエントリを希望区分ごとに数える
       COUNT-GROUP-WAITLIST.
           MOVE "N" TO WS-WAIT-EOF-FLAG.
           MOVE WS-GRP-COURSE-ID TO WAIT-COURSE-ID.
           MOVE WS-GRP-YEAR TO WAIT-ACADEMIC-YEAR.
           MOVE 0 TO WAIT-SEQ-NO.
           START WAITLIST-FILE KEY IS NOT LESS THAN WAIT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-WAIT-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-WAIT-EOF
               READ WAITLIST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-WAIT-EOF-FLAG
                   NOT AT END
                       IF WAIT-COURSE-ID = WS-GRP-COURSE-ID
                           AND WAIT-ACADEMIC-YEAR = WS-GRP-YEAR
                           IF WAIT-STATUS-WAITING
                               MOVE WAIT-SECTION-NO TO WS-WORK-SECTION
                               IF WS-WORK-SECTION = SPACES
                                   MOVE WS-FIRST-SECTION
                                       TO WS-WORK-SECTION
                               END-IF
                               PERFORM FIND-GROUP-SECTION
                               IF WS-GRP-HIT > 0
                                   ADD 1 TO
                                       WS-GRP-WAITLISTED(WS-GRP-HIT)
                               ELSE
                                   ADD 1 TO WS-UNPLACED-COUNT
                               END-IF
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-WAIT-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

       FIND-GROUP-SECTION.
           MOVE 0 TO WS-GRP-HIT.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
               IF WS-GRP-SECTION-NO(WS-GRP-IDX) = WS-WORK-SECTION
                   MOVE WS-GRP-IDX TO WS-GRP-HIT
               END-IF
           END-PERFORM.

      * 区分内の学科エントリを探し、なければ追加する(最大10学科)
       FIND-GROUP-DEPT.
           MOVE 0 TO WS-DEPT-HIT.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-GRP-DEPT-COUNT(WS-GRP-HIT)
               IF WS-GRP-DEPT-ID(WS-GRP-HIT, WS-DEPT-IDX)
                   = WS-WORK-DEPT-ID
                   MOVE WS-DEPT-IDX TO WS-DEPT-HIT
               END-IF
           END-PERFORM.
           IF WS-DEPT-HIT = 0
               AND WS-GRP-DEPT-COUNT(WS-GRP-HIT) < 10
               ADD 1 TO WS-GRP-DEPT-COUNT(WS-GRP-HIT)
               MOVE WS-GRP-DEPT-COUNT(WS-GRP-HIT) TO WS-DEPT-HIT
               MOVE WS-WORK-DEPT-ID
                   TO WS-GRP-DEPT-ID(WS-GRP-HIT, WS-DEPT-HIT)
               MOVE 0 TO WS-GRP-DEPT-QUOTA(WS-GRP-HIT, WS-DEPT-HIT)
               MOVE 0 TO WS-GRP-DEPT-USED(WS-GRP-HIT, WS-DEPT-HIT)
           END-IF.

      *-----------------------------------------------------------
      * 1区分分: 座席数レコードと比べて差異を出力し、再計算値で
      * 置き換える(レコードがなければ作成)
      *-----------------------------------------------------------
       COMPARE-ONE-SECTION.
           ADD 1 TO WS-SECTION-TOTAL.
           MOVE "N" TO WS-SECTION-DRIFT-FLAG.
           MOVE WS-GRP-IDX TO WS-GRP-HIT.
           MOVE WS-GRP-COURSE-ID TO SCT-COURSE-ID.
           MOVE WS-GRP-YEAR TO SCT-ACADEMIC-YEAR.
           MOVE WS-GRP-SECTION-NO(WS-GRP-HIT) TO SCT-SECTION-NO.
           READ SEAT-COUNT-FILE
               KEY IS SCT-KEY
               INVALID KEY
                   PERFORM CREATE-SEAT-COUNT
                   EXIT PARAGRAPH
           END-READ.

           MOVE "定員" TO WS-DRIFT-ITEM.
           MOVE SCT-CAPACITY TO WS-FILE-VALUE.
           MOVE WS-GRP-CAPACITY(WS-GRP-HIT) TO WS-CALC-VALUE.
           PERFORM CHECK-ONE-ITEM.

           MOVE "履修中" TO WS-DRIFT-ITEM.
           MOVE SCT-ENROLLED TO WS-FILE-VALUE.
           MOVE WS-GRP-ENROLLED(WS-GRP-HIT) TO WS-CALC-VALUE.
           PERFORM CHECK-ONE-ITEM.

           MOVE "待機" TO WS-DRIFT-ITEM.
           MOVE SCT-WAITLISTED TO WS-FILE-VALUE.
           MOVE WS-GRP-WAITLISTED(WS-GRP-HIT) TO WS-CALC-VALUE.
           PERFORM CHECK-ONE-ITEM.

      *    再計算した学科ごとに割当・使用数を比べる
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-GRP-DEPT-COUNT(WS-GRP-HIT)
               PERFORM COMPARE-ONE-DEPT
           END-PERFORM.

      *    ファイルにだけ残っている学科
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > SCT-DEPT-COUNT
               MOVE SCT-DEPT-ID(WS-FILE-IDX) TO WS-WORK-DEPT-ID
               MOVE 0 TO WS-DEPT-HIT
               PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                       UNTIL WS-DEPT-IDX
                           > WS-GRP-DEPT-COUNT(WS-GRP-HIT)
                   IF WS-GRP-DEPT-ID(WS-GRP-HIT, WS-DEPT-IDX)
                       = WS-WORK-DEPT-ID
                       MOVE WS-DEPT-IDX TO WS-DEPT-HIT
                   END-IF
               END-PERFORM
               IF WS-DEPT-HIT = 0
                   MOVE SPACES TO WS-DRIFT-ITEM
                   STRING "学科" WS-WORK-DEPT-ID "割当"
                       DELIMITED BY SIZE INTO WS-DRIFT-ITEM
                   END-STRING
                   MOVE SCT-DEPT-QUOTA(WS-FILE-IDX) TO WS-FILE-VALUE
                   MOVE 0 TO WS-CALC-VALUE
                   PERFORM CHECK-ONE-ITEM
                   MOVE SPACES TO WS-DRIFT-ITEM
                   STRING "学科" WS-WORK-DEPT-ID "使用"
                       DELIMITED BY SIZE INTO WS-DRIFT-ITEM
                   END-STRING
                   MOVE SCT-DEPT-USED(WS-FILE-IDX) TO WS-FILE-VALUE
                   PERFORM CHECK-ONE-ITEM
               END-IF
           END-PERFORM.

           IF WS-SECTION-DRIFT
               ADD 1 TO WS-DRIFT-SECTION-COUNT
           END-IF.

           PERFORM MOVE-GROUP-TO-SEAT-COUNT.
           REWRITE SEAT-COUNT-RECORD
               INVALID KEY
                   DISPLAY "エラー:座席数更新失敗 "
                           SCT-KEY
           END-REWRITE.

       COMPARE-ONE-DEPT.
           MOVE WS-GRP-DEPT-ID(WS-GRP-HIT, WS-DEPT-IDX)
               TO WS-WORK-DEPT-ID.
           MOVE 0 TO WS-FILE-HIT.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > SCT-DEPT-COUNT
               IF SCT-DEPT-ID(WS-FILE-IDX) = WS-WORK-DEPT-ID
                   MOVE WS-FILE-IDX TO WS-FILE-HIT
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-DRIFT-ITEM.
           STRING "学科" WS-WORK-DEPT-ID "割当"
               DELIMITED BY SIZE INTO WS-DRIFT-ITEM
           END-STRING.
           MOVE 0 TO WS-FILE-VALUE.
           IF WS-FILE-HIT > 0
               MOVE SCT-DEPT-QUOTA(WS-FILE-HIT) TO WS-FILE-VALUE
           END-IF.
           MOVE WS-GRP-DEPT-QUOTA(WS-GRP-HIT, WS-DEPT-IDX)
               TO WS-CALC-VALUE.
           PERFORM CHECK-ONE-ITEM.

           MOVE SPACES TO WS-DRIFT-ITEM.
           STRING "学科" WS-WORK-DEPT-ID "使用"
               DELIMITED BY SIZE INTO WS-DRIFT-ITEM
           END-STRING.
           MOVE 0 TO WS-FILE-VALUE.
           IF WS-FILE-HIT > 0
               MOVE SCT-DEPT-USED(WS-FILE-HIT) TO WS-FILE-VALUE
           END-IF.
           MOVE WS-GRP-DEPT-USED(WS-GRP-HIT, WS-DEPT-IDX)
               TO WS-CALC-VALUE.
           PERFORM CHECK-ONE-ITEM.

      * 値が食い違えば差異行を出力する
       CHECK-ONE-ITEM.
           IF WS-FILE-VALUE = WS-CALC-VALUE
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-SECTION-DRIFT-FLAG.
           ADD 1 TO WS-DRIFT-ITEM-COUNT.
           MOVE WS-FILE-VALUE TO WS-DISPLAY-FILE.
           MOVE WS-CALC-VALUE TO WS-DISPLAY-CALC.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-GRP-COURSE-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-GRP-YEAR DELIMITED BY SIZE
                  " 区分" DELIMITED BY SIZE
                  WS-GRP-SECTION-NO(WS-GRP-HIT) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DRIFT-ITEM DELIMITED BY SIZE
                  " ファイル:" DELIMITED BY SIZE
                  WS-DISPLAY-FILE DELIMITED BY SIZE
                  " 再計算:" DELIMITED BY SIZE
                  WS-DISPLAY-CALC DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       CREATE-SEAT-COUNT.
           MOVE "Y" TO WS-SECTION-DRIFT-FLAG.
           ADD 1 TO WS-DRIFT-SECTION-COUNT.
           ADD 1 TO WS-CREATED-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-GRP-COURSE-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-GRP-YEAR DELIMITED BY SIZE
                  " 区分" DELIMITED BY SIZE
                  WS-GRP-SECTION-NO(WS-GRP-HIT) DELIMITED BY SIZE
                  "  座席数レコードなし(作成)"
                      DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           INITIALIZE SEAT-COUNT-RECORD.
           MOVE WS-GRP-COURSE-ID TO SCT-COURSE-ID.
           MOVE WS-GRP-YEAR TO SCT-ACADEMIC-YEAR.
           MOVE WS-GRP-SECTION-NO(WS-GRP-HIT) TO SCT-SECTION-NO.
           PERFORM MOVE-GROUP-TO-SEAT-COUNT.
           WRITE SEAT-COUNT-RECORD
               INVALID KEY
                   DISPLAY "エラー:座席数作成失敗 "
                           SCT-KEY
           END-WRITE.

       MOVE-GROUP-TO-SEAT-COUNT.
           MOVE WS-GRP-SEMESTER(WS-GRP-HIT) TO SCT-SEMESTER.
           MOVE WS-GRP-CAPACITY(WS-GRP-HIT) TO SCT-CAPACITY.
           MOVE WS-GRP-ENROLLED(WS-GRP-HIT) TO SCT-ENROLLED.
           MOVE WS-GRP-WAITLISTED(WS-GRP-HIT) TO SCT-WAITLISTED.
           MOVE WS-GRP-DEPT-COUNT(WS-GRP-HIT) TO SCT-DEPT-COUNT.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > 10
               IF WS-DEPT-IDX > WS-GRP-DEPT-COUNT(WS-GRP-HIT)
                   MOVE SPACES TO SCT-DEPT-ID(WS-DEPT-IDX)
                   MOVE 0 TO SCT-DEPT-QUOTA(WS-DEPT-IDX)
                   MOVE 0 TO SCT-DEPT-USED(WS-DEPT-IDX)
               ELSE
                   MOVE WS-GRP-DEPT-ID(WS-GRP-HIT, WS-DEPT-IDX)
                       TO SCT-DEPT-ID(WS-DEPT-IDX)
                   MOVE WS-GRP-DEPT-QUOTA(WS-GRP-HIT, WS-DEPT-IDX)
                       TO SCT-DEPT-QUOTA(WS-DEPT-IDX)
                   MOVE WS-GRP-DEPT-USED(WS-GRP-HIT, WS-DEPT-IDX)
                       TO SCT-DEPT-USED(WS-DEPT-IDX)
               END-IF
           END-PERFORM.
           MOVE FUNCTION CURRENT-DATE TO SCT-LAST-UPDATED.

      *-----------------------------------------------------------
      * シラバスにない区分の座席数レコードを削除する
      *-----------------------------------------------------------
       PURGE-ORPHAN-SEAT-COUNTS.
           MOVE "N" TO WS-SCT-EOF-FLAG.
           MOVE LOW-VALUES TO SCT-KEY.
           START SEAT-COUNT-FILE KEY IS NOT LESS THAN SCT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCT-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-SCT-EOF
               READ SEAT-COUNT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCT-EOF-FLAG
                   NOT AT END
                       MOVE SCT-COURSE-ID TO SYL-COURSE-ID
                       MOVE SCT-ACADEMIC-YEAR TO SYL-ACADEMIC-YEAR
                       MOVE SCT-SECTION-NO TO SYL-SECTION-NO
                       READ SYLLABUS-FILE
                           KEY IS SYL-RECORD-KEY
                           INVALID KEY
                               PERFORM DELETE-ORPHAN-SEAT-COUNT
                       END-READ
               END-READ
           END-PERFORM.

       DELETE-ORPHAN-SEAT-COUNT.
           ADD 1 TO WS-DELETED-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING SCT-COURSE-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SCT-ACADEMIC-YEAR DELIMITED BY SIZE
                  " 区分" DELIMITED BY SIZE
                  SCT-SECTION-NO DELIMITED BY SIZE
                  "  シラバスなし(座席数レコード削除)"
                      DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           DELETE SEAT-COUNT-FILE
               INVALID KEY
                   DISPLAY "エラー:座席数削除失敗 "
                           SCT-KEY
           END-DELETE.

       WRITE-REPORT-HEADER.
           MOVE "座席数 再構築・差異照合" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "処理日: " DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SECTION-TOTAL TO WS-DISPLAY-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "照合区分数      : " DELIMITED BY SIZE
                  WS-DISPLAY-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-DRIFT-SECTION-COUNT TO WS-DISPLAY-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "差異のあった区分: " DELIMITED BY SIZE
                  WS-DISPLAY-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-DRIFT-ITEM-COUNT TO WS-DISPLAY-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "差異項目数      : " DELIMITED BY SIZE
                  WS-DISPLAY-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-CREATED-COUNT TO WS-DISPLAY-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "作成レコード数  : " DELIMITED BY SIZE
                  WS-DISPLAY-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-DELETED-COUNT TO WS-DISPLAY-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "削除レコード数  : " DELIMITED BY SIZE
                  WS-DISPLAY-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-UNPLACED-COUNT TO WS-DISPLAY-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "区分不明の明細  : " DELIMITED BY SIZE
                  WS-DISPLAY-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
