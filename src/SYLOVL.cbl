      *****************************************************************
      * シラバス管理システム - 履修単位上限超過者一覧(SYLOVL)
      * 指定した年度・学期で、履修中の単位合計が学科+入学年度の
      * 通常上限を超える学生を一覧にし、超過承認の有無を付記する
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLOVL.
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

           SELECT CREDIT-LIMIT-FILE
               ASSIGN TO "creditlimit.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRL-KEY
               FILE STATUS IS WS-CRL-FILE-STATUS.

           SELECT OVERLOAD-FILE
               ASSIGN TO "overload.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OVA-KEY
               FILE STATUS IS WS-OVA-FILE-STATUS.

           SELECT PRINT-OUTPUT-FILE
               ASSIGN TO "overload_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ENROLLMENT-FILE.
           COPY "copybooks/ENROLLFILE.cpy".

       FD SYLLABUS-FILE.
           COPY "copybooks/SYLFILE.cpy".

       FD STUDENT-FILE.
           COPY "copybooks/STUDENTFILE.cpy".

       FD CREDIT-LIMIT-FILE.
           COPY "copybooks/CRDLIMFILE.cpy".

       FD OVERLOAD-FILE.
           COPY "copybooks/OVLAPRFILE.cpy".

       FD PRINT-OUTPUT-FILE.
       01 PRINT-OUTPUT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ENR-FILE-STATUS       PIC XX VALUE "00".
          88 WS-ENR-FILE-SUCCESS   VALUE "00".

       01 WS-SYL-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SYL-FILE-SUCCESS   VALUE "00".

       01 WS-STU-FILE-STATUS       PIC XX VALUE "00".
          88 WS-STU-FILE-SUCCESS   VALUE "00".

       01 WS-CRL-FILE-STATUS       PIC XX VALUE "00".
          88 WS-CRL-FILE-SUCCESS   VALUE "00".

       01 WS-OVA-FILE-STATUS       PIC XX VALUE "00".
          88 WS-OVA-FILE-SUCCESS   VALUE "00".

       01 WS-OUT-FILE-STATUS       PIC XX VALUE "00".

       01 WS-STU-OPEN-FLAG         PIC X VALUE "N".
          88 WS-STU-OPENED         VALUE "Y".

       01 WS-OVA-OPEN-FLAG         PIC X VALUE "N".
          88 WS-OVA-OPENED         VALUE "Y".

       01 WS-ENR-EOF-FLAG          PIC X VALUE "N".
          88 WS-ENR-EOF            VALUE "Y".

       01 WS-SYL-EOF-FLAG          PIC X VALUE "N".
          88 WS-SYL-EOF            VALUE "Y".

       01 WS-COURSE-FOUND-FLAG     PIC X VALUE "N".
          88 WS-COURSE-FOUND       VALUE "Y".

       01 WS-LIMIT-FOUND-FLAG      PIC X VALUE "N".
          88 WS-LIMIT-FOUND        VALUE "Y".

       01 WS-TARGET-YEAR           PIC X(4).
       01 WS-TARGET-SEMESTER       PIC X(2).

      * 学生別の学期単位合計表(最大500名)
       01 WS-LOAD-TABLE.
          05 WS-LTB-COUNT          PIC 9(3) VALUE 0.
          05 WS-LTB-ENTRY OCCURS 500 TIMES.
             10 WS-LTB-STUDENT-ID  PIC X(8).
             10 WS-LTB-NAME        PIC X(20).
             10 WS-LTB-CREDITS     PIC 9(3).

       01 WS-LTB-IDX               PIC 9(3).
       01 WS-LTB-HIT               PIC 9(3).
       01 WS-OVERFLOW-FLAG         PIC X VALUE "N".
          88 WS-TABLE-OVERFLOW     VALUE "Y".

       01 WS-STU-DEPT-ID           PIC X(4).
       01 WS-STU-ADMISSION-YEAR    PIC X(4).
       01 WS-NORMAL-LIMIT          PIC 99.
       01 WS-APPROVAL-NOTE         PIC X(20).
       01 WS-OVER-COUNT            PIC 9(5) VALUE 0.
       01 WS-UNAPPROVED-COUNT      PIC 9(5) VALUE 0.

       SCREEN SECTION.
       01 OVL-OPTION-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "履修単位上限超過者一覧".
           05 LINE 3 COLUMN 1 VALUE "対象年度(4桁):".
           05 LINE 3 COLUMN 20 PIC X(4) USING WS-TARGET-YEAR.
           05 LINE 4 COLUMN 1 VALUE "学期コード:".
           05 LINE 4 COLUMN 20 PIC X(2) USING WS-TARGET-SEMESTER.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY OVL-OPTION-SCREEN.
           ACCEPT OVL-OPTION-SCREEN.

           PERFORM OPEN-FILES.
           IF NOT WS-ENR-FILE-SUCCESS OR NOT WS-SYL-FILE-SUCCESS
               DISPLAY "エラー:ファイルが開けません。"
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.
           IF NOT WS-CRL-FILE-SUCCESS
               DISPLAY "エラー:単位上限マスタなし。"
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.

           PERFORM BUILD-LOAD-TABLE.
           IF WS-TABLE-OVERFLOW
               DISPLAY "エラー:対象学生が500名を超過。"
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.

           PERFORM WRITE-REPORT.

           DISPLAY " ".
           DISPLAY "上限超過者数: " WS-OVER-COUNT.
           DISPLAY "うち承認なし: " WS-UNAPPROVED-COUNT.
           DISPLAY "overload_report.txtに出力しました。".

           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT ENROLLMENT-FILE.
           OPEN INPUT SYLLABUS-FILE.
           OPEN INPUT CREDIT-LIMIT-FILE.
           OPEN INPUT STUDENT-FILE.
           IF WS-STU-FILE-SUCCESS
               MOVE "Y" TO WS-STU-OPEN-FLAG
           END-IF.
           OPEN INPUT OVERLOAD-FILE.
           IF WS-OVA-FILE-SUCCESS
               MOVE "Y" TO WS-OVA-OPEN-FLAG
           END-IF.

       CLOSE-FILES.
           CLOSE ENROLLMENT-FILE.
           CLOSE SYLLABUS-FILE.
           CLOSE CREDIT-LIMIT-FILE.
           IF WS-STU-OPENED
               CLOSE STUDENT-FILE
           END-IF.
           IF WS-OVA-OPENED
               CLOSE OVERLOAD-FILE
           END-IF.

      *-----------------------------------------------------------
      * 履修明細を走査して対象学期の学生別単位合計を集計する
      *-----------------------------------------------------------
       BUILD-LOAD-TABLE.
           MOVE 0 TO WS-LTB-COUNT.
           MOVE "N" TO WS-ENR-EOF-FLAG.
           MOVE LOW-VALUES TO ENR-KEY.
           START ENROLLMENT-FILE KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ENR-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-ENR-EOF OR WS-TABLE-OVERFLOW
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
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-LTB-HIT.
           PERFORM VARYING WS-LTB-IDX FROM 1 BY 1
                   UNTIL WS-LTB-IDX > WS-LTB-COUNT
               IF WS-LTB-STUDENT-ID(WS-LTB-IDX) = ENR-STUDENT-ID
                   MOVE WS-LTB-IDX TO WS-LTB-HIT
               END-IF
           END-PERFORM.
           IF WS-LTB-HIT = 0
               IF WS-LTB-COUNT >= 500
                   MOVE "Y" TO WS-OVERFLOW-FLAG
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-LTB-COUNT
               MOVE WS-LTB-COUNT TO WS-LTB-HIT
               MOVE ENR-STUDENT-ID
                   TO WS-LTB-STUDENT-ID(WS-LTB-HIT)
               MOVE ENR-STUDENT-NAME TO WS-LTB-NAME(WS-LTB-HIT)
               MOVE 0 TO WS-LTB-CREDITS(WS-LTB-HIT)
           END-IF.
           ADD SYL-CREDITS TO WS-LTB-CREDITS(WS-LTB-HIT).

      * 科目の閉講でない先頭区分を求める(履修取込と同じ規則)
       FIND-COURSE-SECTION.
           MOVE "N" TO WS-COURSE-FOUND-FLAG.
           MOVE "N" TO WS-SYL-EOF-FLAG.
           MOVE ENR-COURSE-ID TO SYL-COURSE-ID.
           MOVE ENR-ACADEMIC-YEAR TO SYL-ACADEMIC-YEAR.
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
      * 一覧の書き出し(通常上限を超える学生のみ)
      *-----------------------------------------------------------
       WRITE-REPORT.
           OPEN OUTPUT PRINT-OUTPUT-FILE.
           MOVE SPACES TO PRINT-OUTPUT-RECORD.
           STRING "単位上限超過者一覧 年度:"
                      DELIMITED BY SIZE
                  WS-TARGET-YEAR DELIMITED BY SIZE
                  "  学期: " DELIMITED BY SIZE
                  WS-TARGET-SEMESTER DELIMITED BY SIZE
                  "  作成日: " DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               INTO PRINT-OUTPUT-RECORD
           END-STRING.
           WRITE PRINT-OUTPUT-RECORD.
           DISPLAY PRINT-OUTPUT-RECORD.
           MOVE ALL "=" TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.
           MOVE "学籍番号 氏名                 "
               & "学科 単位 上限 超過承認"
               TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.
           DISPLAY PRINT-OUTPUT-RECORD.

           MOVE 0 TO WS-OVER-COUNT.
           MOVE 0 TO WS-UNAPPROVED-COUNT.
           PERFORM VARYING WS-LTB-IDX FROM 1 BY 1
                   UNTIL WS-LTB-IDX > WS-LTB-COUNT
               PERFORM REPORT-ONE-STUDENT
           END-PERFORM.

           MOVE ALL "=" TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.
           MOVE SPACES TO PRINT-OUTPUT-RECORD.
           STRING "上限超過者数: " DELIMITED BY SIZE
                  WS-OVER-COUNT DELIMITED BY SIZE
                  "  うち承認なし: " DELIMITED BY SIZE
                  WS-UNAPPROVED-COUNT DELIMITED BY SIZE
               INTO PRINT-OUTPUT-RECORD
           END-STRING.
           WRITE PRINT-OUTPUT-RECORD.
           CLOSE PRINT-OUTPUT-FILE.

       REPORT-ONE-STUDENT.
           PERFORM GET-STUDENT-PROFILE.
           PERFORM GET-NORMAL-LIMIT.
           IF NOT WS-LIMIT-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF WS-LTB-CREDITS(WS-LTB-IDX) NOT > WS-NORMAL-LIMIT
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-OVER-COUNT.
           PERFORM GET-APPROVAL-NOTE.
           MOVE SPACES TO PRINT-OUTPUT-RECORD.
           STRING WS-LTB-STUDENT-ID(WS-LTB-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LTB-NAME(WS-LTB-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-STU-DEPT-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LTB-CREDITS(WS-LTB-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-NORMAL-LIMIT DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-APPROVAL-NOTE DELIMITED BY SIZE
               INTO PRINT-OUTPUT-RECORD
           END-STRING.
           WRITE PRINT-OUTPUT-RECORD.
           DISPLAY PRINT-OUTPUT-RECORD.
           IF OVA-REASON NOT = SPACES
               MOVE SPACES TO PRINT-OUTPUT-RECORD
               STRING "         理由: " DELIMITED BY SIZE
                      FUNCTION TRIM(OVA-REASON) DELIMITED BY SIZE
                   INTO PRINT-OUTPUT-RECORD
               END-STRING
               WRITE PRINT-OUTPUT-RECORD
           END-IF.

      * 学生マスタから所属学科と入学年度を求める
       GET-STUDENT-PROFILE.
           MOVE SPACES TO WS-STU-DEPT-ID.
           MOVE SPACES TO WS-STU-ADMISSION-YEAR.
           IF NOT WS-STU-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LTB-STUDENT-ID(WS-LTB-IDX) TO STU-ID.
           READ STUDENT-FILE
               KEY IS STU-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE STU-DEPARTMENT-ID TO WS-STU-DEPT-ID
                   MOVE STU-ADMISSION-YEAR TO WS-STU-ADMISSION-YEAR
           END-READ.

      * 学科+入学年度、なければ学科の既定の上限を引く
       GET-NORMAL-LIMIT.
           MOVE "N" TO WS-LIMIT-FOUND-FLAG.
           MOVE 0 TO WS-NORMAL-LIMIT.
           IF WS-STU-DEPT-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-STU-DEPT-ID TO CRL-DEPT-ID.
           MOVE WS-STU-ADMISSION-YEAR TO CRL-ADMISSION-YEAR.
           READ CREDIT-LIMIT-FILE
               KEY IS CRL-KEY
               INVALID KEY
                   MOVE SPACES TO CRL-ADMISSION-YEAR
                   READ CREDIT-LIMIT-FILE
                       KEY IS CRL-KEY
                       INVALID KEY
                           EXIT PARAGRAPH
                   END-READ
           END-READ.
           MOVE "Y" TO WS-LIMIT-FOUND-FLAG.
           MOVE CRL-MAX-CREDITS TO WS-NORMAL-LIMIT.

      * 超過承認の有無(承認上限を超えている場合も区別する)
       GET-APPROVAL-NOTE.
           MOVE "(承認なし)" TO WS-APPROVAL-NOTE.
           MOVE SPACES TO OVA-REASON.
           IF NOT WS-OVA-OPENED
               ADD 1 TO WS-UNAPPROVED-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LTB-STUDENT-ID(WS-LTB-IDX) TO OVA-STUDENT-ID.
           MOVE WS-TARGET-YEAR TO OVA-ACADEMIC-YEAR.
           MOVE WS-TARGET-SEMESTER TO OVA-SEMESTER.
           READ OVERLOAD-FILE
               KEY IS OVA-KEY
               INVALID KEY
                   MOVE SPACES TO OVA-REASON
                   ADD 1 TO WS-UNAPPROVED-COUNT
               NOT INVALID KEY
                   IF WS-LTB-CREDITS(WS-LTB-IDX) > OVA-MAX-CREDITS
                       MOVE SPACES TO WS-APPROVAL-NOTE
                       STRING "承認上限" DELIMITED BY SIZE
                              OVA-MAX-CREDITS DELIMITED BY SIZE
                              "も超過" DELIMITED BY SIZE
                           INTO WS-APPROVAL-NOTE
                       END-STRING
                       ADD 1 TO WS-UNAPPROVED-COUNT
                   ELSE
                       MOVE SPACES TO WS-APPROVAL-NOTE
                       STRING "承認済(" DELIMITED BY SIZE
                              OVA-MAX-CREDITS DELIMITED BY SIZE
                              "単位)" DELIMITED BY SIZE
                           INTO WS-APPROVAL-NOTE
                       END-STRING
                   END-IF
           END-READ.
