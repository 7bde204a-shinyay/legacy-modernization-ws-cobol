               RECORD KEY IS STU-ID
               FILE STATUS IS WS-STU-FILE-STATUS.

           SELECT TRANSFER-FILE
               ASSIGN TO "transfer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRF-KEY
               FILE STATUS IS WS-TRF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SYLLABUS-FILE.
       FD STUDENT-FILE.
           COPY "copybooks/STUDENTFILE.cpy".

       FD TRANSFER-FILE.
           COPY "copybooks/TRANSFERFILE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-SYL-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SYL-FILE-SUCCESS   VALUE "00".
       01 WS-GRADE-OPEN-FLAG       PIC X VALUE "N".
          88 WS-GRADE-OPEN         VALUE "Y".

       01 WS-TRF-FILE-STATUS       PIC XX VALUE "00".
          88 WS-TRF-FILE-SUCCESS   VALUE "00".
       01 WS-TRANSFER-OPEN-FLAG    PIC X VALUE "N".
          88 WS-TRANSFER-OPEN      VALUE "Y".
       01 WS-TRF-EOF-FLAG          PIC X VALUE "N".
          88 WS-TRF-EOF            VALUE "Y".

       01 WS-ENR-EOF-FLAG          PIC X VALUE "N".
          88 WS-ENR-EOF            VALUE "Y".

             10 WS-CTB-REQUIRED    PIC 9(3).
             10 WS-CTB-EARNED      PIC 9(3).
             10 WS-CTB-PROGRESS    PIC 9(3).
             10 WS-CTB-TRANSFER    PIC 9(3).
             10 WS-CTB-REMAIN      PIC S9(4).

       01 WS-CTB-IDX               PIC 99.
               DISPLAY "警告:成績結果ファイルなし。"
               DISPLAY "全履修を履修中として扱います。"
           END-IF.
           OPEN INPUT TRANSFER-FILE.
           IF WS-TRF-FILE-SUCCESS
               MOVE "Y" TO WS-TRANSFER-OPEN-FLAG
           END-IF.

       CLOSE-FILES.
           CLOSE SYLLABUS-FILE.
           IF WS-GRADE-OPEN
               CLOSE GRADE-FILE
           END-IF.
           IF WS-TRANSFER-OPEN
               CLOSE TRANSFER-FILE
           END-IF.

      *-----------------------------------------------------------
      * 1学生分: 履修全件を要件区分別に集計して表示する
           PERFORM FIND-STUDENT-NAME.
           PERFORM BUILD-CATEGORY-TABLE.
           PERFORM SCAN-STUDENT-ENROLLMENTS.
           PERFORM SCAN-STUDENT-TRANSFERS.
           PERFORM PRINT-PROGRESS-REPORT.

       FIND-STUDENT-NAME.
                               TO WS-CTB-REQUIRED(WS-CTB-COUNT)
                           MOVE 0 TO WS-CTB-EARNED(WS-CTB-COUNT)
                           MOVE 0 TO WS-CTB-PROGRESS(WS-CTB-COUNT)
                           MOVE 0 TO WS-CTB-TRANSFER(WS-CTB-COUNT)
                           MOVE 0 TO WS-CTB-REMAIN(WS-CTB-COUNT)
                       END-IF
               END-READ
                   CONTINUE
           END-EVALUATE.

      *-----------------------------------------------------------
      * 承認済の既修得単位を、認定時に決めた要件区分の修得単位に
      * 加える(審査中は含めない)
      *-----------------------------------------------------------
       SCAN-STUDENT-TRANSFERS.
           IF NOT WS-TRANSFER-OPEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-TRF-EOF-FLAG.
           MOVE WS-TARGET-STUDENT-ID TO TRF-STUDENT-ID.
           MOVE LOW-VALUES TO TRF-INSTITUTION.
           MOVE LOW-VALUES TO TRF-EXT-COURSE.
           START TRANSFER-FILE KEY IS NOT LESS THAN TRF-KEY
               INVALID KEY
                   MOVE "Y" TO WS-TRF-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-TRF-EOF
               READ TRANSFER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-TRF-EOF-FLAG
                   NOT AT END
                       IF TRF-STUDENT-ID = WS-TARGET-STUDENT-ID
                           IF NOT TRF-PENDING
                               PERFORM TALLY-ONE-TRANSFER
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-TRF-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-ONE-TRANSFER.
           MOVE TRF-CATEGORY-ID TO WS-COURSE-CATEGORY.
           PERFORM FIND-CATEGORY-ENTRY.
           IF WS-CTB-HIT = 0
               DISPLAY "警告:既修得単位の区分が不明 "
                       TRF-INSTITUTION " " TRF-EXT-COURSE
               EXIT PARAGRAPH
           END-IF.
           ADD TRF-CREDITS TO WS-CTB-EARNED(WS-CTB-HIT).
           ADD TRF-CREDITS TO WS-CTB-TRANSFER(WS-CTB-HIT).

      * 科目の単位数と要件区分を求める(区分01を代表とする)
       GET-COURSE-CREDITS.
           MOVE "N" TO WS-COURSE-FOUND-FLAG.
           DISPLAY "==== 修了要件進捗レポート ====".
           DISPLAY "学籍番号: " WS-TARGET-STUDENT-ID " "
                   WS-STUDENT-NAME.
           DISPLAY "区分 必要 修得 履修中 残り 名称 "
                   "(うち認定)".
           PERFORM VARYING WS-CTB-IDX FROM 1 BY 1
                   UNTIL WS-CTB-IDX > WS-CTB-COUNT
               COMPUTE WS-CTB-REMAIN(WS-CTB-IDX)
                   WS-CTB-REQUIRED(WS-CTB-IDX) "  "
                   WS-CTB-EARNED(WS-CTB-IDX) "  "
                   WS-CTB-PROGRESS(WS-CTB-IDX) "    "
                   WS-CTB-REMAIN(WS-CTB-IDX) "  "
                   WS-CTB-TRANSFER(WS-CTB-IDX)
           END-PERFORM.
           DISPLAY "==============================".
