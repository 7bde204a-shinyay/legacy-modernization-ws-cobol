      *****************************************************************
      * シラバス管理システム - 成績変更月次報告(SYLGCM)
      * 指定月の成績変更履歴を教員別と学科別に一覧にする
      * (教務委員会向け。成績フィードによる差替えも含む)
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLGCM.
       AUTHOR. SHINYAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-LOG-FILE
               ASSIGN TO "grdchglog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT SYLLABUS-FILE
               ASSIGN TO "syllabus.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-RECORD-KEY
               FILE STATUS IS WS-SYL-FILE-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO "sylhistory.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HSY-RECORD-KEY
               FILE STATUS IS WS-HSY-FILE-STATUS.

           SELECT PRINT-OUTPUT-FILE
               ASSIGN TO "grade_change_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHANGE-LOG-FILE.
           COPY "copybooks/GRDCHGLOGFILE.cpy".

       FD SYLLABUS-FILE.
           COPY "copybooks/SYLFILE.cpy".

       FD HISTORY-FILE.
           COPY "copybooks/SYLHISTFILE.cpy".

       FD PRINT-OUTPUT-FILE.
       01 PRINT-OUTPUT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-LOG-FILE-STATUS       PIC XX VALUE "00".
          88 WS-LOG-FILE-SUCCESS   VALUE "00".

       01 WS-SYL-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SYL-FILE-SUCCESS   VALUE "00".

       01 WS-HSY-FILE-STATUS       PIC XX VALUE "00".
          88 WS-HSY-FILE-SUCCESS   VALUE "00".

       01 WS-OUT-FILE-STATUS       PIC XX VALUE "00".

       01 WS-SYL-OPEN-FLAG         PIC X VALUE "N".
          88 WS-SYL-OPENED         VALUE "Y".

       01 WS-HISTORY-OPEN-FLAG     PIC X VALUE "N".
          88 WS-HISTORY-OPEN       VALUE "Y".

       01 WS-LOG-EOF-FLAG          PIC X VALUE "N".
          88 WS-LOG-EOF            VALUE "Y".

       01 WS-SYL-EOF-FLAG          PIC X VALUE "N".
          88 WS-SYL-EOF            VALUE "Y".

       01 WS-COURSE-FOUND-FLAG     PIC X VALUE "N".
          88 WS-COURSE-FOUND       VALUE "Y".

       01 WS-FUNCTION-CODE         PIC X.
       01 WS-PARAM-1               PIC X(50).
       01 WS-PARAM-2               PIC X(50).
       01 WS-RESULT                PIC X(200).
       01 WS-RETURN-CODE           PIC 9.

       01 WS-TARGET-MONTH          PIC X(6).

      * 対象月の変更明細(最大500件。並べ替えキーは出力順に作る)
       01 WS-CHANGE-TABLE.
          05 WS-CHG-COUNT          PIC 9(3) VALUE 0.
          05 WS-CHG-ENTRY OCCURS 500 TIMES.
             10 WS-CHG-SORT-KEY    PIC X(40).
             10 WS-CHG-TEACHER-ID  PIC X(5).
             10 WS-CHG-DEPT-ID     PIC X(4).
             10 WS-CHG-COURSE-ID   PIC X(6).
             10 WS-CHG-YEAR        PIC X(4).
             10 WS-CHG-STUDENT-ID  PIC X(8).
             10 WS-CHG-OLD-GRADE   PIC X.
             10 WS-CHG-OLD-SCORE   PIC 9(3).
             10 WS-CHG-NEW-GRADE   PIC X.
             10 WS-CHG-NEW-SCORE   PIC 9(3).
             10 WS-CHG-REQUEST-NO  PIC 9(5).
             10 WS-CHG-CHANGE-DATE PIC X(8).
             10 WS-CHG-APPROVED-BY PIC X(10).

       01 WS-CHG-IDX               PIC 9(3).
       01 WS-CHG-POS               PIC 9(3).
       01 WS-OVERFLOW-FLAG         PIC X VALUE "N".
          88 WS-TABLE-OVERFLOW     VALUE "Y".
       01 WS-HOLD-ENTRY            PIC X(98).

       01 WS-SORT-MODE             PIC X.
          88 WS-SORT-BY-TEACHER    VALUE "T".
          88 WS-SORT-BY-DEPT       VALUE "D".

       01 WS-GROUP-KEY             PIC X(5).
       01 WS-GROUP-COUNT           PIC 9(5) VALUE 0.
       01 WS-TEACHER-NAME          PIC X(20).
       01 WS-FEED-COUNT            PIC 9(5) VALUE 0.

       SCREEN SECTION.
       01 GCM-OPTION-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "成績変更月次報告".
           05 LINE 3 COLUMN 1 VALUE "対象年月(YYYYMM):".
           05 LINE 3 COLUMN 20 PIC X(6) USING WS-TARGET-MONTH.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-TARGET-MONTH.
           DISPLAY GCM-OPTION-SCREEN.
           ACCEPT GCM-OPTION-SCREEN.

           OPEN INPUT CHANGE-LOG-FILE.
           IF NOT WS-LOG-FILE-SUCCESS
               DISPLAY "エラー:成績変更履歴なし。"
               GOBACK
           END-IF.
           OPEN INPUT SYLLABUS-FILE.
           IF WS-SYL-FILE-SUCCESS
               MOVE "Y" TO WS-SYL-OPEN-FLAG
           END-IF.
           OPEN INPUT HISTORY-FILE.
           IF WS-HSY-FILE-SUCCESS
               MOVE "Y" TO WS-HISTORY-OPEN-FLAG
           END-IF.

           PERFORM LOAD-CHANGE-TABLE.
           IF WS-TABLE-OVERFLOW
               DISPLAY "警告:変更件数が500件を超過。"
           END-IF.

           OPEN OUTPUT PRINT-OUTPUT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           MOVE "T" TO WS-SORT-MODE.
           PERFORM SORT-CHANGE-TABLE.
           PERFORM WRITE-GROUPED-SECTION.
           MOVE "D" TO WS-SORT-MODE.
           PERFORM SORT-CHANGE-TABLE.
           PERFORM WRITE-GROUPED-SECTION.
           MOVE ALL "=" TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.
           CLOSE PRINT-OUTPUT-FILE.

           DISPLAY " ".
           DISPLAY "変更件数: " WS-CHG-COUNT.
           DISPLAY "うち成績フィード差替え: " WS-FEED-COUNT.
           DISPLAY "grade_change_report.txtに出力しました。".

           CLOSE CHANGE-LOG-FILE.
           IF WS-SYL-OPENED
               CLOSE SYLLABUS-FILE
           END-IF.
           IF WS-HISTORY-OPEN
               CLOSE HISTORY-FILE
           END-IF.
           GOBACK.

      *-----------------------------------------------------------
      * 対象月の履歴を表に取り込む
      * (担当教員・学科が空白の行は代表区分から補う)
      *-----------------------------------------------------------
       LOAD-CHANGE-TABLE.
           MOVE 0 TO WS-CHG-COUNT.
           MOVE 0 TO WS-FEED-COUNT.
           PERFORM UNTIL WS-LOG-EOF
               READ CHANGE-LOG-FILE
                   AT END
                       MOVE "Y" TO WS-LOG-EOF-FLAG
                   NOT AT END
                       IF GCL-TIMESTAMP(1:6) = WS-TARGET-MONTH
                           PERFORM ADD-ONE-CHANGE
                       END-IF
               END-READ
           END-PERFORM.

       ADD-ONE-CHANGE.
           IF WS-CHG-COUNT >= 500
               MOVE "Y" TO WS-OVERFLOW-FLAG
               EXIT PARAGRAPH
           END-IF.
           IF GCL-TEACHER-ID = SPACES AND GCL-DEPT-ID = SPACES
               PERFORM FIND-COURSE-RECORD
               IF WS-COURSE-FOUND
                   MOVE SYL-TEACHER-ID TO GCL-TEACHER-ID
                   MOVE SYL-DEPARTMENT-ID TO GCL-DEPT-ID
               END-IF
           END-IF.
           IF GCL-REQUEST-NO = 0
               ADD 1 TO WS-FEED-COUNT
           END-IF.

           ADD 1 TO WS-CHG-COUNT.
           MOVE GCL-TEACHER-ID TO WS-CHG-TEACHER-ID(WS-CHG-COUNT).
           MOVE GCL-DEPT-ID TO WS-CHG-DEPT-ID(WS-CHG-COUNT).
           MOVE GCL-COURSE-ID TO WS-CHG-COURSE-ID(WS-CHG-COUNT).
           MOVE GCL-ACADEMIC-YEAR TO WS-CHG-YEAR(WS-CHG-COUNT).
           MOVE GCL-STUDENT-ID TO WS-CHG-STUDENT-ID(WS-CHG-COUNT).
           MOVE GCL-OLD-GRADE TO WS-CHG-OLD-GRADE(WS-CHG-COUNT).
           MOVE GCL-OLD-SCORE TO WS-CHG-OLD-SCORE(WS-CHG-COUNT).
           MOVE GCL-NEW-GRADE TO WS-CHG-NEW-GRADE(WS-CHG-COUNT).
           MOVE GCL-NEW-SCORE TO WS-CHG-NEW-SCORE(WS-CHG-COUNT).
           MOVE GCL-REQUEST-NO TO WS-CHG-REQUEST-NO(WS-CHG-COUNT).
           MOVE GCL-TIMESTAMP(1:8)
               TO WS-CHG-CHANGE-DATE(WS-CHG-COUNT).
           IF GCL-SECOND-APPROVER NOT = SPACES
               MOVE GCL-SECOND-APPROVER
                   TO WS-CHG-APPROVED-BY(WS-CHG-COUNT)
           ELSE
               MOVE GCL-APPROVED-BY
                   TO WS-CHG-APPROVED-BY(WS-CHG-COUNT)
           END-IF.

      *-----------------------------------------------------------
      * 科目の閉講でない先頭区分を本体から探し、なければ
      * 年度末整理で移した履歴ファイルから探す
      *-----------------------------------------------------------
       FIND-COURSE-RECORD.
           MOVE "N" TO WS-COURSE-FOUND-FLAG.
           IF WS-SYL-OPENED
               MOVE "N" TO WS-SYL-EOF-FLAG
               MOVE GCL-COURSE-ID TO SYL-COURSE-ID
               MOVE GCL-ACADEMIC-YEAR TO SYL-ACADEMIC-YEAR
               MOVE LOW-VALUES TO SYL-SECTION-NO
               START SYLLABUS-FILE
                   KEY IS NOT LESS THAN SYL-RECORD-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SYL-EOF-FLAG
               END-START
               PERFORM UNTIL WS-SYL-EOF OR WS-COURSE-FOUND
                   READ SYLLABUS-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SYL-EOF-FLAG
                       NOT AT END
                           IF SYL-COURSE-ID = GCL-COURSE-ID
                               AND SYL-ACADEMIC-YEAR
                                   = GCL-ACADEMIC-YEAR
                               IF NOT SYL-STATUS-CANCELLED
                                   MOVE "Y" TO WS-COURSE-FOUND-FLAG
                               END-IF
                           ELSE
                               MOVE "Y" TO WS-SYL-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

           IF WS-COURSE-FOUND OR NOT WS-HISTORY-OPEN
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-SYL-EOF-FLAG.
           MOVE GCL-COURSE-ID TO HSY-COURSE-ID.
           MOVE GCL-ACADEMIC-YEAR TO HSY-ACADEMIC-YEAR.
           MOVE LOW-VALUES TO HSY-SECTION-NO.
           START HISTORY-FILE KEY IS NOT LESS THAN HSY-RECORD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SYL-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-SYL-EOF OR WS-COURSE-FOUND
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SYL-EOF-FLAG
                   NOT AT END
                       IF HSY-COURSE-ID = GCL-COURSE-ID
                           AND HSY-ACADEMIC-YEAR
                               = GCL-ACADEMIC-YEAR
                           MOVE SYLLABUS-HISTORY-RECORD
                               TO SYLLABUS-RECORD
                           IF NOT SYL-STATUS-CANCELLED
                               MOVE "Y" TO WS-COURSE-FOUND-FLAG
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-SYL-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------
      * 並べ替え(教員別=教員+科目+学生、学科別=学科+教員+
      * 科目+学生)。件数が少ないので挿入法で並べる
      *-----------------------------------------------------------
       SORT-CHANGE-TABLE.
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
               MOVE SPACES TO WS-CHG-SORT-KEY(WS-CHG-IDX)
               IF WS-SORT-BY-TEACHER
                   STRING WS-CHG-TEACHER-ID(WS-CHG-IDX)
                              DELIMITED BY SIZE
                          WS-CHG-COURSE-ID(WS-CHG-IDX)
                              DELIMITED BY SIZE
                          WS-CHG-YEAR(WS-CHG-IDX) DELIMITED BY SIZE
                          WS-CHG-STUDENT-ID(WS-CHG-IDX)
                              DELIMITED BY SIZE
                       INTO WS-CHG-SORT-KEY(WS-CHG-IDX)
                   END-STRING
               ELSE
                   STRING WS-CHG-DEPT-ID(WS-CHG-IDX)
                              DELIMITED BY SIZE
                          WS-CHG-TEACHER-ID(WS-CHG-IDX)
                              DELIMITED BY SIZE
                          WS-CHG-COURSE-ID(WS-CHG-IDX)
                              DELIMITED BY SIZE
                          WS-CHG-YEAR(WS-CHG-IDX) DELIMITED BY SIZE
                          WS-CHG-STUDENT-ID(WS-CHG-IDX)
                              DELIMITED BY SIZE
                       INTO WS-CHG-SORT-KEY(WS-CHG-IDX)
                   END-STRING
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-CHG-IDX FROM 2 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
               MOVE WS-CHG-ENTRY(WS-CHG-IDX) TO WS-HOLD-ENTRY
               MOVE WS-CHG-IDX TO WS-CHG-POS
               PERFORM UNTIL WS-CHG-POS < 2
                   OR WS-CHG-SORT-KEY(WS-CHG-POS - 1)
                       NOT > WS-HOLD-ENTRY(1:40)
                   MOVE WS-CHG-ENTRY(WS-CHG-POS - 1)
                       TO WS-CHG-ENTRY(WS-CHG-POS)
                   SUBTRACT 1 FROM WS-CHG-POS
               END-PERFORM
               MOVE WS-HOLD-ENTRY TO WS-CHG-ENTRY(WS-CHG-POS)
           END-PERFORM.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO PRINT-OUTPUT-RECORD.
           STRING "成績変更月次報告 対象年月: "
                      DELIMITED BY SIZE
                  WS-TARGET-MONTH DELIMITED BY SIZE
                  "  作成日: " DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               INTO PRINT-OUTPUT-RECORD
           END-STRING.
           WRITE PRINT-OUTPUT-RECORD.
           DISPLAY PRINT-OUTPUT-RECORD.
           MOVE SPACES TO PRINT-OUTPUT-RECORD.
           STRING "変更件数: " DELIMITED BY SIZE
                  WS-CHG-COUNT DELIMITED BY SIZE
                  "  うちフィード差替え: " DELIMITED BY SIZE
                  WS-FEED-COUNT DELIMITED BY SIZE
               INTO PRINT-OUTPUT-RECORD
           END-STRING.
           WRITE PRINT-OUTPUT-RECORD.

      *-----------------------------------------------------------
      * 教員別または学科別の明細と小計
      *-----------------------------------------------------------
       WRITE-GROUPED-SECTION.
           MOVE ALL "=" TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.
           IF WS-SORT-BY-TEACHER
               MOVE "[教員別]" TO PRINT-OUTPUT-RECORD
           ELSE
               MOVE "[学科別]" TO PRINT-OUTPUT-RECORD
           END-IF.
           WRITE PRINT-OUTPUT-RECORD.
           MOVE "  科目   年度 学籍番号 変更前  "
               & "変更後  申請番号 変更日   承認者"
               TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.

           MOVE HIGH-VALUES TO WS-GROUP-KEY.
           MOVE 0 TO WS-GROUP-COUNT.
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
               IF (WS-SORT-BY-TEACHER
                   AND WS-CHG-TEACHER-ID(WS-CHG-IDX)
                       NOT = WS-GROUP-KEY)
                  OR (WS-SORT-BY-DEPT
                   AND WS-CHG-DEPT-ID(WS-CHG-IDX)
                       NOT = WS-GROUP-KEY(1:4))
                   IF WS-GROUP-KEY NOT = HIGH-VALUES
                       PERFORM WRITE-GROUP-TOTAL
                   END-IF
                   PERFORM WRITE-GROUP-HEADER
               END-IF
               PERFORM WRITE-CHANGE-LINE
               ADD 1 TO WS-GROUP-COUNT
           END-PERFORM.
           IF WS-GROUP-KEY NOT = HIGH-VALUES
               PERFORM WRITE-GROUP-TOTAL
           END-IF.
           IF WS-CHG-COUNT = 0
               MOVE "  該当なし" TO PRINT-OUTPUT-RECORD
               WRITE PRINT-OUTPUT-RECORD
           END-IF.

       WRITE-GROUP-HEADER.
           MOVE 0 TO WS-GROUP-COUNT.
           MOVE SPACES TO PRINT-OUTPUT-RECORD.
           IF WS-SORT-BY-TEACHER
               MOVE WS-CHG-TEACHER-ID(WS-CHG-IDX) TO WS-GROUP-KEY
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
               MOVE WS-CHG-DEPT-ID(WS-CHG-IDX) TO WS-GROUP-KEY(1:4)
               STRING "学科: " DELIMITED BY SIZE
                      WS-GROUP-KEY(1:4) DELIMITED BY SIZE
                   INTO PRINT-OUTPUT-RECORD
               END-STRING
           END-IF.
           WRITE PRINT-OUTPUT-RECORD.

       WRITE-CHANGE-LINE.
           MOVE SPACES TO PRINT-OUTPUT-RECORD.
           STRING "  " DELIMITED BY SIZE
                  WS-CHG-COURSE-ID(WS-CHG-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CHG-YEAR(WS-CHG-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CHG-STUDENT-ID(WS-CHG-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CHG-OLD-GRADE(WS-CHG-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CHG-OLD-SCORE(WS-CHG-IDX) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-CHG-NEW-GRADE(WS-CHG-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CHG-NEW-SCORE(WS-CHG-IDX) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-CHG-REQUEST-NO(WS-CHG-IDX) DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-CHG-CHANGE-DATE(WS-CHG-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CHG-APPROVED-BY(WS-CHG-IDX) DELIMITED BY SIZE
               INTO PRINT-OUTPUT-RECORD
           END-STRING.
           WRITE PRINT-OUTPUT-RECORD.

       WRITE-GROUP-TOTAL.
           MOVE SPACES TO PRINT-OUTPUT-RECORD.
           STRING "    小計: " DELIMITED BY SIZE
                  WS-GROUP-COUNT DELIMITED BY SIZE
                  "件" DELIMITED BY SIZE
               INTO PRINT-OUTPUT-RECORD
           END-STRING.
           WRITE PRINT-OUTPUT-RECORD.
