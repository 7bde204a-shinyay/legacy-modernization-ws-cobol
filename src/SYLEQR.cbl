      *****************************************************************
      * シラバス管理システム - 同等科目・既修得単位 依拠状況レポート
      * (SYLEQR)
      * 学生ごとに、修了要件に算入している承認済の既修得単位と、
      * 対象年度の履修科目の前提を同等の旧科目または他大学科目で
      * 満たしているものを一覧にして equiv_reliance.txt に出力する
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLEQR.
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

           SELECT STUDENT-FILE
               ASSIGN TO "student.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-STU-FILE-STATUS.

           SELECT GRADE-FILE
               ASSIGN TO "grades.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-KEY
               FILE STATUS IS WS-GRD-FILE-STATUS.

           SELECT EQUIV-FILE
               ASSIGN TO "equiv.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EQV-KEY
               FILE STATUS IS WS-EQV-FILE-STATUS.

           SELECT TRANSFER-FILE
               ASSIGN TO "transfer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRF-KEY
               FILE STATUS IS WS-TRF-FILE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "equiv_reliance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SYLLABUS-FILE.
           COPY "copybooks/SYLFILE.cpy".

       FD ENROLLMENT-FILE.
           COPY "copybooks/ENROLLFILE.cpy".

       FD STUDENT-FILE.
           COPY "copybooks/STUDENTFILE.cpy".

       FD GRADE-FILE.
           COPY "copybooks/GRADEFILE.cpy".

       FD EQUIV-FILE.
           COPY "copybooks/EQUIVFILE.cpy".

       FD TRANSFER-FILE.
           COPY "copybooks/TRANSFERFILE.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS           PIC XX VALUE "00".
          88 WS-FILE-SUCCESS       VALUE "00".
          88 WS-EOF                VALUE "10".

       01 WS-ENR-FILE-STATUS       PIC XX VALUE "00".
          88 WS-ENR-FILE-SUCCESS   VALUE "00".

       01 WS-STU-FILE-STATUS       PIC XX VALUE "00".
          88 WS-STU-FILE-SUCCESS   VALUE "00".

       01 WS-GRD-FILE-STATUS       PIC XX VALUE "00".
          88 WS-GRD-FILE-SUCCESS   VALUE "00".

       01 WS-TRF-FILE-STATUS       PIC XX VALUE "00".
          88 WS-TRF-FILE-SUCCESS   VALUE "00".

       01 WS-RPT-FILE-STATUS       PIC XX VALUE "00".

       01 WS-STU-MASTER-OPEN-FLAG  PIC X VALUE "N".
          88 WS-STU-MASTER-OPEN    VALUE "Y".
       01 WS-GRADE-OPEN-FLAG       PIC X VALUE "N".
          88 WS-GRADE-OPEN         VALUE "Y".
       01 WS-TRANSFER-OPEN-FLAG    PIC X VALUE "N".
          88 WS-TRANSFER-OPEN      VALUE "Y".

       01 WS-GRADE-PASSED-FLAG     PIC X VALUE "N".
          88 WS-GRADE-PASSED       VALUE "Y".
       01 WS-ENR-EOF-FLAG          PIC X VALUE "N".
          88 WS-ENR-EOF            VALUE "Y".
       01 WS-TRF-EOF-FLAG          PIC X VALUE "N".
          88 WS-TRF-EOF            VALUE "Y".
       01 WS-PRIOR-FOUND-FLAG      PIC X VALUE "N".
          88 WS-PRIOR-FOUND        VALUE "Y".

       01 WS-EQV-FILE-STATUS       PIC XX VALUE "00".
          88 WS-EQV-FILE-SUCCESS   VALUE "00".

      * 同等科目表(同等科目マスタから読み込む。最大300件)
       01 WS-EQV-TABLE.
          05 WS-EQV-COUNT          PIC 9(3) VALUE 0.
          05 WS-EQV-ENTRY OCCURS 300 TIMES.
             10 WS-EQV-SOURCE-INST PIC X(6).
             10 WS-EQV-SOURCE      PIC X(10).
             10 WS-EQV-TARGET      PIC X(6).
             10 WS-EQV-FROM-YEAR   PIC X(4).
             10 WS-EQV-TO-YEAR     PIC X(4).
       01 WS-EQV-IDX               PIC 9(3).
       01 WS-EQV-YEAR              PIC X(4).
       01 WS-EQV-IN-EFFECT-FLAG    PIC X VALUE "N".
          88 WS-EQV-IN-EFFECT      VALUE "Y".

       01 WS-TARGET-YEAR           PIC X(4).

       01 WS-AUDIT-COURSE-ID       PIC X(6).
       01 WS-AUDIT-PREREQ-COUNT    PIC 9.
       01 WS-AUDIT-PREREQ-ID       PIC X(6) OCCURS 5 TIMES.
       01 WS-PREREQ-IDX            PIC 9.
       01 WS-CHECK-COURSE-ID       PIC X(6).
       01 WS-MATCH-YEAR            PIC X(4).

       01 WS-STU-TABLE.
          05 WS-STU-COUNT          PIC 9(3) VALUE 0.
          05 WS-STU-ENTRY OCCURS 200 TIMES.
             10 WS-STU-ID          PIC X(8).
             10 WS-STU-NAME        PIC X(20).
       01 WS-STU-IDX               PIC 9(3).

      * 出力明細(学生+種別順。1=既修得単位 2=同等科目での前提充足)
       01 WS-LINE-TABLE.
          05 WS-LIN-COUNT          PIC 9(4) VALUE 0.
          05 WS-LIN-ENTRY OCCURS 3000 TIMES.
             10 WS-LIN-STUDENT-ID  PIC X(8).
             10 WS-LIN-KIND        PIC X.
             10 WS-LIN-TEXT        PIC X(110).
       01 WS-LIN-IDX               PIC 9(4).
       01 WS-LIN-POS               PIC 9(4).
       01 WS-LIN-HOLD              PIC X(119).
       01 WS-LINE-TEXT             PIC X(110).
       01 WS-LINE-STUDENT-ID       PIC X(8).
       01 WS-LINE-KIND             PIC X.
       01 WS-OVERFLOW-FLAG         PIC X VALUE "N".
          88 WS-TABLE-OVERFLOW     VALUE "Y".

       01 WS-PREV-STUDENT-ID       PIC X(8).
       01 WS-STUDENT-NAME          PIC X(20).
       01 WS-CREDIT-DISPLAY        PIC Z9.

       01 WS-TRANSFER-COUNT        PIC 9(5) VALUE 0.
       01 WS-EQUIV-MET-COUNT       PIC 9(5) VALUE 0.
       01 WS-TRANSFER-MET-COUNT    PIC 9(5) VALUE 0.
       01 WS-STUDENT-COUNT         PIC 9(5) VALUE 0.

       SCREEN SECTION.
       01 EQR-YEAR-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1
               VALUE "同等科目・既修得単位 依拠状況".
           05 LINE 3 COLUMN 1 VALUE "対象年度(4桁):".
           05 LINE 3 COLUMN 20 PIC X(4) USING WS-TARGET-YEAR.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY EQR-YEAR-SCREEN.
           ACCEPT EQR-YEAR-SCREEN.
           IF WS-TARGET-YEAR IS NOT NUMERIC
               DISPLAY "エラー:年度は4桁の数字。"
               GOBACK
           END-IF.

           PERFORM OPEN-FILES.
           IF NOT WS-FILE-SUCCESS OR NOT WS-ENR-FILE-SUCCESS
               DISPLAY "エラー:ファイルが開けません。"
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.
           PERFORM LOAD-EQUIV-TABLE.
           MOVE WS-TARGET-YEAR TO WS-EQV-YEAR.

           PERFORM COLLECT-TRANSFER-CREDITS.
           PERFORM SCAN-SYLLABUS-RECORDS.
           IF WS-TABLE-OVERFLOW
               DISPLAY "警告:明細が3000件を超過。"
                       "以降は省略。"
           END-IF.

           PERFORM SORT-LINE-TABLE.
           PERFORM WRITE-RELIANCE-REPORT.

           DISPLAY " ".
           DISPLAY "対象学生数:       " WS-STUDENT-COUNT.
           DISPLAY "承認済既修得単位: " WS-TRANSFER-COUNT.
           DISPLAY "同等科目で充足:   " WS-EQUIV-MET-COUNT.
           DISPLAY "既修得単位で充足: " WS-TRANSFER-MET-COUNT.
           DISPLAY "equiv_reliance.txtに出力しました。".

           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT SYLLABUS-FILE.
           OPEN INPUT ENROLLMENT-FILE.
           OPEN INPUT STUDENT-FILE.
           IF WS-STU-FILE-SUCCESS
               MOVE "Y" TO WS-STU-MASTER-OPEN-FLAG
           END-IF.
           OPEN INPUT GRADE-FILE.
           IF WS-GRD-FILE-SUCCESS
               MOVE "Y" TO WS-GRADE-OPEN-FLAG
           END-IF.
           OPEN INPUT TRANSFER-FILE.
           IF WS-TRF-FILE-SUCCESS
               MOVE "Y" TO WS-TRANSFER-OPEN-FLAG
           END-IF.

       CLOSE-FILES.
           CLOSE SYLLABUS-FILE.
           CLOSE ENROLLMENT-FILE.
           IF WS-STU-MASTER-OPEN
               CLOSE STUDENT-FILE
           END-IF.
           IF WS-GRADE-OPEN
               CLOSE GRADE-FILE
           END-IF.
           IF WS-TRANSFER-OPEN
               CLOSE TRANSFER-FILE
           END-IF.

      *-----------------------------------------------------------
      * 同等科目マスタを表に読み込む(ファイルがなければ0件)
      *-----------------------------------------------------------
       LOAD-EQUIV-TABLE.
           MOVE 0 TO WS-EQV-COUNT.
           OPEN INPUT EQUIV-FILE.
           IF NOT WS-EQV-FILE-SUCCESS
               CLOSE EQUIV-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO EQV-KEY.
           START EQUIV-FILE KEY IS NOT LESS THAN EQV-KEY
               INVALID KEY
                   MOVE "10" TO WS-EQV-FILE-STATUS
           END-START.
           PERFORM UNTIL NOT WS-EQV-FILE-SUCCESS
               READ EQUIV-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-EQV-FILE-STATUS
                   NOT AT END
                       IF WS-EQV-COUNT < 300
                           ADD 1 TO WS-EQV-COUNT
                           MOVE EQV-SOURCE-INST
                               TO WS-EQV-SOURCE-INST(WS-EQV-COUNT)
                           MOVE EQV-SOURCE-COURSE
                               TO WS-EQV-SOURCE(WS-EQV-COUNT)
                           MOVE EQV-TARGET-COURSE-ID
                               TO WS-EQV-TARGET(WS-EQV-COUNT)
                           MOVE EQV-FROM-YEAR
                               TO WS-EQV-FROM-YEAR(WS-EQV-COUNT)
                           MOVE EQV-TO-YEAR
                               TO WS-EQV-TO-YEAR(WS-EQV-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EQUIV-FILE.

      * 同等科目表のWS-EQV-IDX行がWS-EQV-YEARに適用されるか
       CHECK-EQV-IN-EFFECT.
           MOVE "N" TO WS-EQV-IN-EFFECT-FLAG.
           IF WS-EQV-FROM-YEAR(WS-EQV-IDX) <= WS-EQV-YEAR
               AND (WS-EQV-TO-YEAR(WS-EQV-IDX) = SPACES
                    OR WS-EQV-TO-YEAR(WS-EQV-IDX) >= WS-EQV-YEAR)
               MOVE "Y" TO WS-EQV-IN-EFFECT-FLAG
           END-IF.

      *-----------------------------------------------------------
      * 承認済の既修得単位(修了要件監査で区分に算入されるもの)
      *-----------------------------------------------------------
       COLLECT-TRANSFER-CREDITS.
           IF NOT WS-TRANSFER-OPEN
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
                           PERFORM ADD-TRANSFER-LINE
                       END-IF
               END-READ
           END-PERFORM.

       ADD-TRANSFER-LINE.
           ADD 1 TO WS-TRANSFER-COUNT.
           MOVE TRF-CREDITS TO WS-CREDIT-DISPLAY.
           MOVE SPACES TO WS-LINE-TEXT.
           STRING "既修得単位 " DELIMITED BY SIZE
                  TRF-INSTITUTION DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  TRF-EXT-COURSE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TRF-EXT-COURSE-NAME DELIMITED BY SIZE
                  WS-CREDIT-DISPLAY DELIMITED BY SIZE
                  "単位 区分" DELIMITED BY SIZE
                  TRF-CATEGORY-ID DELIMITED BY SIZE
                  " 承認" DELIMITED BY SIZE
                  TRF-APPROVAL-DATE DELIMITED BY SIZE
               INTO WS-LINE-TEXT
           END-STRING.
           MOVE TRF-STUDENT-ID TO WS-LINE-STUDENT-ID.
           MOVE "1" TO WS-LINE-KIND.
           PERFORM ADD-REPORT-LINE.

      *-----------------------------------------------------------
      * 対象年度の前提科目ありの科目(先頭区分)を順に調べる
      *-----------------------------------------------------------
       SCAN-SYLLABUS-RECORDS.
           MOVE LOW-VALUES TO SYL-RECORD-KEY.
           START SYLLABUS-FILE KEY IS NOT LESS THAN SYL-RECORD-KEY
               INVALID KEY
                   MOVE "10" TO WS-FILE-STATUS
           END-START.

           PERFORM UNTIL WS-EOF
               READ SYLLABUS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FILE-STATUS
                   NOT AT END
                       IF SYL-ACADEMIC-YEAR = WS-TARGET-YEAR
                           AND SYL-PREREQ-COUNT > 0
                           AND (SYL-SECTION-NO = "01" OR
                                SYL-SECTION-NO = SPACES)
                           PERFORM CHECK-ONE-COURSE
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ONE-COURSE.
           MOVE SYL-COURSE-ID TO WS-AUDIT-COURSE-ID.
           MOVE SYL-PREREQ-COUNT TO WS-AUDIT-PREREQ-COUNT.
           PERFORM VARYING WS-PREREQ-IDX FROM 1 BY 1
                   UNTIL WS-PREREQ-IDX > 5
               MOVE SYL-PREREQ-ID(WS-PREREQ-IDX)
                   TO WS-AUDIT-PREREQ-ID(WS-PREREQ-IDX)
           END-PERFORM.

           PERFORM LOAD-COURSE-STUDENTS.

           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                   UNTIL WS-STU-IDX > WS-STU-COUNT
               PERFORM VARYING WS-PREREQ-IDX FROM 1 BY 1
                       UNTIL WS-PREREQ-IDX > WS-AUDIT-PREREQ-COUNT
                   IF WS-AUDIT-PREREQ-ID(WS-PREREQ-IDX) NOT = SPACES
                       PERFORM CHECK-PREREQ-RELIANCE
                   END-IF
               END-PERFORM
           END-PERFORM.

       LOAD-COURSE-STUDENTS.
           MOVE 0 TO WS-STU-COUNT.
           MOVE "N" TO WS-ENR-EOF-FLAG.
           MOVE WS-AUDIT-COURSE-ID TO ENR-COURSE-ID.
           MOVE WS-TARGET-YEAR TO ENR-ACADEMIC-YEAR.
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
                       IF ENR-COURSE-ID = WS-AUDIT-COURSE-ID
                           AND ENR-ACADEMIC-YEAR = WS-TARGET-YEAR
                           IF WS-STU-COUNT < 200
                               AND ENR-STATUS-ENROLLED
                               ADD 1 TO WS-STU-COUNT
                               MOVE ENR-STUDENT-ID
                                   TO WS-STU-ID(WS-STU-COUNT)
                               MOVE ENR-STUDENT-NAME
                                   TO WS-STU-NAME(WS-STU-COUNT)
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-ENR-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------
      * 前提科目本体の合格があれば依拠なし。なければ同等の旧科目、
      * 次に同等とされた他大学科目の既修得単位で満たすかを見て、
      * 満たしていればその根拠を明細にする
      *-----------------------------------------------------------
       CHECK-PREREQ-RELIANCE.
           MOVE "N" TO WS-PRIOR-FOUND-FLAG.
           MOVE WS-AUDIT-PREREQ-ID(WS-PREREQ-IDX)
               TO WS-CHECK-COURSE-ID.
           PERFORM SCAN-PRIOR-COURSE.
           IF WS-PRIOR-FOUND
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-EQV-IDX FROM 1 BY 1
                   UNTIL WS-EQV-IDX > WS-EQV-COUNT OR WS-PRIOR-FOUND
               IF WS-EQV-SOURCE-INST(WS-EQV-IDX) = SPACES
                   AND WS-EQV-TARGET(WS-EQV-IDX)
                       = WS-AUDIT-PREREQ-ID(WS-PREREQ-IDX)
                   PERFORM CHECK-EQV-IN-EFFECT
                   IF WS-EQV-IN-EFFECT
                       MOVE WS-EQV-SOURCE(WS-EQV-IDX)
                           TO WS-CHECK-COURSE-ID
                       PERFORM SCAN-PRIOR-COURSE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-PRIOR-FOUND
               ADD 1 TO WS-EQUIV-MET-COUNT
               MOVE SPACES TO WS-LINE-TEXT
               STRING "前提充足 " DELIMITED BY SIZE
                      WS-AUDIT-COURSE-ID DELIMITED BY SIZE
                      " の前提 " DELIMITED BY SIZE
                      WS-AUDIT-PREREQ-ID(WS-PREREQ-IDX)
                          DELIMITED BY SIZE
                      " を旧科目 " DELIMITED BY SIZE
                      WS-CHECK-COURSE-ID DELIMITED BY SIZE
                      "(" DELIMITED BY SIZE
                      WS-MATCH-YEAR DELIMITED BY SIZE
                      "年度合格)で充足" DELIMITED BY SIZE
                   INTO WS-LINE-TEXT
               END-STRING
               PERFORM ADD-STUDENT-LINE
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-TRANSFER-CREDIT.
           IF WS-PRIOR-FOUND
               ADD 1 TO WS-TRANSFER-MET-COUNT
               MOVE SPACES TO WS-LINE-TEXT
               STRING "前提充足 " DELIMITED BY SIZE
                      WS-AUDIT-COURSE-ID DELIMITED BY SIZE
                      " の前提 " DELIMITED BY SIZE
                      WS-AUDIT-PREREQ-ID(WS-PREREQ-IDX)
                          DELIMITED BY SIZE
                      " を既修得単位 " DELIMITED BY SIZE
                      TRF-INSTITUTION DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      TRF-EXT-COURSE DELIMITED BY SIZE
                      " で充足" DELIMITED BY SIZE
                   INTO WS-LINE-TEXT
               END-STRING
               PERFORM ADD-STUDENT-LINE
           END-IF.

      * WS-CHECK-COURSE-IDの過年度の合格履修を探す
       SCAN-PRIOR-COURSE.
           MOVE "N" TO WS-ENR-EOF-FLAG.
           MOVE WS-CHECK-COURSE-ID TO ENR-COURSE-ID.
           MOVE LOW-VALUES TO ENR-ACADEMIC-YEAR.
           MOVE LOW-VALUES TO ENR-STUDENT-ID.
           START ENROLLMENT-FILE KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ENR-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-ENR-EOF OR WS-PRIOR-FOUND
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ENR-EOF-FLAG
                   NOT AT END
                       IF ENR-COURSE-ID = WS-CHECK-COURSE-ID
                           IF ENR-STUDENT-ID = WS-STU-ID(WS-STU-IDX)
                               AND ENR-ACADEMIC-YEAR < WS-TARGET-YEAR
                               PERFORM CHECK-PASSING-GRADE
                               IF WS-GRADE-PASSED
                                   MOVE "Y" TO WS-PRIOR-FOUND-FLAG
                                   MOVE ENR-ACADEMIC-YEAR
                                       TO WS-MATCH-YEAR
                               END-IF
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-ENR-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

      * 成績未着は不合格扱い。ファイル未作成なら履修のみで可
       CHECK-PASSING-GRADE.
           IF NOT WS-GRADE-OPEN
               MOVE "Y" TO WS-GRADE-PASSED-FLAG
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-GRADE-PASSED-FLAG.
           MOVE ENR-COURSE-ID TO GRD-COURSE-ID.
           MOVE ENR-ACADEMIC-YEAR TO GRD-ACADEMIC-YEAR.
           MOVE ENR-STUDENT-ID TO GRD-STUDENT-ID.
           READ GRADE-FILE
               KEY IS GRD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF GRD-PASSING
                       MOVE "Y" TO WS-GRADE-PASSED-FLAG
                   END-IF
           END-READ.

      * 承認済既修得単位に前提科目と同等の他大学科目があるか
       CHECK-TRANSFER-CREDIT.
           IF NOT WS-TRANSFER-OPEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-TRF-EOF-FLAG.
           MOVE WS-STU-ID(WS-STU-IDX) TO TRF-STUDENT-ID.
           MOVE LOW-VALUES TO TRF-INSTITUTION.
           MOVE LOW-VALUES TO TRF-EXT-COURSE.
           START TRANSFER-FILE KEY IS NOT LESS THAN TRF-KEY
               INVALID KEY
                   MOVE "Y" TO WS-TRF-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-TRF-EOF OR WS-PRIOR-FOUND
               READ TRANSFER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-TRF-EOF-FLAG
                   NOT AT END
                       IF TRF-STUDENT-ID = WS-STU-ID(WS-STU-IDX)
                           IF NOT TRF-PENDING
                               PERFORM MATCH-TRANSFER-EQUIV
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-TRF-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

       MATCH-TRANSFER-EQUIV.
           PERFORM VARYING WS-EQV-IDX FROM 1 BY 1
                   UNTIL WS-EQV-IDX > WS-EQV-COUNT OR WS-PRIOR-FOUND
               IF WS-EQV-SOURCE-INST(WS-EQV-IDX) = TRF-INSTITUTION
                   AND WS-EQV-SOURCE(WS-EQV-IDX) = TRF-EXT-COURSE
                   AND WS-EQV-TARGET(WS-EQV-IDX)
                       = WS-AUDIT-PREREQ-ID(WS-PREREQ-IDX)
                   PERFORM CHECK-EQV-IN-EFFECT
                   IF WS-EQV-IN-EFFECT
                       MOVE "Y" TO WS-PRIOR-FOUND-FLAG
                   END-IF
               END-IF
           END-PERFORM.

       ADD-STUDENT-LINE.
           MOVE WS-STU-ID(WS-STU-IDX) TO WS-LINE-STUDENT-ID.
           MOVE "2" TO WS-LINE-KIND.
           PERFORM ADD-REPORT-LINE.

       ADD-REPORT-LINE.
           IF WS-LIN-COUNT >= 3000
               MOVE "Y" TO WS-OVERFLOW-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LIN-COUNT.
           MOVE WS-LINE-STUDENT-ID TO WS-LIN-STUDENT-ID(WS-LIN-COUNT).
           MOVE WS-LINE-KIND TO WS-LIN-KIND(WS-LIN-COUNT).
           MOVE WS-LINE-TEXT TO WS-LIN-TEXT(WS-LIN-COUNT).

      * 学生+種別の順に並べる(同じ学生・種別内は発生順)
       SORT-LINE-TABLE.
           PERFORM VARYING WS-LIN-IDX FROM 2 BY 1
                   UNTIL WS-LIN-IDX > WS-LIN-COUNT
               MOVE WS-LIN-ENTRY(WS-LIN-IDX) TO WS-LIN-HOLD
               MOVE WS-LIN-IDX TO WS-LIN-POS
               PERFORM UNTIL WS-LIN-POS < 2
                   OR WS-LIN-ENTRY(WS-LIN-POS - 1)(1:9)
                       NOT > WS-LIN-HOLD(1:9)
                   MOVE WS-LIN-ENTRY(WS-LIN-POS - 1)
                       TO WS-LIN-ENTRY(WS-LIN-POS)
                   SUBTRACT 1 FROM WS-LIN-POS
               END-PERFORM
               MOVE WS-LIN-HOLD TO WS-LIN-ENTRY(WS-LIN-POS)
           END-PERFORM.

      *-----------------------------------------------------------
      * 学生ごとに見出しを付けて出力する
      *-----------------------------------------------------------
       WRITE-RELIANCE-REPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE "同等科目・既修得単位 依拠状況"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "対象年度: " DELIMITED BY SIZE
                  WS-TARGET-YEAR DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO WS-PREV-STUDENT-ID.
           PERFORM VARYING WS-LIN-IDX FROM 1 BY 1
                   UNTIL WS-LIN-IDX > WS-LIN-COUNT
               IF WS-LIN-STUDENT-ID(WS-LIN-IDX)
                   NOT = WS-PREV-STUDENT-ID
                   PERFORM WRITE-STUDENT-HEADING
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                      WS-LIN-TEXT(WS-LIN-IDX) DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM.
           CLOSE REPORT-FILE.

       WRITE-STUDENT-HEADING.
           MOVE WS-LIN-STUDENT-ID(WS-LIN-IDX) TO WS-PREV-STUDENT-ID.
           ADD 1 TO WS-STUDENT-COUNT.
           MOVE SPACES TO WS-STUDENT-NAME.
           IF WS-STU-MASTER-OPEN
               MOVE WS-PREV-STUDENT-ID TO STU-ID
               READ STUDENT-FILE
                   KEY IS STU-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE STU-NAME TO WS-STUDENT-NAME
               END-READ
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "学生: " DELIMITED BY SIZE
                  WS-PREV-STUDENT-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-STUDENT-NAME DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
