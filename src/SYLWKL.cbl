      *****************************************************************
      * シラバス管理システム - 学生別週次課題負荷レポート(SYLWKL)
      * 学生ごとに在籍中の履修明細をたどり、所属区分のシラバスの
      * 成績評価項目を提出・実施週(assessdue.dat)で週別に並べて
      * 割合を示す。指定割合以上の重要課題が同じ週に上限件数を
      * 超えて集中する学生に印を付け、所属学科・入学年度別に
      * 集計してカリキュラム委員会が締切を分散できるようにする
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLWKL.
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

           SELECT ASSESS-DUE-FILE
               ASSIGN TO "assessdue.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADU-KEY
               FILE STATUS IS WS-ADU-FILE-STATUS.

           SELECT STUDENT-FILE
               ASSIGN TO "student.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-STU-FILE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "workload_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ENROLLMENT-FILE.
           COPY "copybooks/ENROLLFILE.cpy".

       FD SYLLABUS-FILE.
           COPY "copybooks/SYLFILE.cpy".

       FD ASSESS-DUE-FILE.
           COPY "copybooks/ASSESSDUEFILE.cpy".

       FD STUDENT-FILE.
           COPY "copybooks/STUDENTFILE.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ENR-FILE-STATUS       PIC XX VALUE "00".
          88 WS-ENR-FILE-SUCCESS   VALUE "00".

       01 WS-SYL-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SYL-FILE-SUCCESS   VALUE "00".

       01 WS-ADU-FILE-STATUS       PIC XX VALUE "00".
          88 WS-ADU-FILE-SUCCESS   VALUE "00".

       01 WS-STU-FILE-STATUS       PIC XX VALUE "00".
          88 WS-STU-FILE-SUCCESS   VALUE "00".

       01 WS-RPT-FILE-STATUS       PIC XX VALUE "00".

       01 WS-ADU-OPEN-FLAG         PIC X VALUE "N".
          88 WS-ADU-OPEN           VALUE "Y".
       01 WS-STU-OPEN-FLAG         PIC X VALUE "N".
          88 WS-STU-OPEN           VALUE "Y".

       01 WS-ENR-EOF-FLAG          PIC X VALUE "N".
          88 WS-ENR-EOF            VALUE "Y".
       01 WS-SYL-EOF-FLAG          PIC X VALUE "N".
          88 WS-SYL-EOF            VALUE "Y".
       01 WS-COURSE-OK-FLAG        PIC X VALUE "N".
          88 WS-COURSE-OK          VALUE "Y".

      * 抽出条件(学期空白は全学期)
       01 WS-TARGET-YEAR           PIC X(4).
       01 WS-TARGET-SEMESTER       PIC X(2).
       01 WS-HEAVY-PERCENT         PIC 9(3) VALUE 20.
       01 WS-HEAVY-LIMIT           PIC 9 VALUE 2.

      * 学生表(最大1000名)
       01 WS-STUDENT-TABLE.
          05 WS-STD-COUNT          PIC 9(4) VALUE 0.
          05 WS-STD-ENTRY OCCURS 1000 TIMES.
             10 WS-STD-ID          PIC X(8).
             10 WS-STD-NAME        PIC X(20).
             10 WS-STD-DEPARTMENT  PIC X(4).
             10 WS-STD-ADMISSION   PIC X(4).

       01 WS-STD-IDX               PIC 9(4).
       01 WS-STD-POS               PIC 9(4).
       01 WS-STD-HOLD              PIC X(36).

      * 評価項目表(学生+週+科目順、最大3000件)
       01 WS-ITEM-TABLE.
          05 WS-ITM-COUNT          PIC 9(4) VALUE 0.
          05 WS-ITM-ENTRY OCCURS 3000 TIMES.
             10 WS-ITM-STUDENT-ID  PIC X(8).
             10 WS-ITM-WEEK        PIC 99.
             10 WS-ITM-COURSE-ID   PIC X(6).
             10 WS-ITM-NAME        PIC X(20).
             10 WS-ITM-PERCENT     PIC 9(3).

       01 WS-ITM-IDX               PIC 9(4).
       01 WS-ITM-POS               PIC 9(4).
       01 WS-ITM-HOLD              PIC X(39).

      * 学科+入学年度別の集計(最大200組)
       01 WS-GROUP-TABLE.
          05 WS-GRP-COUNT          PIC 9(3) VALUE 0.
          05 WS-GRP-ENTRY OCCURS 200 TIMES.
             10 WS-GRP-DEPARTMENT  PIC X(4).
             10 WS-GRP-ADMISSION   PIC X(4).
             10 WS-GRP-STUDENTS    PIC 9(5).
             10 WS-GRP-FLAGGED     PIC 9(5).
             10 WS-GRP-HEAVY       PIC 9(4) OCCURS 16 TIMES.

       01 WS-GRP-IDX               PIC 9(3).
       01 WS-GRP-POS               PIC 9(3).
       01 WS-GRP-HOLD              PIC X(82).

       01 WS-OVERFLOW-FLAG         PIC X VALUE "N".
          88 WS-TABLE-OVERFLOW     VALUE "Y".

       01 WS-ASSESS-IDX            PIC 9.
       01 WS-WEEK-IDX              PIC 99.
       01 WS-CUR-WEEK              PIC 99.
       01 WS-WEEK-TOTAL            PIC 9(4).
       01 WS-WEEK-HEAVY            PIC 9(3).
       01 WS-STUDENT-ITEMS         PIC 9(4).
       01 WS-STUDENT-FLAG          PIC X VALUE "N".
          88 WS-STUDENT-FLAGGED    VALUE "Y".

       01 WS-FLAGGED-COUNT         PIC 9(5) VALUE 0.
       01 WS-UNDATED-COUNT         PIC 9(5) VALUE 0.

      * 帳票編集
       01 WS-WEEK-DISPLAY          PIC Z9.
       01 WS-WEEK-TEXT             PIC X(14).
       01 WS-PERCENT-DISPLAY       PIC ZZ9.
       01 WS-TOTAL-DISPLAY         PIC ZZZ9.
       01 WS-COUNT-DISPLAY         PIC ZZ9.
       01 WS-NUM-DISPLAY           PIC ZZZZ9.
       01 WS-HEAVY-DISPLAY         PIC ZZZ9.
       01 WS-HEAVY-MARK            PIC X(20).
       01 WS-LINE-PTR              PIC 9(3).

       SCREEN SECTION.
       01 WKL-PARAM-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1
               VALUE "学生別週次課題負荷レポート".
           05 LINE 3 COLUMN 1 VALUE "対象年度(4桁):".
           05 LINE 3 COLUMN 24 PIC X(4) USING WS-TARGET-YEAR.
           05 LINE 4 COLUMN 1 VALUE "学期(空白=全学期):".
           05 LINE 4 COLUMN 24 PIC X(2) USING WS-TARGET-SEMESTER.
           05 LINE 5 COLUMN 1 VALUE "重要課題の割合(%以上):".
           05 LINE 5 COLUMN 24 PIC 9(3) USING WS-HEAVY-PERCENT.
           05 LINE 6 COLUMN 1 VALUE "1週の重要課題上限:".
           05 LINE 6 COLUMN 24 PIC 9 USING WS-HEAVY-LIMIT.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY WKL-PARAM-SCREEN.
           ACCEPT WKL-PARAM-SCREEN.
           IF WS-HEAVY-PERCENT = 0
               MOVE 20 TO WS-HEAVY-PERCENT
           END-IF.

           PERFORM OPEN-FILES.
           IF NOT WS-ENR-FILE-SUCCESS OR NOT WS-SYL-FILE-SUCCESS
               DISPLAY "エラー:ファイルが開けません。"
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.
           IF NOT WS-ADU-OPEN
               DISPLAY "評価時期の登録なし。"
                       "全項目を時期未設定とします。"
           END-IF.

           PERFORM COLLECT-ENROLLMENTS.
           IF WS-TABLE-OVERFLOW
               DISPLAY "エラー:学生または評価項目が"
                       "上限を超過。"
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.

           PERFORM SORT-STUDENT-TABLE.
           PERFORM SORT-ITEM-TABLE.

           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           MOVE 1 TO WS-ITM-POS.
           PERFORM VARYING WS-STD-IDX FROM 1 BY 1
                   UNTIL WS-STD-IDX > WS-STD-COUNT
               PERFORM WRITE-STUDENT-WORKLOAD
           END-PERFORM.
           PERFORM SORT-GROUP-TABLE.
           PERFORM WRITE-GROUP-SUMMARY.
           CLOSE REPORT-FILE.

           DISPLAY " ".
           DISPLAY "対象学生数:   " WS-STD-COUNT.
           DISPLAY "負荷超過学生: " WS-FLAGGED-COUNT.
           DISPLAY "時期未設定の評価項目: " WS-UNDATED-COUNT.
           DISPLAY "workload_report.txtに出力しました。".

           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT ENROLLMENT-FILE.
           OPEN INPUT SYLLABUS-FILE.
           OPEN INPUT ASSESS-DUE-FILE.
           IF WS-ADU-FILE-SUCCESS
               MOVE "Y" TO WS-ADU-OPEN-FLAG
           END-IF.
           OPEN INPUT STUDENT-FILE.
           IF WS-STU-FILE-SUCCESS
               MOVE "Y" TO WS-STU-OPEN-FLAG
           END-IF.

       CLOSE-FILES.
           CLOSE ENROLLMENT-FILE.
           CLOSE SYLLABUS-FILE.
           IF WS-ADU-OPEN
               CLOSE ASSESS-DUE-FILE
           END-IF.
           IF WS-STU-OPEN
               CLOSE STUDENT-FILE
           END-IF.

      *-----------------------------------------------------------
      * 対象年度の在籍中の履修明細から学生表と評価項目表を作る
      *-----------------------------------------------------------
       COLLECT-ENROLLMENTS.
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
                           PERFORM CHECK-ONE-ENROLLMENT
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ONE-ENROLLMENT.
           PERFORM FIND-ENROLLED-SECTION.
           IF NOT WS-COURSE-OK
               EXIT PARAGRAPH
           END-IF.
           IF WS-TARGET-SEMESTER NOT = SPACES
               AND SYL-SEMESTER NOT = WS-TARGET-SEMESTER
               EXIT PARAGRAPH
           END-IF.

           PERFORM ADD-STUDENT-ENTRY.
           IF WS-TABLE-OVERFLOW
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE ASSESS-DUE-RECORD.
           IF WS-ADU-OPEN
               MOVE SYL-COURSE-ID TO ADU-COURSE-ID
               MOVE SYL-ACADEMIC-YEAR TO ADU-ACADEMIC-YEAR
               MOVE SYL-SECTION-NO TO ADU-SECTION-NO
               READ ASSESS-DUE-FILE
                   KEY IS ADU-KEY
                   INVALID KEY
                       INITIALIZE ASSESS-DUE-RECORD
               END-READ
           END-IF.

           PERFORM VARYING WS-ASSESS-IDX FROM 1 BY 1
                   UNTIL WS-ASSESS-IDX > 5 OR WS-TABLE-OVERFLOW
               IF SYL-ASSESS-NAME(WS-ASSESS-IDX) NOT = SPACES
                   PERFORM ADD-ITEM-ENTRY
               END-IF
           END-PERFORM.

      * 学生の所属区分のシラバスを読む(区分空白は閉講でない先頭区分)
       FIND-ENROLLED-SECTION.
           MOVE "N" TO WS-COURSE-OK-FLAG.
           MOVE "N" TO WS-SYL-EOF-FLAG.
           IF ENR-SECTION-NO NOT = SPACES
               MOVE ENR-COURSE-ID TO SYL-COURSE-ID
               MOVE ENR-ACADEMIC-YEAR TO SYL-ACADEMIC-YEAR
               MOVE ENR-SECTION-NO TO SYL-SECTION-NO
               READ SYLLABUS-FILE
                   KEY IS SYL-RECORD-KEY
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               IF NOT SYL-STATUS-CANCELLED
                   MOVE "Y" TO WS-COURSE-OK-FLAG
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE ENR-COURSE-ID TO SYL-COURSE-ID.
           MOVE ENR-ACADEMIC-YEAR TO SYL-ACADEMIC-YEAR.
           MOVE LOW-VALUES TO SYL-SECTION-NO.
           START SYLLABUS-FILE KEY IS NOT LESS THAN SYL-RECORD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SYL-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-SYL-EOF OR WS-COURSE-OK
               READ SYLLABUS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SYL-EOF-FLAG
                   NOT AT END
                       IF SYL-COURSE-ID = ENR-COURSE-ID
                           AND SYL-ACADEMIC-YEAR
                               = ENR-ACADEMIC-YEAR
                           IF NOT SYL-STATUS-CANCELLED
                               MOVE "Y" TO WS-COURSE-OK-FLAG
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-SYL-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

      * 学生表に未登録なら学生マスタの所属・入学年度とともに加える
       ADD-STUDENT-ENTRY.
           PERFORM VARYING WS-STD-IDX FROM 1 BY 1
                   UNTIL WS-STD-IDX > WS-STD-COUNT
               IF WS-STD-ID(WS-STD-IDX) = ENR-STUDENT-ID
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-STD-COUNT >= 1000
               MOVE "Y" TO WS-OVERFLOW-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-STD-COUNT.
           MOVE ENR-STUDENT-ID TO WS-STD-ID(WS-STD-COUNT).
           MOVE ENR-STUDENT-NAME TO WS-STD-NAME(WS-STD-COUNT).
           MOVE SPACES TO WS-STD-DEPARTMENT(WS-STD-COUNT).
           MOVE SPACES TO WS-STD-ADMISSION(WS-STD-COUNT).
           IF WS-STU-OPEN
               MOVE ENR-STUDENT-ID TO STU-ID
               READ STUDENT-FILE
                   KEY IS STU-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE STU-DEPARTMENT-ID
                           TO WS-STD-DEPARTMENT(WS-STD-COUNT)
                       MOVE STU-ADMISSION-YEAR
                           TO WS-STD-ADMISSION(WS-STD-COUNT)
               END-READ
           END-IF.

      * 時期のある評価項目を表に加える(時期未設定は件数のみ数える)
       ADD-ITEM-ENTRY.
           IF WS-ADU-OPEN
               AND ADU-DUE-WEEK(WS-ASSESS-IDX) IS NUMERIC
               AND ADU-DUE-WEEK(WS-ASSESS-IDX) > 0
               AND ADU-DUE-WEEK(WS-ASSESS-IDX) <= 16
               CONTINUE
           ELSE
               ADD 1 TO WS-UNDATED-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-ITM-COUNT >= 3000
               MOVE "Y" TO WS-OVERFLOW-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ITM-COUNT.
           MOVE ENR-STUDENT-ID TO WS-ITM-STUDENT-ID(WS-ITM-COUNT).
           MOVE ADU-DUE-WEEK(WS-ASSESS-IDX)
               TO WS-ITM-WEEK(WS-ITM-COUNT).
           MOVE SYL-COURSE-ID TO WS-ITM-COURSE-ID(WS-ITM-COUNT).
           MOVE SYL-ASSESS-NAME(WS-ASSESS-IDX)
               TO WS-ITM-NAME(WS-ITM-COUNT).
           MOVE SYL-ASSESS-PERCENT(WS-ASSESS-IDX)
               TO WS-ITM-PERCENT(WS-ITM-COUNT).

      * 学生番号順に並べる
       SORT-STUDENT-TABLE.
           PERFORM VARYING WS-STD-IDX FROM 2 BY 1
                   UNTIL WS-STD-IDX > WS-STD-COUNT
               MOVE WS-STD-ENTRY(WS-STD-IDX) TO WS-STD-HOLD
               MOVE WS-STD-IDX TO WS-STD-POS
               PERFORM UNTIL WS-STD-POS < 2
                   OR WS-STD-ENTRY(WS-STD-POS - 1)(1:8)
                       NOT > WS-STD-HOLD(1:8)
                   MOVE WS-STD-ENTRY(WS-STD-POS - 1)
                       TO WS-STD-ENTRY(WS-STD-POS)
                   SUBTRACT 1 FROM WS-STD-POS
               END-PERFORM
               MOVE WS-STD-HOLD TO WS-STD-ENTRY(WS-STD-POS)
           END-PERFORM.

      * 学生+週+科目の順に並べる
       SORT-ITEM-TABLE.
           PERFORM VARYING WS-ITM-IDX FROM 2 BY 1
                   UNTIL WS-ITM-IDX > WS-ITM-COUNT
               MOVE WS-ITM-ENTRY(WS-ITM-IDX) TO WS-ITM-HOLD
               MOVE WS-ITM-IDX TO WS-ITM-POS
               PERFORM UNTIL WS-ITM-POS < 2
                   OR WS-ITM-ENTRY(WS-ITM-POS - 1)(1:16)
                       NOT > WS-ITM-HOLD(1:16)
                   MOVE WS-ITM-ENTRY(WS-ITM-POS - 1)
                       TO WS-ITM-ENTRY(WS-ITM-POS)
                   SUBTRACT 1 FROM WS-ITM-POS
               END-PERFORM
               MOVE WS-ITM-HOLD TO WS-ITM-ENTRY(WS-ITM-POS)
           END-PERFORM.

      * 学科+入学年度の順に並べる
       SORT-GROUP-TABLE.
           PERFORM VARYING WS-GRP-IDX FROM 2 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
               MOVE WS-GRP-ENTRY(WS-GRP-IDX) TO WS-GRP-HOLD
               MOVE WS-GRP-IDX TO WS-GRP-POS
               PERFORM UNTIL WS-GRP-POS < 2
                   OR WS-GRP-ENTRY(WS-GRP-POS - 1)(1:8)
                       NOT > WS-GRP-HOLD(1:8)
                   MOVE WS-GRP-ENTRY(WS-GRP-POS - 1)
                       TO WS-GRP-ENTRY(WS-GRP-POS)
                   SUBTRACT 1 FROM WS-GRP-POS
               END-PERFORM
               MOVE WS-GRP-HOLD TO WS-GRP-ENTRY(WS-GRP-POS)
           END-PERFORM.

      *-----------------------------------------------------------
      * レポート見出し
      *-----------------------------------------------------------
       WRITE-REPORT-HEADER.
           MOVE "学生別週次課題負荷レポート"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEAVY-PERCENT TO WS-PERCENT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "年度: " DELIMITED BY SIZE
                  WS-TARGET-YEAR DELIMITED BY SIZE
                  "  学期: " DELIMITED BY SIZE
                  WS-TARGET-SEMESTER DELIMITED BY SIZE
                  "  重要課題: " DELIMITED BY SIZE
                  WS-PERCENT-DISPLAY DELIMITED BY SIZE
                  "%以上  1週の上限: " DELIMITED BY SIZE
                  WS-HEAVY-LIMIT DELIMITED BY SIZE
                  "件" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------
      * 学生1名分: 週ごとに評価項目と割合を並べ、重要課題が上限
      * を超える週に印を付ける(評価項目表は学生順なので先頭から
      * 順に読み進める)
      *-----------------------------------------------------------
       WRITE-STUDENT-WORKLOAD.
           MOVE "N" TO WS-STUDENT-FLAG.
           MOVE 0 TO WS-STUDENT-ITEMS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "学生: " DELIMITED BY SIZE
                  WS-STD-ID(WS-STD-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-STD-NAME(WS-STD-IDX) DELIMITED BY SIZE
                  "  所属: " DELIMITED BY SIZE
                  WS-STD-DEPARTMENT(WS-STD-IDX) DELIMITED BY SIZE
                  "  入学: " DELIMITED BY SIZE
                  WS-STD-ADMISSION(WS-STD-IDX) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           PERFORM FIND-GROUP-ENTRY.
           ADD 1 TO WS-GRP-STUDENTS(WS-GRP-IDX).

           PERFORM UNTIL WS-ITM-POS > WS-ITM-COUNT
               OR WS-ITM-STUDENT-ID(WS-ITM-POS)
                   NOT = WS-STD-ID(WS-STD-IDX)
               PERFORM WRITE-STUDENT-WEEK
           END-PERFORM.

           IF WS-STUDENT-ITEMS = 0
               MOVE "  (時期の決まった評価項目なし)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-STUDENT-FLAGGED
               ADD 1 TO WS-FLAGGED-COUNT
               ADD 1 TO WS-GRP-FLAGGED(WS-GRP-IDX)
               MOVE "  ** 重要課題が集中する週あり **"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * 1週分の明細と週合計
       WRITE-STUDENT-WEEK.
           MOVE WS-ITM-WEEK(WS-ITM-POS) TO WS-CUR-WEEK.
           MOVE 0 TO WS-WEEK-TOTAL.
           MOVE 0 TO WS-WEEK-HEAVY.
           PERFORM SET-WEEK-TEXT.

           PERFORM UNTIL WS-ITM-POS > WS-ITM-COUNT
               OR WS-ITM-STUDENT-ID(WS-ITM-POS)
                   NOT = WS-STD-ID(WS-STD-IDX)
               OR WS-ITM-WEEK(WS-ITM-POS) NOT = WS-CUR-WEEK
               ADD 1 TO WS-STUDENT-ITEMS
               ADD WS-ITM-PERCENT(WS-ITM-POS) TO WS-WEEK-TOTAL
               MOVE SPACES TO WS-HEAVY-MARK
               IF WS-ITM-PERCENT(WS-ITM-POS) >= WS-HEAVY-PERCENT
                   ADD 1 TO WS-WEEK-HEAVY
                   MOVE "(重要)" TO WS-HEAVY-MARK
               END-IF
               MOVE WS-ITM-PERCENT(WS-ITM-POS) TO WS-PERCENT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                      WS-WEEK-TEXT DELIMITED BY SIZE
                      WS-ITM-COURSE-ID(WS-ITM-POS) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-ITM-NAME(WS-ITM-POS) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-PERCENT-DISPLAY DELIMITED BY SIZE
                      "% " DELIMITED BY SIZE
                      WS-HEAVY-MARK DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO WS-WEEK-TEXT
               ADD 1 TO WS-ITM-POS
           END-PERFORM.

           ADD WS-WEEK-HEAVY TO WS-GRP-HEAVY(WS-GRP-IDX, WS-CUR-WEEK).
           MOVE WS-WEEK-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE WS-WEEK-HEAVY TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-HEAVY-MARK.
           IF WS-WEEK-HEAVY > WS-HEAVY-LIMIT
               MOVE "Y" TO WS-STUDENT-FLAG
               MOVE "<< 上限超過" TO WS-HEAVY-MARK
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "                週計 " DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
                  "%  重要 " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  "件 " DELIMITED BY SIZE
                  WS-HEAVY-MARK DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

      * 週の表示(16=期末試験期間)
       SET-WEEK-TEXT.
           MOVE SPACES TO WS-WEEK-TEXT.
           IF WS-CUR-WEEK = 16
               MOVE "期末試験 " TO WS-WEEK-TEXT
           ELSE
               MOVE WS-CUR-WEEK TO WS-WEEK-DISPLAY
               STRING "第" DELIMITED BY SIZE
                      WS-WEEK-DISPLAY DELIMITED BY SIZE
                      "週    " DELIMITED BY SIZE
                   INTO WS-WEEK-TEXT
               END-STRING
           END-IF.

      * 学生の学科+入学年度の集計行を探し、なければ加える
       FIND-GROUP-ENTRY.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
               IF WS-GRP-DEPARTMENT(WS-GRP-IDX)
                       = WS-STD-DEPARTMENT(WS-STD-IDX)
                   AND WS-GRP-ADMISSION(WS-GRP-IDX)
                       = WS-STD-ADMISSION(WS-STD-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-GRP-COUNT >= 200
               MOVE 200 TO WS-GRP-IDX
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-GRP-COUNT.
           MOVE WS-GRP-COUNT TO WS-GRP-IDX.
           INITIALIZE WS-GRP-ENTRY(WS-GRP-IDX).
           MOVE WS-STD-DEPARTMENT(WS-STD-IDX)
               TO WS-GRP-DEPARTMENT(WS-GRP-IDX).
           MOVE WS-STD-ADMISSION(WS-STD-IDX)
               TO WS-GRP-ADMISSION(WS-GRP-IDX).

      *-----------------------------------------------------------
      * 学科+入学年度別の集計: 学生数、負荷超過学生数、週別の
      * 重要課題件数(学生延べ)
      *-----------------------------------------------------------
       WRITE-GROUP-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "学科・入学年度別集計" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "(週別:重要課題の延べ件数 16=期末試験)"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "学科 入学 学生数 超過者 " DELIMITED BY SIZE
                  "   1   2   3   4   5   6   7   8" DELIMITED BY SIZE
                  "   9  10  11  12  13  14  15  16" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
               MOVE SPACES TO REPORT-LINE
               MOVE WS-GRP-DEPARTMENT(WS-GRP-IDX) TO REPORT-LINE(1:4)
               MOVE WS-GRP-ADMISSION(WS-GRP-IDX) TO REPORT-LINE(6:4)
               MOVE WS-GRP-STUDENTS(WS-GRP-IDX) TO WS-NUM-DISPLAY
               MOVE WS-NUM-DISPLAY TO REPORT-LINE(12:5)
               MOVE WS-GRP-FLAGGED(WS-GRP-IDX) TO WS-NUM-DISPLAY
               MOVE WS-NUM-DISPLAY TO REPORT-LINE(19:5)
               MOVE 25 TO WS-LINE-PTR
               PERFORM VARYING WS-WEEK-IDX FROM 1 BY 1
                       UNTIL WS-WEEK-IDX > 16
                   MOVE WS-GRP-HEAVY(WS-GRP-IDX, WS-WEEK-IDX)
                       TO WS-HEAVY-DISPLAY
                   MOVE WS-HEAVY-DISPLAY
                       TO REPORT-LINE(WS-LINE-PTR:4)
                   ADD 4 TO WS-LINE-PTR
               END-PERFORM
               WRITE REPORT-LINE
           END-PERFORM.
