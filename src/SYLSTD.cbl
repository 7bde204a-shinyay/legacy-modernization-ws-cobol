      *****************************************************************
      * シラバス管理システム - 学業成績判定バッチ(SYLSTD)
      * 学期末に在籍学生ごとの学期GPA・累積GPA・修得単位を求め、
      * 判定基準マスタに従って良好・警告・仮及第・学部長表彰を
      * 判定する。結果は判定履歴に記録し、警告・仮及第・表彰は
      * 学生宛通知に書き出す。連続2学期以上の仮及第者は学科別に
      * 一覧にする
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLSTD.
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

           SELECT HISTORY-FILE
               ASSIGN TO "sylhistory.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HSY-RECORD-KEY
               FILE STATUS IS WS-HSY-FILE-STATUS.

           SELECT GRADE-FILE
               ASSIGN TO "grades.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-KEY
               FILE STATUS IS WS-GRD-FILE-STATUS.

           SELECT STUDENT-FILE
               ASSIGN TO "student.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-STU-FILE-STATUS.

           SELECT GRADE-POINT-FILE
               ASSIGN TO "gradepoint.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GPT-GRADE
               FILE STATUS IS WS-GPT-FILE-STATUS.

           SELECT STANDING-RULE-FILE
               ASSIGN TO "stdrule.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SRL-DEPT-ID
               FILE STATUS IS WS-SRL-FILE-STATUS.

           SELECT STANDING-FILE
               ASSIGN TO "standing.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STD-KEY
               FILE STATUS IS WS-STD-FILE-STATUS.

           SELECT STUDENT-NOTIFY-FILE
               ASSIGN TO "stunotify.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNT-FILE-STATUS.

           SELECT PRINT-OUTPUT-FILE
               ASSIGN TO "standing_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ENROLLMENT-FILE.
           COPY "copybooks/ENROLLFILE.cpy".

       FD SYLLABUS-FILE.
           COPY "copybooks/SYLFILE.cpy".

       FD HISTORY-FILE.
           COPY "copybooks/SYLHISTFILE.cpy".

       FD GRADE-FILE.
           COPY "copybooks/GRADEFILE.cpy".

       FD STUDENT-FILE.
           COPY "copybooks/STUDENTFILE.cpy".

       FD GRADE-POINT-FILE.
           COPY "copybooks/GRADEPTFILE.cpy".

       FD STANDING-RULE-FILE.
           COPY "copybooks/STDRULEFILE.cpy".

       FD STANDING-FILE.
           COPY "copybooks/STANDINGFILE.cpy".

       FD STUDENT-NOTIFY-FILE.
           COPY "copybooks/STUNTFFILE.cpy".

       FD PRINT-OUTPUT-FILE.
       01 PRINT-OUTPUT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ENR-FILE-STATUS       PIC XX VALUE "00".
          88 WS-ENR-FILE-SUCCESS   VALUE "00".

       01 WS-SYL-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SYL-FILE-SUCCESS   VALUE "00".

       01 WS-HSY-FILE-STATUS       PIC XX VALUE "00".
          88 WS-HSY-FILE-SUCCESS   VALUE "00".

       01 WS-GRD-FILE-STATUS       PIC XX VALUE "00".
          88 WS-GRD-FILE-SUCCESS   VALUE "00".

       01 WS-STU-FILE-STATUS       PIC XX VALUE "00".
          88 WS-STU-FILE-SUCCESS   VALUE "00".

       01 WS-GPT-FILE-STATUS       PIC XX VALUE "00".
          88 WS-GPT-FILE-SUCCESS   VALUE "00".

       01 WS-SRL-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SRL-FILE-SUCCESS   VALUE "00".

       01 WS-STD-FILE-STATUS       PIC XX VALUE "00".
          88 WS-STD-FILE-SUCCESS   VALUE "00".

       01 WS-SNT-FILE-STATUS       PIC XX VALUE "00".

       01 WS-OUT-FILE-STATUS       PIC XX VALUE "00".

       01 WS-HISTORY-OPEN-FLAG     PIC X VALUE "N".
          88 WS-HISTORY-OPEN       VALUE "Y".

       01 WS-RULE-OPEN-FLAG        PIC X VALUE "N".
          88 WS-RULE-OPEN          VALUE "Y".

       01 WS-ENR-EOF-FLAG          PIC X VALUE "N".
          88 WS-ENR-EOF            VALUE "Y".

       01 WS-SYL-EOF-FLAG          PIC X VALUE "N".
          88 WS-SYL-EOF            VALUE "Y".

       01 WS-GPT-EOF-FLAG          PIC X VALUE "N".
          88 WS-GPT-EOF            VALUE "Y".

       01 WS-STD-EOF-FLAG          PIC X VALUE "N".
          88 WS-STD-EOF            VALUE "Y".

       01 WS-COURSE-FOUND-FLAG     PIC X VALUE "N".
          88 WS-COURSE-FOUND       VALUE "Y".

       01 WS-RULE-FOUND-FLAG       PIC X VALUE "N".
          88 WS-RULE-FOUND         VALUE "Y".

       01 WS-STD-EXISTS-FLAG       PIC X VALUE "N".
          88 WS-STD-EXISTS         VALUE "Y".

       01 WS-TARGET-YEAR           PIC X(4).
       01 WS-TARGET-SEMESTER       PIC X(2).
       01 WS-TARGET-TERM           PIC X(6).
       01 WS-ENR-TERM              PIC X(6).
       01 WS-TODAY                 PIC X(8).

      * 評価別ポイント表(既定値をマスタで上書きする。最大10評価)
       01 WS-GPT-TABLE.
          05 WS-GPT-COUNT          PIC 99 VALUE 0.
          05 WS-GPT-ENTRY OCCURS 10 TIMES.
             10 WS-GPT-GRADE       PIC X.
             10 WS-GPT-POINTS      PIC 9V9.
             10 WS-GPT-IN-GPA      PIC X.
             10 WS-GPT-EARNS       PIC X.

       01 WS-GPT-IDX               PIC 99.
       01 WS-GPT-HIT               PIC 99.
       01 WS-GRADE-MARK            PIC X.

      * 学生別のGPA集計表(最大500名)
       01 WS-STANDING-TABLE.
          05 WS-STB-COUNT          PIC 9(3) VALUE 0.
          05 WS-STB-ENTRY OCCURS 500 TIMES.
             10 WS-STB-STUDENT-ID  PIC X(8).
             10 WS-STB-TERM-FLAG   PIC X.
             10 WS-STB-TERM-QP     PIC 9(5)V9.
             10 WS-STB-TERM-GPA-CR PIC 9(3).
             10 WS-STB-TERM-EARNED PIC 9(3).
             10 WS-STB-CUM-QP      PIC 9(5)V9.
             10 WS-STB-CUM-GPA-CR  PIC 9(3).
             10 WS-STB-CUM-EARNED  PIC 9(3).

       01 WS-STB-IDX               PIC 9(3).
       01 WS-STB-HIT               PIC 9(3).
       01 WS-OVERFLOW-FLAG         PIC X VALUE "N".
          88 WS-TABLE-OVERFLOW     VALUE "Y".

       01 WS-COURSE-CREDITS        PIC 9.
       01 WS-COURSE-QP             PIC 9(3)V9.

      * 判定に使うしきい値(マスタがなければ既定値)
       01 WS-PROBATION-GPA         PIC 9V99.
       01 WS-WARNING-GPA           PIC 9V99.
       01 WS-DEANS-GPA             PIC 9V99.
       01 WS-DEANS-MIN-CREDITS     PIC 99.

       01 WS-STUDENT-NAME          PIC X(20).
       01 WS-STUDENT-DEPT-ID       PIC X(4).
       01 WS-TERM-GPA              PIC 9V99.
       01 WS-CUM-GPA               PIC 9V99.
       01 WS-NEW-STANDING          PIC X.
       01 WS-OLD-STANDING          PIC X.
       01 WS-PREV-STANDING         PIC X.
       01 WS-PREV-PROBATION-TERMS  PIC 99.
       01 WS-PROBATION-TERMS       PIC 99.
       01 WS-STANDING-TEXT         PIC X(20).
       01 WS-GPA-DISPLAY           PIC 9.99.

      * 連続仮及第者表(学科+学籍番号の昇順に挿入)
       01 WS-CHRONIC-TABLE.
          05 WS-CHR-COUNT          PIC 9(3) VALUE 0.
          05 WS-CHR-ENTRY OCCURS 500 TIMES.
             10 WS-CHR-SORT-KEY.
                15 WS-CHR-DEPT-ID  PIC X(4).
                15 WS-CHR-STUDENT-ID PIC X(8).
             10 WS-CHR-NAME        PIC X(20).
             10 WS-CHR-CUM-GPA     PIC 9V99.
             10 WS-CHR-TERMS       PIC 99.

       01 WS-CHR-IDX               PIC 9(3).
       01 WS-CHR-POS               PIC 9(3).
       01 WS-CHR-DEPT-BREAK        PIC X(4).

       01 WS-NEW-CHRONIC.
          05 WS-NEW-CHR-SORT-KEY.
             10 WS-NEW-CHR-DEPT-ID PIC X(4).
             10 WS-NEW-CHR-STUDENT-ID PIC X(8).
          05 WS-NEW-CHR-NAME       PIC X(20).
          05 WS-NEW-CHR-CUM-GPA    PIC 9V99.
          05 WS-NEW-CHR-TERMS      PIC 99.

      * 判定件数
       01 WS-JUDGED-COUNT          PIC 9(5) VALUE 0.
       01 WS-GOOD-COUNT            PIC 9(5) VALUE 0.
       01 WS-WARNING-COUNT         PIC 9(5) VALUE 0.
       01 WS-PROBATION-COUNT       PIC 9(5) VALUE 0.
       01 WS-DEANS-COUNT           PIC 9(5) VALUE 0.
       01 WS-NOTICE-COUNT          PIC 9(5) VALUE 0.

       SCREEN SECTION.
       01 STD-OPTION-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "学業成績判定".
           05 LINE 3 COLUMN 1 VALUE "対象年度(4桁):".
           05 LINE 3 COLUMN 20 PIC X(4) USING WS-TARGET-YEAR.
           05 LINE 4 COLUMN 1 VALUE "学期コード:".
           05 LINE 4 COLUMN 20 PIC X(2) USING WS-TARGET-SEMESTER.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY STD-OPTION-SCREEN.
           ACCEPT STD-OPTION-SCREEN.

           IF WS-TARGET-YEAR = SPACES OR WS-TARGET-SEMESTER = SPACES
               DISPLAY "エラー:年度と学期は必須です。"
               GOBACK
           END-IF.
           STRING WS-TARGET-YEAR DELIMITED BY SIZE
                  WS-TARGET-SEMESTER DELIMITED BY SIZE
               INTO WS-TARGET-TERM
           END-STRING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM OPEN-FILES.
           IF NOT WS-ENR-FILE-SUCCESS OR NOT WS-SYL-FILE-SUCCESS
               OR NOT WS-STU-FILE-SUCCESS
               DISPLAY "エラー:ファイルが開けません。"
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.
           IF NOT WS-GRD-FILE-SUCCESS
               DISPLAY "エラー:成績結果ファイルなし。"
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.
           IF NOT WS-STD-FILE-SUCCESS
               DISPLAY "エラー:判定履歴が開けません。"
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.

           PERFORM LOAD-GRADE-POINT-TABLE.
           PERFORM BUILD-STANDING-TABLE.
           IF WS-TABLE-OVERFLOW
               DISPLAY "エラー:対象学生が500名を超過。"
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.

           OPEN EXTEND STUDENT-NOTIFY-FILE.
           IF WS-SNT-FILE-STATUS NOT = "00"
               OPEN OUTPUT STUDENT-NOTIFY-FILE
           END-IF.
           PERFORM VARYING WS-STB-IDX FROM 1 BY 1
                   UNTIL WS-STB-IDX > WS-STB-COUNT
               IF WS-STB-TERM-FLAG(WS-STB-IDX) = "Y"
                   PERFORM JUDGE-ONE-STUDENT
               END-IF
           END-PERFORM.
           CLOSE STUDENT-NOTIFY-FILE.

           PERFORM WRITE-REPORT.

           DISPLAY " ".
           DISPLAY "判定件数:     " WS-JUDGED-COUNT.
           DISPLAY "  良好:       " WS-GOOD-COUNT.
           DISPLAY "  警告:       " WS-WARNING-COUNT.
           DISPLAY "  仮及第:     " WS-PROBATION-COUNT.
           DISPLAY "  学部長表彰: " WS-DEANS-COUNT.
           DISPLAY "通知件数:     " WS-NOTICE-COUNT.
           DISPLAY "連続仮及第者: " WS-CHR-COUNT.
           DISPLAY "standing_report.txtに出力しました。".

           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT ENROLLMENT-FILE.
           OPEN INPUT SYLLABUS-FILE.
           OPEN INPUT STUDENT-FILE.
           OPEN INPUT GRADE-FILE.
           OPEN INPUT HISTORY-FILE.
           IF WS-HSY-FILE-SUCCESS
               MOVE "Y" TO WS-HISTORY-OPEN-FLAG
           END-IF.
           OPEN INPUT STANDING-RULE-FILE.
           IF WS-SRL-FILE-SUCCESS
               MOVE "Y" TO WS-RULE-OPEN-FLAG
           ELSE
               DISPLAY "警告:判定基準なし。既定値で判定"
           END-IF.
           OPEN I-O STANDING-FILE.
           IF NOT WS-STD-FILE-SUCCESS
               OPEN OUTPUT STANDING-FILE
               CLOSE STANDING-FILE
               OPEN I-O STANDING-FILE
           END-IF.

       CLOSE-FILES.
           CLOSE ENROLLMENT-FILE.
           CLOSE SYLLABUS-FILE.
           CLOSE STUDENT-FILE.
           CLOSE GRADE-FILE.
           IF WS-HISTORY-OPEN
               CLOSE HISTORY-FILE
           END-IF.
           IF WS-RULE-OPEN
               CLOSE STANDING-RULE-FILE
           END-IF.
           CLOSE STANDING-FILE.

      *-----------------------------------------------------------
      * 評価別ポイント表を作る(成績証明書と同じ既定値と規則)
      *-----------------------------------------------------------
       LOAD-GRADE-POINT-TABLE.
           MOVE 6 TO WS-GPT-COUNT.
           MOVE "S" TO WS-GPT-GRADE(1).
           MOVE 4.0 TO WS-GPT-POINTS(1).
           MOVE "A" TO WS-GPT-GRADE(2).
           MOVE 3.0 TO WS-GPT-POINTS(2).
           MOVE "B" TO WS-GPT-GRADE(3).
           MOVE 2.0 TO WS-GPT-POINTS(3).
           MOVE "C" TO WS-GPT-GRADE(4).
           MOVE 1.0 TO WS-GPT-POINTS(4).
           MOVE "F" TO WS-GPT-GRADE(5).
           MOVE 0 TO WS-GPT-POINTS(5).
           MOVE "W" TO WS-GPT-GRADE(6).
           MOVE 0 TO WS-GPT-POINTS(6).
           PERFORM VARYING WS-GPT-IDX FROM 1 BY 1
                   UNTIL WS-GPT-IDX > 4
               MOVE "Y" TO WS-GPT-IN-GPA(WS-GPT-IDX)
               MOVE "Y" TO WS-GPT-EARNS(WS-GPT-IDX)
           END-PERFORM.
           MOVE "Y" TO WS-GPT-IN-GPA(5).
           MOVE "N" TO WS-GPT-EARNS(5).
           MOVE "N" TO WS-GPT-IN-GPA(6).
           MOVE "N" TO WS-GPT-EARNS(6).

           OPEN INPUT GRADE-POINT-FILE.
           IF NOT WS-GPT-FILE-SUCCESS
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-GPT-EOF-FLAG.
           PERFORM UNTIL WS-GPT-EOF
               READ GRADE-POINT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-GPT-EOF-FLAG
                   NOT AT END
                       PERFORM MERGE-ONE-GRADE-POINT
               END-READ
           END-PERFORM.
           CLOSE GRADE-POINT-FILE.

       MERGE-ONE-GRADE-POINT.
           MOVE GPT-GRADE TO WS-GRADE-MARK.
           PERFORM FIND-GRADE-POINT-ENTRY.
           IF WS-GPT-HIT = 0
               IF WS-GPT-COUNT >= 10
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GPT-COUNT
               MOVE WS-GPT-COUNT TO WS-GPT-HIT
               MOVE GPT-GRADE TO WS-GPT-GRADE(WS-GPT-HIT)
           END-IF.
           MOVE GPT-POINTS TO WS-GPT-POINTS(WS-GPT-HIT).
           MOVE GPT-GPA-FLAG TO WS-GPT-IN-GPA(WS-GPT-HIT).
           MOVE GPT-EARN-FLAG TO WS-GPT-EARNS(WS-GPT-HIT).

       FIND-GRADE-POINT-ENTRY.
           MOVE 0 TO WS-GPT-HIT.
           PERFORM VARYING WS-GPT-IDX FROM 1 BY 1
                   UNTIL WS-GPT-IDX > WS-GPT-COUNT
               IF WS-GPT-GRADE(WS-GPT-IDX) = WS-GRADE-MARK
                   MOVE WS-GPT-IDX TO WS-GPT-HIT
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------
      * 履修明細を全件走査し、対象学期までの評価確定分を
      * 学生別に集計する(対象学期の履修があれば判定対象)
      *-----------------------------------------------------------
       BUILD-STANDING-TABLE.
           MOVE 0 TO WS-STB-COUNT.
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
                       IF NOT ENR-STATUS-DROPPED
                           AND ENR-ACADEMIC-YEAR NOT > WS-TARGET-YEAR
                           PERFORM TALLY-ONE-ENROLLMENT
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-ONE-ENROLLMENT.
           PERFORM FIND-COURSE-RECORD.
           IF NOT WS-COURSE-FOUND
               EXIT PARAGRAPH
           END-IF.
           STRING ENR-ACADEMIC-YEAR DELIMITED BY SIZE
                  SYL-SEMESTER DELIMITED BY SIZE
               INTO WS-ENR-TERM
           END-STRING.
           IF WS-ENR-TERM > WS-TARGET-TERM
               EXIT PARAGRAPH
           END-IF.
           MOVE SYL-CREDITS TO WS-COURSE-CREDITS.

      *    途中放棄はW、成績未確定の科目は集計しない
           IF ENR-STATUS-WITHDRAWN
               MOVE "W" TO WS-GRADE-MARK
           ELSE
               MOVE SPACE TO WS-GRADE-MARK
               MOVE ENR-COURSE-ID TO GRD-COURSE-ID
               MOVE ENR-ACADEMIC-YEAR TO GRD-ACADEMIC-YEAR
               MOVE ENR-STUDENT-ID TO GRD-STUDENT-ID
               READ GRADE-FILE
                   KEY IS GRD-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GRD-GRADE TO WS-GRADE-MARK
               END-READ
           END-IF.
           IF WS-GRADE-MARK = SPACE
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-GRADE-POINT-ENTRY.
           IF WS-GPT-HIT = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-STB-HIT.
           PERFORM VARYING WS-STB-IDX FROM 1 BY 1
                   UNTIL WS-STB-IDX > WS-STB-COUNT
               IF WS-STB-STUDENT-ID(WS-STB-IDX) = ENR-STUDENT-ID
                   MOVE WS-STB-IDX TO WS-STB-HIT
               END-IF
           END-PERFORM.
           IF WS-STB-HIT = 0
               IF WS-STB-COUNT >= 500
                   MOVE "Y" TO WS-OVERFLOW-FLAG
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-STB-COUNT
               MOVE WS-STB-COUNT TO WS-STB-HIT
               INITIALIZE WS-STB-ENTRY(WS-STB-HIT)
               MOVE ENR-STUDENT-ID
                   TO WS-STB-STUDENT-ID(WS-STB-HIT)
               MOVE "N" TO WS-STB-TERM-FLAG(WS-STB-HIT)
           END-IF.

           COMPUTE WS-COURSE-QP =
               WS-GPT-POINTS(WS-GPT-HIT) * WS-COURSE-CREDITS.
           IF WS-GPT-IN-GPA(WS-GPT-HIT) = "Y"
               ADD WS-COURSE-QP TO WS-STB-CUM-QP(WS-STB-HIT)
               ADD WS-COURSE-CREDITS
                   TO WS-STB-CUM-GPA-CR(WS-STB-HIT)
           END-IF.
           IF WS-GPT-EARNS(WS-GPT-HIT) = "Y"
               ADD WS-COURSE-CREDITS
                   TO WS-STB-CUM-EARNED(WS-STB-HIT)
           END-IF.

           IF WS-ENR-TERM NOT = WS-TARGET-TERM
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-STB-TERM-FLAG(WS-STB-HIT).
           IF WS-GPT-IN-GPA(WS-GPT-HIT) = "Y"
               ADD WS-COURSE-QP TO WS-STB-TERM-QP(WS-STB-HIT)
               ADD WS-COURSE-CREDITS
                   TO WS-STB-TERM-GPA-CR(WS-STB-HIT)
           END-IF.
           IF WS-GPT-EARNS(WS-GPT-HIT) = "Y"
               ADD WS-COURSE-CREDITS
                   TO WS-STB-TERM-EARNED(WS-STB-HIT)
           END-IF.

      *-----------------------------------------------------------
      * 科目の閉講でない先頭区分を本体から探し、なければ
      * 年度末整理で移した履歴ファイルから探す
      * (履歴レコードはシラバス領域に移して同じ項目で参照する)
      *-----------------------------------------------------------
       FIND-COURSE-RECORD.
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

           IF WS-COURSE-FOUND OR NOT WS-HISTORY-OPEN
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-SYL-EOF-FLAG.
           MOVE ENR-COURSE-ID TO HSY-COURSE-ID.
           MOVE ENR-ACADEMIC-YEAR TO HSY-ACADEMIC-YEAR.
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
                       IF HSY-COURSE-ID = ENR-COURSE-ID
                           AND HSY-ACADEMIC-YEAR
                               = ENR-ACADEMIC-YEAR
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
      * 1学生分の判定: GPAを求め、基準と前学期の判定から今回の
      * 判定と連続仮及第学期数を決めて判定履歴に記録する
      *-----------------------------------------------------------
       JUDGE-ONE-STUDENT.
           MOVE WS-STB-STUDENT-ID(WS-STB-IDX) TO STU-ID.
           READ STUDENT-FILE
               KEY IS STU-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF NOT STU-ACTIVE
               EXIT PARAGRAPH
           END-IF.
           MOVE STU-NAME TO WS-STUDENT-NAME.
           MOVE STU-DEPARTMENT-ID TO WS-STUDENT-DEPT-ID.

           MOVE 0 TO WS-TERM-GPA.
           IF WS-STB-TERM-GPA-CR(WS-STB-IDX) > 0
               COMPUTE WS-TERM-GPA ROUNDED =
                   WS-STB-TERM-QP(WS-STB-IDX)
                   / WS-STB-TERM-GPA-CR(WS-STB-IDX)
           END-IF.
           MOVE 0 TO WS-CUM-GPA.
           IF WS-STB-CUM-GPA-CR(WS-STB-IDX) > 0
               COMPUTE WS-CUM-GPA ROUNDED =
                   WS-STB-CUM-QP(WS-STB-IDX)
                   / WS-STB-CUM-GPA-CR(WS-STB-IDX)
           END-IF.

           PERFORM GET-STANDING-RULE.

      *    GPA算入科目がない学期は良好(表彰・警告の対象外)
           MOVE "G" TO WS-NEW-STANDING.
           IF WS-STB-CUM-GPA-CR(WS-STB-IDX) > 0
               AND WS-CUM-GPA < WS-PROBATION-GPA
               MOVE "P" TO WS-NEW-STANDING
           ELSE
               IF WS-STB-TERM-GPA-CR(WS-STB-IDX) > 0
                   IF WS-TERM-GPA < WS-WARNING-GPA
                       MOVE "W" TO WS-NEW-STANDING
                   ELSE
                       IF WS-TERM-GPA NOT < WS-DEANS-GPA
                           AND WS-STB-TERM-EARNED(WS-STB-IDX)
                               NOT < WS-DEANS-MIN-CREDITS
                           MOVE "D" TO WS-NEW-STANDING
                       END-IF
                   END-IF
               END-IF
           END-IF.

           PERFORM FIND-PREVIOUS-STANDING.
           MOVE 0 TO WS-PROBATION-TERMS.
           IF WS-NEW-STANDING = "P"
               IF WS-PREV-STANDING = "P"
                   AND WS-PREV-PROBATION-TERMS < 99
                   COMPUTE WS-PROBATION-TERMS =
                       WS-PREV-PROBATION-TERMS + 1
               ELSE
                   MOVE 1 TO WS-PROBATION-TERMS
               END-IF
           END-IF.

           PERFORM SAVE-STANDING-RECORD.

           ADD 1 TO WS-JUDGED-COUNT.
           EVALUATE WS-NEW-STANDING
               WHEN "G"
                   ADD 1 TO WS-GOOD-COUNT
               WHEN "W"
                   ADD 1 TO WS-WARNING-COUNT
               WHEN "P"
                   ADD 1 TO WS-PROBATION-COUNT
               WHEN "D"
                   ADD 1 TO WS-DEANS-COUNT
           END-EVALUATE.

      *    再実行時は判定が変わった学生だけ通知する
           IF WS-NEW-STANDING NOT = "G"
               AND (NOT WS-STD-EXISTS
                    OR WS-NEW-STANDING NOT = WS-OLD-STANDING)
               PERFORM WRITE-STANDING-NOTICE
           END-IF.

           IF WS-PROBATION-TERMS >= 2
               PERFORM ADD-CHRONIC-ENTRY
           END-IF.

      * 学科の基準、なければ全学既定(学科空白)、なければ既定値
       GET-STANDING-RULE.
           MOVE 2.00 TO WS-PROBATION-GPA.
           MOVE 2.00 TO WS-WARNING-GPA.
           MOVE 3.50 TO WS-DEANS-GPA.
           MOVE 12 TO WS-DEANS-MIN-CREDITS.
           IF NOT WS-RULE-OPEN
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-RULE-FOUND-FLAG.
           MOVE WS-STUDENT-DEPT-ID TO SRL-DEPT-ID.
           READ STANDING-RULE-FILE
               KEY IS SRL-DEPT-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-RULE-FOUND-FLAG
           END-READ.
           IF NOT WS-RULE-FOUND
               MOVE SPACES TO SRL-DEPT-ID
               READ STANDING-RULE-FILE
                   KEY IS SRL-DEPT-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-RULE-FOUND-FLAG
               END-READ
           END-IF.
           IF WS-RULE-FOUND
               MOVE SRL-PROBATION-GPA TO WS-PROBATION-GPA
               MOVE SRL-WARNING-GPA TO WS-WARNING-GPA
               MOVE SRL-DEANS-GPA TO WS-DEANS-GPA
               MOVE SRL-DEANS-MIN-CREDITS TO WS-DEANS-MIN-CREDITS
           END-IF.

      * 対象学期より前で最も新しい判定を求める
       FIND-PREVIOUS-STANDING.
           MOVE SPACE TO WS-PREV-STANDING.
           MOVE 0 TO WS-PREV-PROBATION-TERMS.
           MOVE "N" TO WS-STD-EOF-FLAG.
           MOVE WS-STB-STUDENT-ID(WS-STB-IDX) TO STD-STUDENT-ID.
           MOVE LOW-VALUES TO STD-ACADEMIC-YEAR.
           MOVE LOW-VALUES TO STD-SEMESTER.
           START STANDING-FILE KEY IS NOT LESS THAN STD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-STD-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-STD-EOF
               READ STANDING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-STD-EOF-FLAG
                   NOT AT END
                       IF STD-STUDENT-ID
                           = WS-STB-STUDENT-ID(WS-STB-IDX)
                           AND STD-KEY(9:6) < WS-TARGET-TERM
                           MOVE STD-STANDING TO WS-PREV-STANDING
                           MOVE STD-PROBATION-TERMS
                               TO WS-PREV-PROBATION-TERMS
                       ELSE
                           MOVE "Y" TO WS-STD-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

      * 判定履歴への記録(同じ学期の再実行は上書き)
       SAVE-STANDING-RECORD.
           MOVE "N" TO WS-STD-EXISTS-FLAG.
           MOVE SPACE TO WS-OLD-STANDING.
           MOVE WS-STB-STUDENT-ID(WS-STB-IDX) TO STD-STUDENT-ID.
           MOVE WS-TARGET-YEAR TO STD-ACADEMIC-YEAR.
           MOVE WS-TARGET-SEMESTER TO STD-SEMESTER.
           READ STANDING-FILE
               KEY IS STD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-STD-EXISTS-FLAG
                   MOVE STD-STANDING TO WS-OLD-STANDING
           END-READ.

           MOVE WS-STB-STUDENT-ID(WS-STB-IDX) TO STD-STUDENT-ID.
           MOVE WS-TARGET-YEAR TO STD-ACADEMIC-YEAR.
           MOVE WS-TARGET-SEMESTER TO STD-SEMESTER.
           MOVE WS-STUDENT-DEPT-ID TO STD-DEPT-ID.
           MOVE WS-TERM-GPA TO STD-TERM-GPA.
           MOVE WS-CUM-GPA TO STD-CUM-GPA.
           MOVE WS-STB-TERM-EARNED(WS-STB-IDX) TO STD-TERM-EARNED.
           MOVE WS-STB-CUM-EARNED(WS-STB-IDX) TO STD-CUM-EARNED.
           MOVE WS-NEW-STANDING TO STD-STANDING.
           MOVE WS-PROBATION-TERMS TO STD-PROBATION-TERMS.
           MOVE WS-TODAY TO STD-RUN-DATE.
           IF WS-STD-EXISTS
               REWRITE STANDING-RECORD
                   INVALID KEY
                       DISPLAY "エラー:判定履歴更新失敗 "
                           STD-STUDENT-ID
               END-REWRITE
           ELSE
               WRITE STANDING-RECORD
                   INVALID KEY
                       DISPLAY "エラー:判定履歴登録失敗 "
                           STD-STUDENT-ID
               END-WRITE
           END-IF.

       WRITE-STANDING-NOTICE.
           EVALUATE WS-NEW-STANDING
               WHEN "W"
                   MOVE "成績警告" TO WS-STANDING-TEXT
               WHEN "P"
                   MOVE "仮及第" TO WS-STANDING-TEXT
               WHEN "D"
                   MOVE "学部長表彰" TO WS-STANDING-TEXT
           END-EVALUATE.
           MOVE WS-STB-STUDENT-ID(WS-STB-IDX) TO SNT-STUDENT-ID.
           MOVE SPACES TO SNT-COURSE-ID.
           MOVE WS-TARGET-YEAR TO SNT-ACADEMIC-YEAR.
           SET SNT-TYPE-STANDING TO TRUE.
           MOVE SPACES TO SNT-NOTICE-TEXT.
           STRING WS-TARGET-YEAR DELIMITED BY SIZE
                  "年度 学期" DELIMITED BY SIZE
                  WS-TARGET-SEMESTER DELIMITED BY SIZE
                  " の成績判定は " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STANDING-TEXT) DELIMITED BY SIZE
                  " です" DELIMITED BY SIZE
               INTO SNT-NOTICE-TEXT
           END-STRING.
           MOVE FUNCTION CURRENT-DATE TO SNT-TIMESTAMP.
           SET SNT-UNSENT TO TRUE.
           WRITE STUDENT-NOTIFY-RECORD.
           ADD 1 TO WS-NOTICE-COUNT.

      * 連続仮及第者を学科+学籍番号の順に表へ挿入する
       ADD-CHRONIC-ENTRY.
           IF WS-CHR-COUNT >= 500
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-STUDENT-DEPT-ID TO WS-NEW-CHR-DEPT-ID.
           MOVE WS-STB-STUDENT-ID(WS-STB-IDX)
               TO WS-NEW-CHR-STUDENT-ID.
           MOVE WS-STUDENT-NAME TO WS-NEW-CHR-NAME.
           MOVE WS-CUM-GPA TO WS-NEW-CHR-CUM-GPA.
           MOVE WS-PROBATION-TERMS TO WS-NEW-CHR-TERMS.

           MOVE 1 TO WS-CHR-POS.
           PERFORM VARYING WS-CHR-IDX FROM 1 BY 1
                   UNTIL WS-CHR-IDX > WS-CHR-COUNT
               IF WS-CHR-SORT-KEY(WS-CHR-IDX) < WS-NEW-CHR-SORT-KEY
                   COMPUTE WS-CHR-POS = WS-CHR-IDX + 1
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-CHR-IDX FROM WS-CHR-COUNT BY -1
                   UNTIL WS-CHR-IDX < WS-CHR-POS
               MOVE WS-CHR-ENTRY(WS-CHR-IDX)
                   TO WS-CHR-ENTRY(WS-CHR-IDX + 1)
           END-PERFORM.
           MOVE WS-NEW-CHRONIC TO WS-CHR-ENTRY(WS-CHR-POS).
           ADD 1 TO WS-CHR-COUNT.

      *-----------------------------------------------------------
      * 判定結果の件数と、学科別の連続仮及第者一覧を書き出す
      *-----------------------------------------------------------
       WRITE-REPORT.
           OPEN OUTPUT PRINT-OUTPUT-FILE.
           MOVE SPACES TO PRINT-OUTPUT-RECORD.
           STRING "学業成績判定結果 年度:" DELIMITED BY SIZE
                  WS-TARGET-YEAR DELIMITED BY SIZE
                  "  学期: " DELIMITED BY SIZE
                  WS-TARGET-SEMESTER DELIMITED BY SIZE
                  "  作成日: " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
               INTO PRINT-OUTPUT-RECORD
           END-STRING.
           WRITE PRINT-OUTPUT-RECORD.
           MOVE ALL "=" TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.
           MOVE SPACES TO PRINT-OUTPUT-RECORD.
           STRING "判定件数: " DELIMITED BY SIZE
                  WS-JUDGED-COUNT DELIMITED BY SIZE
                  "  良好: " DELIMITED BY SIZE
                  WS-GOOD-COUNT DELIMITED BY SIZE
                  "  警告: " DELIMITED BY SIZE
                  WS-WARNING-COUNT DELIMITED BY SIZE
               INTO PRINT-OUTPUT-RECORD
           END-STRING.
           WRITE PRINT-OUTPUT-RECORD.
           MOVE SPACES TO PRINT-OUTPUT-RECORD.
           STRING "仮及第: " DELIMITED BY SIZE
                  WS-PROBATION-COUNT DELIMITED BY SIZE
                  "  学部長表彰: " DELIMITED BY SIZE
                  WS-DEANS-COUNT DELIMITED BY SIZE
                  "  通知: " DELIMITED BY SIZE
                  WS-NOTICE-COUNT DELIMITED BY SIZE
               INTO PRINT-OUTPUT-RECORD
           END-STRING.
           WRITE PRINT-OUTPUT-RECORD.
           MOVE SPACES TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.
           MOVE "連続仮及第者一覧(2学期以上)"
               TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.
           MOVE ALL "-" TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.

           MOVE HIGH-VALUES TO WS-CHR-DEPT-BREAK.
           PERFORM VARYING WS-CHR-IDX FROM 1 BY 1
                   UNTIL WS-CHR-IDX > WS-CHR-COUNT
               IF WS-CHR-DEPT-ID(WS-CHR-IDX) NOT = WS-CHR-DEPT-BREAK
                   MOVE WS-CHR-DEPT-ID(WS-CHR-IDX)
                       TO WS-CHR-DEPT-BREAK
                   MOVE SPACES TO PRINT-OUTPUT-RECORD
                   STRING "学科: " DELIMITED BY SIZE
                          WS-CHR-DEPT-BREAK DELIMITED BY SIZE
                       INTO PRINT-OUTPUT-RECORD
                   END-STRING
                   WRITE PRINT-OUTPUT-RECORD
               END-IF
               MOVE WS-CHR-CUM-GPA(WS-CHR-IDX) TO WS-GPA-DISPLAY
               MOVE SPACES TO PRINT-OUTPUT-RECORD
               STRING "  " DELIMITED BY SIZE
                      WS-CHR-STUDENT-ID(WS-CHR-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-CHR-NAME(WS-CHR-IDX) DELIMITED BY SIZE
                      " 累積GPA " DELIMITED BY SIZE
                      WS-GPA-DISPLAY DELIMITED BY SIZE
                      " 連続" DELIMITED BY SIZE
                      WS-CHR-TERMS(WS-CHR-IDX) DELIMITED BY SIZE
                      "学期" DELIMITED BY SIZE
                   INTO PRINT-OUTPUT-RECORD
               END-STRING
               WRITE PRINT-OUTPUT-RECORD
           END-PERFORM.
           IF WS-CHR-COUNT = 0
               MOVE "  該当者なし" TO PRINT-OUTPUT-RECORD
               WRITE PRINT-OUTPUT-RECORD
           END-IF.
           MOVE ALL "=" TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.
           CLOSE PRINT-OUTPUT-FILE.
