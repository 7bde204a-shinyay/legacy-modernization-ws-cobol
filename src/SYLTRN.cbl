      *****************************************************************
      * シラバス管理システム - 成績証明書発行(SYLTRN)
      * 学生1名または学科単位で、履修した全科目を年度・学期順に
      * 評価付きで印字し、学期GPAと累積GPAを付ける。過年度の
      * 科目名は年度末整理後の履歴ファイルから引く。発行ごとに
      * 発行番号を採番して発行台帳に記録する。匿名化処理からは
      * 保存モードで呼ばれ、学生1名分を永久保存ファイルに追記する
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLTRN.
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

           SELECT ISSUE-FILE
               ASSIGN TO "trnissue.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRI-SERIAL-NO
               FILE STATUS IS WS-TRI-FILE-STATUS.

           SELECT PRINT-OUTPUT-FILE
               ASSIGN TO WS-PRINT-FILENAME
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

       FD ISSUE-FILE.
           COPY "copybooks/TRNISSFILE.cpy".

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

       01 WS-TRI-FILE-STATUS       PIC XX VALUE "00".
          88 WS-TRI-FILE-SUCCESS   VALUE "00".

       01 WS-OUT-FILE-STATUS       PIC XX VALUE "00".
          88 WS-OUT-FILE-SUCCESS   VALUE "00".

       01 WS-PRINT-FILENAME        PIC X(30).

       01 WS-HISTORY-OPEN-FLAG     PIC X VALUE "N".
          88 WS-HISTORY-OPEN       VALUE "Y".

       01 WS-GRADE-OPEN-FLAG       PIC X VALUE "N".
          88 WS-GRADE-OPEN         VALUE "Y".

       01 WS-ENR-EOF-FLAG          PIC X VALUE "N".
          88 WS-ENR-EOF            VALUE "Y".

       01 WS-SYL-EOF-FLAG          PIC X VALUE "N".
          88 WS-SYL-EOF            VALUE "Y".

       01 WS-STU-EOF-FLAG          PIC X VALUE "N".
          88 WS-STU-EOF            VALUE "Y".

       01 WS-GPT-EOF-FLAG          PIC X VALUE "N".
          88 WS-GPT-EOF            VALUE "Y".

       01 WS-TRI-EOF-FLAG          PIC X VALUE "N".
          88 WS-TRI-EOF            VALUE "Y".

       01 WS-COURSE-FOUND-FLAG     PIC X VALUE "N".
          88 WS-COURSE-FOUND       VALUE "Y".

       01 WS-TARGET-STUDENT-ID     PIC X(8).
       01 WS-TARGET-DEPT-ID        PIC X(4).
       01 WS-ISSUED-TO             PIC X(30).

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

      * 1学生分の科目表(年度+学期+科目の昇順に挿入。最大100科目)
       01 WS-COURSE-TABLE.
          05 WS-CRS-COUNT          PIC 9(3) VALUE 0.
          05 WS-CRS-ENTRY OCCURS 100 TIMES.
             10 WS-CRS-SORT-KEY.
                15 WS-CRS-YEAR     PIC X(4).
                15 WS-CRS-SEMESTER PIC X(2).
                15 WS-CRS-COURSE-ID PIC X(6).
             10 WS-CRS-NAME        PIC X(30).
             10 WS-CRS-NAME-EN     PIC X(30).
             10 WS-CRS-CREDITS     PIC 9.
             10 WS-CRS-GRADE       PIC X.

       01 WS-CRS-IDX               PIC 9(3).
       01 WS-CRS-POS               PIC 9(3).
       01 WS-CRS-OVERFLOW-FLAG     PIC X VALUE "N".
          88 WS-CRS-OVERFLOW       VALUE "Y".

       01 WS-NEW-ENTRY.
          05 WS-NEW-SORT-KEY.
             10 WS-NEW-YEAR        PIC X(4).
             10 WS-NEW-SEMESTER    PIC X(2).
             10 WS-NEW-COURSE-ID   PIC X(6).
          05 WS-NEW-NAME           PIC X(30).
          05 WS-NEW-NAME-EN        PIC X(30).
          05 WS-NEW-CREDITS        PIC 9.
          05 WS-NEW-GRADE          PIC X.

       01 WS-STUDENT-NAME          PIC X(20).
       01 WS-STUDENT-DEPT-ID       PIC X(4).
       01 WS-STUDENT-ADM-YEAR      PIC X(4).

      * GPA集計(学期・累積)
       01 WS-TERM-KEY              PIC X(6).
       01 WS-TERM-QP               PIC 9(5)V9.
       01 WS-TERM-GPA-CREDITS      PIC 9(3).
       01 WS-TERM-EARNED           PIC 9(3).
       01 WS-CUM-QP                PIC 9(5)V9.
       01 WS-CUM-GPA-CREDITS       PIC 9(3).
       01 WS-CUM-EARNED            PIC 9(3).
       01 WS-GPA                   PIC 9V99.
       01 WS-TERM-GPA-DISPLAY      PIC 9.99.
       01 WS-CUM-GPA-DISPLAY       PIC 9.99.
       01 WS-EARNED-MARK           PIC X.
       01 WS-GRADE-MARK            PIC X.

       01 WS-NEXT-SERIAL           PIC 9(8) VALUE 0.
       01 WS-ISSUE-TIMESTAMP       PIC X(21).
       01 WS-ISSUE-COUNT           PIC 9(5) VALUE 0.

       LINKAGE SECTION.
      * 呼出要求(処理区分 空白=窓口発行 A=永久保存)
       01 LS-TRN-REQUEST.
          05 LS-TRN-MODE           PIC X.
             88 LS-TRN-ARCHIVE     VALUE "A".
          05 LS-TRN-STUDENT-ID     PIC X(8).
          05 LS-TRN-SERIAL-NO      PIC 9(8).
          05 LS-TRN-RESULT         PIC X.
             88 LS-TRN-ISSUED      VALUE "Y".

       SCREEN SECTION.
       01 TRN-OPTION-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "成績証明書発行".
           05 LINE 3 COLUMN 1 VALUE "学籍番号(空白=学科):".
           05 LINE 3 COLUMN 28 PIC X(8) USING WS-TARGET-STUDENT-ID.
           05 LINE 4 COLUMN 1 VALUE "学科コード(学科単位時):".
           05 LINE 4 COLUMN 28 PIC X(4) USING WS-TARGET-DEPT-ID.
           05 LINE 5 COLUMN 1 VALUE "提出先:".
           05 LINE 5 COLUMN 28 PIC X(30) USING WS-ISSUED-TO.

       PROCEDURE DIVISION USING LS-TRN-REQUEST.
       MAIN-PROCESS.
           MOVE 0 TO WS-ISSUE-COUNT.
           MOVE "N" TO LS-TRN-RESULT.
           MOVE 0 TO LS-TRN-SERIAL-NO.
           IF LS-TRN-ARCHIVE
               PERFORM ARCHIVE-ONE-STUDENT
               GOBACK
           END-IF.

           MOVE "transcript.txt" TO WS-PRINT-FILENAME.
           MOVE SPACES TO WS-TARGET-STUDENT-ID.
           MOVE SPACES TO WS-TARGET-DEPT-ID.
           MOVE SPACES TO WS-ISSUED-TO.
           DISPLAY TRN-OPTION-SCREEN.
           ACCEPT TRN-OPTION-SCREEN.

           IF WS-TARGET-STUDENT-ID = SPACES
               AND WS-TARGET-DEPT-ID = SPACES
               DISPLAY "エラー:学籍番号か学科を指定。"
               GOBACK
           END-IF.
           IF WS-ISSUED-TO = SPACES
               DISPLAY "エラー:提出先は必須です。"
               GOBACK
           END-IF.

           PERFORM OPEN-FILES.
           IF NOT WS-ENR-FILE-SUCCESS OR NOT WS-SYL-FILE-SUCCESS
               OR NOT WS-STU-FILE-SUCCESS
               DISPLAY "エラー:ファイルが開けません。"
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.
           IF NOT WS-TRI-FILE-SUCCESS
               DISPLAY "エラー:発行台帳が開けません。"
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.

           PERFORM LOAD-GRADE-POINT-TABLE.
           PERFORM FIND-NEXT-SERIAL.

           IF WS-TARGET-STUDENT-ID NOT = SPACES
               MOVE WS-TARGET-STUDENT-ID TO STU-ID
               READ STUDENT-FILE
                   KEY IS STU-ID
                   INVALID KEY
                       DISPLAY "エラー:学生が未登録。"
                   NOT INVALID KEY
                       PERFORM ISSUE-ONE-TRANSCRIPT
               END-READ
           ELSE
               PERFORM ISSUE-DEPARTMENT-TRANSCRIPTS
           END-IF.

           DISPLAY " ".
           DISPLAY "発行件数: " WS-ISSUE-COUNT.
           DISPLAY "transcript.txtに出力しました。".

           PERFORM CLOSE-FILES.
           GOBACK.

      *-----------------------------------------------------------
      * 保存モード: 指定の学生1名分を永久保存ファイルに追記し、
      * 発行台帳に記録できたら発行番号を返す
      *-----------------------------------------------------------
       ARCHIVE-ONE-STUDENT.
           MOVE "transcript_archive.txt" TO WS-PRINT-FILENAME.
           MOVE LS-TRN-STUDENT-ID TO WS-TARGET-STUDENT-ID.
           MOVE SPACES TO WS-TARGET-DEPT-ID.
           MOVE "永久保存(匿名化前)" TO WS-ISSUED-TO.

           PERFORM OPEN-FILES.
           IF NOT WS-ENR-FILE-SUCCESS OR NOT WS-SYL-FILE-SUCCESS
               OR NOT WS-STU-FILE-SUCCESS OR NOT WS-TRI-FILE-SUCCESS
               OR NOT WS-OUT-FILE-SUCCESS
               DISPLAY "エラー:ファイルが開けません。"
               PERFORM CLOSE-FILES
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOAD-GRADE-POINT-TABLE.
           PERFORM FIND-NEXT-SERIAL.

           MOVE WS-TARGET-STUDENT-ID TO STU-ID.
           READ STUDENT-FILE
               KEY IS STU-ID
               INVALID KEY
                   DISPLAY "エラー:学生が未登録。"
               NOT INVALID KEY
                   PERFORM ISSUE-ONE-TRANSCRIPT
           END-READ.

           IF WS-ISSUE-COUNT = 1
               MOVE "Y" TO LS-TRN-RESULT
           END-IF.
           PERFORM CLOSE-FILES.

       OPEN-FILES.
           MOVE "N" TO WS-HISTORY-OPEN-FLAG.
           MOVE "N" TO WS-GRADE-OPEN-FLAG.
           OPEN INPUT ENROLLMENT-FILE.
           OPEN INPUT SYLLABUS-FILE.
           OPEN INPUT STUDENT-FILE.
           OPEN INPUT HISTORY-FILE.
           IF WS-HSY-FILE-SUCCESS
               MOVE "Y" TO WS-HISTORY-OPEN-FLAG
           END-IF.
           OPEN INPUT GRADE-FILE.
           IF WS-GRD-FILE-SUCCESS
               MOVE "Y" TO WS-GRADE-OPEN-FLAG
           ELSE
               DISPLAY "警告:成績結果ファイルなし。"
           END-IF.
           OPEN I-O ISSUE-FILE.
           IF NOT WS-TRI-FILE-SUCCESS
               OPEN OUTPUT ISSUE-FILE
               CLOSE ISSUE-FILE
               OPEN I-O ISSUE-FILE
           END-IF.
      *    永久保存ファイルは追記する(初回のみ新規作成)
           IF LS-TRN-ARCHIVE
               OPEN EXTEND PRINT-OUTPUT-FILE
               IF NOT WS-OUT-FILE-SUCCESS
                   OPEN OUTPUT PRINT-OUTPUT-FILE
               END-IF
           ELSE
               OPEN OUTPUT PRINT-OUTPUT-FILE
           END-IF.

       CLOSE-FILES.
           CLOSE ENROLLMENT-FILE.
           CLOSE SYLLABUS-FILE.
           CLOSE STUDENT-FILE.
           IF WS-HISTORY-OPEN
               CLOSE HISTORY-FILE
           END-IF.
           IF WS-GRADE-OPEN
               CLOSE GRADE-FILE
           END-IF.
           CLOSE ISSUE-FILE.
           CLOSE PRINT-OUTPUT-FILE.

      *-----------------------------------------------------------
      * 評価別ポイント表を作る
      * 既定(S=4,A=3,B=2,C=1,F=0,Wは算入しない)をマスタの
      * レコードで上書き・追加する
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

      * 発行台帳の最終番号の次を採番する
       FIND-NEXT-SERIAL.
           MOVE 0 TO WS-NEXT-SERIAL.
           MOVE "N" TO WS-TRI-EOF-FLAG.
           MOVE 0 TO TRI-SERIAL-NO.
           START ISSUE-FILE KEY IS NOT LESS THAN TRI-SERIAL-NO
               INVALID KEY
                   MOVE "Y" TO WS-TRI-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-TRI-EOF
               READ ISSUE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-TRI-EOF-FLAG
                   NOT AT END
                       MOVE TRI-SERIAL-NO TO WS-NEXT-SERIAL
               END-READ
           END-PERFORM.
           ADD 1 TO WS-NEXT-SERIAL.

      *-----------------------------------------------------------
      * 学科単位: 学生マスタを走査し在籍中の学生ごとに発行する
      *-----------------------------------------------------------
       ISSUE-DEPARTMENT-TRANSCRIPTS.
           MOVE "N" TO WS-STU-EOF-FLAG.
           MOVE LOW-VALUES TO STU-ID.
           START STUDENT-FILE KEY IS NOT LESS THAN STU-ID
               INVALID KEY
                   MOVE "Y" TO WS-STU-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-STU-EOF
               READ STUDENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-STU-EOF-FLAG
                   NOT AT END
                       IF STU-DEPARTMENT-ID = WS-TARGET-DEPT-ID
                           AND STU-ACTIVE
                           PERFORM ISSUE-ONE-TRANSCRIPT
                       END-IF
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------
      * 1学生分: 科目表を作って印字し、発行台帳に記録する
      * (学生マスタのレコードが読まれている前提)
      *-----------------------------------------------------------
       ISSUE-ONE-TRANSCRIPT.
           MOVE STU-ID TO WS-TARGET-STUDENT-ID.
           MOVE STU-NAME TO WS-STUDENT-NAME.
           MOVE STU-DEPARTMENT-ID TO WS-STUDENT-DEPT-ID.
           MOVE STU-ADMISSION-YEAR TO WS-STUDENT-ADM-YEAR.

           PERFORM BUILD-COURSE-TABLE.
           IF WS-CRS-OVERFLOW
               DISPLAY "警告:科目数が100を超過 "
                   WS-TARGET-STUDENT-ID
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-ISSUE-TIMESTAMP.
           PERFORM PRINT-TRANSCRIPT-HEADER.
           PERFORM PRINT-COURSE-LINES.
           PERFORM PRINT-TRANSCRIPT-FOOTER.
           PERFORM RECORD-ISSUE.

      * 履修明細を全件走査し、取消以外の履修を科目表に入れる
       BUILD-COURSE-TABLE.
           MOVE 0 TO WS-CRS-COUNT.
           MOVE "N" TO WS-CRS-OVERFLOW-FLAG.
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
                       IF ENR-STUDENT-ID = WS-TARGET-STUDENT-ID
                           AND NOT ENR-STATUS-DROPPED
                           PERFORM ADD-ONE-COURSE
                       END-IF
               END-READ
           END-PERFORM.

       ADD-ONE-COURSE.
           PERFORM FIND-COURSE-RECORD.
           MOVE ENR-ACADEMIC-YEAR TO WS-NEW-YEAR.
           MOVE ENR-COURSE-ID TO WS-NEW-COURSE-ID.
           IF WS-COURSE-FOUND
               MOVE SYL-SEMESTER TO WS-NEW-SEMESTER
               MOVE SYL-COURSE-NAME TO WS-NEW-NAME
               MOVE SYL-COURSE-NAME-EN TO WS-NEW-NAME-EN
               MOVE SYL-CREDITS TO WS-NEW-CREDITS
           ELSE
               MOVE SPACES TO WS-NEW-SEMESTER
               MOVE "(科目情報なし)" TO WS-NEW-NAME
               MOVE SPACES TO WS-NEW-NAME-EN
               MOVE 0 TO WS-NEW-CREDITS
           END-IF.

      *    途中放棄はW、成績未確定は空白
           IF ENR-STATUS-WITHDRAWN
               MOVE "W" TO WS-NEW-GRADE
           ELSE
               MOVE SPACE TO WS-NEW-GRADE
               IF WS-GRADE-OPEN
                   MOVE ENR-COURSE-ID TO GRD-COURSE-ID
                   MOVE ENR-ACADEMIC-YEAR TO GRD-ACADEMIC-YEAR
                   MOVE ENR-STUDENT-ID TO GRD-STUDENT-ID
                   READ GRADE-FILE
                       KEY IS GRD-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE GRD-GRADE TO WS-NEW-GRADE
                   END-READ
               END-IF
           END-IF.

           IF WS-CRS-COUNT >= 100
               MOVE "Y" TO WS-CRS-OVERFLOW-FLAG
               EXIT PARAGRAPH
           END-IF.

      *    挿入位置を求め、後ろの科目を1つずつずらす
           MOVE 1 TO WS-CRS-POS.
           PERFORM VARYING WS-CRS-IDX FROM 1 BY 1
                   UNTIL WS-CRS-IDX > WS-CRS-COUNT
               IF WS-CRS-SORT-KEY(WS-CRS-IDX) < WS-NEW-SORT-KEY
                   COMPUTE WS-CRS-POS = WS-CRS-IDX + 1
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-CRS-IDX FROM WS-CRS-COUNT BY -1
                   UNTIL WS-CRS-IDX < WS-CRS-POS
               MOVE WS-CRS-ENTRY(WS-CRS-IDX)
                   TO WS-CRS-ENTRY(WS-CRS-IDX + 1)
           END-PERFORM.
           MOVE WS-NEW-ENTRY TO WS-CRS-ENTRY(WS-CRS-POS).
           ADD 1 TO WS-CRS-COUNT.

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
      * 証明書の見出し(発行番号・発行日・学生情報)
      *-----------------------------------------------------------
       PRINT-TRANSCRIPT-HEADER.
           MOVE ALL "=" TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.
           MOVE "                          成 績 証 明 書"
               TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.
           MOVE SPACES TO PRINT-OUTPUT-RECORD.
           STRING "発行番号: " DELIMITED BY SIZE
                  WS-NEXT-SERIAL DELIMITED BY SIZE
                  "   発行日: " DELIMITED BY SIZE
                  WS-ISSUE-TIMESTAMP(1:8) DELIMITED BY SIZE
               INTO PRINT-OUTPUT-RECORD
           END-STRING.
           WRITE PRINT-OUTPUT-RECORD.
           MOVE SPACES TO PRINT-OUTPUT-RECORD.
           STRING "学籍番号: " DELIMITED BY SIZE
                  WS-TARGET-STUDENT-ID DELIMITED BY SIZE
                  "   氏名: " DELIMITED BY SIZE
                  WS-STUDENT-NAME DELIMITED BY SIZE
               INTO PRINT-OUTPUT-RECORD
           END-STRING.
           WRITE PRINT-OUTPUT-RECORD.
           MOVE SPACES TO PRINT-OUTPUT-RECORD.
           STRING "所属学科: " DELIMITED BY SIZE
                  WS-STUDENT-DEPT-ID DELIMITED BY SIZE
                  "       入学年度: " DELIMITED BY SIZE
                  WS-STUDENT-ADM-YEAR DELIMITED BY SIZE
               INTO PRINT-OUTPUT-RECORD
           END-STRING.
           WRITE PRINT-OUTPUT-RECORD.
           MOVE SPACES TO PRINT-OUTPUT-RECORD.
           STRING "提出先: " DELIMITED BY SIZE
                  WS-ISSUED-TO DELIMITED BY SIZE
               INTO PRINT-OUTPUT-RECORD
           END-STRING.
           WRITE PRINT-OUTPUT-RECORD.
           MOVE ALL "-" TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.
           MOVE "年度 学期 科目   科目名"
               & "                         単位 評価 修得"
               TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.
           MOVE ALL "-" TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.

      *-----------------------------------------------------------
      * 科目明細(学期が変わるたびに学期GPAの行を挟む)
      *-----------------------------------------------------------
       PRINT-COURSE-LINES.
           MOVE SPACES TO WS-TERM-KEY.
           MOVE 0 TO WS-TERM-QP.
           MOVE 0 TO WS-TERM-GPA-CREDITS.
           MOVE 0 TO WS-TERM-EARNED.
           MOVE 0 TO WS-CUM-QP.
           MOVE 0 TO WS-CUM-GPA-CREDITS.
           MOVE 0 TO WS-CUM-EARNED.

           PERFORM VARYING WS-CRS-IDX FROM 1 BY 1
                   UNTIL WS-CRS-IDX > WS-CRS-COUNT
               IF WS-CRS-SORT-KEY(WS-CRS-IDX)(1:6) NOT = WS-TERM-KEY
                   IF WS-TERM-KEY NOT = SPACES
                       PERFORM PRINT-TERM-SUMMARY
                   END-IF
                   MOVE WS-CRS-SORT-KEY(WS-CRS-IDX)(1:6)
                       TO WS-TERM-KEY
                   MOVE 0 TO WS-TERM-QP
                   MOVE 0 TO WS-TERM-GPA-CREDITS
                   MOVE 0 TO WS-TERM-EARNED
               END-IF
               PERFORM PRINT-ONE-COURSE
           END-PERFORM.
           IF WS-TERM-KEY NOT = SPACES
               PERFORM PRINT-TERM-SUMMARY
           END-IF.

       PRINT-ONE-COURSE.
           MOVE SPACE TO WS-EARNED-MARK.
           MOVE WS-CRS-GRADE(WS-CRS-IDX) TO WS-GRADE-MARK.
           IF WS-GRADE-MARK = SPACE
               MOVE "-" TO WS-GRADE-MARK
           ELSE
               PERFORM FIND-GRADE-POINT-ENTRY
               IF WS-GPT-HIT > 0
                   PERFORM ACCUMULATE-GRADE-POINTS
               END-IF
           END-IF.

           MOVE SPACES TO PRINT-OUTPUT-RECORD.
           STRING WS-CRS-YEAR(WS-CRS-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-CRS-SEMESTER(WS-CRS-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-CRS-COURSE-ID(WS-CRS-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CRS-NAME(WS-CRS-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-CRS-CREDITS(WS-CRS-IDX) DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-GRADE-MARK DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-EARNED-MARK DELIMITED BY SIZE
               INTO PRINT-OUTPUT-RECORD
           END-STRING.
           WRITE PRINT-OUTPUT-RECORD.
           IF WS-CRS-NAME-EN(WS-CRS-IDX) NOT = SPACES
               MOVE SPACES TO PRINT-OUTPUT-RECORD
               STRING "                 " DELIMITED BY SIZE
                      WS-CRS-NAME-EN(WS-CRS-IDX) DELIMITED BY SIZE
                   INTO PRINT-OUTPUT-RECORD
               END-STRING
               WRITE PRINT-OUTPUT-RECORD
           END-IF.

      * 評価の扱いに従って学期・累積のポイントと修得単位を加える
       ACCUMULATE-GRADE-POINTS.
           IF WS-GPT-IN-GPA(WS-GPT-HIT) = "Y"
               COMPUTE WS-TERM-QP = WS-TERM-QP
                   + WS-GPT-POINTS(WS-GPT-HIT)
                     * WS-CRS-CREDITS(WS-CRS-IDX)
               COMPUTE WS-CUM-QP = WS-CUM-QP
                   + WS-GPT-POINTS(WS-GPT-HIT)
                     * WS-CRS-CREDITS(WS-CRS-IDX)
               ADD WS-CRS-CREDITS(WS-CRS-IDX)
                   TO WS-TERM-GPA-CREDITS
               ADD WS-CRS-CREDITS(WS-CRS-IDX)
                   TO WS-CUM-GPA-CREDITS
           END-IF.
           IF WS-GPT-EARNS(WS-GPT-HIT) = "Y"
               MOVE WS-CRS-CREDITS(WS-CRS-IDX) TO WS-EARNED-MARK
               ADD WS-CRS-CREDITS(WS-CRS-IDX) TO WS-TERM-EARNED
               ADD WS-CRS-CREDITS(WS-CRS-IDX) TO WS-CUM-EARNED
           END-IF.

       PRINT-TERM-SUMMARY.
           MOVE 0 TO WS-GPA.
           IF WS-TERM-GPA-CREDITS > 0
               COMPUTE WS-GPA ROUNDED
                   = WS-TERM-QP / WS-TERM-GPA-CREDITS
           END-IF.
           MOVE WS-GPA TO WS-TERM-GPA-DISPLAY.
           PERFORM COMPUTE-CUMULATIVE-GPA.
           MOVE SPACES TO PRINT-OUTPUT-RECORD.
           STRING "     学期GPA: " DELIMITED BY SIZE
                  WS-TERM-GPA-DISPLAY DELIMITED BY SIZE
                  "  学期修得: " DELIMITED BY SIZE
                  WS-TERM-EARNED DELIMITED BY SIZE
                  "  累積GPA: " DELIMITED BY SIZE
                  WS-CUM-GPA-DISPLAY DELIMITED BY SIZE
                  "  累積修得: " DELIMITED BY SIZE
                  WS-CUM-EARNED DELIMITED BY SIZE
               INTO PRINT-OUTPUT-RECORD
           END-STRING.
           WRITE PRINT-OUTPUT-RECORD.

       COMPUTE-CUMULATIVE-GPA.
           MOVE 0 TO WS-GPA.
           IF WS-CUM-GPA-CREDITS > 0
               COMPUTE WS-GPA ROUNDED
                   = WS-CUM-QP / WS-CUM-GPA-CREDITS
           END-IF.
           MOVE WS-GPA TO WS-CUM-GPA-DISPLAY.

       PRINT-TRANSCRIPT-FOOTER.
           PERFORM COMPUTE-CUMULATIVE-GPA.
           MOVE ALL "-" TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.
           MOVE SPACES TO PRINT-OUTPUT-RECORD.
           STRING "累積GPA: " DELIMITED BY SIZE
                  WS-CUM-GPA-DISPLAY DELIMITED BY SIZE
                  "   修得単位合計: " DELIMITED BY SIZE
                  WS-CUM-EARNED DELIMITED BY SIZE
               INTO PRINT-OUTPUT-RECORD
           END-STRING.
           WRITE PRINT-OUTPUT-RECORD.
           MOVE "評価 - は成績未確定、"
               & "W は途中放棄を示す。" TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.
           MOVE ALL "=" TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.
           MOVE SPACES TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.

      * 発行台帳に記録し、次の発行番号へ進める
       RECORD-ISSUE.
           MOVE WS-NEXT-SERIAL TO TRI-SERIAL-NO.
           MOVE WS-TARGET-STUDENT-ID TO TRI-STUDENT-ID.
           MOVE WS-STUDENT-NAME TO TRI-STUDENT-NAME.
           MOVE WS-ISSUE-TIMESTAMP(1:8) TO TRI-ISSUE-DATE.
           MOVE WS-ISSUE-TIMESTAMP(9:6) TO TRI-ISSUE-TIME.
           MOVE WS-ISSUED-TO TO TRI-ISSUED-TO.
           MOVE WS-CUM-EARNED TO TRI-CREDITS-EARNED.
           MOVE WS-GPA TO TRI-CUMULATIVE-GPA.
           WRITE TRANSCRIPT-ISSUE-RECORD
               INVALID KEY
                   DISPLAY "エラー:発行台帳の記録に失敗 "
                       WS-NEXT-SERIAL
               NOT INVALID KEY
                   ADD 1 TO WS-ISSUE-COUNT
                   MOVE WS-NEXT-SERIAL TO LS-TRN-SERIAL-NO
                   DISPLAY "発行: " WS-NEXT-SERIAL " "
                       WS-TARGET-STUDENT-ID " " WS-STUDENT-NAME
           END-WRITE.
           ADD 1 TO WS-NEXT-SERIAL.
