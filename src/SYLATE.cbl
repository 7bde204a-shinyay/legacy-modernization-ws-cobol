      *****************************************************************
      * シラバス管理システム - 出席率・受験資格判定バッチ(SYLATE)
      * 学年暦から区分ごとの実授業回数(休日・休講日を除き、出欠
      * が記録された補講日を加える)を求め、履修学生ごとの出席率
      * を算出する。授業回数の2/3に届かなくなった学生を受験資格
      * なしとして出席状況ファイルに記録し(期末試験日程保守で
      * 一覧)、学期途中で2/3を下回った学生には警告通知を追加する
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLATE.
       AUTHOR. SHINYAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYLLABUS-FILE
               ASSIGN TO "syllabus.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-RECORD-KEY
               FILE STATUS IS WS-SYL-FILE-STATUS.

           SELECT ENROLLMENT-FILE
               ASSIGN TO "enroll.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-KEY
               FILE STATUS IS WS-ENR-FILE-STATUS.

           SELECT ATTENDANCE-FILE
               ASSIGN TO "attendance.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATT-KEY
               FILE STATUS IS WS-ATT-FILE-STATUS.

           SELECT ATTEND-STATUS-FILE
               ASSIGN TO "attstat.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATS-KEY
               FILE STATUS IS WS-ATS-FILE-STATUS.

           SELECT SEMESTER-FILE
               ASSIGN TO "semester.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEM-CODE
               FILE STATUS IS WS-SEM-FILE-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO "calendar.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CAL-FILE-STATUS.

           SELECT STUDENT-NOTIFY-FILE
               ASSIGN TO "stunotify.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNT-FILE-STATUS.

           SELECT PRINT-OUTPUT-FILE
               ASSIGN TO "attend_elig_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SYLLABUS-FILE.
           COPY "copybooks/SYLFILE.cpy".

       FD ENROLLMENT-FILE.
           COPY "copybooks/ENROLLFILE.cpy".

       FD ATTENDANCE-FILE.
           COPY "copybooks/ATTENDFILE.cpy".

       FD ATTEND-STATUS-FILE.
           COPY "copybooks/ATTSTATFILE.cpy".

       FD SEMESTER-FILE.
           COPY "copybooks/SEMESTERFILE.cpy".

       FD CALENDAR-FILE.
           COPY "copybooks/CALFILE.cpy".

       FD STUDENT-NOTIFY-FILE.
           COPY "copybooks/STUNTFFILE.cpy".

       FD PRINT-OUTPUT-FILE.
       01 PRINT-OUTPUT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-SYL-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SYL-FILE-SUCCESS   VALUE "00".

       01 WS-ENR-FILE-STATUS       PIC XX VALUE "00".
          88 WS-ENR-FILE-SUCCESS   VALUE "00".

       01 WS-ATT-FILE-STATUS       PIC XX VALUE "00".
          88 WS-ATT-FILE-SUCCESS   VALUE "00".

       01 WS-ATS-FILE-STATUS       PIC XX VALUE "00".
          88 WS-ATS-FILE-SUCCESS   VALUE "00".

       01 WS-SEM-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SEM-FILE-SUCCESS   VALUE "00".

       01 WS-CAL-FILE-STATUS       PIC XX VALUE "00".
          88 WS-CAL-FILE-SUCCESS   VALUE "00".

       01 WS-SNT-FILE-STATUS       PIC XX VALUE "00".
       01 WS-OUT-FILE-STATUS       PIC XX VALUE "00".

       01 WS-CAL-OPEN-FLAG         PIC X VALUE "N".
          88 WS-CAL-OPENED         VALUE "Y".

       01 WS-SYL-EOF-FLAG          PIC X VALUE "N".
          88 WS-SYL-EOF            VALUE "Y".

       01 WS-ENR-EOF-FLAG          PIC X VALUE "N".
          88 WS-ENR-EOF            VALUE "Y".

       01 WS-ATT-EOF-FLAG          PIC X VALUE "N".
          88 WS-ATT-EOF            VALUE "Y".

       01 WS-ATS-EXISTS-FLAG       PIC X VALUE "N".
          88 WS-ATS-EXISTS         VALUE "Y".

       01 WS-TARGET-YEAR           PIC X(4).
       01 WS-TARGET-SEMESTER       PIC X(2).
       01 WS-AS-OF-DATE            PIC X(8).
       01 WS-TODAY                 PIC X(8).

       01 WS-DATE-NUM              PIC 9(8).
       01 WS-DATE-TEXT             PIC X(8).
       01 WS-DATE-INT              PIC 9(8).
       01 WS-START-INT             PIC 9(8).
       01 WS-END-INT               PIC 9(8).
       01 WS-WEEKDAY               PIC 9.
       01 WS-WEEKDAY-WORK          PIC 9(8).

      * 対象学期の区分表(最大300区分。授業回数は学年暦から算出)
       01 WS-SECTION-TABLE.
          05 WS-SEC-COUNT          PIC 9(3) VALUE 0.
          05 WS-SEC-ENTRY OCCURS 300 TIMES.
             10 WS-SEC-COURSE-ID   PIC X(6).
             10 WS-SEC-SECTION-NO  PIC X(2).
             10 WS-SEC-SEMESTER    PIC X(2).
             10 WS-SEC-CLASS-DAY   PIC 9.
             10 WS-SEC-START-DATE  PIC X(8).
             10 WS-SEC-END-DATE    PIC X(8).
             10 WS-SEC-TOTAL       PIC 99.
             10 WS-SEC-HELD        PIC 99.

       01 WS-SEC-IDX               PIC 9(3).
       01 WS-SEC-PICK              PIC 9(3).
       01 WS-OVERFLOW-FLAG         PIC X VALUE "N".
          88 WS-TABLE-OVERFLOW     VALUE "Y".

      * 区分ごとの補講日(出欠の記録がある日のみ授業回数に加える)
       01 WS-MAKEUP-TABLE.
          05 WS-MKP-COUNT          PIC 99 VALUE 0.
          05 WS-MKP-DATE OCCURS 30 TIMES PIC X(8).
       01 WS-MKP-IDX               PIC 99.
       01 WS-MKP-FOUND-FLAG        PIC X.
          88 WS-MKP-FOUND          VALUE "Y".

      * 学生別の集計
       01 WS-RECORD-COUNT          PIC 9(3).
       01 WS-BEST-COUNT            PIC 9(3).
       01 WS-ATTEND-COUNT          PIC 99.
       01 WS-TOTAL-COUNT           PIC 99.
       01 WS-HELD-COUNT            PIC 99.
       01 WS-REQUIRED-COUNT        PIC 99.
       01 WS-MISSED-COUNT          PIC 99.
       01 WS-RATE                  PIC 999.
       01 WS-RATE-DISP             PIC ZZ9.
       01 WS-NEW-STATE             PIC X.
       01 WS-NEW-LEVEL             PIC 9.
       01 WS-SENT-LEVEL            PIC 9.

      * 受験資格なし・出席率警告の一覧(最大500件)
       01 WS-LIST-TABLE.
          05 WS-LST-COUNT          PIC 9(3) VALUE 0.
          05 WS-LST-ENTRY OCCURS 500 TIMES.
             10 WS-LST-STATE       PIC X.
             10 WS-LST-COURSE-ID   PIC X(6).
             10 WS-LST-SECTION-NO  PIC X(2).
             10 WS-LST-STUDENT-ID  PIC X(8).
             10 WS-LST-NAME        PIC X(20).
             10 WS-LST-TOTAL       PIC 99.
             10 WS-LST-HELD        PIC 99.
             10 WS-LST-ATTEND      PIC 99.
             10 WS-LST-RATE        PIC 999.
       01 WS-LST-IDX               PIC 9(3).
       01 WS-LST-OVERFLOW-FLAG     PIC X VALUE "N".
          88 WS-LST-OVERFLOW       VALUE "Y".
       01 WS-LIST-STATE            PIC X.
       01 WS-LAST-COURSE-ID        PIC X(6).
       01 WS-LINE-COUNT            PIC 9(5).

      * 処理件数
       01 WS-CHECKED-COUNT         PIC 9(5) VALUE 0.
       01 WS-INELIGIBLE-COUNT      PIC 9(5) VALUE 0.
       01 WS-WARNING-COUNT         PIC 9(5) VALUE 0.
       01 WS-NOTICE-COUNT          PIC 9(5) VALUE 0.
       01 WS-REMOVED-COUNT         PIC 9(5) VALUE 0.

       SCREEN SECTION.
       01 ATE-OPTION-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "出席率・受験資格判定".
           05 LINE 3 COLUMN 1 VALUE "対象年度(4桁):".
           05 LINE 3 COLUMN 24 PIC X(4) USING WS-TARGET-YEAR.
           05 LINE 4 COLUMN 1 VALUE "学期(空白=全て):".
           05 LINE 4 COLUMN 24 PIC X(2) USING WS-TARGET-SEMESTER.
           05 LINE 5 COLUMN 1 VALUE "基準日(YYYYMMDD):".
           05 LINE 5 COLUMN 24 PIC X(8) USING WS-AS-OF-DATE.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY(1:4) TO WS-TARGET-YEAR.
           MOVE SPACES TO WS-TARGET-SEMESTER.
           MOVE WS-TODAY TO WS-AS-OF-DATE.
           DISPLAY ATE-OPTION-SCREEN.
           ACCEPT ATE-OPTION-SCREEN.

           IF WS-TARGET-YEAR = SPACES
               DISPLAY "エラー:年度は必須です。"
               GOBACK
           END-IF.
           IF WS-AS-OF-DATE = SPACES
               MOVE WS-TODAY TO WS-AS-OF-DATE
           END-IF.
           IF WS-AS-OF-DATE NOT NUMERIC
               DISPLAY "エラー:基準日が日付でない。"
               GOBACK
           END-IF.

           PERFORM OPEN-FILES.
           IF NOT WS-SYL-FILE-SUCCESS OR NOT WS-ENR-FILE-SUCCESS
               OR NOT WS-ATT-FILE-SUCCESS
               DISPLAY "エラー:ファイルが開けません。"
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.
           IF NOT WS-SEM-FILE-SUCCESS
               DISPLAY "エラー:学期マスタがありません。"
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.
           IF NOT WS-ATS-FILE-SUCCESS
               DISPLAY "エラー:出席状況が開けません。"
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.
           IF NOT WS-CAL-OPENED
               DISPLAY "警告:学年暦マスタなし。"
               DISPLAY "休講・補講日は考慮しません。"
           END-IF.

           PERFORM LOAD-SECTION-TABLE.
           IF WS-TABLE-OVERFLOW
               DISPLAY "警告:区分が300件を超過。"
           END-IF.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               PERFORM COUNT-SECTION-SESSIONS
           END-PERFORM.

           OPEN EXTEND STUDENT-NOTIFY-FILE.
           IF WS-SNT-FILE-STATUS NOT = "00"
               OPEN OUTPUT STUDENT-NOTIFY-FILE
           END-IF.
           PERFORM CHECK-ALL-ENROLLMENTS.
           CLOSE STUDENT-NOTIFY-FILE.

           IF WS-LST-OVERFLOW
               DISPLAY "警告:一覧が500件を超過。"
           END-IF.

           PERFORM WRITE-REPORT.

           DISPLAY " ".
           DISPLAY "対象区分数:     " WS-SEC-COUNT.
           DISPLAY "判定学生数:     " WS-CHECKED-COUNT.
           DISPLAY "受験資格なし:   " WS-INELIGIBLE-COUNT.
           DISPLAY "出席率警告:     " WS-WARNING-COUNT.
           DISPLAY "学生通知件数:   " WS-NOTICE-COUNT.
           DISPLAY "取消による削除: " WS-REMOVED-COUNT.
           DISPLAY "attend_elig_report.txtに出力。".

           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT SYLLABUS-FILE.
           OPEN INPUT ENROLLMENT-FILE.
           OPEN INPUT ATTENDANCE-FILE.
           OPEN INPUT SEMESTER-FILE.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CAL-FILE-SUCCESS
               MOVE "Y" TO WS-CAL-OPEN-FLAG
           END-IF.
           OPEN I-O ATTEND-STATUS-FILE.
           IF NOT WS-ATS-FILE-SUCCESS
               OPEN OUTPUT ATTEND-STATUS-FILE
               CLOSE ATTEND-STATUS-FILE
               OPEN I-O ATTEND-STATUS-FILE
           END-IF.

       CLOSE-FILES.
           CLOSE SYLLABUS-FILE.
           CLOSE ENROLLMENT-FILE.
           CLOSE ATTENDANCE-FILE.
           CLOSE SEMESTER-FILE.
           IF WS-CAL-OPENED
               CLOSE CALENDAR-FILE
           END-IF.
           CLOSE ATTEND-STATUS-FILE.

      *-----------------------------------------------------------
      * 対象年度・学期の区分を読み込む(閉講・時間割未設定は除く)
      *-----------------------------------------------------------
       LOAD-SECTION-TABLE.
           MOVE 0 TO WS-SEC-COUNT.
           MOVE "N" TO WS-OVERFLOW-FLAG.
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
                   NOT AT END
                       IF SYL-ACADEMIC-YEAR = WS-TARGET-YEAR
                           AND NOT SYL-STATUS-CANCELLED
                           AND NOT SYL-DAY-NOT-SET
                           AND (WS-TARGET-SEMESTER = SPACES
                             OR SYL-SEMESTER = WS-TARGET-SEMESTER)
                           PERFORM ADD-SECTION-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       ADD-SECTION-ENTRY.
           MOVE SYL-SEMESTER TO SEM-CODE.
           READ SEMESTER-FILE
               KEY IS SEM-CODE
               INVALID KEY
                   DISPLAY "警告:学期未登録のため対象外 "
                           SYL-COURSE-ID "-" SYL-SECTION-NO
                   EXIT PARAGRAPH
           END-READ.
           IF SEM-START-DATE NOT NUMERIC
               OR SEM-END-DATE NOT NUMERIC
               DISPLAY "警告:学期期間未設定のため対象外 "
                       SYL-COURSE-ID "-" SYL-SECTION-NO
               EXIT PARAGRAPH
           END-IF.
           IF WS-SEC-COUNT >= 300
               MOVE "Y" TO WS-OVERFLOW-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SEC-COUNT.
           MOVE SYL-COURSE-ID TO WS-SEC-COURSE-ID(WS-SEC-COUNT).
           MOVE SYL-SECTION-NO TO WS-SEC-SECTION-NO(WS-SEC-COUNT).
           MOVE SYL-SEMESTER TO WS-SEC-SEMESTER(WS-SEC-COUNT).
           MOVE SYL-CLASS-DAY TO WS-SEC-CLASS-DAY(WS-SEC-COUNT).
           MOVE SEM-START-DATE TO WS-SEC-START-DATE(WS-SEC-COUNT).
           MOVE SEM-END-DATE TO WS-SEC-END-DATE(WS-SEC-COUNT).
           MOVE 0 TO WS-SEC-TOTAL(WS-SEC-COUNT).
           MOVE 0 TO WS-SEC-HELD(WS-SEC-COUNT).

      *-----------------------------------------------------------
      * 区分の授業回数: 学期中の授業曜日から休日・休講日を除き、
      * 出欠の記録がある補講日を加える。実施済回数は基準日まで
      *-----------------------------------------------------------
       COUNT-SECTION-SESSIONS.
           MOVE WS-SEC-START-DATE(WS-SEC-IDX) TO WS-DATE-NUM.
           COMPUTE WS-START-INT
               = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           MOVE WS-SEC-END-DATE(WS-SEC-IDX) TO WS-DATE-NUM.
           COMPUTE WS-END-INT
               = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

           PERFORM VARYING WS-DATE-INT FROM WS-START-INT BY 1
                   UNTIL WS-DATE-INT > WS-END-INT
               COMPUTE WS-WEEKDAY-WORK
                   = FUNCTION MOD(WS-DATE-INT - 1, 7)
               COMPUTE WS-WEEKDAY = WS-WEEKDAY-WORK + 1
               IF WS-WEEKDAY = WS-SEC-CLASS-DAY(WS-SEC-IDX)
                   COMPUTE WS-DATE-NUM
                       = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   MOVE WS-DATE-NUM TO WS-DATE-TEXT
                   PERFORM COUNT-REGULAR-DATE
               END-IF
           END-PERFORM.

           PERFORM COLLECT-MAKEUP-DATES.
           PERFORM VARYING WS-MKP-IDX FROM 1 BY 1
                   UNTIL WS-MKP-IDX > WS-MKP-COUNT
               ADD 1 TO WS-SEC-TOTAL(WS-SEC-IDX)
               IF WS-MKP-DATE(WS-MKP-IDX) <= WS-AS-OF-DATE
                   ADD 1 TO WS-SEC-HELD(WS-SEC-IDX)
               END-IF
           END-PERFORM.

       COUNT-REGULAR-DATE.
           IF WS-CAL-OPENED
               MOVE WS-SEC-SEMESTER(WS-SEC-IDX) TO CAL-SEM-CODE
               MOVE WS-DATE-TEXT TO CAL-DATE
               READ CALENDAR-FILE
                   KEY IS CAL-KEY
                   INVALID KEY
                       MOVE SPACE TO CAL-DAY-TYPE
               END-READ
               IF CAL-TYPE-HOLIDAY OR CAL-TYPE-SUSPENDED
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO WS-SEC-TOTAL(WS-SEC-IDX).
           IF WS-DATE-TEXT <= WS-AS-OF-DATE
               ADD 1 TO WS-SEC-HELD(WS-SEC-IDX)
           END-IF.

      * 区分の出欠を走査し、授業曜日以外の補講日を重複なく集める
       COLLECT-MAKEUP-DATES.
           MOVE 0 TO WS-MKP-COUNT.
           IF NOT WS-CAL-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SEC-COURSE-ID(WS-SEC-IDX) TO ATT-COURSE-ID.
           MOVE WS-TARGET-YEAR TO ATT-ACADEMIC-YEAR.
           MOVE WS-SEC-SECTION-NO(WS-SEC-IDX) TO ATT-SECTION-NO.
           MOVE LOW-VALUES TO ATT-STUDENT-ID.
           MOVE LOW-VALUES TO ATT-SESSION-DATE.
           MOVE "N" TO WS-ATT-EOF-FLAG.
           START ATTENDANCE-FILE KEY IS NOT LESS THAN ATT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ATT-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-ATT-EOF
               READ ATTENDANCE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ATT-EOF-FLAG
                   NOT AT END
                       IF ATT-COURSE-ID
                              NOT = WS-SEC-COURSE-ID(WS-SEC-IDX)
                           OR ATT-ACADEMIC-YEAR NOT = WS-TARGET-YEAR
                           OR ATT-SECTION-NO
                              NOT = WS-SEC-SECTION-NO(WS-SEC-IDX)
                           MOVE "Y" TO WS-ATT-EOF-FLAG
                       ELSE
                           PERFORM CHECK-MAKEUP-DATE
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-MAKEUP-DATE.
           MOVE "N" TO WS-MKP-FOUND-FLAG.
           PERFORM VARYING WS-MKP-IDX FROM 1 BY 1
                   UNTIL WS-MKP-IDX > WS-MKP-COUNT
               IF WS-MKP-DATE(WS-MKP-IDX) = ATT-SESSION-DATE
                   MOVE "Y" TO WS-MKP-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF WS-MKP-FOUND OR WS-MKP-COUNT >= 30
               EXIT PARAGRAPH
           END-IF.
           MOVE ATT-SESSION-DATE TO WS-DATE-NUM.
           COMPUTE WS-DATE-INT
               = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           COMPUTE WS-WEEKDAY-WORK
               = FUNCTION MOD(WS-DATE-INT - 1, 7).
           COMPUTE WS-WEEKDAY = WS-WEEKDAY-WORK + 1.
           IF WS-WEEKDAY = WS-SEC-CLASS-DAY(WS-SEC-IDX)
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SEC-SEMESTER(WS-SEC-IDX) TO CAL-SEM-CODE.
           MOVE ATT-SESSION-DATE TO CAL-DATE.
           READ CALENDAR-FILE
               KEY IS CAL-KEY
               INVALID KEY
                   MOVE SPACE TO CAL-DAY-TYPE
           END-READ.
           IF CAL-TYPE-MAKEUP
               ADD 1 TO WS-MKP-COUNT
               MOVE ATT-SESSION-DATE TO WS-MKP-DATE(WS-MKP-COUNT)
           END-IF.

      *-----------------------------------------------------------
      * 履修明細ごとに受講区分を決め、出席率と受験資格を判定する
      *-----------------------------------------------------------
       CHECK-ALL-ENROLLMENTS.
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
                           PERFORM CHECK-ONE-ENROLLMENT
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ONE-ENROLLMENT.
           PERFORM PICK-STUDENT-SECTION.
           IF WS-SEC-PICK = 0
               EXIT PARAGRAPH
           END-IF.
           IF NOT ENR-STATUS-ENROLLED
               PERFORM REMOVE-ATTEND-STATUS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CHECKED-COUNT.

           PERFORM COUNT-STUDENT-ATTENDANCE.
           MOVE WS-SEC-TOTAL(WS-SEC-PICK) TO WS-TOTAL-COUNT.
           MOVE WS-SEC-HELD(WS-SEC-PICK) TO WS-HELD-COUNT.
           IF WS-ATTEND-COUNT > WS-HELD-COUNT
               MOVE WS-HELD-COUNT TO WS-ATTEND-COUNT
           END-IF.

      *    必要出席回数は授業回数の2/3(端数切上げ)
           COMPUTE WS-REQUIRED-COUNT = (WS-TOTAL-COUNT * 2 + 2) / 3.
           COMPUTE WS-MISSED-COUNT = WS-HELD-COUNT - WS-ATTEND-COUNT.
           IF WS-HELD-COUNT = 0
               MOVE 100 TO WS-RATE
           ELSE
               COMPUTE WS-RATE
                   = WS-ATTEND-COUNT * 100 / WS-HELD-COUNT
           END-IF.

      *    残りを全て出席しても2/3に届かなければ受験資格なし
           EVALUATE TRUE
               WHEN WS-TOTAL-COUNT - WS-MISSED-COUNT
                    < WS-REQUIRED-COUNT
                   MOVE "X" TO WS-NEW-STATE
                   MOVE 2 TO WS-NEW-LEVEL
                   ADD 1 TO WS-INELIGIBLE-COUNT
               WHEN WS-HELD-COUNT > 0
                    AND WS-ATTEND-COUNT * 3 < WS-HELD-COUNT * 2
                   MOVE "W" TO WS-NEW-STATE
                   MOVE 1 TO WS-NEW-LEVEL
                   ADD 1 TO WS-WARNING-COUNT
               WHEN OTHER
                   MOVE "O" TO WS-NEW-STATE
                   MOVE 0 TO WS-NEW-LEVEL
           END-EVALUATE.

           PERFORM SAVE-ATTEND-STATUS.
           IF WS-NEW-STATE NOT = "O"
               PERFORM ADD-LIST-ENTRY
           END-IF.

      * 在籍区分があればそれを受講区分とする。なければ出欠記録が
      * 最も多い区分とし、記録がなければ科目の最初の区分とする
       PICK-STUDENT-SECTION.
           MOVE 0 TO WS-SEC-PICK.
           MOVE 0 TO WS-BEST-COUNT.
           IF ENR-SECTION-NO NOT = SPACES
               PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                       UNTIL WS-SEC-IDX > WS-SEC-COUNT
                   IF WS-SEC-COURSE-ID(WS-SEC-IDX) = ENR-COURSE-ID
                       AND WS-SEC-SECTION-NO(WS-SEC-IDX)
                           = ENR-SECTION-NO
                       MOVE WS-SEC-IDX TO WS-SEC-PICK
                   END-IF
               END-PERFORM
               IF WS-SEC-PICK NOT = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               IF WS-SEC-COURSE-ID(WS-SEC-IDX) = ENR-COURSE-ID
                   IF WS-SEC-PICK = 0
                       MOVE WS-SEC-IDX TO WS-SEC-PICK
                   END-IF
                   PERFORM COUNT-SECTION-RECORDS
                   IF WS-RECORD-COUNT > WS-BEST-COUNT
                       MOVE WS-RECORD-COUNT TO WS-BEST-COUNT
                       MOVE WS-SEC-IDX TO WS-SEC-PICK
                   END-IF
               END-IF
           END-PERFORM.

       COUNT-SECTION-RECORDS.
           MOVE 0 TO WS-RECORD-COUNT.
           MOVE ENR-COURSE-ID TO ATT-COURSE-ID.
           MOVE WS-TARGET-YEAR TO ATT-ACADEMIC-YEAR.
           MOVE WS-SEC-SECTION-NO(WS-SEC-IDX) TO ATT-SECTION-NO.
           MOVE ENR-STUDENT-ID TO ATT-STUDENT-ID.
           MOVE LOW-VALUES TO ATT-SESSION-DATE.
           MOVE "N" TO WS-ATT-EOF-FLAG.
           START ATTENDANCE-FILE KEY IS NOT LESS THAN ATT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ATT-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-ATT-EOF
               READ ATTENDANCE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ATT-EOF-FLAG
                   NOT AT END
                       IF ATT-COURSE-ID NOT = ENR-COURSE-ID
                           OR ATT-ACADEMIC-YEAR NOT = WS-TARGET-YEAR
                           OR ATT-SECTION-NO
                              NOT = WS-SEC-SECTION-NO(WS-SEC-IDX)
                           OR ATT-STUDENT-ID NOT = ENR-STUDENT-ID
                           MOVE "Y" TO WS-ATT-EOF-FLAG
                       ELSE
                           ADD 1 TO WS-RECORD-COUNT
                       END-IF
               END-READ
           END-PERFORM.

      * 基準日までの出席(遅刻・公欠を含む)を数える
       COUNT-STUDENT-ATTENDANCE.
           MOVE 0 TO WS-ATTEND-COUNT.
           MOVE ENR-COURSE-ID TO ATT-COURSE-ID.
           MOVE WS-TARGET-YEAR TO ATT-ACADEMIC-YEAR.
           MOVE WS-SEC-SECTION-NO(WS-SEC-PICK) TO ATT-SECTION-NO.
           MOVE ENR-STUDENT-ID TO ATT-STUDENT-ID.
           MOVE LOW-VALUES TO ATT-SESSION-DATE.
           MOVE "N" TO WS-ATT-EOF-FLAG.
           START ATTENDANCE-FILE KEY IS NOT LESS THAN ATT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ATT-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-ATT-EOF
               READ ATTENDANCE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ATT-EOF-FLAG
                   NOT AT END
                       IF ATT-COURSE-ID NOT = ENR-COURSE-ID
                           OR ATT-ACADEMIC-YEAR NOT = WS-TARGET-YEAR
                           OR ATT-SECTION-NO
                              NOT = WS-SEC-SECTION-NO(WS-SEC-PICK)
                           OR ATT-STUDENT-ID NOT = ENR-STUDENT-ID
                           MOVE "Y" TO WS-ATT-EOF-FLAG
                       ELSE
                           IF ATT-COUNTS-PRESENT
                               AND ATT-SESSION-DATE <= WS-AS-OF-DATE
                               AND WS-ATTEND-COUNT < 99
                               ADD 1 TO WS-ATTEND-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------
      * 出席状況の更新。判定段階が通知済みより上がったときだけ
      * 学生宛通知を追加する(再実行しても重ねて送らない)
      *-----------------------------------------------------------
       SAVE-ATTEND-STATUS.
           MOVE 0 TO WS-SENT-LEVEL.
           MOVE "N" TO WS-ATS-EXISTS-FLAG.
           MOVE ENR-COURSE-ID TO ATS-COURSE-ID.
           MOVE WS-TARGET-YEAR TO ATS-ACADEMIC-YEAR.
           MOVE ENR-STUDENT-ID TO ATS-STUDENT-ID.
           READ ATTEND-STATUS-FILE
               KEY IS ATS-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ATS-EXISTS-FLAG
                   MOVE ATS-NOTICE-LEVEL TO WS-SENT-LEVEL
           END-READ.

           IF WS-NEW-LEVEL > WS-SENT-LEVEL
               PERFORM SEND-ATTEND-NOTICE
               MOVE WS-NEW-LEVEL TO WS-SENT-LEVEL
           END-IF.

           MOVE ENR-COURSE-ID TO ATS-COURSE-ID.
           MOVE WS-TARGET-YEAR TO ATS-ACADEMIC-YEAR.
           MOVE ENR-STUDENT-ID TO ATS-STUDENT-ID.
           MOVE WS-SEC-SECTION-NO(WS-SEC-PICK) TO ATS-SECTION-NO.
           MOVE WS-TOTAL-COUNT TO ATS-TOTAL-COUNT.
           MOVE WS-HELD-COUNT TO ATS-HELD-COUNT.
           MOVE WS-ATTEND-COUNT TO ATS-ATTEND-COUNT.
           MOVE WS-RATE TO ATS-RATE.
           MOVE WS-NEW-STATE TO ATS-STATE.
           MOVE WS-SENT-LEVEL TO ATS-NOTICE-LEVEL.
           MOVE WS-AS-OF-DATE TO ATS-AS-OF-DATE.
           IF WS-ATS-EXISTS
               REWRITE ATTEND-STATUS-RECORD
                   INVALID KEY
                       DISPLAY "エラー:出席状況更新失敗 "
                               ENR-COURSE-ID " " ENR-STUDENT-ID
               END-REWRITE
           ELSE
               WRITE ATTEND-STATUS-RECORD
                   INVALID KEY
                       DISPLAY "エラー:出席状況登録失敗 "
                               ENR-COURSE-ID " " ENR-STUDENT-ID
               END-WRITE
           END-IF.

       SEND-ATTEND-NOTICE.
           MOVE ENR-STUDENT-ID TO SNT-STUDENT-ID.
           MOVE ENR-COURSE-ID TO SNT-COURSE-ID.
           MOVE WS-TARGET-YEAR TO SNT-ACADEMIC-YEAR.
           SET SNT-TYPE-ATTENDANCE TO TRUE.
           MOVE SPACES TO SNT-NOTICE-TEXT.
           IF WS-NEW-LEVEL = 2
               MOVE "欠席超過により受験資格なし"
                   TO SNT-NOTICE-TEXT
           ELSE
               MOVE WS-RATE TO WS-RATE-DISP
               STRING "出席率" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RATE-DISP) DELIMITED BY SIZE
                      "%。2/3未満で受験不可の恐れ"
                          DELIMITED BY SIZE
                   INTO SNT-NOTICE-TEXT
               END-STRING
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO SNT-TIMESTAMP.
           SET SNT-UNSENT TO TRUE.
           WRITE STUDENT-NOTIFY-RECORD.
           ADD 1 TO WS-NOTICE-COUNT.

      * 履修取消・退学済の学生は判定対象から外す
       REMOVE-ATTEND-STATUS.
           MOVE ENR-COURSE-ID TO ATS-COURSE-ID.
           MOVE WS-TARGET-YEAR TO ATS-ACADEMIC-YEAR.
           MOVE ENR-STUDENT-ID TO ATS-STUDENT-ID.
           DELETE ATTEND-STATUS-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-REMOVED-COUNT
           END-DELETE.

       ADD-LIST-ENTRY.
           IF WS-LST-COUNT >= 500
               MOVE "Y" TO WS-LST-OVERFLOW-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LST-COUNT.
           MOVE WS-NEW-STATE TO WS-LST-STATE(WS-LST-COUNT).
           MOVE ENR-COURSE-ID TO WS-LST-COURSE-ID(WS-LST-COUNT).
           MOVE WS-SEC-SECTION-NO(WS-SEC-PICK)
               TO WS-LST-SECTION-NO(WS-LST-COUNT).
           MOVE ENR-STUDENT-ID TO WS-LST-STUDENT-ID(WS-LST-COUNT).
           MOVE ENR-STUDENT-NAME TO WS-LST-NAME(WS-LST-COUNT).
           MOVE WS-TOTAL-COUNT TO WS-LST-TOTAL(WS-LST-COUNT).
           MOVE WS-HELD-COUNT TO WS-LST-HELD(WS-LST-COUNT).
           MOVE WS-ATTEND-COUNT TO WS-LST-ATTEND(WS-LST-COUNT).
           MOVE WS-RATE TO WS-LST-RATE(WS-LST-COUNT).

      *-----------------------------------------------------------
      * 報告書: 科目別の受験資格なし一覧と出席率警告一覧
      *-----------------------------------------------------------
       WRITE-REPORT.
           OPEN OUTPUT PRINT-OUTPUT-FILE.
           MOVE SPACES TO PRINT-OUTPUT-RECORD.
           STRING "出席率・受験資格判定 年度: "
                      DELIMITED BY SIZE
                  WS-TARGET-YEAR DELIMITED BY SIZE
                  "  学期: " DELIMITED BY SIZE
                  WS-TARGET-SEMESTER DELIMITED BY SIZE
                  "  基準日: " DELIMITED BY SIZE
                  WS-AS-OF-DATE DELIMITED BY SIZE
               INTO PRINT-OUTPUT-RECORD
           END-STRING.
           WRITE PRINT-OUTPUT-RECORD.
           DISPLAY PRINT-OUTPUT-RECORD.
           MOVE SPACES TO PRINT-OUTPUT-RECORD.
           STRING "判定学生: " DELIMITED BY SIZE
                  WS-CHECKED-COUNT DELIMITED BY SIZE
                  "  資格なし: " DELIMITED BY SIZE
                  WS-INELIGIBLE-COUNT DELIMITED BY SIZE
                  "  警告: " DELIMITED BY SIZE
                  WS-WARNING-COUNT DELIMITED BY SIZE
               INTO PRINT-OUTPUT-RECORD
           END-STRING.
           WRITE PRINT-OUTPUT-RECORD.

           MOVE "X" TO WS-LIST-STATE.
           PERFORM WRITE-LIST-SECTION.
           MOVE "W" TO WS-LIST-STATE.
           PERFORM WRITE-LIST-SECTION.
           MOVE ALL "=" TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.
           CLOSE PRINT-OUTPUT-FILE.

       WRITE-LIST-SECTION.
           MOVE ALL "=" TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.
           IF WS-LIST-STATE = "X"
               MOVE "[受験資格なし(出席2/3未達)]"
                   TO PRINT-OUTPUT-RECORD
           ELSE
               MOVE "[出席率警告(2/3未満・受験可能)]"
                   TO PRINT-OUTPUT-RECORD
           END-IF.
           WRITE PRINT-OUTPUT-RECORD.
           MOVE "  区分 学籍番号 氏名                 "
             & "回数 実施 出席 率" TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.

           MOVE SPACES TO WS-LAST-COURSE-ID.
           MOVE 0 TO WS-LINE-COUNT.
           PERFORM VARYING WS-LST-IDX FROM 1 BY 1
                   UNTIL WS-LST-IDX > WS-LST-COUNT
               IF WS-LST-STATE(WS-LST-IDX) = WS-LIST-STATE
                   IF WS-LST-COURSE-ID(WS-LST-IDX)
                      NOT = WS-LAST-COURSE-ID
                       MOVE WS-LST-COURSE-ID(WS-LST-IDX)
                           TO WS-LAST-COURSE-ID
                       MOVE SPACES TO PRINT-OUTPUT-RECORD
                       STRING "科目: " DELIMITED BY SIZE
                              WS-LAST-COURSE-ID DELIMITED BY SIZE
                           INTO PRINT-OUTPUT-RECORD
                       END-STRING
                       WRITE PRINT-OUTPUT-RECORD
                   END-IF
                   PERFORM WRITE-LIST-LINE
               END-IF
           END-PERFORM.
           IF WS-LINE-COUNT = 0
               MOVE "  該当なし" TO PRINT-OUTPUT-RECORD
               WRITE PRINT-OUTPUT-RECORD
           END-IF.

       WRITE-LIST-LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-LST-RATE(WS-LST-IDX) TO WS-RATE-DISP.
           MOVE SPACES TO PRINT-OUTPUT-RECORD.
           STRING "  " DELIMITED BY SIZE
                  WS-LST-SECTION-NO(WS-LST-IDX) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-LST-STUDENT-ID(WS-LST-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LST-NAME(WS-LST-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LST-TOTAL(WS-LST-IDX) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-LST-HELD(WS-LST-IDX) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-LST-ATTEND(WS-LST-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-RATE-DISP DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
               INTO PRINT-OUTPUT-RECORD
           END-STRING.
           WRITE PRINT-OUTPUT-RECORD.
