      *****************************************************************
      * シラバス管理システム - 空席照会(SYLSAV)
      * 区分別座席数ファイルから、科目別・学科別・学期別に残席数・
      * 待機人数・学科別割当の残数を表示する(履修明細は読まない)
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLSAV.
       AUTHOR. SHINYAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEAT-COUNT-FILE
               ASSIGN TO "seatcount.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCT-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT SYLLABUS-FILE
               ASSIGN TO "syllabus.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-RECORD-KEY
               FILE STATUS IS WS-SYL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SEAT-COUNT-FILE.
           COPY "copybooks/SEATCNTFILE.cpy".

       FD SYLLABUS-FILE.
           COPY "copybooks/SYLFILE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS           PIC XX VALUE "00".
          88 WS-FILE-SUCCESS       VALUE "00".

       01 WS-SYL-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SYL-FILE-SUCCESS   VALUE "00".

       01 WS-MENU-OPTION           PIC 9 VALUE 0.
       01 WS-EOF-FLAG              PIC X VALUE "N".
          88 WS-EOF                VALUE "Y".

       01 WS-SEARCH-COURSE-ID      PIC X(6).
       01 WS-SEARCH-ACADEMIC-YEAR  PIC X(4).
       01 WS-SEARCH-DEPT-ID        PIC X(4).
       01 WS-SEARCH-SEMESTER       PIC X(2).

       01 WS-COURSE-NAME           PIC X(20).
       01 WS-COURSE-DEPT-ID        PIC X(4).
       01 WS-HIT-COUNT             PIC 9(4) VALUE 0.
       01 WS-DEPT-IDX              PIC 99.
       01 WS-DEPT-HIT              PIC 99.

       01 WS-SEATS-LEFT            PIC S9(4).
       01 WS-QUOTA-LEFT            PIC S9(4).
       01 WS-DISPLAY-CAPACITY      PIC ZZ9.
       01 WS-DISPLAY-ENROLLED      PIC ZZZ9.
       01 WS-DISPLAY-LEFT          PIC -ZZZ9.
       01 WS-DISPLAY-WAIT          PIC ZZZ9.
       01 WS-DISPLAY-QUOTA         PIC ZZ9.
       01 WS-DISPLAY-USED          PIC ZZZ9.
       01 WS-DISPLAY-QLEFT         PIC -ZZZ9.
       01 WS-FULL-MARK             PIC X(6).

       SCREEN SECTION.
       01 SAV-MENU-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "空席照会".
           05 LINE 3 COLUMN 1 VALUE "1. 科目別".
           05 LINE 4 COLUMN 1 VALUE "2. 学科別(割当残数)".
           05 LINE 5 COLUMN 1 VALUE "3. 学期別(空席あり)".
           05 LINE 6 COLUMN 1 VALUE "9. 終了".
           05 LINE 8 COLUMN 1 VALUE "選択 (1-3,9): ".
           05 LINE 8 COLUMN 16 PIC 9 USING WS-MENU-OPTION.

       01 SAV-COURSE-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "科目別空席照会".
           05 LINE 3 COLUMN 1 VALUE "科目コード:".
           05 LINE 3 COLUMN 25 PIC X(6) USING WS-SEARCH-COURSE-ID.
           05 LINE 4 COLUMN 1 VALUE "対象年度(4桁):".
           05 LINE 4 COLUMN 25 PIC X(4) USING WS-SEARCH-ACADEMIC-YEAR.

       01 SAV-DEPT-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "学科別空席照会".
           05 LINE 3 COLUMN 1 VALUE "学科コード:".
           05 LINE 3 COLUMN 25 PIC X(4) USING WS-SEARCH-DEPT-ID.
           05 LINE 4 COLUMN 1 VALUE "対象年度(4桁):".
           05 LINE 4 COLUMN 25 PIC X(4) USING WS-SEARCH-ACADEMIC-YEAR.

       01 SAV-SEMESTER-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "学期別空席照会".
           05 LINE 3 COLUMN 1 VALUE "対象年度(4桁):".
           05 LINE 3 COLUMN 25 PIC X(4) USING WS-SEARCH-ACADEMIC-YEAR.
           05 LINE 4 COLUMN 1 VALUE "学期コード:".
           05 LINE 4 COLUMN 25 PIC X(2) USING WS-SEARCH-SEMESTER.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           IF NOT WS-FILE-SUCCESS
               DISPLAY "エラー:座席数ファイルなし。"
               DISPLAY "座席数の再構築が必要です。"
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.

           PERFORM UNTIL WS-MENU-OPTION = 9
               DISPLAY SAV-MENU-SCREEN
               ACCEPT SAV-MENU-SCREEN
               EVALUATE WS-MENU-OPTION
                   WHEN 1
                       PERFORM INQUIRE-BY-COURSE
                   WHEN 2
                       PERFORM INQUIRE-BY-DEPT
                   WHEN 3
                       PERFORM INQUIRE-BY-SEMESTER
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "無効な選択です。"
               END-EVALUATE
           END-PERFORM.

           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT SEAT-COUNT-FILE.
           OPEN INPUT SYLLABUS-FILE.

       CLOSE-FILES.
           CLOSE SEAT-COUNT-FILE.
           CLOSE SYLLABUS-FILE.

      *-----------------------------------------------------------
      * 科目別: 区分ごとの残席・待機と学科別割当の残数
      *-----------------------------------------------------------
       INQUIRE-BY-COURSE.
           MOVE SPACES TO WS-SEARCH-COURSE-ID.
           MOVE SPACES TO WS-SEARCH-ACADEMIC-YEAR.
           DISPLAY SAV-COURSE-SCREEN.
           ACCEPT SAV-COURSE-SCREEN.

           PERFORM DISPLAY-LIST-HEADER.
           MOVE 0 TO WS-HIT-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE WS-SEARCH-COURSE-ID TO SCT-COURSE-ID.
           MOVE WS-SEARCH-ACADEMIC-YEAR TO SCT-ACADEMIC-YEAR.
           MOVE LOW-VALUES TO SCT-SECTION-NO.
           START SEAT-COUNT-FILE KEY IS NOT LESS THAN SCT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF
               READ SEAT-COUNT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF SCT-COURSE-ID = WS-SEARCH-COURSE-ID
                           AND SCT-ACADEMIC-YEAR
                               = WS-SEARCH-ACADEMIC-YEAR
                           PERFORM FIND-COURSE-NAME
                           PERFORM DISPLAY-SECTION-LINE
                           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                                   UNTIL WS-DEPT-IDX > SCT-DEPT-COUNT
                               PERFORM DISPLAY-DEPT-LINE
                           END-PERFORM
                       ELSE
                           MOVE "Y" TO WS-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM DISPLAY-LIST-FOOTER.

      *-----------------------------------------------------------
      * 学科別: 学科の開講区分と、学科に割当のある区分
      *-----------------------------------------------------------
       INQUIRE-BY-DEPT.
           MOVE SPACES TO WS-SEARCH-DEPT-ID.
           MOVE SPACES TO WS-SEARCH-ACADEMIC-YEAR.
           DISPLAY SAV-DEPT-SCREEN.
           ACCEPT SAV-DEPT-SCREEN.

           PERFORM DISPLAY-LIST-HEADER.
           MOVE 0 TO WS-HIT-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO SCT-KEY.
           START SEAT-COUNT-FILE KEY IS NOT LESS THAN SCT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF
               READ SEAT-COUNT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF SCT-ACADEMIC-YEAR = WS-SEARCH-ACADEMIC-YEAR
                           PERFORM CHECK-DEPT-SECTION
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM DISPLAY-LIST-FOOTER.

       CHECK-DEPT-SECTION.
           MOVE 0 TO WS-DEPT-HIT.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > SCT-DEPT-COUNT
               IF SCT-DEPT-ID(WS-DEPT-IDX) = WS-SEARCH-DEPT-ID
                   MOVE WS-DEPT-IDX TO WS-DEPT-HIT
               END-IF
           END-PERFORM.

           PERFORM FIND-COURSE-NAME.
           IF WS-DEPT-HIT = 0
               AND WS-COURSE-DEPT-ID NOT = WS-SEARCH-DEPT-ID
               EXIT PARAGRAPH
           END-IF.

           PERFORM DISPLAY-SECTION-LINE.
           IF WS-DEPT-HIT > 0
               MOVE WS-DEPT-HIT TO WS-DEPT-IDX
               PERFORM DISPLAY-DEPT-LINE
           END-IF.

      *-----------------------------------------------------------
      * 学期別: 年度・学期の空席のある区分
      *-----------------------------------------------------------
       INQUIRE-BY-SEMESTER.
           MOVE SPACES TO WS-SEARCH-ACADEMIC-YEAR.
           MOVE SPACES TO WS-SEARCH-SEMESTER.
           DISPLAY SAV-SEMESTER-SCREEN.
           ACCEPT SAV-SEMESTER-SCREEN.

           PERFORM DISPLAY-LIST-HEADER.
           MOVE 0 TO WS-HIT-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO SCT-KEY.
           START SEAT-COUNT-FILE KEY IS NOT LESS THAN SCT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF
               READ SEAT-COUNT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF SCT-ACADEMIC-YEAR = WS-SEARCH-ACADEMIC-YEAR
                           AND SCT-SEMESTER = WS-SEARCH-SEMESTER
                           AND SCT-ENROLLED < SCT-CAPACITY
                           PERFORM FIND-COURSE-NAME
                           PERFORM DISPLAY-SECTION-LINE
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM DISPLAY-LIST-FOOTER.

      * 科目名と開講学科をシラバスから引く
       FIND-COURSE-NAME.
           MOVE SPACES TO WS-COURSE-NAME.
           MOVE SPACES TO WS-COURSE-DEPT-ID.
           MOVE SCT-COURSE-ID TO SYL-COURSE-ID.
           MOVE SCT-ACADEMIC-YEAR TO SYL-ACADEMIC-YEAR.
           MOVE SCT-SECTION-NO TO SYL-SECTION-NO.
           READ SYLLABUS-FILE
               KEY IS SYL-RECORD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SYL-COURSE-NAME TO WS-COURSE-NAME
                   MOVE SYL-DEPARTMENT-ID TO WS-COURSE-DEPT-ID
           END-READ.

       DISPLAY-LIST-HEADER.
           DISPLAY " ".
           DISPLAY "==== 空席照会 ====".
           DISPLAY "科目   年度 区分 定員 履修  残席 "
                   "待機".

       DISPLAY-LIST-FOOTER.
           IF WS-HIT-COUNT = 0
               DISPLAY "該当する区分はありません。"
           END-IF.
           DISPLAY "==================".

      * 区分1行(残席0以下は満席と表示)
       DISPLAY-SECTION-LINE.
           ADD 1 TO WS-HIT-COUNT.
           COMPUTE WS-SEATS-LEFT = SCT-CAPACITY - SCT-ENROLLED.
           MOVE SCT-CAPACITY TO WS-DISPLAY-CAPACITY.
           MOVE SCT-ENROLLED TO WS-DISPLAY-ENROLLED.
           MOVE WS-SEATS-LEFT TO WS-DISPLAY-LEFT.
           MOVE SCT-WAITLISTED TO WS-DISPLAY-WAIT.
           MOVE SPACES TO WS-FULL-MARK.
           IF WS-SEATS-LEFT NOT > 0
               MOVE "満席" TO WS-FULL-MARK
           END-IF.
           DISPLAY SCT-COURSE-ID " " SCT-ACADEMIC-YEAR "  "
                   SCT-SECTION-NO "  " WS-DISPLAY-CAPACITY "  "
                   WS-DISPLAY-ENROLLED " " WS-DISPLAY-LEFT " "
                   WS-DISPLAY-WAIT " " WS-FULL-MARK " "
                   WS-COURSE-NAME.

      * 学科別割当1行(割当のない学科は使用数のみ)
       DISPLAY-DEPT-LINE.
           MOVE SCT-DEPT-USED(WS-DEPT-IDX) TO WS-DISPLAY-USED.
           IF SCT-DEPT-QUOTA(WS-DEPT-IDX) = 0
               DISPLAY "    学科 " SCT-DEPT-ID(WS-DEPT-IDX)
                       " 割当なし 使用" WS-DISPLAY-USED
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-QUOTA-LEFT = SCT-DEPT-QUOTA(WS-DEPT-IDX)
                                 - SCT-DEPT-USED(WS-DEPT-IDX).
           MOVE SCT-DEPT-QUOTA(WS-DEPT-IDX) TO WS-DISPLAY-QUOTA.
           MOVE WS-QUOTA-LEFT TO WS-DISPLAY-QLEFT.
           DISPLAY "    学科 " SCT-DEPT-ID(WS-DEPT-IDX)
                   " 割当" WS-DISPLAY-QUOTA
                   " 使用" WS-DISPLAY-USED
                   " 残" WS-DISPLAY-QLEFT.
