      *****************************************************************
      * シラバス管理システム - 教室自動割当バッチ(SYLRAS)
      * 指定年度・学期の承認済/承認待ちシラバスのうち、曜日・時限が
      * 決まっていて教室が空白の区分に、同時限に空いている教室から
      * 受入可能人数を満たす最小の教室を割り当てる。必要教室種別の
      * ある科目は同じ種別の教室に限る。学期中にその曜日・時限の
      * 教室予約がある教室は使わない。提案のみの指定では更新せず
      * 割当予定を出力する。割り当てられない区分は理由を一覧にする
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLRAS.
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

           SELECT ROOM-FILE
               ASSIGN TO "room.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROOM-ID
               FILE STATUS IS WS-ROOM-FILE-STATUS.

           SELECT COURSE-ROOM-REQ-FILE
               ASSIGN TO "crsroom.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRR-COURSE-ID
               FILE STATUS IS WS-CRR-FILE-STATUS.

           SELECT XREF-FILE
               ASSIGN TO "schedxref.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               FILE STATUS IS WS-XRF-FILE-STATUS.

           SELECT SEMESTER-FILE
               ASSIGN TO "semester.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEM-CODE
               FILE STATUS IS WS-SEM-FILE-STATUS.

           SELECT JOURNAL-FILE
               ASSIGN TO "journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.

           SELECT PRINT-OUTPUT-FILE
               ASSIGN TO "room_assign_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SYLLABUS-FILE.
           COPY "copybooks/SYLFILE.cpy".

       FD ROOM-FILE.
           COPY "copybooks/ROOMFILE.cpy".

       FD COURSE-ROOM-REQ-FILE.
           COPY "copybooks/CRSROOMFILE.cpy".

       FD XREF-FILE.
           COPY "copybooks/XREFFILE.cpy".

       FD SEMESTER-FILE.
           COPY "copybooks/SEMESTERFILE.cpy".

       FD JOURNAL-FILE.
           COPY "copybooks/JOURNALFILE.cpy".

       FD PRINT-OUTPUT-FILE.
       01 PRINT-OUTPUT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-SYL-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SYL-FILE-SUCCESS   VALUE "00".

       01 WS-ROOM-FILE-STATUS      PIC XX VALUE "00".
          88 WS-ROOM-FILE-SUCCESS  VALUE "00".

       01 WS-CRR-FILE-STATUS       PIC XX VALUE "00".
          88 WS-CRR-FILE-SUCCESS   VALUE "00".

       01 WS-XRF-FILE-STATUS       PIC XX VALUE "00".
          88 WS-XRF-FILE-SUCCESS   VALUE "00".

       01 WS-SEM-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SEM-FILE-SUCCESS   VALUE "00".

       01 WS-JRN-FILE-STATUS       PIC XX VALUE "00".

       01 WS-OUT-FILE-STATUS       PIC XX VALUE "00".

       01 WS-CRR-OPEN-FLAG         PIC X VALUE "N".
          88 WS-CRR-OPENED         VALUE "Y".

       01 WS-SYL-EOF-FLAG          PIC X VALUE "N".
          88 WS-SYL-EOF            VALUE "Y".

       01 WS-ROOM-EOF-FLAG         PIC X VALUE "N".
          88 WS-ROOM-EOF           VALUE "Y".

       01 WS-XRF-EOF-FLAG          PIC X VALUE "N".
          88 WS-XRF-EOF            VALUE "Y".

       01 WS-FUNCTION-CODE         PIC X.
       01 WS-PARAM-1               PIC X(50).
       01 WS-PARAM-2               PIC X(50).
       01 WS-RESULT                PIC X(200).
       01 WS-RETURN-CODE           PIC 9.

       01 WS-TARGET-YEAR           PIC X(4).
       01 WS-TARGET-SEMESTER       PIC X(2).
       01 WS-PROPOSE-FLAG          PIC X VALUE "Y".
          88 WS-PROPOSE-ONLY       VALUE "Y" "y".
          88 WS-APPLY-UPDATE       VALUE "N" "n".

      * 教室表(収容人数+教室IDの昇順。最大200室)
       01 WS-ROOM-TABLE.
          05 WS-RM-COUNT           PIC 9(3) VALUE 0.
          05 WS-RM-ENTRY OCCURS 200 TIMES.
             10 WS-RM-SORT-KEY.
                15 WS-RM-CAPACITY  PIC 9(3).
                15 WS-RM-ID        PIC X(10).
             10 WS-RM-TYPE         PIC X(10).

       01 WS-RM-IDX                PIC 9(3).
       01 WS-RM-POS                PIC 9(3).
       01 WS-RM-HIT                PIC 9(3).
       01 WS-HOLD-ROOM             PIC X(23).
       01 WS-ROOM-OVERFLOW-FLAG    PIC X VALUE "N".
          88 WS-ROOM-OVERFLOW      VALUE "Y".

      * 対象区分の曜日・時限で使用中の教室(索引と今回の割当分)
       01 WS-BUSY-TABLE.
          05 WS-BUSY-COUNT         PIC 9(3) VALUE 0.
          05 WS-BUSY-ROOM OCCURS 200 TIMES PIC X(10).

       01 WS-BUSY-IDX              PIC 9(3).
       01 WS-BUSY-FLAG             PIC X VALUE "N".
          88 WS-ROOM-BUSY          VALUE "Y".

      * 教室予約の照合期間(学期の開始日-終了日。学期マスタに
      * なければ4月1日からの年度全体)
       01 WS-BOOK-FROM             PIC X(8).
       01 WS-BOOK-TO               PIC X(8).
       01 WS-BOOK-YEAR-NUM         PIC 9(4).

       01 WS-REQUIRED-TYPE         PIC X(10).
       01 WS-CAP-FIT-FLAG          PIC X VALUE "N".
          88 WS-ANY-CAP-FIT        VALUE "Y".
       01 WS-TYPE-FIT-FLAG         PIC X VALUE "N".
          88 WS-ANY-TYPE-FIT       VALUE "Y".

      * 割当結果(最大500区分)
       01 WS-ASSIGN-TABLE.
          05 WS-ASG-COUNT          PIC 9(3) VALUE 0.
          05 WS-ASG-ENTRY OCCURS 500 TIMES.
             10 WS-ASG-COURSE-ID   PIC X(6).
             10 WS-ASG-SECTION-NO  PIC X(2).
             10 WS-ASG-DAY         PIC 9.
             10 WS-ASG-PERIOD      PIC 99.
             10 WS-ASG-CAPACITY    PIC 9(3).
             10 WS-ASG-ROOM-ID     PIC X(10).
             10 WS-ASG-ROOM-CAP    PIC 9(3).
             10 WS-ASG-ROOM-TYPE   PIC X(10).

       01 WS-ASG-IDX               PIC 9(3).

      * 割当不能(最大500区分)
       01 WS-UNPLACED-TABLE.
          05 WS-UNP-COUNT          PIC 9(3) VALUE 0.
          05 WS-UNP-ENTRY OCCURS 500 TIMES.
             10 WS-UNP-COURSE-ID   PIC X(6).
             10 WS-UNP-SECTION-NO  PIC X(2).
             10 WS-UNP-DAY         PIC 9.
             10 WS-UNP-PERIOD      PIC 99.
             10 WS-UNP-CAPACITY    PIC 9(3).
             10 WS-UNP-REASON      PIC X(40).

       01 WS-UNP-IDX               PIC 9(3).
       01 WS-OVERFLOW-FLAG         PIC X VALUE "N".
          88 WS-TABLE-OVERFLOW     VALUE "Y".

       01 WS-TARGET-COUNT          PIC 9(5) VALUE 0.
       01 WS-UPDATED-COUNT         PIC 9(5) VALUE 0.

       SCREEN SECTION.
       01 RAS-OPTION-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "教室自動割当".
           05 LINE 3 COLUMN 1 VALUE "対象年度(4桁):".
           05 LINE 3 COLUMN 24 PIC X(4) USING WS-TARGET-YEAR.
           05 LINE 4 COLUMN 1 VALUE "学期コード:".
           05 LINE 4 COLUMN 24 PIC X(2) USING WS-TARGET-SEMESTER.
           05 LINE 5 COLUMN 1 VALUE "提案のみ(Y/N):".
           05 LINE 5 COLUMN 24 PIC X USING WS-PROPOSE-FLAG.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY RAS-OPTION-SCREEN.
           ACCEPT RAS-OPTION-SCREEN.

           IF WS-TARGET-YEAR = SPACES OR WS-TARGET-SEMESTER = SPACES
               DISPLAY "エラー:年度と学期は必須です。"
               GOBACK
           END-IF.
           IF NOT WS-PROPOSE-ONLY AND NOT WS-APPLY-UPDATE
               DISPLAY "エラー:提案のみはYかN。"
               GOBACK
           END-IF.

           OPEN INPUT XREF-FILE.
           IF NOT WS-XRF-FILE-SUCCESS
               DISPLAY "エラー:時間割索引がありません。"
               CLOSE XREF-FILE
               GOBACK
           END-IF.
           CLOSE XREF-FILE.

           PERFORM OPEN-FILES.
           IF NOT WS-SYL-FILE-SUCCESS OR NOT WS-ROOM-FILE-SUCCESS
               DISPLAY "エラー:ファイルが開けません。"
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.

           PERFORM LOAD-ROOM-TABLE.
           PERFORM SET-BOOKING-RANGE.
           IF WS-ROOM-OVERFLOW
               DISPLAY "警告:教室が200室を超過。"
           END-IF.

           IF WS-APPLY-UPDATE
               OPEN EXTEND JOURNAL-FILE
               IF WS-JRN-FILE-STATUS NOT = "00"
                   OPEN OUTPUT JOURNAL-FILE
               END-IF
           END-IF.
           PERFORM ASSIGN-ALL-SECTIONS.
           IF WS-APPLY-UPDATE
               CLOSE JOURNAL-FILE
           END-IF.

           IF WS-TABLE-OVERFLOW
               DISPLAY "警告:対象区分が500件を超過。"
           END-IF.

           PERFORM WRITE-REPORT.

           DISPLAY " ".
           DISPLAY "対象区分数: " WS-TARGET-COUNT.
           DISPLAY "割当件数:   " WS-ASG-COUNT.
           DISPLAY "割当不能:   " WS-UNP-COUNT.
           IF WS-APPLY-UPDATE
               DISPLAY "更新件数:   " WS-UPDATED-COUNT
           ELSE
               DISPLAY "提案のみ。更新なし。"
           END-IF.
           DISPLAY "room_assign_report.txtに出力しました。".

           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           IF WS-APPLY-UPDATE
               OPEN I-O SYLLABUS-FILE
           ELSE
               OPEN INPUT SYLLABUS-FILE
           END-IF.
           OPEN INPUT ROOM-FILE.
           OPEN INPUT COURSE-ROOM-REQ-FILE.
           IF WS-CRR-FILE-SUCCESS
               MOVE "Y" TO WS-CRR-OPEN-FLAG
           END-IF.

       CLOSE-FILES.
           CLOSE SYLLABUS-FILE.
           CLOSE ROOM-FILE.
           IF WS-CRR-OPENED
               CLOSE COURSE-ROOM-REQ-FILE
           END-IF.

      *-----------------------------------------------------------
      * 教室予約の照合期間を対象学期から求める
      *-----------------------------------------------------------
       SET-BOOKING-RANGE.
           MOVE SPACES TO WS-BOOK-FROM.
           MOVE SPACES TO WS-BOOK-TO.
           OPEN INPUT SEMESTER-FILE.
           IF WS-SEM-FILE-SUCCESS
               MOVE WS-TARGET-SEMESTER TO SEM-CODE
               READ SEMESTER-FILE
                   KEY IS SEM-CODE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SEM-START-DATE TO WS-BOOK-FROM
                       MOVE SEM-END-DATE TO WS-BOOK-TO
               END-READ
           END-IF.
           CLOSE SEMESTER-FILE.
           IF WS-BOOK-FROM IS NUMERIC AND WS-BOOK-TO IS NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-BOOK-FROM.
           MOVE SPACES TO WS-BOOK-TO.
           IF WS-TARGET-YEAR IS NUMERIC
               MOVE WS-TARGET-YEAR TO WS-BOOK-YEAR-NUM
               STRING WS-BOOK-YEAR-NUM DELIMITED BY SIZE
                      "0401" DELIMITED BY SIZE
                   INTO WS-BOOK-FROM
               END-STRING
               ADD 1 TO WS-BOOK-YEAR-NUM
               STRING WS-BOOK-YEAR-NUM DELIMITED BY SIZE
                      "0331" DELIMITED BY SIZE
                   INTO WS-BOOK-TO
               END-STRING
           END-IF.

      *-----------------------------------------------------------
      * 教室マスタを収容人数の小さい順に表へ並べる
      *-----------------------------------------------------------
       LOAD-ROOM-TABLE.
           MOVE 0 TO WS-RM-COUNT.
           MOVE "N" TO WS-ROOM-EOF-FLAG.
           MOVE LOW-VALUES TO ROOM-ID.
           START ROOM-FILE KEY IS NOT LESS THAN ROOM-ID
               INVALID KEY
                   MOVE "Y" TO WS-ROOM-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-ROOM-EOF
               READ ROOM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ROOM-EOF-FLAG
                   NOT AT END
                       IF WS-RM-COUNT < 200
                           PERFORM INSERT-ROOM-ENTRY
                       ELSE
                           MOVE "Y" TO WS-ROOM-OVERFLOW-FLAG
                       END-IF
               END-READ
           END-PERFORM.

       INSERT-ROOM-ENTRY.
           MOVE ROOM-CAPACITY TO WS-HOLD-ROOM(1:3).
           MOVE ROOM-ID TO WS-HOLD-ROOM(4:10).
           MOVE ROOM-TYPE TO WS-HOLD-ROOM(14:10).
           ADD 1 TO WS-RM-COUNT.
           MOVE WS-RM-COUNT TO WS-RM-POS.
           PERFORM UNTIL WS-RM-POS < 2
               OR WS-RM-SORT-KEY(WS-RM-POS - 1)
                   NOT > WS-HOLD-ROOM(1:13)
               MOVE WS-RM-ENTRY(WS-RM-POS - 1)
                   TO WS-RM-ENTRY(WS-RM-POS)
               SUBTRACT 1 FROM WS-RM-POS
           END-PERFORM.
           MOVE WS-HOLD-ROOM TO WS-RM-ENTRY(WS-RM-POS).

      *-----------------------------------------------------------
      * 対象年度・学期の区分を順に読み、教室未設定のものに割り当てる
      *-----------------------------------------------------------
       ASSIGN-ALL-SECTIONS.
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
                           AND SYL-SEMESTER = WS-TARGET-SEMESTER
                           AND (SYL-STATUS-APPROVED
                                OR SYL-STATUS-PENDING)
                           AND SYL-CLASS-DAY > 0
                           AND SYL-CLASS-ROOM = SPACES
                           PERFORM ASSIGN-ONE-SECTION
                       END-IF
               END-READ
           END-PERFORM.

       ASSIGN-ONE-SECTION.
           IF WS-ASG-COUNT >= 500 OR WS-UNP-COUNT >= 500
               MOVE "Y" TO WS-OVERFLOW-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TARGET-COUNT.

           MOVE SPACES TO WS-REQUIRED-TYPE.
           IF WS-CRR-OPENED
               MOVE SYL-COURSE-ID TO CRR-COURSE-ID
               READ COURSE-ROOM-REQ-FILE
                   KEY IS CRR-COURSE-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CRR-ROOM-TYPE TO WS-REQUIRED-TYPE
               END-READ
           END-IF.

           PERFORM LOAD-BUSY-ROOMS.

           MOVE 0 TO WS-RM-HIT.
           MOVE "N" TO WS-CAP-FIT-FLAG.
           MOVE "N" TO WS-TYPE-FIT-FLAG.
           PERFORM VARYING WS-RM-IDX FROM 1 BY 1
                   UNTIL WS-RM-IDX > WS-RM-COUNT OR WS-RM-HIT > 0
               IF WS-RM-CAPACITY(WS-RM-IDX) >= SYL-CAPACITY
                   MOVE "Y" TO WS-CAP-FIT-FLAG
                   IF WS-REQUIRED-TYPE = SPACES
                       OR WS-RM-TYPE(WS-RM-IDX) = WS-REQUIRED-TYPE
                       MOVE "Y" TO WS-TYPE-FIT-FLAG
                       PERFORM CHECK-ROOM-BUSY
                       IF NOT WS-ROOM-BUSY
                           MOVE WS-RM-IDX TO WS-RM-HIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-RM-HIT = 0
               PERFORM ADD-UNPLACED-ENTRY
               EXIT PARAGRAPH
           END-IF.

           PERFORM ADD-ASSIGN-ENTRY.
           IF WS-APPLY-UPDATE
               PERFORM APPLY-ROOM-ASSIGNMENT
           END-IF.

      *-----------------------------------------------------------
      * 同じ年度・曜日・時限の使用中教室を時間割索引から集め、
      * 今回すでに割り当てた教室も加える
      *-----------------------------------------------------------
       LOAD-BUSY-ROOMS.
           MOVE 0 TO WS-BUSY-COUNT.
           OPEN INPUT XREF-FILE.
           MOVE "N" TO WS-XRF-EOF-FLAG.
           MOVE SYL-ACADEMIC-YEAR TO XRF-YEAR.
           MOVE SYL-CLASS-DAY TO XRF-CLASS-DAY.
           MOVE SYL-CLASS-PERIOD TO XRF-CLASS-PERIOD.
           MOVE LOW-VALUES TO XRF-COURSE-ID.
           MOVE LOW-VALUES TO XRF-SECTION-NO.
           START XREF-FILE KEY IS NOT LESS THAN XRF-KEY
               INVALID KEY
                   MOVE "Y" TO WS-XRF-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-XRF-EOF
               READ XREF-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-XRF-EOF-FLAG
                   NOT AT END
                       IF XRF-YEAR = SYL-ACADEMIC-YEAR
                           AND XRF-CLASS-DAY = SYL-CLASS-DAY
                           AND XRF-CLASS-PERIOD = SYL-CLASS-PERIOD
                           IF XRF-CLASS-ROOM NOT = SPACES
                               AND WS-BUSY-COUNT < 200
                               ADD 1 TO WS-BUSY-COUNT
                               MOVE XRF-CLASS-ROOM
                                   TO WS-BUSY-ROOM(WS-BUSY-COUNT)
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-XRF-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE XREF-FILE.

           PERFORM VARYING WS-ASG-IDX FROM 1 BY 1
                   UNTIL WS-ASG-IDX > WS-ASG-COUNT
               IF WS-ASG-DAY(WS-ASG-IDX) = SYL-CLASS-DAY
                   AND WS-ASG-PERIOD(WS-ASG-IDX) = SYL-CLASS-PERIOD
                   AND WS-BUSY-COUNT < 200
                   ADD 1 TO WS-BUSY-COUNT
                   MOVE WS-ASG-ROOM-ID(WS-ASG-IDX)
                       TO WS-BUSY-ROOM(WS-BUSY-COUNT)
               END-IF
           END-PERFORM.

       CHECK-ROOM-BUSY.
           MOVE "N" TO WS-BUSY-FLAG.
           PERFORM VARYING WS-BUSY-IDX FROM 1 BY 1
                   UNTIL WS-BUSY-IDX > WS-BUSY-COUNT OR WS-ROOM-BUSY
               IF WS-BUSY-ROOM(WS-BUSY-IDX) = WS-RM-ID(WS-RM-IDX)
                   MOVE "Y" TO WS-BUSY-FLAG
               END-IF
           END-PERFORM.
           IF NOT WS-ROOM-BUSY
               PERFORM CHECK-ROOM-BOOKED
           END-IF.

      * 学期中のその曜日・時限に教室予約がないか(SYLCOM "B")
       CHECK-ROOM-BOOKED.
           IF WS-BOOK-FROM = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE "B" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE WS-RM-ID(WS-RM-IDX) TO WS-PARAM-1(1:10).
           MOVE SYL-CLASS-PERIOD TO WS-PARAM-1(11:2).
           MOVE WS-BOOK-FROM TO WS-PARAM-1(13:8).
           MOVE WS-BOOK-TO TO WS-PARAM-1(21:8).
           MOVE SYL-CLASS-DAY TO WS-PARAM-1(29:1).
           MOVE SPACES TO WS-PARAM-2.
           MOVE 0 TO WS-RETURN-CODE.
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.
           IF WS-RETURN-CODE = 1
               MOVE "Y" TO WS-BUSY-FLAG
           END-IF.

       ADD-ASSIGN-ENTRY.
           ADD 1 TO WS-ASG-COUNT.
           MOVE SYL-COURSE-ID TO WS-ASG-COURSE-ID(WS-ASG-COUNT).
           MOVE SYL-SECTION-NO TO WS-ASG-SECTION-NO(WS-ASG-COUNT).
           MOVE SYL-CLASS-DAY TO WS-ASG-DAY(WS-ASG-COUNT).
           MOVE SYL-CLASS-PERIOD TO WS-ASG-PERIOD(WS-ASG-COUNT).
           MOVE SYL-CAPACITY TO WS-ASG-CAPACITY(WS-ASG-COUNT).
           MOVE WS-RM-ID(WS-RM-HIT) TO WS-ASG-ROOM-ID(WS-ASG-COUNT).
           MOVE WS-RM-CAPACITY(WS-RM-HIT)
               TO WS-ASG-ROOM-CAP(WS-ASG-COUNT).
           MOVE WS-RM-TYPE(WS-RM-HIT)
               TO WS-ASG-ROOM-TYPE(WS-ASG-COUNT).

      * 割当不能の理由: 定員不足、必要種別の教室なし、空きなし
       ADD-UNPLACED-ENTRY.
           ADD 1 TO WS-UNP-COUNT.
           MOVE SYL-COURSE-ID TO WS-UNP-COURSE-ID(WS-UNP-COUNT).
           MOVE SYL-SECTION-NO TO WS-UNP-SECTION-NO(WS-UNP-COUNT).
           MOVE SYL-CLASS-DAY TO WS-UNP-DAY(WS-UNP-COUNT).
           MOVE SYL-CLASS-PERIOD TO WS-UNP-PERIOD(WS-UNP-COUNT).
           MOVE SYL-CAPACITY TO WS-UNP-CAPACITY(WS-UNP-COUNT).
           MOVE SPACES TO WS-UNP-REASON(WS-UNP-COUNT).
           EVALUATE TRUE
               WHEN NOT WS-ANY-CAP-FIT
                   MOVE "定員を満たす教室なし"
                       TO WS-UNP-REASON(WS-UNP-COUNT)
               WHEN NOT WS-ANY-TYPE-FIT
                   STRING "種別 " DELIMITED BY SIZE
                          WS-REQUIRED-TYPE DELIMITED BY SPACE
                          " の教室で定員を満たすものなし"
                              DELIMITED BY SIZE
                       INTO WS-UNP-REASON(WS-UNP-COUNT)
                   END-STRING
               WHEN OTHER
                   MOVE "同時限に空き教室なし"
                       TO WS-UNP-REASON(WS-UNP-COUNT)
           END-EVALUATE.

      *-----------------------------------------------------------
      * シラバスへの反映(ジャーナル記録と時間割索引の保守を伴う)
      *-----------------------------------------------------------
       APPLY-ROOM-ASSIGNMENT.
           MOVE WS-RM-ID(WS-RM-HIT) TO SYL-CLASS-ROOM.
           MOVE FUNCTION CURRENT-DATE TO SYL-LAST-UPDATED.
           REWRITE SYLLABUS-RECORD
               INVALID KEY
                   DISPLAY "エラー:割当の反映に失敗 "
                           SYL-COURSE-ID " " SYL-SECTION-NO
                   EXIT PARAGRAPH
           END-REWRITE.
           ADD 1 TO WS-UPDATED-COUNT.

           MOVE FUNCTION CURRENT-DATE TO JRN-TIMESTAMP.
           MOVE "SYLRAS" TO JRN-PROGRAM-ID.
           MOVE SPACES TO JRN-OPERATOR-ID.
           SET JRN-OP-REWRITE TO TRUE.
           MOVE SYLLABUS-RECORD TO JRN-RECORD-IMAGE.
           WRITE JOURNAL-RECORD.

           MOVE "X" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE SYL-COURSE-ID TO WS-PARAM-1(1:6).
           MOVE SYL-CLASS-DAY TO WS-PARAM-1(7:1).
           MOVE SYL-CLASS-PERIOD TO WS-PARAM-1(8:2).
           MOVE SYL-CLASS-ROOM TO WS-PARAM-1(10:10).
           MOVE SYL-TEACHER-ID TO WS-PARAM-1(20:5).
           MOVE SYL-ACADEMIC-YEAR TO WS-PARAM-1(25:4).
           MOVE SYL-SECTION-NO TO WS-PARAM-1(29:2).
           MOVE SPACES TO WS-PARAM-2.
           MOVE "W" TO WS-PARAM-2(1:1).
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.

      *-----------------------------------------------------------
      * 報告書: 割当(予定)一覧と割当不能一覧
      *-----------------------------------------------------------
       WRITE-REPORT.
           OPEN OUTPUT PRINT-OUTPUT-FILE.
           MOVE SPACES TO PRINT-OUTPUT-RECORD.
           STRING "教室自動割当 年度: " DELIMITED BY SIZE
                  WS-TARGET-YEAR DELIMITED BY SIZE
                  "  学期: " DELIMITED BY SIZE
                  WS-TARGET-SEMESTER DELIMITED BY SIZE
               INTO PRINT-OUTPUT-RECORD
           END-STRING.
           IF WS-PROPOSE-ONLY
               MOVE "(提案のみ)" TO PRINT-OUTPUT-RECORD(40:20)
           ELSE
               MOVE "(更新済)" TO PRINT-OUTPUT-RECORD(40:20)
           END-IF.
           WRITE PRINT-OUTPUT-RECORD.
           DISPLAY PRINT-OUTPUT-RECORD.

           MOVE ALL "=" TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.
           MOVE "[割当一覧]" TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.
           MOVE "  科目   区分 曜日 時限 定員 -> " &
                "教室       収容 種別" TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.
           PERFORM VARYING WS-ASG-IDX FROM 1 BY 1
                   UNTIL WS-ASG-IDX > WS-ASG-COUNT
               MOVE SPACES TO PRINT-OUTPUT-RECORD
               STRING "  " DELIMITED BY SIZE
                      WS-ASG-COURSE-ID(WS-ASG-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-ASG-SECTION-NO(WS-ASG-IDX) DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-ASG-DAY(WS-ASG-IDX) DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      WS-ASG-PERIOD(WS-ASG-IDX) DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-ASG-CAPACITY(WS-ASG-IDX) DELIMITED BY SIZE
                      " -> " DELIMITED BY SIZE
                      WS-ASG-ROOM-ID(WS-ASG-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-ASG-ROOM-CAP(WS-ASG-IDX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-ASG-ROOM-TYPE(WS-ASG-IDX) DELIMITED BY SIZE
                   INTO PRINT-OUTPUT-RECORD
               END-STRING
               WRITE PRINT-OUTPUT-RECORD
           END-PERFORM.
           IF WS-ASG-COUNT = 0
               MOVE "  該当なし" TO PRINT-OUTPUT-RECORD
               WRITE PRINT-OUTPUT-RECORD
           END-IF.

           MOVE ALL "=" TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.
           MOVE "[割当不能一覧]" TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.
           MOVE "  科目   区分 曜日 時限 定員 理由"
               TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.
           PERFORM VARYING WS-UNP-IDX FROM 1 BY 1
                   UNTIL WS-UNP-IDX > WS-UNP-COUNT
               MOVE SPACES TO PRINT-OUTPUT-RECORD
               STRING "  " DELIMITED BY SIZE
                      WS-UNP-COURSE-ID(WS-UNP-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-UNP-SECTION-NO(WS-UNP-IDX) DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-UNP-DAY(WS-UNP-IDX) DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      WS-UNP-PERIOD(WS-UNP-IDX) DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-UNP-CAPACITY(WS-UNP-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-UNP-REASON(WS-UNP-IDX) DELIMITED BY SIZE
                   INTO PRINT-OUTPUT-RECORD
               END-STRING
               WRITE PRINT-OUTPUT-RECORD
           END-PERFORM.
           IF WS-UNP-COUNT = 0
               MOVE "  該当なし" TO PRINT-OUTPUT-RECORD
               WRITE PRINT-OUTPUT-RECORD
           END-IF.
           MOVE ALL "=" TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.
           CLOSE PRINT-OUTPUT-FILE.
