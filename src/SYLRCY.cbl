      *****************************************************************
      * シラバス管理システム - 拒否行再投入プログラム(SYLRCY)
      * 一括登録・履修取込・出欠取込・学生フィードの拒否キューを
      * 画面で参照し、誤った項目を修正して取込と同じ検証規則で
      * 再投入する。解決済の行はキューに残り、作業記録を兼ねる
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLRCY.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENRQ-STATUS.

           SELECT ATT-QUEUE-FILE
               ASSIGN TO "sylatt_rejq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTQ-STATUS.

           SELECT STU-QUEUE-FILE
               ASSIGN TO "stufeed_rejq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUQ-STATUS.

           SELECT STUDENT-FILE
               ASSIGN TO "student.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-STU-FILE-STATUS.

           SELECT DEPARTMENT-FILE
               ASSIGN TO "dept.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-ID
               FILE STATUS IS WS-DEPT-FILE-STATUS.

           SELECT WAITLIST-FILE
               ASSIGN TO "waitlist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WAIT-KEY
               FILE STATUS IS WS-WAIT-FILE-STATUS.

           SELECT ATTENDANCE-FILE
               ASSIGN TO "attendance.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATT-KEY
               FILE STATUS IS WS-ATT-FILE-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO "calendar.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CAL-FILE-STATUS.

           SELECT SYLLABUS-FILE
               ASSIGN TO "syllabus.dat"
               ORGANIZATION IS INDEXED
               RECORD KEY IS SEM-CODE
               FILE STATUS IS WS-SEM-FILE-STATUS.

           SELECT EXCEPTION-FILE
               ASSIGN TO "schedexc.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SXC-KEY
               FILE STATUS IS WS-EXC-FILE-STATUS.

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

           SELECT JOURNAL-FILE
               ASSIGN TO "journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
       FD ENR-QUEUE-FILE.
           COPY "copybooks/RJQENRFILE.cpy".

       FD ATT-QUEUE-FILE.
           COPY "copybooks/RJQATTFILE.cpy".

       FD STU-QUEUE-FILE.
           COPY "copybooks/RJQSTUFILE.cpy".

       FD STUDENT-FILE.
           COPY "copybooks/STUDENTFILE.cpy".

       FD DEPARTMENT-FILE.
           COPY "copybooks/DEPTFILE.cpy".

       FD WAITLIST-FILE.
           COPY "copybooks/WAITLISTFILE.cpy".

       FD ATTENDANCE-FILE.
           COPY "copybooks/ATTENDFILE.cpy".

       FD CALENDAR-FILE.
           COPY "copybooks/CALFILE.cpy".

       FD SYLLABUS-FILE.
           COPY "copybooks/SYLFILE.cpy".

       FD SEMESTER-FILE.
           COPY "copybooks/SEMESTERFILE.cpy".

       FD EXCEPTION-FILE.
           COPY "copybooks/SCHEDEXCFILE.cpy".

       FD CREDIT-LIMIT-FILE.
           COPY "copybooks/CRDLIMFILE.cpy".

       FD OVERLOAD-FILE.
           COPY "copybooks/OVLAPRFILE.cpy".

       FD JOURNAL-FILE.
           COPY "copybooks/JOURNALFILE.cpy".

       01 WS-ENRQ-STATUS           PIC XX VALUE "00".
          88 WS-ENRQ-SUCCESS       VALUE "00".

       01 WS-ATTQ-STATUS           PIC XX VALUE "00".
          88 WS-ATTQ-SUCCESS       VALUE "00".

       01 WS-STUQ-STATUS           PIC XX VALUE "00".
          88 WS-STUQ-SUCCESS       VALUE "00".

       01 WS-STU-FILE-STATUS       PIC XX VALUE "00".
          88 WS-STU-FILE-SUCCESS   VALUE "00".

       01 WS-DEPT-FILE-STATUS      PIC XX VALUE "00".
          88 WS-DEPT-FILE-SUCCESS  VALUE "00".

       01 WS-WAIT-FILE-STATUS      PIC XX VALUE "00".
          88 WS-WAIT-FILE-SUCCESS  VALUE "00".

       01 WS-WAIT-OPEN-FLAG        PIC X VALUE "N".
          88 WS-WAIT-OPENED        VALUE "Y".

       01 WS-ENR-EOF-FLAG          PIC X VALUE "N".
          88 WS-ENR-EOF            VALUE "Y".

       01 WS-WAIT-EOF-FLAG         PIC X VALUE "N".
          88 WS-WAIT-EOF           VALUE "Y".

       01 WS-ACTIVE-ENR-COUNT      PIC 9(3) VALUE 0.
       01 WS-ACTIVE-WAIT-COUNT     PIC 9(3) VALUE 0.

       01 WS-ATT-FILE-STATUS       PIC XX VALUE "00".
          88 WS-ATT-FILE-SUCCESS   VALUE "00".
          88 WS-ATT-FILE-DUP       VALUE "22".
          88 WS-ATT-FILE-NOTFOUND  VALUE "23".

       01 WS-CAL-FILE-STATUS       PIC XX VALUE "00".
          88 WS-CAL-FILE-SUCCESS   VALUE "00".

       01 WS-CAL-OPEN-FLAG         PIC X VALUE "N".
          88 WS-CAL-OPENED         VALUE "Y".

       01 WS-SYL-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SYL-FILE-SUCCESS   VALUE "00".
          88 WS-SYL-FILE-DUP       VALUE "22".
       01 WS-SEM-OPEN-FLAG         PIC X VALUE "N".
          88 WS-SEM-OPENED         VALUE "Y".

       01 WS-EXC-FILE-STATUS       PIC XX VALUE "00".
          88 WS-EXC-FILE-SUCCESS   VALUE "00".

       01 WS-EXC-OPEN-FLAG         PIC X VALUE "N".
          88 WS-EXC-OPENED         VALUE "Y".

       01 WS-EXC-EOF-FLAG          PIC X VALUE "N".
          88 WS-EXC-EOF            VALUE "Y".

       01 WS-CRL-FILE-STATUS       PIC XX VALUE "00".
          88 WS-CRL-FILE-SUCCESS   VALUE "00".

       01 WS-CRL-OPEN-FLAG         PIC X VALUE "N".
          88 WS-CRL-OPENED         VALUE "Y".

       01 WS-OVA-FILE-STATUS       PIC XX VALUE "00".
          88 WS-OVA-FILE-SUCCESS   VALUE "00".

       01 WS-OVA-OPEN-FLAG         PIC X VALUE "N".
          88 WS-OVA-OPENED         VALUE "Y".

       01 WS-JOURNAL-FILE-STATUS   PIC XX VALUE "00".

       01 WS-MENU-OPTION           PIC 9 VALUE 0.
       01 WS-PARAM-2               PIC X(50).
       01 WS-RESULT                PIC X(200).
       01 WS-RETURN-CODE           PIC 9.
       01 WS-SEAT-UPDATE           PIC X(2).

       01 WS-REJECT-REASON         PIC X(50) VALUE SPACES.
       01 WS-WINDOW-OK-FLAG        PIC X VALUE "Y".
          88 WS-WINDOW-OK          VALUE "Y".
          88 WS-WINDOW-LATE        VALUE "L".

      * 期間外の行に適用する期限後履修願(承認済のもの)
       01 WS-PETITION-TYPE         PIC X.
       01 WS-PETITION-NO           PIC X(5) VALUE SPACES.

       01 WS-APPLY-OK-FLAG         PIC X VALUE "N".
          88 WS-APPLY-OK           VALUE "Y".
       01 WS-COURSE-SEEN-FLAG      PIC X VALUE "N".
          88 WS-COURSE-SEEN        VALUE "Y".

       01 WS-DATE-OK-FLAG          PIC X VALUE "Y".
          88 WS-DATE-OK            VALUE "Y".

       01 WS-TODAY                 PIC X(8).
       01 WS-DATE-NUM              PIC 9(8).
       01 WS-DATE-INT              PIC 9(8).
       01 WS-WEEKDAY               PIC 9.
       01 WS-WEEKDAY-WORK          PIC 9(8).

      * 区分割当用の区分表(閉講でない区分と在籍数)
       01 WS-SEC-TABLE.
          05 WS-SEC-COUNT          PIC 99 VALUE 0.
          05 WS-SEC-ENTRY OCCURS 20 TIMES.
             10 WS-SEC-NO          PIC X(2).
             10 WS-SEC-CAPACITY    PIC 9(3).
             10 WS-SEC-ENROLLED    PIC 9(4).
             10 WS-SEC-TRIED       PIC X.

       01 WS-SEC-IDX               PIC 99.
       01 WS-SEC-PICK              PIC 99.
       01 WS-PLACED-SECTION        PIC X(2).
       01 WS-ENR-SECTION           PIC X(2).
       01 WS-ROOM-ONLY-FLAG        PIC X VALUE "Y".
          88 WS-ROOM-ONLY          VALUE "Y".

       01 WS-CLASH-FLAG            PIC X VALUE "N".
          88 WS-CLASH-FOUND        VALUE "Y".

      * 時間割重複チェック用の授業枠表
      * (通常の曜日・時限と、有効な時間割例外の上書き枠を
      *  適用期間付きで持つ。通常枠の期間は全期間とする)
       01 WS-NEW-SEMESTER          PIC X(2).
       01 WS-NEW-SLOT-TABLE.
          05 WS-NEW-SLOT-COUNT     PIC 99 VALUE 0.
          05 WS-NEW-SLOT-ENTRY OCCURS 10 TIMES.
             10 WS-NEW-SLOT-DAY    PIC 9.
             10 WS-NEW-SLOT-PERIOD PIC 99.
             10 WS-NEW-SLOT-FROM   PIC X(8).
             10 WS-NEW-SLOT-TO     PIC X(8).

       01 WS-CUR-SLOT-TABLE.
          05 WS-CUR-SLOT-COUNT     PIC 99 VALUE 0.
          05 WS-CUR-SLOT-ENTRY OCCURS 10 TIMES.
             10 WS-CUR-SLOT-DAY    PIC 9.
             10 WS-CUR-SLOT-PERIOD PIC 99.
             10 WS-CUR-SLOT-FROM   PIC X(8).
             10 WS-CUR-SLOT-TO     PIC X(8).

       01 WS-NEW-SLOT-IDX          PIC 99.
       01 WS-CUR-SLOT-IDX          PIC 99.
       01 WS-CLASH-COURSE-ID       PIC X(6).
       01 WS-CLASH-DAY             PIC 9.
       01 WS-CLASH-PERIOD          PIC 99.

      * 履修単位上限チェック用(学生の学科・入学年度と学期合計)
       01 WS-STU-DEPT-ID           PIC X(4).
       01 WS-STU-ADMISSION-YEAR    PIC X(4).
       01 WS-NEW-CREDITS           PIC 9.
       01 WS-CREDIT-LIMIT          PIC 99.
       01 WS-TERM-CREDITS          PIC 999.
       01 WS-CREDIT-OVER-FLAG      PIC X VALUE "N".
          88 WS-CREDIT-OVER        VALUE "Y".

       01 WS-ACTION                PIC X.
       01 WS-RESOLVED-COUNT        PIC 9(5) VALUE 0.


           COPY "copybooks/ENRIMPFILE.cpy".

           COPY "copybooks/ATTIMPFILE.cpy".

           COPY "copybooks/STUFEEDFILE.cpy".

      * 拒否キューの作業表(最大200件/回)
       01 WS-QUEUE-TABLE.
          05 WS-QUE-COUNT          PIC 9(3) VALUE 0.
           05 LINE 1 COLUMN 1 VALUE "拒否行再投入".
           05 LINE 3 COLUMN 1 VALUE "1. 一括登録の拒否".
           05 LINE 4 COLUMN 1 VALUE "2. 履修取込の拒否".
           05 LINE 5 COLUMN 1 VALUE "3. 出欠取込の拒否".
           05 LINE 6 COLUMN 1 VALUE "4. 学生フィードの拒否".
           05 LINE 7 COLUMN 1 VALUE "9. 終了".
           05 LINE 9 COLUMN 1 VALUE "選択 (1-4,9): ".
           05 LINE 9 COLUMN 16 PIC 9 USING WS-MENU-OPTION.

       01 RCY-ACTION-SCREEN.
           05 LINE 20 COLUMN 1 VALUE "A=修正,S=次,X=終了: ".
           05 LINE 8 COLUMN 28 PIC X(8) USING EIM-REG-DATE.
           05 LINE 9 COLUMN 1 VALUE "取引区分(R/D/W): ".
           05 LINE 9 COLUMN 28 PIC X USING EIM-TRAN-TYPE.
           05 LINE 10 COLUMN 1 VALUE "希望区分: ".
           05 LINE 10 COLUMN 28 PIC X(2) USING EIM-SECTION-NO.

       01 RCY-ATT-EDIT-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "出欠取込 拒否行の修正".
           05 LINE 2 COLUMN 1 VALUE "拒否理由: ".
           05 LINE 2 COLUMN 12 PIC X(50) FROM WS-REJECT-REASON.
           05 LINE 4 COLUMN 1 VALUE "科目コード: ".
           05 LINE 4 COLUMN 28 PIC X(6) USING AIM-COURSE-ID.
           05 LINE 5 COLUMN 1 VALUE "対象年度(4桁): ".
           05 LINE 5 COLUMN 28 PIC X(4) USING AIM-ACADEMIC-YEAR.
           05 LINE 6 COLUMN 1 VALUE "区分(通常01): ".
           05 LINE 6 COLUMN 28 PIC X(2) USING AIM-SECTION-NO.
           05 LINE 7 COLUMN 1 VALUE "授業日(YYYYMMDD): ".
           05 LINE 7 COLUMN 28 PIC X(8) USING AIM-SESSION-DATE.
           05 LINE 8 COLUMN 1 VALUE "学籍番号: ".
           05 LINE 8 COLUMN 28 PIC X(8) USING AIM-STUDENT-ID.
           05 LINE 9 COLUMN 1 VALUE "出欠(P/L/E/A): ".
           05 LINE 9 COLUMN 28 PIC X USING AIM-ATTEND-CODE.

       01 RCY-STU-EDIT-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "学生フィード拒否の修正".
           05 LINE 2 COLUMN 1 VALUE "拒否理由: ".
           05 LINE 2 COLUMN 12 PIC X(50) FROM WS-REJECT-REASON.
           05 LINE 4 COLUMN 1 VALUE "取引区分(A/C/I): ".
           05 LINE 4 COLUMN 28 PIC X USING SFD-TRAN-TYPE.
           05 LINE 5 COLUMN 1 VALUE "学籍番号: ".
           05 LINE 5 COLUMN 28 PIC X(8) USING SFD-STUDENT-ID.
           05 LINE 6 COLUMN 1 VALUE "学生氏名: ".
           05 LINE 6 COLUMN 28 PIC X(20) USING SFD-STUDENT-NAME.
           05 LINE 7 COLUMN 1 VALUE "所属学科コード: ".
           05 LINE 7 COLUMN 28 PIC X(4) USING SFD-DEPARTMENT-ID.
           05 LINE 8 COLUMN 1 VALUE "入学年度(4桁): ".
           05 LINE 8 COLUMN 28 PIC X(4) USING SFD-ADMISSION-YEAR.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
                       PERFORM PROCESS-IMP-QUEUE
                   WHEN 2
                       PERFORM PROCESS-ENR-QUEUE
                   WHEN 3
                       PERFORM PROCESS-ATT-QUEUE
                   WHEN 4
                       PERFORM PROCESS-STU-QUEUE
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
           IF WS-SEM-FILE-SUCCESS
               MOVE "Y" TO WS-SEM-OPEN-FLAG
           END-IF.
           OPEN I-O ATTENDANCE-FILE.
           IF NOT WS-ATT-FILE-SUCCESS
               OPEN OUTPUT ATTENDANCE-FILE
               CLOSE ATTENDANCE-FILE
               OPEN I-O ATTENDANCE-FILE
           END-IF.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CAL-FILE-SUCCESS
               MOVE "Y" TO WS-CAL-OPEN-FLAG
           END-IF.
           OPEN INPUT EXCEPTION-FILE.
           IF WS-EXC-FILE-SUCCESS
               MOVE "Y" TO WS-EXC-OPEN-FLAG
           END-IF.
           OPEN INPUT CREDIT-LIMIT-FILE.
           IF WS-CRL-FILE-SUCCESS
               MOVE "Y" TO WS-CRL-OPEN-FLAG
           END-IF.
           OPEN INPUT OVERLOAD-FILE.
           IF WS-OVA-FILE-SUCCESS
               MOVE "Y" TO WS-OVA-OPEN-FLAG
           END-IF.

       CLOSE-FILES.
           CLOSE SYLLABUS-FILE.
           IF WS-SEM-OPENED
               CLOSE SEMESTER-FILE
           END-IF.
           CLOSE ATTENDANCE-FILE.
           IF WS-CAL-OPENED
               CLOSE CALENDAR-FILE
           END-IF.
           IF WS-EXC-OPENED
               CLOSE EXCEPTION-FILE
           END-IF.
           IF WS-CRL-OPENED
               CLOSE CREDIT-LIMIT-FILE
           END-IF.
           IF WS-OVA-OPENED
               CLOSE OVERLOAD-FILE
           END-IF.

      *-----------------------------------------------------------
      * 一括登録キューの処理

       HANDLE-ONE-ENR-ENTRY.
           MOVE WS-QUE-REASON(WS-QUE-IDX) TO WS-REJECT-REASON.
           MOVE WS-QUE-IMAGE(WS-QUE-IDX)(1:49)
               TO ENROLL-IMPORT-RECORD.

           MOVE SPACE TO WS-ACTION.
               MOVE "R" TO WS-QUE-STATUS(WS-QUE-IDX)
               MOVE SPACES TO WS-QUE-IMAGE(WS-QUE-IDX)
               MOVE ENROLL-IMPORT-RECORD
                   TO WS-QUE-IMAGE(WS-QUE-IDX)(1:49)
               ADD 1 TO WS-RESOLVED-COUNT
               DISPLAY "再投入しました。"
           ELSE
               MOVE WS-REJECT-REASON TO WS-QUE-REASON(WS-QUE-IDX)
               MOVE SPACES TO WS-QUE-IMAGE(WS-QUE-IDX)
               MOVE ENROLL-IMPORT-RECORD
                   TO WS-QUE-IMAGE(WS-QUE-IDX)(1:49)
               DISPLAY "再検証NG: "
                       FUNCTION TRIM(WS-REJECT-REASON)
           END-IF.
               MOVE WS-RESULT(1:50) TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RESULT(21:4) TO WS-STU-DEPT-ID.
           MOVE WS-RESULT(25:4) TO WS-STU-ADMISSION-YEAR.

      *    区分を問わず閉講でない科目の存在を確認する
           PERFORM FIND-ACTIVE-COURSE-SECTION.
               EXIT PARAGRAPH
           END-IF.

      *    締切後でも承認済の期限後履修願があれば通す
           MOVE SPACES TO WS-PETITION-NO.
           PERFORM CHECK-REGISTER-WINDOW.
           IF WS-WINDOW-LATE
               MOVE "R" TO WS-PETITION-TYPE
               PERFORM FIND-LATE-PETITION
           END-IF.
           IF NOT WS-WINDOW-OK
               EXIT PARAGRAPH
           END-IF.

      *    時間割・単位数のチェックに使う登録科目の学期と単位数
           MOVE SYL-SEMESTER TO WS-NEW-SEMESTER.
           MOVE SYL-CREDITS TO WS-NEW-CREDITS.

      *    区分の割当(同一学期の履修中科目と時間割が重ならない区分)
           PERFORM PLACE-IN-SECTION.
           IF WS-PLACED-SECTION = SPACES
               MOVE SPACES TO WS-REJECT-REASON
               STRING "時間割重複(" DELIMITED BY SIZE
                      WS-CLASH-COURSE-ID DELIMITED BY SIZE
                      " 曜日" DELIMITED BY SIZE
                      WS-CLASH-DAY DELIMITED BY SIZE
                      " 時限" DELIMITED BY SIZE
                      WS-CLASH-PERIOD DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF.

      *    学期別の履修単位上限チェック(超過承認があれば承認上限)
           PERFORM CHECK-CREDIT-LIMIT.
           IF WS-CREDIT-OVER
               MOVE SPACES TO WS-REJECT-REASON
               STRING "単位上限超過(" DELIMITED BY SIZE
                      WS-TERM-CREDITS DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WS-CREDIT-LIMIT DELIMITED BY SIZE
                      "単位)" DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF.

           MOVE EIM-COURSE-ID TO ENR-COURSE-ID.
           MOVE EIM-ACADEMIC-YEAR TO ENR-ACADEMIC-YEAR.
           MOVE EIM-STUDENT-ID TO ENR-STUDENT-ID.
           MOVE EIM-REG-DATE TO ENR-REG-DATE.
           MOVE "E" TO ENR-STATUS.
           MOVE SPACES TO ENR-STATUS-DATE.
           MOVE WS-PLACED-SECTION TO ENR-SECTION-NO.
           MOVE WS-PETITION-NO TO ENR-PETITION-NO.
           MOVE SPACES TO ENR-DROP-PETITION-NO.
           WRITE ENROLLMENT-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-ENR-FILE-SUCCESS
               MOVE "Y" TO WS-APPLY-OK-FLAG
               PERFORM APPLY-LATE-PETITION
               MOVE "E+" TO WS-SEAT-UPDATE
               PERFORM UPDATE-SEAT-COUNT
           ELSE
               IF WS-ENR-FILE-DUP
                   MOVE "履修明細が重複" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-PETITION-NO.
           PERFORM FIND-COURSE-SEMESTER.
           PERFORM CHECK-DROP-WINDOW.
           IF WS-WINDOW-LATE
               MOVE "D" TO WS-PETITION-TYPE
               PERFORM FIND-LATE-PETITION
           END-IF.
           IF NOT WS-WINDOW-OK
               EXIT PARAGRAPH
           END-IF.
               SET ENR-STATUS-WITHDRAWN TO TRUE
           END-IF.
           MOVE EIM-REG-DATE TO ENR-STATUS-DATE.
           MOVE WS-PETITION-NO TO ENR-DROP-PETITION-NO.
           REWRITE ENROLLMENT-RECORD
               INVALID KEY
                   MOVE "取消の書込に失敗" TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE "Y" TO WS-APPLY-OK-FLAG
                   PERFORM APPLY-LATE-PETITION
                   MOVE "E-" TO WS-SEAT-UPDATE
                   PERFORM UPDATE-SEAT-COUNT
           END-REWRITE.

      * 区分別座席数ファイルの加減(SYLCOM "Q")
      * 明細は書込済のため、失敗時は警告して夜間の再集計に任せる
       UPDATE-SEAT-COUNT.
           MOVE "Q" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE ENR-COURSE-ID TO WS-PARAM-1(1:6).
           MOVE ENR-ACADEMIC-YEAR TO WS-PARAM-1(7:4).
           MOVE ENR-SECTION-NO TO WS-PARAM-1(11:2).
           MOVE ENR-STUDENT-ID TO WS-PARAM-1(13:8).
           MOVE SPACES TO WS-PARAM-2.
           MOVE WS-SEAT-UPDATE TO WS-PARAM-2(1:2).
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "警告:" FUNCTION TRIM(WS-RESULT(1:70))
           END-IF.

      *-----------------------------------------------------------
      * 区分の割当
      * 希望区分に空きがあれば最初に試し、次に空きのある区分を在籍
      * 数の少ない順に、それでも決まらなければ満席の区分も含めて
      * 在籍数の少ない順に試す。時間割が重なる区分は選ばない
      *-----------------------------------------------------------
       PLACE-IN-SECTION.
           MOVE SPACES TO WS-PLACED-SECTION.
           PERFORM LOAD-SECTION-TABLE.
           PERFORM TALLY-SECTION-ENROLLMENT.

           IF EIM-SECTION-NO NOT = SPACES
               PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                       UNTIL WS-SEC-IDX > WS-SEC-COUNT
                   IF WS-SEC-NO(WS-SEC-IDX) = EIM-SECTION-NO
                       AND WS-SEC-ENROLLED(WS-SEC-IDX)
                           < WS-SEC-CAPACITY(WS-SEC-IDX)
                       MOVE WS-SEC-IDX TO WS-SEC-PICK
                       PERFORM TRY-ONE-SECTION
                   END-IF
               END-PERFORM
           END-IF.

           MOVE "Y" TO WS-ROOM-ONLY-FLAG.
           PERFORM TRY-LEAST-FILLED-SECTIONS.
           MOVE "N" TO WS-ROOM-ONLY-FLAG.
           PERFORM TRY-LEAST-FILLED-SECTIONS.

       TRY-LEAST-FILLED-SECTIONS.
           MOVE 1 TO WS-SEC-PICK.
           PERFORM UNTIL WS-PLACED-SECTION NOT = SPACES
                   OR WS-SEC-PICK = 0
               PERFORM PICK-LEAST-FILLED-SECTION
               IF WS-SEC-PICK > 0
                   PERFORM TRY-ONE-SECTION
               END-IF
           END-PERFORM.

      * 未試行の区分から在籍数の最も少ない区分を選ぶ(同数は区分順)
       PICK-LEAST-FILLED-SECTION.
           MOVE 0 TO WS-SEC-PICK.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               IF WS-SEC-TRIED(WS-SEC-IDX) = "N"
                   AND (NOT WS-ROOM-ONLY
                        OR WS-SEC-ENROLLED(WS-SEC-IDX)
                           < WS-SEC-CAPACITY(WS-SEC-IDX))
                   IF WS-SEC-PICK = 0
                       MOVE WS-SEC-IDX TO WS-SEC-PICK
                   ELSE
                       IF WS-SEC-ENROLLED(WS-SEC-IDX)
                           < WS-SEC-ENROLLED(WS-SEC-PICK)
                           MOVE WS-SEC-IDX TO WS-SEC-PICK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * 選んだ区分のシラバスを読み、時間割重複がなければ割り当てる
       TRY-ONE-SECTION.
           MOVE "Y" TO WS-SEC-TRIED(WS-SEC-PICK).
           MOVE EIM-COURSE-ID TO SYL-COURSE-ID.
           MOVE EIM-ACADEMIC-YEAR TO SYL-ACADEMIC-YEAR.
           MOVE WS-SEC-NO(WS-SEC-PICK) TO SYL-SECTION-NO.
           READ SYLLABUS-FILE
               KEY IS SYL-RECORD-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           PERFORM CHECK-STUDENT-CLASH.
           IF NOT WS-CLASH-FOUND
               MOVE WS-SEC-NO(WS-SEC-PICK) TO WS-PLACED-SECTION
           END-IF.

      * 科目の閉講でない区分と定員を区分表に読み込む
       LOAD-SECTION-TABLE.
           MOVE 0 TO WS-SEC-COUNT.
           MOVE "N" TO WS-SYL-EOF-FLAG.
           MOVE EIM-COURSE-ID TO SYL-COURSE-ID.
           MOVE EIM-ACADEMIC-YEAR TO SYL-ACADEMIC-YEAR.
                   MOVE "Y" TO WS-SYL-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-SYL-EOF
               READ SYLLABUS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SYL-EOF-FLAG
                       IF SYL-COURSE-ID = EIM-COURSE-ID
                           AND SYL-ACADEMIC-YEAR
                               = EIM-ACADEMIC-YEAR
                           IF NOT SYL-STATUS-CANCELLED
                               AND WS-SEC-COUNT < 20
                               ADD 1 TO WS-SEC-COUNT
                               MOVE SYL-SECTION-NO
                                   TO WS-SEC-NO(WS-SEC-COUNT)
                               MOVE SYL-CAPACITY
                                   TO WS-SEC-CAPACITY(WS-SEC-COUNT)
                               MOVE 0
                                   TO WS-SEC-ENROLLED(WS-SEC-COUNT)
                               MOVE "N"
                                   TO WS-SEC-TRIED(WS-SEC-COUNT)
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-SYL-EOF-FLAG
               END-READ
           END-PERFORM.

      * 履修中(E)の明細を所属区分ごとに数える
      * (区分空白の明細は先頭区分に数える)
       TALLY-SECTION-ENROLLMENT.
           MOVE "N" TO WS-ENR-EOF-FLAG.
           MOVE EIM-COURSE-ID TO ENR-COURSE-ID.
           MOVE EIM-ACADEMIC-YEAR TO ENR-ACADEMIC-YEAR.
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
                       IF ENR-COURSE-ID = EIM-COURSE-ID
                           AND ENR-ACADEMIC-YEAR = EIM-ACADEMIC-YEAR
                           IF ENR-STATUS-ENROLLED
                               PERFORM TALLY-ONE-SECTION-MEMBER
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-ENR-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-ONE-SECTION-MEMBER.
           MOVE ENR-SECTION-NO TO WS-ENR-SECTION.
           IF WS-ENR-SECTION = SPACES
               MOVE WS-SEC-NO(1) TO WS-ENR-SECTION
           END-IF.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               IF WS-SEC-NO(WS-SEC-IDX) = WS-ENR-SECTION
                   ADD 1 TO WS-SEC-ENROLLED(WS-SEC-IDX)
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------
      * 学生の時間割重複チェック
      * 登録する科目(TRY-ONE-SECTIONで読んだ区分)の授業枠
      * と、同一年度・同一学期に履修中(E)の他科目の授業枠を比べ、
      * 同じ曜日・時限で適用期間が重なれば重複とする。
      * 時間割例外は登録日時点で終了していないものを数える
      *-----------------------------------------------------------
       CHECK-STUDENT-CLASH.
           MOVE "N" TO WS-CLASH-FLAG.
           MOVE SPACES TO WS-CLASH-COURSE-ID.
           IF SYL-CLASS-DAY = 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM COLLECT-COURSE-SLOTS.
           MOVE WS-CUR-SLOT-TABLE TO WS-NEW-SLOT-TABLE.

           MOVE "N" TO WS-ENR-EOF-FLAG.
           MOVE LOW-VALUES TO ENR-KEY.
           START ENROLLMENT-FILE KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ENR-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-ENR-EOF OR WS-CLASH-FOUND
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ENR-EOF-FLAG
                   NOT AT END
                       IF ENR-STUDENT-ID = EIM-STUDENT-ID
                           AND ENR-ACADEMIC-YEAR = EIM-ACADEMIC-YEAR
                           AND ENR-COURSE-ID NOT = EIM-COURSE-ID
                           AND ENR-STATUS-ENROLLED
                           PERFORM CHECK-ONE-ENROLLED-COURSE
                       END-IF
               END-READ
           END-PERFORM.

      * 履修中の1科目分: 開講区分の授業枠を求めて突き合わせる
       CHECK-ONE-ENROLLED-COURSE.
           PERFORM FIND-ENROLLED-SECTION.
           IF NOT WS-COURSE-OK
               EXIT PARAGRAPH
           END-IF.
           IF SYL-SEMESTER NOT = WS-NEW-SEMESTER
               OR SYL-CLASS-DAY = 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM COLLECT-COURSE-SLOTS.
           PERFORM VARYING WS-NEW-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-NEW-SLOT-IDX > WS-NEW-SLOT-COUNT
                       OR WS-CLASH-FOUND
               PERFORM VARYING WS-CUR-SLOT-IDX FROM 1 BY 1
                       UNTIL WS-CUR-SLOT-IDX > WS-CUR-SLOT-COUNT
                           OR WS-CLASH-FOUND
                   PERFORM COMPARE-ONE-SLOT-PAIR
               END-PERFORM
           END-PERFORM.

       COMPARE-ONE-SLOT-PAIR.
           IF WS-NEW-SLOT-DAY(WS-NEW-SLOT-IDX)
                   = WS-CUR-SLOT-DAY(WS-CUR-SLOT-IDX)
               AND WS-NEW-SLOT-PERIOD(WS-NEW-SLOT-IDX)
                   = WS-CUR-SLOT-PERIOD(WS-CUR-SLOT-IDX)
               AND WS-NEW-SLOT-FROM(WS-NEW-SLOT-IDX)
                   <= WS-CUR-SLOT-TO(WS-CUR-SLOT-IDX)
               AND WS-CUR-SLOT-FROM(WS-CUR-SLOT-IDX)
                   <= WS-NEW-SLOT-TO(WS-NEW-SLOT-IDX)
               MOVE "Y" TO WS-CLASH-FLAG
               MOVE ENR-COURSE-ID TO WS-CLASH-COURSE-ID
               MOVE WS-CUR-SLOT-DAY(WS-CUR-SLOT-IDX) TO WS-CLASH-DAY
               MOVE WS-CUR-SLOT-PERIOD(WS-CUR-SLOT-IDX)
                   TO WS-CLASH-PERIOD
           END-IF.

      *-----------------------------------------------------------
      * 履修中科目の所属区分を読む。区分空白の明細は
      * FIND-ACTIVE-COURSE-SECTIONと同じ規則で先頭区分を採る
      *-----------------------------------------------------------
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

      *-----------------------------------------------------------
      * シラバス領域の科目区分について授業枠表を作る
      * (通常枠+登録日時点で終了していない時間割例外の上書き枠)
      *-----------------------------------------------------------
       COLLECT-COURSE-SLOTS.
           MOVE 1 TO WS-CUR-SLOT-COUNT.
           MOVE SYL-CLASS-DAY TO WS-CUR-SLOT-DAY(1).
           MOVE SYL-CLASS-PERIOD TO WS-CUR-SLOT-PERIOD(1).
           MOVE "00000000" TO WS-CUR-SLOT-FROM(1).
           MOVE "99999999" TO WS-CUR-SLOT-TO(1).
           IF NOT WS-EXC-OPENED
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-EXC-EOF-FLAG.
           MOVE SYL-COURSE-ID TO SXC-COURSE-ID.
           MOVE SYL-ACADEMIC-YEAR TO SXC-ACADEMIC-YEAR.
           MOVE SYL-SECTION-NO TO SXC-SECTION-NO.
           MOVE LOW-VALUES TO SXC-START-DATE.
           START EXCEPTION-FILE KEY IS NOT LESS THAN SXC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EXC-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EXC-EOF
               READ EXCEPTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EXC-EOF-FLAG
                   NOT AT END
                       IF SXC-COURSE-ID = SYL-COURSE-ID
                           AND SXC-ACADEMIC-YEAR = SYL-ACADEMIC-YEAR
                           AND SXC-SECTION-NO = SYL-SECTION-NO
                           IF SXC-END-DATE >= EIM-REG-DATE
                               PERFORM ADD-EXCEPTION-SLOT
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-EXC-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

      * 曜日・時限とも上書きなし(教室のみの変更)は枠を増やさない
       ADD-EXCEPTION-SLOT.
           IF SXC-OVR-CLASS-DAY = 0 AND SXC-OVR-CLASS-PERIOD = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-CUR-SLOT-COUNT >= 10
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CUR-SLOT-COUNT.
           MOVE SYL-CLASS-DAY TO WS-CUR-SLOT-DAY(WS-CUR-SLOT-COUNT).
           MOVE SYL-CLASS-PERIOD
               TO WS-CUR-SLOT-PERIOD(WS-CUR-SLOT-COUNT).
           IF SXC-OVR-CLASS-DAY > 0
               MOVE SXC-OVR-CLASS-DAY
                   TO WS-CUR-SLOT-DAY(WS-CUR-SLOT-COUNT)
           END-IF.
           IF SXC-OVR-CLASS-PERIOD > 0
               MOVE SXC-OVR-CLASS-PERIOD
                   TO WS-CUR-SLOT-PERIOD(WS-CUR-SLOT-COUNT)
           END-IF.
           MOVE SXC-START-DATE TO WS-CUR-SLOT-FROM(WS-CUR-SLOT-COUNT).
           MOVE SXC-END-DATE TO WS-CUR-SLOT-TO(WS-CUR-SLOT-COUNT).

      *-----------------------------------------------------------
      * 学期別の履修単位上限チェック
      * 上限は学科+入学年度、なければ学科の既定(入学年度空白)。
      * 登録係の超過承認があればその承認上限を使う。上限の定め
      * がない学生は検査しない。同一年度・同一学期に履修中(E)の
      * 他科目の単位数に登録科目の単位数を加えて比べる
      *-----------------------------------------------------------
       CHECK-CREDIT-LIMIT.
           MOVE "N" TO WS-CREDIT-OVER-FLAG.
           MOVE 0 TO WS-CREDIT-LIMIT.
           IF NOT WS-CRL-OPENED
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
           MOVE CRL-MAX-CREDITS TO WS-CREDIT-LIMIT.

           IF WS-OVA-OPENED
               MOVE EIM-STUDENT-ID TO OVA-STUDENT-ID
               MOVE EIM-ACADEMIC-YEAR TO OVA-ACADEMIC-YEAR
               MOVE WS-NEW-SEMESTER TO OVA-SEMESTER
               READ OVERLOAD-FILE
                   KEY IS OVA-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OVA-MAX-CREDITS > WS-CREDIT-LIMIT
                           MOVE OVA-MAX-CREDITS TO WS-CREDIT-LIMIT
                       END-IF
               END-READ
           END-IF.

           MOVE WS-NEW-CREDITS TO WS-TERM-CREDITS.
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
                       IF ENR-STUDENT-ID = EIM-STUDENT-ID
                           AND ENR-ACADEMIC-YEAR = EIM-ACADEMIC-YEAR
                           AND ENR-COURSE-ID NOT = EIM-COURSE-ID
                           AND ENR-STATUS-ENROLLED
                           PERFORM ADD-ENROLLED-CREDITS
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-TERM-CREDITS > WS-CREDIT-LIMIT
               MOVE "Y" TO WS-CREDIT-OVER-FLAG
           END-IF.

      * 履修中の1科目分: 同一学期なら単位数を加える
       ADD-ENROLLED-CREDITS.
           PERFORM FIND-ENROLLED-SECTION.
           IF NOT WS-COURSE-OK
               EXIT PARAGRAPH
           END-IF.
           IF SYL-SEMESTER = WS-NEW-SEMESTER
               ADD SYL-CREDITS TO WS-TERM-CREDITS
           END-IF.


      *-----------------------------------------------------------
      * 閉講でない区分を探す(登録行の受入判定)
      * 見つかればそのレコードをシラバス領域に残す。科目自体が
      * ない場合と全区分が閉講の場合を区別して返す
      *-----------------------------------------------------------
       FIND-ACTIVE-COURSE-SECTION.
           MOVE "N" TO WS-COURSE-OK-FLAG.
           MOVE "N" TO WS-COURSE-SEEN-FLAG.
           MOVE "N" TO WS-SYL-EOF-FLAG.
           MOVE EIM-COURSE-ID TO SYL-COURSE-ID.
           MOVE EIM-ACADEMIC-YEAR TO SYL-ACADEMIC-YEAR.
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
                       IF SYL-COURSE-ID = EIM-COURSE-ID
                           AND SYL-ACADEMIC-YEAR
                               = EIM-ACADEMIC-YEAR
                           MOVE "Y" TO WS-COURSE-SEEN-FLAG
                           IF NOT SYL-STATUS-CANCELLED
                               MOVE "Y" TO WS-COURSE-OK-FLAG
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-SYL-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

      * 科目の開講学期をシラバスから求める(区分を問わない)
       FIND-COURSE-SEMESTER.
           MOVE SPACES TO SYL-SEMESTER.
           MOVE EIM-COURSE-ID TO SYL-COURSE-ID.
           MOVE EIM-ACADEMIC-YEAR TO SYL-ACADEMIC-YEAR.
           MOVE LOW-VALUES TO SYL-SECTION-NO.
           START SYLLABUS-FILE KEY IS NOT LESS THAN SYL-RECORD-KEY
               INVALID KEY
                   MOVE SPACES TO SYL-COURSE-ID
               NOT INVALID KEY
                   READ SYLLABUS-FILE NEXT RECORD
                       AT END
                           MOVE SPACES TO SYL-COURSE-ID
                   END-READ
                   IF SYL-COURSE-ID NOT = EIM-COURSE-ID
                       OR SYL-ACADEMIC-YEAR NOT = EIM-ACADEMIC-YEAR
                       MOVE SPACES TO SYL-SEMESTER
                   END-IF
           END-START.

       CHECK-REGISTER-WINDOW.
           MOVE "Y" TO WS-WINDOW-OK-FLAG.
           PERFORM READ-SEMESTER-WINDOW.
           IF NOT WS-SEM-FILE-SUCCESS
               EXIT PARAGRAPH
           END-IF.
           IF SEM-REG-OPEN-DATE NOT = SPACES
               AND EIM-REG-DATE < SEM-REG-OPEN-DATE
               MOVE "登録期間前の登録日" TO WS-REJECT-REASON
               MOVE "N" TO WS-WINDOW-OK-FLAG
               EXIT PARAGRAPH
           END-IF.
           IF SEM-REG-CLOSE-DATE NOT = SPACES
               AND EIM-REG-DATE > SEM-REG-CLOSE-DATE
               MOVE "登録締切後の登録日" TO WS-REJECT-REASON
               MOVE "L" TO WS-WINDOW-OK-FLAG
           END-IF.

       CHECK-DROP-WINDOW.
           MOVE "Y" TO WS-WINDOW-OK-FLAG.
           PERFORM READ-SEMESTER-WINDOW.
           IF NOT WS-SEM-FILE-SUCCESS
               EXIT PARAGRAPH
           END-IF.
           IF SEM-DROP-DEADLINE NOT = SPACES
               AND EIM-REG-DATE > SEM-DROP-DEADLINE
               MOVE "取消期限超過" TO WS-REJECT-REASON
               MOVE "L" TO WS-WINDOW-OK-FLAG
           END-IF.

      * 期限後履修願の照合と適用(SYLENRと同一手順)
       FIND-LATE-PETITION.
           MOVE "J" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE "C" TO WS-PARAM-1(1:1).
           MOVE WS-PETITION-TYPE TO WS-PARAM-1(2:1).
           MOVE EIM-STUDENT-ID TO WS-PARAM-1(3:8).
           MOVE EIM-COURSE-ID TO WS-PARAM-1(11:6).
           MOVE EIM-ACADEMIC-YEAR TO WS-PARAM-1(17:4).
           MOVE SPACES TO WS-PARAM-2.
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.
           IF WS-RETURN-CODE = 0
               MOVE WS-RESULT(101:5) TO WS-PETITION-NO
               MOVE "Y" TO WS-WINDOW-OK-FLAG
           END-IF.

       APPLY-LATE-PETITION.
           IF WS-PETITION-NO = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE "J" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE "U" TO WS-PARAM-1(1:1).
           MOVE WS-PETITION-TYPE TO WS-PARAM-1(2:1).
           MOVE EIM-STUDENT-ID TO WS-PARAM-1(3:8).
           MOVE EIM-COURSE-ID TO WS-PARAM-1(11:6).
           MOVE EIM-ACADEMIC-YEAR TO WS-PARAM-1(17:4).
           MOVE WS-PETITION-NO TO WS-PARAM-1(21:5).
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PARAM-1(26:8).
           MOVE SPACES TO WS-PARAM-2.
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.
           DISPLAY "期限後履修願 " WS-PETITION-NO
                   " を適用しました。".
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "警告:" FUNCTION TRIM(WS-RESULT(1:70))
           END-IF.

       READ-SEMESTER-WINDOW.
           MOVE "23" TO WS-SEM-FILE-STATUS.
           IF NOT WS-SEM-OPENED OR SYL-SEMESTER = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SYL-SEMESTER TO SEM-CODE.
           READ SEMESTER-FILE
               KEY IS SEM-CODE
               INVALID KEY
                   MOVE "23" TO WS-SEM-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-SEM-FILE-STATUS
           END-READ.

       REWRITE-ENR-QUEUE.
           OPEN OUTPUT ENR-QUEUE-FILE.
           PERFORM VARYING WS-QUE-IDX FROM 1 BY 1
                   UNTIL WS-QUE-IDX > WS-QUE-COUNT
               MOVE WS-QUE-STATUS(WS-QUE-IDX) TO RJE-STATUS
               MOVE WS-QUE-REASON(WS-QUE-IDX) TO RJE-REASON
               MOVE WS-QUE-IMAGE(WS-QUE-IDX)(1:49)
                   TO RJE-RECORD-IMAGE
               WRITE ENR-REJECT-QUEUE-RECORD
           END-PERFORM.
           CLOSE ENR-QUEUE-FILE.

      *-----------------------------------------------------------
      * 出欠取込キューの処理
      *-----------------------------------------------------------
       PROCESS-ATT-QUEUE.
           PERFORM LOAD-ATT-QUEUE.
           IF NOT WS-ATTQ-SUCCESS
               DISPLAY "出欠取込の拒否キューなし。"
               EXIT PARAGRAPH
           END-IF.
      *    表に収まらない分は書き戻しで失われるため中止する
           IF WS-TABLE-OVERFLOW
               DISPLAY "エラー:拒否行が200件を超過。"
               DISPLAY "処理を中止しました。"
               EXIT PARAGRAPH
           END-IF.
           IF WS-QUE-COUNT = 0
               DISPLAY "未解決の拒否行はありません。"
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE 0 TO WS-RESOLVED-COUNT.
           MOVE SPACE TO WS-ACTION.
           PERFORM VARYING WS-QUE-IDX FROM 1 BY 1
                   UNTIL WS-QUE-IDX > WS-QUE-COUNT
                   OR WS-ACTION = "X"
               IF WS-QUE-STATUS(WS-QUE-IDX) = "O"
                   PERFORM HANDLE-ONE-ATT-ENTRY
               END-IF
           END-PERFORM.

           PERFORM REWRITE-ATT-QUEUE.
           DISPLAY "解決件数: " WS-RESOLVED-COUNT.

       LOAD-ATT-QUEUE.
           MOVE 0 TO WS-QUE-COUNT.
           MOVE "N" TO WS-OVERFLOW-FLAG.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT ATT-QUEUE-FILE.
           IF NOT WS-ATTQ-SUCCESS
               CLOSE ATT-QUEUE-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ ATT-QUEUE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-QUE-COUNT < 200
                           ADD 1 TO WS-QUE-COUNT
                           MOVE RJA-STATUS
                               TO WS-QUE-STATUS(WS-QUE-COUNT)
                           MOVE RJA-REASON
                               TO WS-QUE-REASON(WS-QUE-COUNT)
                           MOVE RJA-RECORD-IMAGE
                               TO WS-QUE-IMAGE(WS-QUE-COUNT)
                       ELSE
                           MOVE "Y" TO WS-OVERFLOW-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ATT-QUEUE-FILE.

       HANDLE-ONE-ATT-ENTRY.
           MOVE WS-QUE-REASON(WS-QUE-IDX) TO WS-REJECT-REASON.
           MOVE WS-QUE-IMAGE(WS-QUE-IDX)(1:29)
               TO ATTEND-IMPORT-RECORD.

           MOVE SPACE TO WS-ACTION.
           DISPLAY RCY-ATT-EDIT-SCREEN.
           DISPLAY RCY-ACTION-SCREEN.
           ACCEPT RCY-ACTION-SCREEN.
           IF WS-ACTION NOT = "A" AND WS-ACTION NOT = "a"
               EXIT PARAGRAPH
           END-IF.

           ACCEPT RCY-ATT-EDIT-SCREEN.
           PERFORM APPLY-ATT-RECORD.
           MOVE SPACES TO WS-QUE-IMAGE(WS-QUE-IDX).
           MOVE ATTEND-IMPORT-RECORD
               TO WS-QUE-IMAGE(WS-QUE-IDX)(1:29).
           IF WS-APPLY-OK
               MOVE "R" TO WS-QUE-STATUS(WS-QUE-IDX)
               ADD 1 TO WS-RESOLVED-COUNT
               DISPLAY "再投入しました。"
           ELSE
               MOVE WS-REJECT-REASON TO WS-QUE-REASON(WS-QUE-IDX)
               DISPLAY "再検証NG: "
                       FUNCTION TRIM(WS-REJECT-REASON)
           END-IF.

      *-----------------------------------------------------------
      * 出欠取込と同じ検証規則で再投入する(SYLATIと同一手順)
      *-----------------------------------------------------------
       APPLY-ATT-RECORD.
           MOVE "N" TO WS-APPLY-OK-FLAG.
           IF NOT AIM-CODE-VALID
               MOVE "出欠区分不正(P/L/E/A)" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF AIM-SECTION-NO = SPACES
               MOVE "01" TO AIM-SECTION-NO
           END-IF.

           MOVE AIM-COURSE-ID TO SYL-COURSE-ID.
           MOVE AIM-ACADEMIC-YEAR TO SYL-ACADEMIC-YEAR.
           MOVE AIM-SECTION-NO TO SYL-SECTION-NO.
           READ SYLLABUS-FILE
               KEY IS SYL-RECORD-KEY
               INVALID KEY
                   MOVE "区分が未登録" TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ.
           IF SYL-STATUS-CANCELLED
               MOVE "科目は閉講" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF SYL-DAY-NOT-SET
               MOVE "時間割が未設定" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.

           MOVE AIM-COURSE-ID TO ENR-COURSE-ID.
           MOVE AIM-ACADEMIC-YEAR TO ENR-ACADEMIC-YEAR.
           MOVE AIM-STUDENT-ID TO ENR-STUDENT-ID.
           READ ENROLLMENT-FILE
               KEY IS ENR-KEY
               INVALID KEY
                   MOVE "履修明細なし" TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ.
           IF NOT ENR-STATUS-ENROLLED
               AND ENR-STATUS-DATE NOT = SPACES
               AND AIM-SESSION-DATE >= ENR-STATUS-DATE
               MOVE "履修取消後の授業日" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-SESSION-DATE.
           IF NOT WS-DATE-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE AIM-COURSE-ID TO ATT-COURSE-ID.
           MOVE AIM-ACADEMIC-YEAR TO ATT-ACADEMIC-YEAR.
           MOVE AIM-SECTION-NO TO ATT-SECTION-NO.
           MOVE AIM-STUDENT-ID TO ATT-STUDENT-ID.
           MOVE AIM-SESSION-DATE TO ATT-SESSION-DATE.
           MOVE AIM-ATTEND-CODE TO ATT-CODE.
           MOVE WS-TODAY TO ATT-IMPORT-DATE.
           WRITE ATTENDANCE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-ATT-FILE-DUP
               REWRITE ATTENDANCE-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
           IF WS-ATT-FILE-SUCCESS
               MOVE "Y" TO WS-APPLY-OK-FLAG
           ELSE
               MOVE SPACES TO WS-REJECT-REASON
               STRING "status=" DELIMITED BY SIZE
                      WS-ATT-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
           END-IF.

      * 授業日の照合(SYLATIと同一規則)
       CHECK-SESSION-DATE.
           MOVE "Y" TO WS-DATE-OK-FLAG.
           IF AIM-SESSION-DATE NOT NUMERIC
               MOVE "授業日が日付でない" TO WS-REJECT-REASON
               MOVE "N" TO WS-DATE-OK-FLAG
               EXIT PARAGRAPH
           END-IF.
           MOVE AIM-SESSION-DATE TO WS-DATE-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
               MOVE "授業日が日付でない" TO WS-REJECT-REASON
               MOVE "N" TO WS-DATE-OK-FLAG
               EXIT PARAGRAPH
           END-IF.
           IF AIM-SESSION-DATE > WS-TODAY
               MOVE "授業日が未来の日付" TO WS-REJECT-REASON
               MOVE "N" TO WS-DATE-OK-FLAG
               EXIT PARAGRAPH
           END-IF.

           PERFORM READ-SEMESTER-WINDOW.
           IF WS-SEM-FILE-SUCCESS
               IF SEM-START-DATE NOT = SPACES
                   AND AIM-SESSION-DATE < SEM-START-DATE
                   MOVE "授業日が学期開始前"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-DATE-OK-FLAG
                   EXIT PARAGRAPH
               END-IF
               IF SEM-END-DATE NOT = SPACES
                   AND AIM-SESSION-DATE > SEM-END-DATE
                   MOVE "授業日が学期終了後"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-DATE-OK-FLAG
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF WS-CAL-OPENED
               MOVE SYL-SEMESTER TO CAL-SEM-CODE
               MOVE AIM-SESSION-DATE TO CAL-DATE
               READ CALENDAR-FILE
                   KEY IS CAL-KEY
                   INVALID KEY
                       MOVE SPACE TO CAL-DAY-TYPE
               END-READ
               IF CAL-TYPE-MAKEUP
                   EXIT PARAGRAPH
               END-IF
               IF CAL-TYPE-HOLIDAY OR CAL-TYPE-SUSPENDED
                   MOVE "授業日が休日・休講日"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-DATE-OK-FLAG
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           COMPUTE WS-DATE-INT
               = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           COMPUTE WS-WEEKDAY-WORK
               = FUNCTION MOD(WS-DATE-INT - 1, 7).
           COMPUTE WS-WEEKDAY = WS-WEEKDAY-WORK + 1.
           IF WS-WEEKDAY NOT = SYL-CLASS-DAY
               MOVE "授業曜日でない(補講日でもない)"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-DATE-OK-FLAG
           END-IF.

       REWRITE-ATT-QUEUE.
           OPEN OUTPUT ATT-QUEUE-FILE.
           PERFORM VARYING WS-QUE-IDX FROM 1 BY 1
                   UNTIL WS-QUE-IDX > WS-QUE-COUNT
               MOVE WS-QUE-STATUS(WS-QUE-IDX) TO RJA-STATUS
               MOVE WS-QUE-REASON(WS-QUE-IDX) TO RJA-REASON
               MOVE WS-QUE-IMAGE(WS-QUE-IDX)(1:29)
                   TO RJA-RECORD-IMAGE
               WRITE ATT-REJECT-QUEUE-RECORD
           END-PERFORM.
           CLOSE ATT-QUEUE-FILE.

      *-----------------------------------------------------------
      * 学生フィードキューの処理
      *-----------------------------------------------------------
       PROCESS-STU-QUEUE.
           PERFORM LOAD-STU-QUEUE.
           IF NOT WS-STUQ-SUCCESS
               DISPLAY "学生フィードの拒否キューなし。"
               EXIT PARAGRAPH
           END-IF.
      *    表に収まらない分は書き戻しで失われるため中止する
           IF WS-TABLE-OVERFLOW
               DISPLAY "エラー:拒否行が200件を超過。"
               DISPLAY "処理を中止しました。"
               EXIT PARAGRAPH
           END-IF.
           IF WS-QUE-COUNT = 0
               DISPLAY "未解決の拒否行はありません。"
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O STUDENT-FILE.
           IF NOT WS-STU-FILE-SUCCESS
               OPEN OUTPUT STUDENT-FILE
               CLOSE STUDENT-FILE
               OPEN I-O STUDENT-FILE
           END-IF.
           OPEN INPUT DEPARTMENT-FILE.
           IF NOT WS-DEPT-FILE-SUCCESS
               DISPLAY "エラー:学部学科マスタ未登録。"
               CLOSE STUDENT-FILE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT WAITLIST-FILE.
           IF WS-WAIT-FILE-SUCCESS
               MOVE "Y" TO WS-WAIT-OPEN-FLAG
           END-IF.

           MOVE 0 TO WS-RESOLVED-COUNT.
           MOVE SPACE TO WS-ACTION.
           PERFORM VARYING WS-QUE-IDX FROM 1 BY 1
                   UNTIL WS-QUE-IDX > WS-QUE-COUNT
                   OR WS-ACTION = "X"
               IF WS-QUE-STATUS(WS-QUE-IDX) = "O"
                   PERFORM HANDLE-ONE-STU-ENTRY
               END-IF
           END-PERFORM.

           CLOSE STUDENT-FILE.
           CLOSE DEPARTMENT-FILE.
           IF WS-WAIT-OPENED
               CLOSE WAITLIST-FILE
               MOVE "N" TO WS-WAIT-OPEN-FLAG
           END-IF.
           PERFORM REWRITE-STU-QUEUE.
           DISPLAY "解決件数: " WS-RESOLVED-COUNT.

       LOAD-STU-QUEUE.
           MOVE 0 TO WS-QUE-COUNT.
           MOVE "N" TO WS-OVERFLOW-FLAG.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT STU-QUEUE-FILE.
           IF NOT WS-STUQ-SUCCESS
               CLOSE STU-QUEUE-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ STU-QUEUE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-QUE-COUNT < 200
                           ADD 1 TO WS-QUE-COUNT
                           MOVE RJS-STATUS
                               TO WS-QUE-STATUS(WS-QUE-COUNT)
                           MOVE RJS-REASON
                               TO WS-QUE-REASON(WS-QUE-COUNT)
                           MOVE RJS-RECORD-IMAGE
                               TO WS-QUE-IMAGE(WS-QUE-COUNT)
                       ELSE
                           MOVE "Y" TO WS-OVERFLOW-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STU-QUEUE-FILE.

       HANDLE-ONE-STU-ENTRY.
           MOVE WS-QUE-REASON(WS-QUE-IDX) TO WS-REJECT-REASON.
           MOVE WS-QUE-IMAGE(WS-QUE-IDX)(1:37)
               TO STUDENT-FEED-RECORD.

           MOVE SPACE TO WS-ACTION.
           DISPLAY RCY-STU-EDIT-SCREEN.
           DISPLAY RCY-ACTION-SCREEN.
           ACCEPT RCY-ACTION-SCREEN.
           IF WS-ACTION NOT = "A" AND WS-ACTION NOT = "a"
               EXIT PARAGRAPH
           END-IF.

           ACCEPT RCY-STU-EDIT-SCREEN.
           PERFORM APPLY-STU-RECORD.
           MOVE SPACES TO WS-QUE-IMAGE(WS-QUE-IDX).
           MOVE STUDENT-FEED-RECORD
               TO WS-QUE-IMAGE(WS-QUE-IDX)(1:37).
           IF WS-APPLY-OK
               MOVE "R" TO WS-QUE-STATUS(WS-QUE-IDX)
               ADD 1 TO WS-RESOLVED-COUNT
               DISPLAY "再投入しました。"
           ELSE
               MOVE WS-REJECT-REASON TO WS-QUE-REASON(WS-QUE-IDX)
               DISPLAY "再検証NG: "
                       FUNCTION TRIM(WS-REJECT-REASON)
           END-IF.

      *-----------------------------------------------------------
      * 学生フィードと同じ検証規則で再投入する(SYLSFLと同一手順)
      * 履修中・待機中の学生の在籍停止は再投入でも行わない
      *-----------------------------------------------------------
       APPLY-STU-RECORD.
           MOVE "N" TO WS-APPLY-OK-FLAG.
           IF SFD-STUDENT-ID = SPACES
               MOVE "学籍番号が空白" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN SFD-TRAN-ADD
                   PERFORM APPLY-STU-ADD
               WHEN SFD-TRAN-CHANGE
                   PERFORM APPLY-STU-CHANGE
               WHEN SFD-TRAN-INACTIVATE
                   PERFORM APPLY-STU-INACTIVATE
               WHEN OTHER
                   MOVE "取引区分不正(A/C/I)" TO WS-REJECT-REASON
           END-EVALUATE.

       APPLY-STU-ADD.
           IF SFD-STUDENT-NAME = SPACES
               MOVE "氏名が空白" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF SFD-ADMISSION-YEAR NOT NUMERIC
               MOVE "入学年度が不正" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE SFD-DEPARTMENT-ID TO DEPT-ID.
           READ DEPARTMENT-FILE
               KEY IS DEPT-ID
               INVALID KEY
                   MOVE "学科コード不正" TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ.

           MOVE SFD-STUDENT-ID TO STU-ID.
           MOVE SFD-STUDENT-NAME TO STU-NAME.
           MOVE SFD-DEPARTMENT-ID TO STU-DEPARTMENT-ID.
           MOVE SFD-ADMISSION-YEAR TO STU-ADMISSION-YEAR.
           SET STU-ACTIVE TO TRUE.
           WRITE STUDENT-RECORD
               INVALID KEY
                   MOVE "学籍番号が登録済" TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE "Y" TO WS-APPLY-OK-FLAG.

       APPLY-STU-CHANGE.
           MOVE SFD-STUDENT-ID TO STU-ID.
           READ STUDENT-FILE
               KEY IS STU-ID
               INVALID KEY
                   MOVE "学籍番号が未登録" TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ.
           IF SFD-ADMISSION-YEAR NOT = SPACES
               AND SFD-ADMISSION-YEAR NOT NUMERIC
               MOVE "入学年度が不正" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF SFD-DEPARTMENT-ID NOT = SPACES
               MOVE SFD-DEPARTMENT-ID TO DEPT-ID
               READ DEPARTMENT-FILE
                   KEY IS DEPT-ID
                   INVALID KEY
                       MOVE "学科コード不正" TO WS-REJECT-REASON
                       EXIT PARAGRAPH
               END-READ
               MOVE SFD-DEPARTMENT-ID TO STU-DEPARTMENT-ID
           END-IF.
           IF SFD-STUDENT-NAME NOT = SPACES
               MOVE SFD-STUDENT-NAME TO STU-NAME
           END-IF.
           IF SFD-ADMISSION-YEAR NOT = SPACES
               MOVE SFD-ADMISSION-YEAR TO STU-ADMISSION-YEAR
           END-IF.
           REWRITE STUDENT-RECORD
               INVALID KEY
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING "status=" DELIMITED BY SIZE
                          WS-STU-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
                   END-STRING
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE "Y" TO WS-APPLY-OK-FLAG.

       APPLY-STU-INACTIVATE.
           MOVE SFD-STUDENT-ID TO STU-ID.
           READ STUDENT-FILE
               KEY IS STU-ID
               INVALID KEY
                   MOVE "学籍番号が未登録" TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ.
           IF STU-INACTIVE
               MOVE "Y" TO WS-APPLY-OK-FLAG
               EXIT PARAGRAPH
           END-IF.

           PERFORM COUNT-STU-ACTIVE-ROWS.
           IF WS-ACTIVE-ENR-COUNT > 0 OR WS-ACTIVE-WAIT-COUNT > 0
               MOVE "履修中・待機中のため停止不可"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.

           SET STU-INACTIVE TO TRUE.
           REWRITE STUDENT-RECORD
               INVALID KEY
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING "status=" DELIMITED BY SIZE
                          WS-STU-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
                   END-STRING
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE "Y" TO WS-APPLY-OK-FLAG.

      * 学生の履修中(全年度)・待機中の行数を数える
       COUNT-STU-ACTIVE-ROWS.
           MOVE 0 TO WS-ACTIVE-ENR-COUNT.
           MOVE 0 TO WS-ACTIVE-WAIT-COUNT.

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
                       IF ENR-STUDENT-ID = STU-ID
                           AND ENR-STATUS-ENROLLED
                           ADD 1 TO WS-ACTIVE-ENR-COUNT
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-WAIT-OPENED
               MOVE "N" TO WS-WAIT-EOF-FLAG
               MOVE LOW-VALUES TO WAIT-KEY
               START WAITLIST-FILE KEY IS NOT LESS THAN WAIT-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-WAIT-EOF-FLAG
               END-START
               PERFORM UNTIL WS-WAIT-EOF
                   READ WAITLIST-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-WAIT-EOF-FLAG
                       NOT AT END
                           IF WAIT-STUDENT-ID = STU-ID
                               AND WAIT-STATUS-WAITING
                               ADD 1 TO WS-ACTIVE-WAIT-COUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       REWRITE-STU-QUEUE.
           OPEN OUTPUT STU-QUEUE-FILE.
           PERFORM VARYING WS-QUE-IDX FROM 1 BY 1
                   UNTIL WS-QUE-IDX > WS-QUE-COUNT
               MOVE WS-QUE-STATUS(WS-QUE-IDX) TO RJS-STATUS
               MOVE WS-QUE-REASON(WS-QUE-IDX) TO RJS-REASON
               MOVE WS-QUE-IMAGE(WS-QUE-IDX)(1:37)
                   TO RJS-RECORD-IMAGE
               WRITE STU-REJECT-QUEUE-RECORD
           END-PERFORM.
           CLOSE STU-QUEUE-FILE.

      *-----------------------------------------------------------
      * シラバス更新ジャーナルへの記録
