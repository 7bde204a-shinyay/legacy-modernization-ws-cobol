      *****************************************************************
      * シラバス管理システム - 出欠取込バッチ(SYLATI)
      * 教員の出欠表(1授業日1学生1行)を取り込む。区分・履修明細・
      * 学年暦(休日・休講日・補講日)と照合し、不正な行は拒否
      * キューに残して拒否行再投入(SYLRCY)で修正できるようにする
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLATI.
       AUTHOR. SHINYAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTENDANCE-FILE
               ASSIGN TO "attendance.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATT-KEY
               FILE STATUS IS WS-FILE-STATUS.

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

           SELECT ATTEND-IMPORT-FILE
               ASSIGN TO "sylatt_input.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPORT-FILE-STATUS.

           SELECT REJECT-LOG-FILE
               ASSIGN TO "sylatt_reject.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT REJECT-QUEUE-FILE
               ASSIGN TO "sylatt_rejq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJQ-FILE-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD ATTENDANCE-FILE.
           COPY "copybooks/ATTENDFILE.cpy".

       FD SYLLABUS-FILE.
           COPY "copybooks/SYLFILE.cpy".

       FD ENROLLMENT-FILE.
           COPY "copybooks/ENROLLFILE.cpy".

       FD ATTEND-IMPORT-FILE.
           COPY "copybooks/ATTIMPFILE.cpy".

       FD REJECT-LOG-FILE.
       01 REJECT-LOG-RECORD        PIC X(100).

       FD REJECT-QUEUE-FILE.
           COPY "copybooks/RJQATTFILE.cpy".

       FD SEMESTER-FILE.
           COPY "copybooks/SEMESTERFILE.cpy".

       FD CALENDAR-FILE.
           COPY "copybooks/CALFILE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS           PIC XX VALUE "00".
          88 WS-FILE-SUCCESS       VALUE "00".
          88 WS-FILE-DUPLICATE     VALUE "22".
          88 WS-FILE-NOT-FOUND     VALUE "23".

       01 WS-SYL-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SYL-FILE-SUCCESS   VALUE "00".

       01 WS-ENR-FILE-STATUS       PIC XX VALUE "00".
          88 WS-ENR-FILE-SUCCESS   VALUE "00".

       01 WS-IMPORT-FILE-STATUS    PIC XX VALUE "00".
          88 WS-IMPORT-FILE-SUCCESS VALUE "00".

       01 WS-REJECT-FILE-STATUS    PIC XX VALUE "00".
       01 WS-REJQ-FILE-STATUS      PIC XX VALUE "00".

       01 WS-SEM-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SEM-FILE-SUCCESS   VALUE "00".

       01 WS-SEM-OPEN-FLAG         PIC X VALUE "N".
          88 WS-SEM-OPENED         VALUE "Y".

       01 WS-CAL-FILE-STATUS       PIC XX VALUE "00".
          88 WS-CAL-FILE-SUCCESS   VALUE "00".

       01 WS-CAL-OPEN-FLAG         PIC X VALUE "N".
          88 WS-CAL-OPENED         VALUE "Y".

       01 WS-IMPORT-EOF-FLAG       PIC X VALUE "N".
          88 WS-IMPORT-EOF         VALUE "Y".

       01 WS-DATE-OK-FLAG          PIC X VALUE "Y".
          88 WS-DATE-OK            VALUE "Y".

       01 WS-TODAY                 PIC X(8).
       01 WS-DATE-NUM              PIC 9(8).
       01 WS-DATE-INT              PIC 9(8).
       01 WS-WEEKDAY               PIC 9.
       01 WS-WEEKDAY-WORK          PIC 9(8).

       01 WS-LOAD-COUNT            PIC 9(5) VALUE 0.
       01 WS-UPDATE-COUNT          PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT          PIC 9(5) VALUE 0.
       01 WS-REJECT-REASON         PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM OPEN-FILES.
           IF WS-IMPORT-FILE-SUCCESS AND WS-SYL-FILE-SUCCESS
               AND WS-ENR-FILE-SUCCESS
               DISPLAY " "
               DISPLAY "=== 出欠取込 ==="
               PERFORM UNTIL WS-IMPORT-EOF
                   READ ATTEND-IMPORT-FILE
                       AT END
                           MOVE "Y" TO WS-IMPORT-EOF-FLAG
                       NOT AT END
                           PERFORM LOAD-ONE-ATTENDANCE
                   END-READ
               END-PERFORM
               DISPLAY " "
               DISPLAY "取込件数: " WS-LOAD-COUNT
               DISPLAY "更新件数: " WS-UPDATE-COUNT
               DISPLAY "拒否件数: " WS-REJECT-COUNT
           ELSE
               DISPLAY "エラー:ファイルが開けません。"
           END-IF.

           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT ATTEND-IMPORT-FILE.
           IF WS-IMPORT-FILE-SUCCESS
               OPEN I-O ATTENDANCE-FILE
               IF NOT WS-FILE-SUCCESS
                   OPEN OUTPUT ATTENDANCE-FILE
                   CLOSE ATTENDANCE-FILE
                   OPEN I-O ATTENDANCE-FILE
               END-IF
               OPEN INPUT SYLLABUS-FILE
               OPEN INPUT ENROLLMENT-FILE
               OPEN OUTPUT REJECT-LOG-FILE
               OPEN EXTEND REJECT-QUEUE-FILE
               IF WS-REJQ-FILE-STATUS NOT = "00"
                   OPEN OUTPUT REJECT-QUEUE-FILE
               END-IF
               OPEN INPUT SEMESTER-FILE
               IF WS-SEM-FILE-SUCCESS
                   MOVE "Y" TO WS-SEM-OPEN-FLAG
               ELSE
                   DISPLAY "警告:学期マスタなし。"
                   DISPLAY "学期期間の確認は省略。"
               END-IF
               OPEN INPUT CALENDAR-FILE
               IF WS-CAL-FILE-SUCCESS
                   MOVE "Y" TO WS-CAL-OPEN-FLAG
               ELSE
                   DISPLAY "警告:学年暦マスタなし。"
                   DISPLAY "休講・補講日は考慮しません。"
               END-IF
           END-IF.

       CLOSE-FILES.
           CLOSE ATTEND-IMPORT-FILE.
           CLOSE ATTENDANCE-FILE.
           CLOSE SYLLABUS-FILE.
           CLOSE ENROLLMENT-FILE.
           CLOSE REJECT-LOG-FILE.
           CLOSE REJECT-QUEUE-FILE.
           IF WS-SEM-OPENED
               CLOSE SEMESTER-FILE
           END-IF.
           IF WS-CAL-OPENED
               CLOSE CALENDAR-FILE
           END-IF.

      *-----------------------------------------------------------
      * 1件の出欠を検証して登録する
      * (同じ区分・学生・授業日が登録済なら出欠区分を置き換える)
      *-----------------------------------------------------------
       LOAD-ONE-ATTENDANCE.
           IF NOT AIM-CODE-VALID
               MOVE "出欠区分不正(P/L/E/A)" TO WS-REJECT-REASON
               PERFORM REJECT-ATTENDANCE
               EXIT PARAGRAPH
           END-IF.
           IF AIM-SECTION-NO = SPACES
               MOVE "01" TO AIM-SECTION-NO
           END-IF.

      *    区分の存在と時間割の設定を確認する
           MOVE AIM-COURSE-ID TO SYL-COURSE-ID.
           MOVE AIM-ACADEMIC-YEAR TO SYL-ACADEMIC-YEAR.
           MOVE AIM-SECTION-NO TO SYL-SECTION-NO.
           READ SYLLABUS-FILE
               KEY IS SYL-RECORD-KEY
               INVALID KEY
                   MOVE "区分が未登録" TO WS-REJECT-REASON
                   PERFORM REJECT-ATTENDANCE
                   EXIT PARAGRAPH
           END-READ.
           IF SYL-STATUS-CANCELLED
               MOVE "科目は閉講" TO WS-REJECT-REASON
               PERFORM REJECT-ATTENDANCE
               EXIT PARAGRAPH
           END-IF.
           IF SYL-DAY-NOT-SET
               MOVE "時間割が未設定" TO WS-REJECT-REASON
               PERFORM REJECT-ATTENDANCE
               EXIT PARAGRAPH
           END-IF.

      *    履修明細との照合(取消・放棄後の授業日は拒否)
           MOVE AIM-COURSE-ID TO ENR-COURSE-ID.
           MOVE AIM-ACADEMIC-YEAR TO ENR-ACADEMIC-YEAR.
           MOVE AIM-STUDENT-ID TO ENR-STUDENT-ID.
           READ ENROLLMENT-FILE
               KEY IS ENR-KEY
               INVALID KEY
                   MOVE "履修明細なし" TO WS-REJECT-REASON
                   PERFORM REJECT-ATTENDANCE
                   EXIT PARAGRAPH
           END-READ.
           IF NOT ENR-STATUS-ENROLLED
               AND ENR-STATUS-DATE NOT = SPACES
               AND AIM-SESSION-DATE >= ENR-STATUS-DATE
               MOVE "履修取消後の授業日" TO WS-REJECT-REASON
               PERFORM REJECT-ATTENDANCE
               EXIT PARAGRAPH
           END-IF.

      *    授業日を学期期間・曜日・学年暦と照合する
           PERFORM CHECK-SESSION-DATE.
           IF NOT WS-DATE-OK
               PERFORM REJECT-ATTENDANCE
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

           IF WS-FILE-SUCCESS
               ADD 1 TO WS-LOAD-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-FILE-DUPLICATE
               REWRITE ATTENDANCE-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
           IF WS-FILE-SUCCESS
               ADD 1 TO WS-UPDATE-COUNT
           ELSE
               MOVE SPACES TO WS-REJECT-REASON
               STRING "status=" DELIMITED BY SIZE
                      WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
               PERFORM REJECT-ATTENDANCE
           END-IF.

      *-----------------------------------------------------------
      * 授業日の照合: 日付として正しく、今日以前で学期期間内。
      * 学年暦の補講日はどの曜日でも可、休日・休講日は不可、
      * それ以外は区分の授業曜日であること
      *-----------------------------------------------------------
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

           IF WS-SEM-OPENED AND SYL-SEMESTER NOT = SPACES
               MOVE SYL-SEMESTER TO SEM-CODE
               READ SEMESTER-FILE
                   KEY IS SEM-CODE
                   INVALID KEY
                       MOVE SPACES TO SEM-START-DATE
                       MOVE SPACES TO SEM-END-DATE
               END-READ
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

       REJECT-ATTENDANCE.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO REJECT-LOG-RECORD.
           STRING AIM-COURSE-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AIM-SECTION-NO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AIM-SESSION-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AIM-STUDENT-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
               INTO REJECT-LOG-RECORD
           END-STRING.
           WRITE REJECT-LOG-RECORD.
      *    再投入用に拒否行の全項目をキューへ残す
           SET RJA-OPEN TO TRUE.
           MOVE WS-REJECT-REASON TO RJA-REASON.
           MOVE ATTEND-IMPORT-RECORD TO RJA-RECORD-IMAGE.
           WRITE ATT-REJECT-QUEUE-RECORD.
           DISPLAY "拒否: " AIM-COURSE-ID " " AIM-SESSION-DATE " "
               AIM-STUDENT-ID " " FUNCTION TRIM(WS-REJECT-REASON).
