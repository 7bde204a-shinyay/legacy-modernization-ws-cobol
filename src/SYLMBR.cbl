      *****************************************************************
      * シラバス管理システム - メール不達者レポート(SYLMBR)
      * 通知メール配信記録(maillog.dat)を受信者ごとに集計し、
      * 不達回数の合計が指定回数以上の受信者を一覧にして
      * 連絡先(メールアドレス)の見直しに使えるようにする
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLMBR.
       AUTHOR. SHINYAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAIL-LOG-FILE
               ASSIGN TO "maillog.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MLG-KEY
               FILE STATUS IS WS-MLG-FILE-STATUS.

           SELECT TEACHER-FILE
               ASSIGN TO "teacher.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCH-ID
               FILE STATUS IS WS-TCH-FILE-STATUS.

           SELECT STUDENT-FILE
               ASSIGN TO "student.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-STU-FILE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "bounce_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MAIL-LOG-FILE.
           COPY "copybooks/MAILLOGFILE.cpy".

       FD TEACHER-FILE.
           COPY "copybooks/TEACHERFILE.cpy".

       FD STUDENT-FILE.
           COPY "copybooks/STUDENTFILE.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MLG-FILE-STATUS       PIC XX VALUE "00".
          88 WS-MLG-FILE-SUCCESS   VALUE "00".
       01 WS-TCH-FILE-STATUS       PIC XX VALUE "00".
          88 WS-TCH-FILE-SUCCESS   VALUE "00".
       01 WS-STU-FILE-STATUS       PIC XX VALUE "00".
          88 WS-STU-FILE-SUCCESS   VALUE "00".
       01 WS-RPT-FILE-STATUS       PIC XX VALUE "00".

       01 WS-TCH-OPEN-FLAG         PIC X VALUE "N".
          88 WS-TCH-OPENED         VALUE "Y".
       01 WS-STU-OPEN-FLAG         PIC X VALUE "N".
          88 WS-STU-OPENED         VALUE "Y".
       01 WS-MLG-EOF-FLAG          PIC X VALUE "N".
          88 WS-MLG-EOF            VALUE "Y".

      * 抽出条件: 不達回数合計の下限
       01 WS-MIN-BOUNCES           PIC 99 VALUE 2.

      * 受信者ごとの集計
       01 WS-RECIPIENT-TOTALS.
          05 WS-CUR-TYPE           PIC X.
             88 WS-CUR-TEACHER     VALUE "T".
          05 WS-CUR-ID             PIC X(8).
          05 WS-CUR-NOTICES        PIC 9(5).
          05 WS-CUR-BOUNCED        PIC 9(5).
          05 WS-CUR-BOUNCES        PIC 9(5).
          05 WS-CUR-PAPER          PIC 9(5).
          05 WS-CUR-LAST-DATE      PIC X(8).
          05 WS-CUR-LAST-REASON    PIC X(30).

       01 WS-RECIPIENT-NAME        PIC X(20).
       01 WS-RECIPIENT-DEPT-ID     PIC X(4).
       01 WS-RECIPIENT-MAIL        PIC X(30).
       01 WS-TYPE-TEXT             PIC X(6).

       01 WS-RECIPIENT-COUNT       PIC 9(5) VALUE 0.
       01 WS-LISTED-COUNT          PIC 9(5) VALUE 0.
       01 WS-DISPLAY-NUM           PIC ZZZZ9.
       01 WS-DISPLAY-NOTICES       PIC ZZZZ9.
       01 WS-DISPLAY-BOUNCED       PIC ZZZZ9.
       01 WS-DISPLAY-BOUNCES       PIC ZZZZ9.
       01 WS-DISPLAY-PAPER         PIC ZZZZ9.

       SCREEN SECTION.
       01 MBR-OPTION-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "メール不達者レポート".
           05 LINE 3 COLUMN 1 VALUE "不達回数の下限:".
           05 LINE 3 COLUMN 20 PIC 99 USING WS-MIN-BOUNCES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY MBR-OPTION-SCREEN.
           ACCEPT MBR-OPTION-SCREEN.
           IF WS-MIN-BOUNCES = 0
               MOVE 1 TO WS-MIN-BOUNCES
           END-IF.

           OPEN INPUT MAIL-LOG-FILE.
           IF NOT WS-MLG-FILE-SUCCESS
               DISPLAY "エラー:配信記録がありません。"
               GOBACK
           END-IF.
           OPEN INPUT TEACHER-FILE.
           IF WS-TCH-FILE-SUCCESS
               MOVE "Y" TO WS-TCH-OPEN-FLAG
           END-IF.
           OPEN INPUT STUDENT-FILE.
           IF WS-STU-FILE-SUCCESS
               MOVE "Y" TO WS-STU-OPEN-FLAG
           END-IF.
           OPEN OUTPUT REPORT-FILE.

           PERFORM WRITE-REPORT-HEADER.
           PERFORM SCAN-MAIL-LOG.
           PERFORM WRITE-REPORT-TOTALS.

           CLOSE REPORT-FILE.
           CLOSE MAIL-LOG-FILE.
           IF WS-TCH-OPENED
               CLOSE TEACHER-FILE
           END-IF.
           IF WS-STU-OPENED
               CLOSE STUDENT-FILE
           END-IF.

           DISPLAY " ".
           DISPLAY "受信者数:   " WS-RECIPIENT-COUNT.
           DISPLAY "該当者数:   " WS-LISTED-COUNT.
           DISPLAY "出力: bounce_report.txt".
           GOBACK.

      *-----------------------------------------------------------
      * 配信記録をキー順(受信者区分・受信者ID順)に読み、
      * 受信者が変わるごとに集計結果を判定する
      *-----------------------------------------------------------
       SCAN-MAIL-LOG.
           MOVE SPACES TO WS-CUR-TYPE.
           MOVE SPACES TO WS-CUR-ID.
           MOVE "N" TO WS-MLG-EOF-FLAG.
           PERFORM UNTIL WS-MLG-EOF
               READ MAIL-LOG-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-MLG-EOF-FLAG
                   NOT AT END
                       IF MLG-RECIPIENT-TYPE NOT = WS-CUR-TYPE
                           OR MLG-RECIPIENT-ID NOT = WS-CUR-ID
                           PERFORM FINISH-RECIPIENT
                           PERFORM START-RECIPIENT
                       END-IF
                       PERFORM ADD-MAIL-LOG
               END-READ
           END-PERFORM.
           PERFORM FINISH-RECIPIENT.

       START-RECIPIENT.
           ADD 1 TO WS-RECIPIENT-COUNT.
           MOVE MLG-RECIPIENT-TYPE TO WS-CUR-TYPE.
           MOVE MLG-RECIPIENT-ID TO WS-CUR-ID.
           MOVE 0 TO WS-CUR-NOTICES.
           MOVE 0 TO WS-CUR-BOUNCED.
           MOVE 0 TO WS-CUR-BOUNCES.
           MOVE 0 TO WS-CUR-PAPER.
           MOVE SPACES TO WS-CUR-LAST-DATE.
           MOVE SPACES TO WS-CUR-LAST-REASON.
           MOVE SPACES TO WS-RECIPIENT-MAIL.

       ADD-MAIL-LOG.
           ADD 1 TO WS-CUR-NOTICES.
           IF MLG-BOUNCE-COUNT > 0
               ADD 1 TO WS-CUR-BOUNCED
               ADD MLG-BOUNCE-COUNT TO WS-CUR-BOUNCES
               IF MLG-LAST-RESULT-DATE >= WS-CUR-LAST-DATE
                   MOVE MLG-LAST-RESULT-DATE TO WS-CUR-LAST-DATE
                   MOVE MLG-LAST-REASON TO WS-CUR-LAST-REASON
               END-IF
           END-IF.
           IF MLG-STATUS-PAPER
               ADD 1 TO WS-CUR-PAPER
           END-IF.
           IF MLG-MAIL-ADDRESS NOT = SPACES
               MOVE MLG-MAIL-ADDRESS TO WS-RECIPIENT-MAIL
           END-IF.

       FINISH-RECIPIENT.
           IF WS-CUR-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-CUR-BOUNCES < WS-MIN-BOUNCES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LISTED-COUNT.
           PERFORM GET-RECIPIENT-INFO.
           IF WS-CUR-TEACHER
               MOVE "教員" TO WS-TYPE-TEXT
           ELSE
               MOVE "学生" TO WS-TYPE-TEXT
           END-IF.
           MOVE WS-CUR-NOTICES TO WS-DISPLAY-NOTICES.
           MOVE WS-CUR-BOUNCED TO WS-DISPLAY-BOUNCED.
           MOVE WS-CUR-BOUNCES TO WS-DISPLAY-BOUNCES.
           MOVE WS-CUR-PAPER TO WS-DISPLAY-PAPER.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-TYPE-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CUR-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RECIPIENT-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RECIPIENT-DEPT-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RECIPIENT-MAIL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-NOTICES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-BOUNCED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-BOUNCES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-PAPER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CUR-LAST-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF WS-CUR-LAST-REASON NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "    最終不達理由: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CUR-LAST-REASON)
                          DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

      * 受信者の氏名・所属学科(学生マスタにはメールアドレスなし)
       GET-RECIPIENT-INFO.
           MOVE SPACES TO WS-RECIPIENT-NAME.
           MOVE SPACES TO WS-RECIPIENT-DEPT-ID.
           IF WS-CUR-TEACHER
               IF WS-TCH-OPENED
                   MOVE WS-CUR-ID(1:5) TO TCH-ID
                   READ TEACHER-FILE
                       KEY IS TCH-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE TCH-NAME TO WS-RECIPIENT-NAME
                           MOVE TCH-DEPARTMENT-ID
                               TO WS-RECIPIENT-DEPT-ID
                           MOVE TCH-EMAIL TO WS-RECIPIENT-MAIL
                   END-READ
               END-IF
           ELSE
               IF WS-STU-OPENED
                   MOVE WS-CUR-ID TO STU-ID
                   READ STUDENT-FILE
                       KEY IS STU-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE STU-NAME TO WS-RECIPIENT-NAME
                           MOVE STU-DEPARTMENT-ID
                               TO WS-RECIPIENT-DEPT-ID
                   END-READ
               END-IF
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE.
           STRING "メール不達者レポート  不達回数"
                      DELIMITED BY SIZE
                  WS-MIN-BOUNCES DELIMITED BY SIZE
                  "回以上" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "区分 受信者ID 氏名                 学科 "
                      DELIMITED BY SIZE
                  "メールアドレス                 "
                      DELIMITED BY SIZE
                  " 通知  不達 不達計  郵送 最終不達日"
                      DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           IF WS-LISTED-COUNT = 0
               MOVE "(該当する受信者なし)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RECIPIENT-COUNT TO WS-DISPLAY-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "受信者数: " DELIMITED BY SIZE
                  WS-DISPLAY-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-LISTED-COUNT TO WS-DISPLAY-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "該当者数: " DELIMITED BY SIZE
                  WS-DISPLAY-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
