      *****************************************************************
      * シラバス管理システム - メール配信結果取込バッチ(SYLMDR)
      * メール連携から戻った配信結果(配信・不達・配信遅延)を
      * 通知メール配信記録に反映する。不達の通知は再送上限までは
      * アウトボックスに戻して再送し、上限を超えたものは受信者の
      * 氏名・所属学科を付けて郵送通知リストに載せる
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLMDR.
       AUTHOR. SHINYAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAIL-RESULT-FILE
               ASSIGN TO "mail_result.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRS-FILE-STATUS.

           SELECT MAIL-LOG-FILE
               ASSIGN TO "maillog.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MLG-KEY
               FILE STATUS IS WS-MLG-FILE-STATUS.

           SELECT NOTIFY-FILE
               ASSIGN TO "notify.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTF-FILE-STATUS.

           SELECT STUDENT-NOTIFY-FILE
               ASSIGN TO "stunotify.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNT-FILE-STATUS.

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

           SELECT DEPARTMENT-FILE
               ASSIGN TO "dept.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-ID
               FILE STATUS IS WS-DEPT-FILE-STATUS.

           SELECT PAPER-MAIL-FILE
               ASSIGN TO "papermail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPM-FILE-STATUS.

           SELECT PAPER-LIST-FILE
               ASSIGN TO "paper_mail.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPL-FILE-STATUS.

           SELECT REJECT-LOG-FILE
               ASSIGN TO "sylmdr_reject.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT JOB-CONTROL-FILE
               ASSIGN TO "jobcontrol.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MAIL-RESULT-FILE.
           COPY "copybooks/MAILRESFILE.cpy".

       FD MAIL-LOG-FILE.
           COPY "copybooks/MAILLOGFILE.cpy".

       FD NOTIFY-FILE.
           COPY "copybooks/NOTIFYFILE.cpy".

       FD STUDENT-NOTIFY-FILE.
           COPY "copybooks/STUNTFFILE.cpy".

       FD TEACHER-FILE.
           COPY "copybooks/TEACHERFILE.cpy".

       FD STUDENT-FILE.
           COPY "copybooks/STUDENTFILE.cpy".

       FD DEPARTMENT-FILE.
           COPY "copybooks/DEPTFILE.cpy".

       FD PAPER-MAIL-FILE.
           COPY "copybooks/PAPERMAILFILE.cpy".

       FD PAPER-LIST-FILE.
       01 PAPER-LIST-LINE          PIC X(132).

       FD REJECT-LOG-FILE.
       01 REJECT-LOG-RECORD        PIC X(100).

       FD JOB-CONTROL-FILE.
           COPY "copybooks/JOBCTLFILE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MRS-FILE-STATUS       PIC XX VALUE "00".
          88 WS-MRS-FILE-SUCCESS   VALUE "00".

       01 WS-MLG-FILE-STATUS       PIC XX VALUE "00".
          88 WS-MLG-FILE-SUCCESS   VALUE "00".

       01 WS-NTF-FILE-STATUS       PIC XX VALUE "00".
       01 WS-SNT-FILE-STATUS       PIC XX VALUE "00".

       01 WS-TCH-FILE-STATUS       PIC XX VALUE "00".
          88 WS-TCH-FILE-SUCCESS   VALUE "00".

       01 WS-STU-FILE-STATUS       PIC XX VALUE "00".
          88 WS-STU-FILE-SUCCESS   VALUE "00".

       01 WS-DEPT-FILE-STATUS      PIC XX VALUE "00".
          88 WS-DEPT-FILE-SUCCESS  VALUE "00".

       01 WS-PPM-FILE-STATUS       PIC XX VALUE "00".
       01 WS-PPL-FILE-STATUS       PIC XX VALUE "00".
       01 WS-REJECT-FILE-STATUS    PIC XX VALUE "00".
       01 WS-JOB-FILE-STATUS       PIC XX VALUE "00".

       01 WS-TCH-OPEN-FLAG         PIC X VALUE "N".
          88 WS-TCH-OPENED         VALUE "Y".
       01 WS-STU-OPEN-FLAG         PIC X VALUE "N".
          88 WS-STU-OPENED         VALUE "Y".
       01 WS-DEPT-OPEN-FLAG        PIC X VALUE "N".
          88 WS-DEPT-OPENED        VALUE "Y".

       01 WS-MRS-EOF-FLAG          PIC X VALUE "N".
          88 WS-MRS-EOF            VALUE "Y".

       01 WS-BUSINESS-DATE         PIC X(8).
       01 WS-STEP-NAME             PIC X(8).
       01 WS-STEP-STATUS           PIC X.
       01 WS-STEP-ROWS             PIC 9(7).

      * 不達の再送上限(これを超えて不達なら郵送に切り替える)
       01 WS-RETRY-LIMIT           PIC 99 VALUE 3.

       01 WS-REJECT-REASON         PIC X(50) VALUE SPACES.
       01 WS-RECIPIENT-NAME        PIC X(20).
       01 WS-RECIPIENT-DEPT-ID     PIC X(4).
       01 WS-RECIPIENT-DEPT-NAME   PIC X(30).

       01 WS-READ-COUNT            PIC 9(5) VALUE 0.
       01 WS-DELIVERED-COUNT       PIC 9(5) VALUE 0.
       01 WS-DEFERRED-COUNT        PIC 9(5) VALUE 0.
       01 WS-REQUEUE-COUNT         PIC 9(5) VALUE 0.
       01 WS-PAPER-COUNT           PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT          PIC 9(5) VALUE 0.
       01 WS-DISPLAY-BOUNCES       PIC Z9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE.
           PERFORM OPEN-FILES.
           IF NOT WS-MRS-FILE-SUCCESS
               DISPLAY "エラー:配信結果ファイルなし。"
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.
           IF NOT WS-MLG-FILE-SUCCESS
               DISPLAY "エラー:配信記録がありません。"
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.

           MOVE "MAILRES" TO WS-STEP-NAME.
           MOVE "S" TO WS-STEP-STATUS.
           MOVE 0 TO WS-STEP-ROWS.
           PERFORM WRITE-JOB-STEP-RECORD.

           DISPLAY " ".
           DISPLAY "=== メール配信結果取込 ===".
           PERFORM WRITE-PAPER-LIST-HEADER.
           PERFORM UNTIL WS-MRS-EOF
               READ MAIL-RESULT-FILE
                   AT END
                       MOVE "Y" TO WS-MRS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM LOAD-ONE-RESULT
               END-READ
           END-PERFORM.
           IF WS-PAPER-COUNT = 0
               MOVE "(今回の郵送切替なし)" TO PAPER-LIST-LINE
               WRITE PAPER-LIST-LINE
           END-IF.

           MOVE "C" TO WS-STEP-STATUS.
           MOVE WS-READ-COUNT TO WS-STEP-ROWS.
           PERFORM WRITE-JOB-STEP-RECORD.

           DISPLAY " ".
           DISPLAY "読込件数:   " WS-READ-COUNT.
           DISPLAY "配信:       " WS-DELIVERED-COUNT.
           DISPLAY "配信遅延:   " WS-DEFERRED-COUNT.
           DISPLAY "不達再送:   " WS-REQUEUE-COUNT.
           DISPLAY "郵送切替:   " WS-PAPER-COUNT.
           DISPLAY "拒否件数:   " WS-REJECT-COUNT.
           DISPLAY "郵送リスト: paper_mail.txt".
           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT MAIL-RESULT-FILE.
           IF NOT WS-MRS-FILE-SUCCESS
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O MAIL-LOG-FILE.
           IF NOT WS-MLG-FILE-SUCCESS
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT TEACHER-FILE.
           IF WS-TCH-FILE-SUCCESS
               MOVE "Y" TO WS-TCH-OPEN-FLAG
           END-IF.
           OPEN INPUT STUDENT-FILE.
           IF WS-STU-FILE-SUCCESS
               MOVE "Y" TO WS-STU-OPEN-FLAG
           END-IF.
           OPEN INPUT DEPARTMENT-FILE.
           IF WS-DEPT-FILE-SUCCESS
               MOVE "Y" TO WS-DEPT-OPEN-FLAG
           END-IF.
           OPEN EXTEND NOTIFY-FILE.
           IF WS-NTF-FILE-STATUS NOT = "00"
               OPEN OUTPUT NOTIFY-FILE
           END-IF.
           OPEN EXTEND STUDENT-NOTIFY-FILE.
           IF WS-SNT-FILE-STATUS NOT = "00"
               OPEN OUTPUT STUDENT-NOTIFY-FILE
           END-IF.
           OPEN EXTEND PAPER-MAIL-FILE.
           IF WS-PPM-FILE-STATUS NOT = "00"
               OPEN OUTPUT PAPER-MAIL-FILE
           END-IF.
           OPEN OUTPUT PAPER-LIST-FILE.
           OPEN OUTPUT REJECT-LOG-FILE.

       CLOSE-FILES.
           IF NOT WS-MRS-FILE-SUCCESS
               EXIT PARAGRAPH
           END-IF.
           CLOSE MAIL-RESULT-FILE.
           IF NOT WS-MLG-FILE-SUCCESS
               EXIT PARAGRAPH
           END-IF.
           CLOSE MAIL-LOG-FILE.
           IF WS-TCH-OPENED
               CLOSE TEACHER-FILE
           END-IF.
           IF WS-STU-OPENED
               CLOSE STUDENT-FILE
           END-IF.
           IF WS-DEPT-OPENED
               CLOSE DEPARTMENT-FILE
           END-IF.
           CLOSE NOTIFY-FILE.
           CLOSE STUDENT-NOTIFY-FILE.
           CLOSE PAPER-MAIL-FILE.
           CLOSE PAPER-LIST-FILE.
           CLOSE REJECT-LOG-FILE.

       WRITE-JOB-STEP-RECORD.
           OPEN EXTEND JOB-CONTROL-FILE.
           IF WS-JOB-FILE-STATUS NOT = "00"
               OPEN OUTPUT JOB-CONTROL-FILE
           END-IF.
           MOVE WS-BUSINESS-DATE TO JOB-BUSINESS-DATE.
           MOVE WS-STEP-NAME TO JOB-STEP-NAME.
           MOVE WS-STEP-STATUS TO JOB-STATUS.
           MOVE WS-STEP-ROWS TO JOB-ROW-COUNT.
           MOVE FUNCTION CURRENT-DATE TO JOB-TIMESTAMP.
           WRITE JOB-CONTROL-RECORD.
           CLOSE JOB-CONTROL-FILE.

      *-----------------------------------------------------------
      * 1件の配信結果を配信記録に反映する
      * (結果待ち・配信遅延の通知だけを受け付ける。再送待ちの
      *  通知への結果は前回送信分の遅れた結果として拒否する)
      *-----------------------------------------------------------
       LOAD-ONE-RESULT.
           IF MRS-RECIPIENT-TYPE NOT = "T"
               AND MRS-RECIPIENT-TYPE NOT = "S"
               MOVE "受信者区分不正" TO WS-REJECT-REASON
               PERFORM REJECT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF NOT MRS-DELIVERED AND NOT MRS-BOUNCED
               AND NOT MRS-DEFERRED
               MOVE "配信結果コード不正" TO WS-REJECT-REASON
               PERFORM REJECT-RESULT
               EXIT PARAGRAPH
           END-IF.

           MOVE MRS-RECIPIENT-TYPE TO MLG-RECIPIENT-TYPE.
           MOVE MRS-RECIPIENT-ID TO MLG-RECIPIENT-ID.
           MOVE MRS-COURSE-ID TO MLG-COURSE-ID.
           MOVE MRS-TIMESTAMP TO MLG-TIMESTAMP.
           READ MAIL-LOG-FILE
               KEY IS MLG-KEY
               INVALID KEY
                   MOVE "送信記録なし" TO WS-REJECT-REASON
                   PERFORM REJECT-RESULT
                   EXIT PARAGRAPH
           END-READ.

           EVALUATE TRUE
               WHEN MLG-STATUS-DELIVERED
                   MOVE "配信済の通知" TO WS-REJECT-REASON
               WHEN MLG-STATUS-PAPER
                   MOVE "郵送切替済の通知" TO WS-REJECT-REASON
               WHEN MLG-STATUS-BOUNCED
                   MOVE "再送待ちの通知" TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-RESULT
               EXIT PARAGRAPH
           END-IF.

           MOVE MRS-RESULT-DATE TO MLG-LAST-RESULT-DATE.
           IF MLG-LAST-RESULT-DATE = SPACES
               MOVE WS-BUSINESS-DATE TO MLG-LAST-RESULT-DATE
           END-IF.
           MOVE MRS-REASON TO MLG-LAST-REASON.

           EVALUATE TRUE
               WHEN MRS-DELIVERED
                   SET MLG-STATUS-DELIVERED TO TRUE
                   ADD 1 TO WS-DELIVERED-COUNT
               WHEN MRS-DEFERRED
                   SET MLG-STATUS-DEFERRED TO TRUE
                   ADD 1 TO WS-DEFERRED-COUNT
               WHEN MRS-BOUNCED
                   PERFORM HANDLE-BOUNCE
           END-EVALUATE.

           REWRITE MAIL-LOG-RECORD
               INVALID KEY
                   MOVE "配信記録更新失敗" TO WS-REJECT-REASON
                   PERFORM REJECT-RESULT
           END-REWRITE.

      * 不達: 再送上限以内ならアウトボックスに戻し、超えたら郵送
       HANDLE-BOUNCE.
           IF MLG-BOUNCE-COUNT < 99
               ADD 1 TO MLG-BOUNCE-COUNT
           END-IF.
           IF MLG-BOUNCE-COUNT > WS-RETRY-LIMIT
               SET MLG-STATUS-PAPER TO TRUE
               PERFORM WRITE-PAPER-NOTICE
               ADD 1 TO WS-PAPER-COUNT
           ELSE
               SET MLG-STATUS-BOUNCED TO TRUE
               PERFORM REQUEUE-NOTICE
               ADD 1 TO WS-REQUEUE-COUNT
           END-IF.

      * 同じ通知日時のまま未送信として戻す(次回の抽出で再送)
       REQUEUE-NOTICE.
           IF MLG-TO-TEACHER
               MOVE MLG-RECIPIENT-ID TO NTF-TEACHER-ID
               MOVE MLG-COURSE-ID TO NTF-COURSE-ID
               MOVE MLG-ACADEMIC-YEAR TO NTF-ACADEMIC-YEAR
               MOVE MLG-NOTICE-CODE TO NTF-DECISION
               MOVE MLG-TIMESTAMP TO NTF-TIMESTAMP
               SET NTF-UNSENT TO TRUE
               MOVE MLG-STUDENT-ID TO NTF-STUDENT-ID
               WRITE NOTIFY-RECORD
           ELSE
               MOVE MLG-RECIPIENT-ID TO SNT-STUDENT-ID
               MOVE MLG-COURSE-ID TO SNT-COURSE-ID
               MOVE MLG-ACADEMIC-YEAR TO SNT-ACADEMIC-YEAR
               MOVE MLG-NOTICE-CODE TO SNT-NOTICE-TYPE
               MOVE MLG-NOTICE-TEXT TO SNT-NOTICE-TEXT
               MOVE MLG-TIMESTAMP TO SNT-TIMESTAMP
               SET SNT-UNSENT TO TRUE
               WRITE STUDENT-NOTIFY-RECORD
           END-IF.

      *-----------------------------------------------------------
      * 郵送通知リストへの追加(記録ファイルと印刷用リスト)
      *-----------------------------------------------------------
       WRITE-PAPER-NOTICE.
           PERFORM GET-RECIPIENT-INFO.
           MOVE WS-BUSINESS-DATE TO PPM-ADDED-DATE.
           MOVE MLG-RECIPIENT-TYPE TO PPM-RECIPIENT-TYPE.
           MOVE MLG-RECIPIENT-ID TO PPM-RECIPIENT-ID.
           MOVE WS-RECIPIENT-NAME TO PPM-NAME.
           MOVE WS-RECIPIENT-DEPT-ID TO PPM-DEPT-ID.
           MOVE WS-RECIPIENT-DEPT-NAME TO PPM-DEPT-NAME.
           MOVE MLG-COURSE-ID TO PPM-COURSE-ID.
           MOVE MLG-ACADEMIC-YEAR TO PPM-ACADEMIC-YEAR.
           MOVE MLG-NOTICE-CODE TO PPM-NOTICE-CODE.
           MOVE MLG-NOTICE-TEXT TO PPM-NOTICE-TEXT.
           MOVE MLG-TIMESTAMP TO PPM-TIMESTAMP.
           MOVE MLG-BOUNCE-COUNT TO PPM-BOUNCE-COUNT.
           WRITE PAPER-MAIL-RECORD.

           MOVE MLG-BOUNCE-COUNT TO WS-DISPLAY-BOUNCES.
           MOVE SPACES TO PAPER-LIST-LINE.
           STRING MLG-RECIPIENT-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RECIPIENT-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RECIPIENT-DEPT-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RECIPIENT-DEPT-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MLG-COURSE-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MLG-ACADEMIC-YEAR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-BOUNCES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MLG-TIMESTAMP(1:14) DELIMITED BY SIZE
               INTO PAPER-LIST-LINE
           END-STRING.
           WRITE PAPER-LIST-LINE.
           MOVE SPACES TO PAPER-LIST-LINE.
           STRING "    通知: " DELIMITED BY SIZE
                  FUNCTION TRIM(MLG-NOTICE-TEXT) DELIMITED BY SIZE
                  "  最終不達理由: " DELIMITED BY SIZE
                  FUNCTION TRIM(MLG-LAST-REASON) DELIMITED BY SIZE
               INTO PAPER-LIST-LINE
           END-STRING.
           WRITE PAPER-LIST-LINE.

       WRITE-PAPER-LIST-HEADER.
           MOVE SPACES TO PAPER-LIST-LINE.
           STRING "郵送通知リスト  作成日: " DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO PAPER-LIST-LINE
           END-STRING.
           WRITE PAPER-LIST-LINE.
           MOVE SPACES TO PAPER-LIST-LINE.
           STRING "受信者ID 氏名                 学科 学科名"
                      DELIMITED BY SIZE
                  "                         科目   年度 不達 "
                      DELIMITED BY SIZE
                  "通知日時" DELIMITED BY SIZE
               INTO PAPER-LIST-LINE
           END-STRING.
           WRITE PAPER-LIST-LINE.
           MOVE ALL "=" TO PAPER-LIST-LINE.
           WRITE PAPER-LIST-LINE.

      * 受信者の氏名・所属学科(教員マスタまたは学生マスタ)
       GET-RECIPIENT-INFO.
           MOVE SPACES TO WS-RECIPIENT-NAME.
           MOVE SPACES TO WS-RECIPIENT-DEPT-ID.
           MOVE SPACES TO WS-RECIPIENT-DEPT-NAME.
           IF MLG-TO-TEACHER
               IF WS-TCH-OPENED
                   MOVE MLG-RECIPIENT-ID(1:5) TO TCH-ID
                   READ TEACHER-FILE
                       KEY IS TCH-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE TCH-NAME TO WS-RECIPIENT-NAME
                           MOVE TCH-DEPARTMENT-ID
                               TO WS-RECIPIENT-DEPT-ID
                   END-READ
               END-IF
           ELSE
               IF WS-STU-OPENED
                   MOVE MLG-RECIPIENT-ID TO STU-ID
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
           IF WS-RECIPIENT-DEPT-ID NOT = SPACES AND WS-DEPT-OPENED
               MOVE WS-RECIPIENT-DEPT-ID TO DEPT-ID
               READ DEPARTMENT-FILE
                   KEY IS DEPT-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DEPT-NAME TO WS-RECIPIENT-DEPT-NAME
               END-READ
           END-IF.

       REJECT-RESULT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO REJECT-LOG-RECORD.
           STRING MRS-RECIPIENT-TYPE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MRS-RECIPIENT-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MRS-COURSE-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MRS-TIMESTAMP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
               INTO REJECT-LOG-RECORD
           END-STRING.
           WRITE REJECT-LOG-RECORD.
           DISPLAY "拒否: " MRS-RECIPIENT-ID " " MRS-COURSE-ID " "
               FUNCTION TRIM(WS-REJECT-REASON).
