               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAIL-FILE-STATUS.

           SELECT MAIL-LOG-FILE
               ASSIGN TO "maillog.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MLG-KEY
               FILE STATUS IS WS-MLG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD NOTIFY-FILE.
       FD MAIL-EXTRACT-FILE.
       01 MAIL-EXTRACT-RECORD      PIC X(120).

       FD MAIL-LOG-FILE.
           COPY "copybooks/MAILLOGFILE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-NOTIFY-FILE-STATUS    PIC XX VALUE "00".
          88 WS-NOTIFY-SUCCESS     VALUE "00".

       01 WS-MAIL-FILE-STATUS      PIC XX VALUE "00".

       01 WS-MLG-FILE-STATUS       PIC XX VALUE "00".
          88 WS-MLG-FILE-SUCCESS   VALUE "00".
       01 WS-MLG-FOUND-FLAG        PIC X VALUE "N".
          88 WS-MLG-FOUND          VALUE "Y".

       01 WS-NOTIFY-EOF-FLAG       PIC X VALUE "N".
          88 WS-NOTIFY-EOF         VALUE "Y".

             10 WS-NT-DECISION     PIC X.
             10 WS-NT-TIMESTAMP    PIC X(21).
             10 WS-NT-SENT-FLAG    PIC X.
             10 WS-NT-STUDENT-ID   PIC X(8).

       01 WS-NTF-IDX               PIC 9(3).
       01 WS-SENT-COUNT            PIC 9(3) VALUE 0.
       01 WS-OVERFLOW-FLAG         PIC X VALUE "N".
          88 WS-TABLE-OVERFLOW     VALUE "Y".
       01 WS-MAIL-ADDRESS          PIC X(30).
       01 WS-DECISION-TEXT         PIC X(24).
       01 WS-MAIL-LINE             PIC X(120).

       PROCEDURE DIVISION.
       MAIN-PROCESS.

           OPEN INPUT TEACHER-FILE.
           OPEN OUTPUT MAIL-EXTRACT-FILE.
           OPEN I-O MAIL-LOG-FILE.
           IF NOT WS-MLG-FILE-SUCCESS
               OPEN OUTPUT MAIL-LOG-FILE
               CLOSE MAIL-LOG-FILE
               OPEN I-O MAIL-LOG-FILE
           END-IF.

           PERFORM VARYING WS-NTF-IDX FROM 1 BY 1
                   UNTIL WS-NTF-IDX > WS-NTF-COUNT

           CLOSE TEACHER-FILE.
           CLOSE MAIL-EXTRACT-FILE.
           CLOSE MAIL-LOG-FILE.

           PERFORM REWRITE-NOTIFY-FILE.
           DISPLAY "抽出件数: " WS-SENT-COUNT.
           MOVE NTF-DECISION TO WS-NT-DECISION(WS-NTF-COUNT).
           MOVE NTF-TIMESTAMP TO WS-NT-TIMESTAMP(WS-NTF-COUNT).
           MOVE NTF-SENT-FLAG TO WS-NT-SENT-FLAG(WS-NTF-COUNT).
           MOVE NTF-STUDENT-ID TO WS-NT-STUDENT-ID(WS-NTF-COUNT).

      *-----------------------------------------------------------
      * 1件分: 教員のメールアドレスを引いて抽出行を書き出す
                   MOVE "承認" TO WS-DECISION-TEXT
               WHEN "C"
                   MOVE "閉講" TO WS-DECISION-TEXT
               WHEN "1"
                   MOVE "成績提出督促" TO WS-DECISION-TEXT
               WHEN "2"
                   MOVE "成績提出再督促" TO WS-DECISION-TEXT
               WHEN "3"
                   MOVE "成績最終督促" TO WS-DECISION-TEXT
               WHEN "E"
                   MOVE "試験監督割当" TO WS-DECISION-TEXT
               WHEN "F"
                   MOVE "試験監督解除" TO WS-DECISION-TEXT
               WHEN "W"
                   MOVE "指導学生辞退" TO WS-DECISION-TEXT
               WHEN "N"
                   MOVE "指導学生履修なし" TO WS-DECISION-TEXT
               WHEN OTHER
                   MOVE "却下" TO WS-DECISION-TEXT
           END-EVALUATE.
                  WS-NT-TIMESTAMP(WS-NTF-IDX) DELIMITED BY SIZE
               INTO MAIL-EXTRACT-RECORD
           END-STRING.
      *    指導学生に関する通知は末尾に学籍番号を付ける
           IF WS-NT-STUDENT-ID(WS-NTF-IDX) NOT = SPACES
               MOVE SPACES TO WS-MAIL-LINE
               STRING FUNCTION TRIM(MAIL-EXTRACT-RECORD)
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-NT-STUDENT-ID(WS-NTF-IDX) DELIMITED BY SIZE
                   INTO WS-MAIL-LINE
               END-STRING
               MOVE WS-MAIL-LINE TO MAIL-EXTRACT-RECORD
           END-IF.
           WRITE MAIL-EXTRACT-RECORD.
           MOVE "Y" TO WS-NT-SENT-FLAG(WS-NTF-IDX).
           ADD 1 TO WS-SENT-COUNT.
           PERFORM RECORD-MAIL-LOG.

      *-----------------------------------------------------------
      * 配信記録に送信済(結果待ち)として記録する
      * 不達の再送で同じ通知を再抽出した場合は送信回数を加算する
      *-----------------------------------------------------------
       RECORD-MAIL-LOG.
           MOVE SPACES TO MAIL-LOG-RECORD.
           MOVE "T" TO MLG-RECIPIENT-TYPE.
           MOVE WS-NT-TEACHER-ID(WS-NTF-IDX) TO MLG-RECIPIENT-ID.
           MOVE WS-NT-COURSE-ID(WS-NTF-IDX) TO MLG-COURSE-ID.
           MOVE WS-NT-TIMESTAMP(WS-NTF-IDX) TO MLG-TIMESTAMP.
           MOVE "N" TO WS-MLG-FOUND-FLAG.
           READ MAIL-LOG-FILE
               KEY IS MLG-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MLG-FOUND-FLAG
           END-READ.

           IF NOT WS-MLG-FOUND
               MOVE SPACES TO MAIL-LOG-RECORD
               MOVE "T" TO MLG-RECIPIENT-TYPE
               MOVE WS-NT-TEACHER-ID(WS-NTF-IDX) TO MLG-RECIPIENT-ID
               MOVE WS-NT-COURSE-ID(WS-NTF-IDX) TO MLG-COURSE-ID
               MOVE WS-NT-TIMESTAMP(WS-NTF-IDX) TO MLG-TIMESTAMP
               MOVE 0 TO MLG-SEND-COUNT
               MOVE 0 TO MLG-BOUNCE-COUNT
           END-IF.
           MOVE WS-NT-YEAR(WS-NTF-IDX) TO MLG-ACADEMIC-YEAR.
           MOVE WS-NT-DECISION(WS-NTF-IDX) TO MLG-NOTICE-CODE.
           MOVE WS-NT-STUDENT-ID(WS-NTF-IDX) TO MLG-STUDENT-ID.
           MOVE WS-DECISION-TEXT TO MLG-NOTICE-TEXT.
           MOVE WS-MAIL-ADDRESS TO MLG-MAIL-ADDRESS.
           SET MLG-STATUS-SENT TO TRUE.
           IF MLG-SEND-COUNT < 99
               ADD 1 TO MLG-SEND-COUNT
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MLG-LAST-SENT-DATE.
           IF WS-MLG-FOUND
               REWRITE MAIL-LOG-RECORD
                   INVALID KEY
                       DISPLAY "警告:配信記録の更新失敗 "
                               MLG-KEY
               END-REWRITE
           ELSE
               WRITE MAIL-LOG-RECORD
                   INVALID KEY
                       DISPLAY "警告:配信記録の登録失敗 "
                               MLG-KEY
               END-WRITE
           END-IF.

      *-----------------------------------------------------------
      * アウトボックスの書き戻し
                       TO NTF-TIMESTAMP
                   MOVE WS-NT-SENT-FLAG(WS-NTF-IDX)
                       TO NTF-SENT-FLAG
                   MOVE WS-NT-STUDENT-ID(WS-NTF-IDX)
                       TO NTF-STUDENT-ID
                   WRITE NOTIFY-RECORD
               END-IF
           END-PERFORM.
