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
       FD STUDENT-NOTIFY-FILE.
       FD MAIL-EXTRACT-FILE.
       01 MAIL-EXTRACT-RECORD      PIC X(150).

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


           OPEN INPUT STUDENT-FILE.
           OPEN OUTPUT MAIL-EXTRACT-FILE.
           OPEN I-O MAIL-LOG-FILE.
           IF NOT WS-MLG-FILE-SUCCESS
               OPEN OUTPUT MAIL-LOG-FILE
               CLOSE MAIL-LOG-FILE
               OPEN I-O MAIL-LOG-FILE
           END-IF.

           PERFORM VARYING WS-SNT-IDX FROM 1 BY 1
                   UNTIL WS-SNT-IDX > WS-SNT-COUNT

           CLOSE STUDENT-FILE.
           CLOSE MAIL-EXTRACT-FILE.
           CLOSE MAIL-LOG-FILE.

           PERFORM REWRITE-NOTIFY-FILE.
           DISPLAY "抽出件数: " WS-SENT-COUNT.
                   MOVE "閉講" TO WS-TYPE-TEXT
               WHEN "R"
                   MOVE "改訂" TO WS-TYPE-TEXT
               WHEN "S"
                   MOVE "成績判定" TO WS-TYPE-TEXT
               WHEN "A"
                   MOVE "出欠" TO WS-TYPE-TEXT
               WHEN "K"
                   MOVE "区分変更" TO WS-TYPE-TEXT
               WHEN "L"
                   MOVE "履修願" TO WS-TYPE-TEXT
               WHEN OTHER
                   MOVE "連絡" TO WS-TYPE-TEXT
           END-EVALUATE.
           WRITE MAIL-EXTRACT-RECORD.
           MOVE "Y" TO WS-SN-SENT-FLAG(WS-SNT-IDX).
           ADD 1 TO WS-SENT-COUNT.
           PERFORM RECORD-MAIL-LOG.

      *-----------------------------------------------------------
      * 配信記録に送信済(結果待ち)として記録する
      * 不達の再送で同じ通知を再抽出した場合は送信回数を加算する
      *-----------------------------------------------------------
       RECORD-MAIL-LOG.
           MOVE SPACES TO MAIL-LOG-RECORD.
           MOVE "S" TO MLG-RECIPIENT-TYPE.
           MOVE WS-SN-STUDENT-ID(WS-SNT-IDX) TO MLG-RECIPIENT-ID.
           MOVE WS-SN-COURSE-ID(WS-SNT-IDX) TO MLG-COURSE-ID.
           MOVE WS-SN-TIMESTAMP(WS-SNT-IDX) TO MLG-TIMESTAMP.
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
               MOVE "S" TO MLG-RECIPIENT-TYPE
               MOVE WS-SN-STUDENT-ID(WS-SNT-IDX) TO MLG-RECIPIENT-ID
               MOVE WS-SN-COURSE-ID(WS-SNT-IDX) TO MLG-COURSE-ID
               MOVE WS-SN-TIMESTAMP(WS-SNT-IDX) TO MLG-TIMESTAMP
               MOVE 0 TO MLG-SEND-COUNT
               MOVE 0 TO MLG-BOUNCE-COUNT
           END-IF.
           MOVE WS-SN-YEAR(WS-SNT-IDX) TO MLG-ACADEMIC-YEAR.
           MOVE WS-SN-TYPE(WS-SNT-IDX) TO MLG-NOTICE-CODE.
           MOVE SPACES TO MLG-STUDENT-ID.
           MOVE WS-SN-TEXT(WS-SNT-IDX) TO MLG-NOTICE-TEXT.
           MOVE SPACES TO MLG-MAIL-ADDRESS.
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
