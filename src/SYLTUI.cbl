      * シラバス管理システム - 授業料請求抽出バッチ(SYLTUI)
      * 履修明細から学生・学期単位の請求レコードと科目明細を
      * 作成する。先頭のコントロールレコードで経理側が検証できる
      * 送った科目明細は請求履歴として保存し、授業料調整抽出の
      * 比較元とする
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLTUI.
               RECORD KEY IS RTE-KEY
               FILE STATUS IS WS-RTE-FILE-STATUS.

           SELECT BILL-HISTORY-FILE
               ASSIGN TO "bilhist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BHS-KEY
               FILE STATUS IS WS-BHS-FILE-STATUS.

           SELECT TUITION-EXTRACT-FILE
               ASSIGN TO "tuition_extract.dat"
               ORGANIZATION IS LINE SEQUENTIAL
       FD RATE-FILE.
           COPY "copybooks/RATEFILE.cpy".

       FD BILL-HISTORY-FILE.
           COPY "copybooks/BILLHISTFILE.cpy".

       FD TUITION-EXTRACT-FILE.
           COPY "copybooks/TUITIONFILE.cpy".

       01 WS-RTE-FILE-STATUS       PIC XX VALUE "00".
          88 WS-RTE-FILE-SUCCESS   VALUE "00".

       01 WS-BHS-FILE-STATUS       PIC XX VALUE "00".
          88 WS-BHS-FILE-SUCCESS   VALUE "00".

       01 WS-OUT-FILE-STATUS       PIC XX VALUE "00".

       01 WS-RATE-OPEN-FLAG        PIC X VALUE "N".
       01 WS-LINE-AMOUNT           PIC 9(9).
       01 WS-GRAND-TOTAL           PIC 9(11) VALUE 0.
       01 WS-BILL-COUNT            PIC 9(5) VALUE 0.
       01 WS-EXTRACT-DATE          PIC X(8).
       01 WS-BHS-EOF-FLAG          PIC X VALUE "N".
          88 WS-BHS-EOF            VALUE "Y".

       SCREEN SECTION.
       01 TUI-YEAR-SCREEN.
               GOBACK
           END-IF.

           PERFORM PURGE-BILL-HISTORY.
           PERFORM WRITE-EXTRACT-FILE.

           DISPLAY " ".
           IF WS-RTE-FILE-SUCCESS
               MOVE "Y" TO WS-RATE-OPEN-FLAG
           END-IF.
           OPEN I-O BILL-HISTORY-FILE.
           IF NOT WS-BHS-FILE-SUCCESS
               OPEN OUTPUT BILL-HISTORY-FILE
               CLOSE BILL-HISTORY-FILE
               OPEN I-O BILL-HISTORY-FILE
           END-IF.

       CLOSE-FILES.
           CLOSE ENROLLMENT-FILE.
           IF WS-RATE-OPEN
               CLOSE RATE-FILE
           END-IF.
           CLOSE BILL-HISTORY-FILE.

      *-----------------------------------------------------------
      * 履修明細を走査して学生+学期別に単位数・金額を集計する
       WRITE-EXTRACT-FILE.
           OPEN OUTPUT TUITION-EXTRACT-FILE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-EXTRACT-DATE.
           MOVE "CTL" TO TCT-MARKER.
           MOVE WS-EXTRACT-DATE TO TCT-EXTRACT-DATE.
           MOVE WS-TARGET-YEAR TO TCT-ACADEMIC-YEAR.
           MOVE WS-BTB-COUNT TO TCT-RECORD-COUNT.
           MOVE WS-GRAND-TOTAL TO TCT-TOTAL-AMOUNT.
           COMPUTE DTL-AMOUNT
               = WS-COURSE-CREDITS * WS-PER-CREDIT-FEE.
           WRITE TUITION-DETAIL-RECORD.
           PERFORM SAVE-BILL-HISTORY.

      * 送った明細を請求履歴に残す
       SAVE-BILL-HISTORY.
           MOVE ENR-STUDENT-ID TO BHS-STUDENT-ID.
           MOVE WS-TARGET-YEAR TO BHS-ACADEMIC-YEAR.
           MOVE ENR-COURSE-ID TO BHS-COURSE-ID.
           MOVE WS-BTB-NAME(WS-BTB-IDX) TO BHS-STUDENT-NAME.
           MOVE WS-COURSE-SEMESTER TO BHS-SEMESTER.
           MOVE WS-COURSE-CREDITS TO BHS-CREDITS.
           MOVE WS-COURSE-CATEGORY TO BHS-CATEGORY-ID.
           MOVE DTL-AMOUNT TO BHS-BILLED-AMOUNT.
           MOVE DTL-AMOUNT TO BHS-NET-AMOUNT.
           SET BHS-STATUS-BILLED TO TRUE.
           MOVE WS-EXTRACT-DATE TO BHS-BILLED-DATE.
           MOVE SPACES TO BHS-ADJUST-DATE.
           WRITE BILL-HISTORY-RECORD
               INVALID KEY
                   REWRITE BILL-HISTORY-RECORD
                       INVALID KEY
                           DISPLAY "エラー:請求履歴更新失敗 "
                                   BHS-STUDENT-ID " " BHS-COURSE-ID
                   END-REWRITE
           END-WRITE.

      *-----------------------------------------------------------
      * 請求のやり直しになるため、対象年度の請求履歴を消しておく
      *-----------------------------------------------------------
       PURGE-BILL-HISTORY.
           MOVE "N" TO WS-BHS-EOF-FLAG.
           MOVE LOW-VALUES TO BHS-KEY.
           START BILL-HISTORY-FILE KEY IS NOT LESS THAN BHS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-BHS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-BHS-EOF
               READ BILL-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-BHS-EOF-FLAG
                   NOT AT END
                       IF BHS-ACADEMIC-YEAR = WS-TARGET-YEAR
                           DELETE BILL-HISTORY-FILE RECORD
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.
