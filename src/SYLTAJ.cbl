      *****************************************************************
      * シラバス管理システム - 授業料調整抽出バッチ(SYLTAJ)
      * 請求履歴(前回までに経理へ送った科目明細)と現在の履修明細
      * を比べ、請求後の履修取消・退学は返金(C)、請求後の追加履修
      * は追加請求(D)として学生・科目別の調整明細を作成する。
      * 返金率は取消日と学期の履修取消期限の差から返金率マスタで
      * 求める。先頭のコントロールレコードで経理側が検証できる
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLTAJ.
       AUTHOR. SHINYAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLLMENT-FILE
               ASSIGN TO "enroll.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-KEY
               FILE STATUS IS WS-ENR-FILE-STATUS.

           SELECT SYLLABUS-FILE
               ASSIGN TO "syllabus.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-RECORD-KEY
               FILE STATUS IS WS-SYL-FILE-STATUS.

           SELECT RATE-FILE
               ASSIGN TO "tuitionrate.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTE-KEY
               FILE STATUS IS WS-RTE-FILE-STATUS.

           SELECT REFUND-FILE
               ASSIGN TO "refundrate.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RFS-KEY
               FILE STATUS IS WS-RFS-FILE-STATUS.

           SELECT SEMESTER-FILE
               ASSIGN TO "semester.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEM-CODE
               FILE STATUS IS WS-SEM-FILE-STATUS.

           SELECT BILL-HISTORY-FILE
               ASSIGN TO "bilhist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BHS-KEY
               FILE STATUS IS WS-BHS-FILE-STATUS.

           SELECT ADJUST-EXTRACT-FILE
               ASSIGN TO "tuition_adjust.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ENROLLMENT-FILE.
           COPY "copybooks/ENROLLFILE.cpy".

       FD SYLLABUS-FILE.
           COPY "copybooks/SYLFILE.cpy".

       FD RATE-FILE.
           COPY "copybooks/RATEFILE.cpy".

       FD REFUND-FILE.
           COPY "copybooks/REFUNDFILE.cpy".

       FD SEMESTER-FILE.
           COPY "copybooks/SEMESTERFILE.cpy".

       FD BILL-HISTORY-FILE.
           COPY "copybooks/BILLHISTFILE.cpy".

       FD ADJUST-EXTRACT-FILE.
           COPY "copybooks/TUIADJFILE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ENR-FILE-STATUS       PIC XX VALUE "00".
          88 WS-ENR-FILE-SUCCESS   VALUE "00".

       01 WS-SYL-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SYL-FILE-SUCCESS   VALUE "00".

       01 WS-RTE-FILE-STATUS       PIC XX VALUE "00".
          88 WS-RTE-FILE-SUCCESS   VALUE "00".

       01 WS-RFS-FILE-STATUS       PIC XX VALUE "00".
          88 WS-RFS-FILE-SUCCESS   VALUE "00".

       01 WS-SEM-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SEM-FILE-SUCCESS   VALUE "00".

       01 WS-BHS-FILE-STATUS       PIC XX VALUE "00".
          88 WS-BHS-FILE-SUCCESS   VALUE "00".

       01 WS-OUT-FILE-STATUS       PIC XX VALUE "00".

       01 WS-RATE-OPEN-FLAG        PIC X VALUE "N".
          88 WS-RATE-OPEN          VALUE "Y".
       01 WS-RFS-OPEN-FLAG         PIC X VALUE "N".
          88 WS-RFS-OPEN           VALUE "Y".
       01 WS-SEM-OPEN-FLAG         PIC X VALUE "N".
          88 WS-SEM-OPEN           VALUE "Y".

       01 WS-ENR-EOF-FLAG          PIC X VALUE "N".
          88 WS-ENR-EOF            VALUE "Y".
       01 WS-BHS-EOF-FLAG          PIC X VALUE "N".
          88 WS-BHS-EOF            VALUE "Y".

       01 WS-TARGET-YEAR           PIC X(4).
       01 WS-TODAY                 PIC X(8).

      * 学生+科目別の調整表(最大500件)
       01 WS-ADJUST-TABLE.
          05 WS-ADJ-COUNT          PIC 9(3) VALUE 0.
          05 WS-ADJ-ENTRY OCCURS 500 TIMES.
             10 WS-ADJ-STUDENT-ID  PIC X(8).
             10 WS-ADJ-COURSE-ID   PIC X(6).
             10 WS-ADJ-NAME        PIC X(20).
             10 WS-ADJ-SEMESTER    PIC X(2).
             10 WS-ADJ-CATEGORY-ID PIC X(2).
             10 WS-ADJ-TYPE        PIC X.
             10 WS-ADJ-CREDITS     PIC 9.
             10 WS-ADJ-PERCENT     PIC 9(3).
             10 WS-ADJ-STATUS-DATE PIC X(8).
             10 WS-ADJ-AMOUNT      PIC 9(9).
             10 WS-ADJ-FULL-AMOUNT PIC 9(9).

       01 WS-ADJ-IDX               PIC 9(3).
       01 WS-ADJ-POS               PIC 9(3).
       01 WS-HOLD-ENTRY            PIC X(69).
       01 WS-OVERFLOW-FLAG         PIC X VALUE "N".
          88 WS-TABLE-OVERFLOW     VALUE "Y".

       01 WS-COURSE-CREDITS        PIC 9.
       01 WS-COURSE-CATEGORY       PIC X(2).
       01 WS-COURSE-SEMESTER       PIC X(2).
       01 WS-COURSE-FOUND-FLAG     PIC X VALUE "N".
          88 WS-COURSE-FOUND       VALUE "Y".

       01 WS-PER-CREDIT-FEE        PIC 9(7).
       01 WS-FULL-AMOUNT           PIC 9(9).
       01 WS-CREDIT-AMOUNT         PIC 9(9).

      * 返金率の決定
       01 WS-STATUS-DATE           PIC X(8).
       01 WS-REFUND-PERCENT        PIC 9(3).
       01 WS-DATE-NUM              PIC 9(8).
       01 WS-STATUS-INT            PIC 9(8).
       01 WS-DEADLINE-INT          PIC 9(8).
       01 WS-DAYS-AFTER            PIC 9(3).
       01 WS-RFS-YEAR              PIC X(4).
       01 WS-RFS-FOUND-FLAG        PIC X VALUE "N".
          88 WS-RFS-FOUND          VALUE "Y".

      * 集計
       01 WS-CREDIT-COUNT          PIC 9(5) VALUE 0.
       01 WS-CREDIT-TOTAL          PIC 9(11) VALUE 0.
       01 WS-DEBIT-COUNT           PIC 9(5) VALUE 0.
       01 WS-DEBIT-TOTAL           PIC 9(11) VALUE 0.

       SCREEN SECTION.
       01 TAJ-YEAR-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "授業料調整抽出".
           05 LINE 3 COLUMN 1 VALUE "対象年度(4桁):".
           05 LINE 3 COLUMN 20 PIC X(4) USING WS-TARGET-YEAR.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           DISPLAY TAJ-YEAR-SCREEN.
           ACCEPT TAJ-YEAR-SCREEN.

           PERFORM OPEN-FILES.
           IF NOT WS-ENR-FILE-SUCCESS OR NOT WS-SYL-FILE-SUCCESS
               DISPLAY "エラー:ファイルが開けません。"
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.
           IF NOT WS-BHS-FILE-SUCCESS
               DISPLAY "エラー:請求履歴なし。"
                       "先に請求抽出を。"
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.
           IF NOT WS-RATE-OPEN
               DISPLAY "エラー:授業料率マスタなし。"
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.
           IF NOT WS-RFS-OPEN
               DISPLAY "返金率マスタなし。"
                       "既定の返金率を使用。"
           END-IF.

           PERFORM COLLECT-CREDITS.
           PERFORM COLLECT-DEBITS.
           IF WS-TABLE-OVERFLOW
               DISPLAY "エラー:調整対象が500件を超過。"
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.

           PERFORM SORT-ADJUST-TABLE.
           PERFORM WRITE-ADJUST-FILE.
           PERFORM APPLY-BILL-HISTORY.

           DISPLAY " ".
           DISPLAY "返金件数:     " WS-CREDIT-COUNT.
           DISPLAY "返金総額:     " WS-CREDIT-TOTAL.
           DISPLAY "追加請求件数: " WS-DEBIT-COUNT.
           DISPLAY "追加請求総額: " WS-DEBIT-TOTAL.
           DISPLAY "tuition_adjust.datに出力しました。".

           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT ENROLLMENT-FILE.
           OPEN INPUT SYLLABUS-FILE.
           OPEN INPUT RATE-FILE.
           IF WS-RTE-FILE-SUCCESS
               MOVE "Y" TO WS-RATE-OPEN-FLAG
           END-IF.
           OPEN INPUT REFUND-FILE.
           IF WS-RFS-FILE-SUCCESS
               MOVE "Y" TO WS-RFS-OPEN-FLAG
           END-IF.
           OPEN INPUT SEMESTER-FILE.
           IF WS-SEM-FILE-SUCCESS
               MOVE "Y" TO WS-SEM-OPEN-FLAG
           END-IF.
           OPEN I-O BILL-HISTORY-FILE.

       CLOSE-FILES.
           CLOSE ENROLLMENT-FILE.
           CLOSE SYLLABUS-FILE.
           IF WS-RATE-OPEN
               CLOSE RATE-FILE
           END-IF.
           IF WS-RFS-OPEN
               CLOSE REFUND-FILE
           END-IF.
           IF WS-SEM-OPEN
               CLOSE SEMESTER-FILE
           END-IF.
           CLOSE BILL-HISTORY-FILE.

      *-----------------------------------------------------------
      * 返金: 請求済の科目で、現在在籍していないもの
      *-----------------------------------------------------------
       COLLECT-CREDITS.
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
                           AND BHS-STATUS-BILLED
                           PERFORM CHECK-ONE-BILLED-COURSE
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ONE-BILLED-COURSE.
           MOVE BHS-COURSE-ID TO ENR-COURSE-ID.
           MOVE BHS-ACADEMIC-YEAR TO ENR-ACADEMIC-YEAR.
           MOVE BHS-STUDENT-ID TO ENR-STUDENT-ID.
           MOVE WS-TODAY TO WS-STATUS-DATE.
           READ ENROLLMENT-FILE
               KEY IS ENR-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ENR-STATUS-ENROLLED
                       EXIT PARAGRAPH
                   END-IF
                   IF ENR-STATUS-DATE IS NUMERIC
                       MOVE ENR-STATUS-DATE TO WS-STATUS-DATE
                   END-IF
           END-READ.

           PERFORM GET-REFUND-PERCENT.
           COMPUTE WS-CREDIT-AMOUNT
               = BHS-NET-AMOUNT * WS-REFUND-PERCENT / 100.

           PERFORM ADD-ADJUST-ENTRY.
           IF WS-TABLE-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           MOVE BHS-STUDENT-ID TO WS-ADJ-STUDENT-ID(WS-ADJ-COUNT).
           MOVE BHS-COURSE-ID TO WS-ADJ-COURSE-ID(WS-ADJ-COUNT).
           MOVE BHS-STUDENT-NAME TO WS-ADJ-NAME(WS-ADJ-COUNT).
           MOVE BHS-SEMESTER TO WS-ADJ-SEMESTER(WS-ADJ-COUNT).
           MOVE BHS-CATEGORY-ID TO WS-ADJ-CATEGORY-ID(WS-ADJ-COUNT).
           MOVE "C" TO WS-ADJ-TYPE(WS-ADJ-COUNT).
           MOVE BHS-CREDITS TO WS-ADJ-CREDITS(WS-ADJ-COUNT).
           MOVE WS-REFUND-PERCENT TO WS-ADJ-PERCENT(WS-ADJ-COUNT).
           MOVE WS-STATUS-DATE TO WS-ADJ-STATUS-DATE(WS-ADJ-COUNT).
           MOVE WS-CREDIT-AMOUNT TO WS-ADJ-AMOUNT(WS-ADJ-COUNT).
           MOVE BHS-NET-AMOUNT TO WS-ADJ-FULL-AMOUNT(WS-ADJ-COUNT).
           ADD 1 TO WS-CREDIT-COUNT.
           ADD WS-CREDIT-AMOUNT TO WS-CREDIT-TOTAL.

      *-----------------------------------------------------------
      * 返金率: 取消日が学期の履修取消期限を何日過ぎたかで引く。
      * 対象年度の行、年度空白の既定行の順に探し、どちらもなければ
      * 期限まで100%、期限後14日以内50%、それ以降0%とする
      *-----------------------------------------------------------
       GET-REFUND-PERCENT.
           MOVE 0 TO WS-DAYS-AFTER.
           IF WS-SEM-OPEN
               MOVE BHS-SEMESTER TO SEM-CODE
               READ SEMESTER-FILE
                   KEY IS SEM-CODE
                   INVALID KEY
                       MOVE SPACES TO SEM-DROP-DEADLINE
               END-READ
           ELSE
               MOVE SPACES TO SEM-DROP-DEADLINE
           END-IF.
           IF SEM-DROP-DEADLINE IS NUMERIC
               AND WS-STATUS-DATE IS NUMERIC
               MOVE SEM-DROP-DEADLINE TO WS-DATE-NUM
               COMPUTE WS-DEADLINE-INT
                   = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               MOVE WS-STATUS-DATE TO WS-DATE-NUM
               COMPUTE WS-STATUS-INT
                   = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               IF WS-STATUS-INT > WS-DEADLINE-INT
                   IF WS-STATUS-INT - WS-DEADLINE-INT > 999
                       MOVE 999 TO WS-DAYS-AFTER
                   ELSE
                       COMPUTE WS-DAYS-AFTER
                           = WS-STATUS-INT - WS-DEADLINE-INT
                   END-IF
               END-IF
           END-IF.

           MOVE "N" TO WS-RFS-FOUND-FLAG.
           IF WS-RFS-OPEN
               MOVE WS-TARGET-YEAR TO RFS-ACADEMIC-YEAR
               PERFORM FIND-REFUND-ROW
               IF NOT WS-RFS-FOUND
                   MOVE SPACES TO RFS-ACADEMIC-YEAR
                   PERFORM FIND-REFUND-ROW
               END-IF
           END-IF.
           IF WS-RFS-FOUND
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN WS-DAYS-AFTER = 0
                   MOVE 100 TO WS-REFUND-PERCENT
               WHEN WS-DAYS-AFTER <= 14
                   MOVE 50 TO WS-REFUND-PERCENT
               WHEN OTHER
                   MOVE 0 TO WS-REFUND-PERCENT
           END-EVALUATE.

      * 指定年度で日数以上の最小の行を探す(年度の行がなければ未発見)
       FIND-REFUND-ROW.
           MOVE RFS-ACADEMIC-YEAR TO WS-RFS-YEAR.
           MOVE WS-DAYS-AFTER TO RFS-DAYS-AFTER.
           START REFUND-FILE KEY IS NOT LESS THAN RFS-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           READ REFUND-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ.
           IF RFS-ACADEMIC-YEAR = WS-RFS-YEAR
               MOVE "Y" TO WS-RFS-FOUND-FLAG
               MOVE RFS-REFUND-PERCENT TO WS-REFUND-PERCENT
           END-IF.

      *-----------------------------------------------------------
      * 追加請求: 在籍中の科目で、請求履歴がないもの(または返金後
      * に再履修したもの)
      *-----------------------------------------------------------
       COLLECT-DEBITS.
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
                           AND ENR-STATUS-ENROLLED
                           PERFORM CHECK-ONE-ENROLLMENT
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ONE-ENROLLMENT.
           MOVE ENR-STUDENT-ID TO BHS-STUDENT-ID.
           MOVE ENR-ACADEMIC-YEAR TO BHS-ACADEMIC-YEAR.
           MOVE ENR-COURSE-ID TO BHS-COURSE-ID.
           READ BILL-HISTORY-FILE
               KEY IS BHS-KEY
               INVALID KEY
                   MOVE 0 TO BHS-NET-AMOUNT
               NOT INVALID KEY
                   IF BHS-STATUS-BILLED
                       EXIT PARAGRAPH
                   END-IF
           END-READ.

           PERFORM GET-COURSE-INFO.
           IF NOT WS-COURSE-FOUND
               EXIT PARAGRAPH
           END-IF.
           PERFORM GET-PER-CREDIT-FEE.
           COMPUTE WS-FULL-AMOUNT
               = WS-COURSE-CREDITS * WS-PER-CREDIT-FEE.
           IF WS-FULL-AMOUNT <= BHS-NET-AMOUNT
               EXIT PARAGRAPH
           END-IF.

           PERFORM ADD-ADJUST-ENTRY.
           IF WS-TABLE-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           MOVE ENR-STUDENT-ID TO WS-ADJ-STUDENT-ID(WS-ADJ-COUNT).
           MOVE ENR-COURSE-ID TO WS-ADJ-COURSE-ID(WS-ADJ-COUNT).
           MOVE ENR-STUDENT-NAME TO WS-ADJ-NAME(WS-ADJ-COUNT).
           MOVE WS-COURSE-SEMESTER TO WS-ADJ-SEMESTER(WS-ADJ-COUNT).
           MOVE WS-COURSE-CATEGORY
               TO WS-ADJ-CATEGORY-ID(WS-ADJ-COUNT).
           MOVE "D" TO WS-ADJ-TYPE(WS-ADJ-COUNT).
           MOVE WS-COURSE-CREDITS TO WS-ADJ-CREDITS(WS-ADJ-COUNT).
           MOVE 0 TO WS-ADJ-PERCENT(WS-ADJ-COUNT).
           MOVE ENR-REG-DATE TO WS-ADJ-STATUS-DATE(WS-ADJ-COUNT).
           COMPUTE WS-ADJ-AMOUNT(WS-ADJ-COUNT)
               = WS-FULL-AMOUNT - BHS-NET-AMOUNT.
           MOVE WS-FULL-AMOUNT TO WS-ADJ-FULL-AMOUNT(WS-ADJ-COUNT).
           ADD 1 TO WS-DEBIT-COUNT.
           ADD WS-ADJ-AMOUNT(WS-ADJ-COUNT) TO WS-DEBIT-TOTAL.

       ADD-ADJUST-ENTRY.
           IF WS-ADJ-COUNT >= 500
               MOVE "Y" TO WS-OVERFLOW-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ADJ-COUNT.

      * 科目の単位数・区分・学期を求める(区分01を代表とする)
       GET-COURSE-INFO.
           MOVE "N" TO WS-COURSE-FOUND-FLAG.
           MOVE 0 TO WS-COURSE-CREDITS.
           MOVE SPACES TO WS-COURSE-CATEGORY.
           MOVE SPACES TO WS-COURSE-SEMESTER.
           MOVE ENR-COURSE-ID TO SYL-COURSE-ID.
           MOVE ENR-ACADEMIC-YEAR TO SYL-ACADEMIC-YEAR.
           MOVE "01" TO SYL-SECTION-NO.
           READ SYLLABUS-FILE
               KEY IS SYL-RECORD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-COURSE-FOUND-FLAG
                   MOVE SYL-CREDITS TO WS-COURSE-CREDITS
                   MOVE SYL-CATEGORY-ID TO WS-COURSE-CATEGORY
                   MOVE SYL-SEMESTER TO WS-COURSE-SEMESTER
           END-READ.

      * 年度+区分で料率を引き、なければ年度の既定料率を使う
       GET-PER-CREDIT-FEE.
           MOVE 0 TO WS-PER-CREDIT-FEE.
           MOVE WS-TARGET-YEAR TO RTE-ACADEMIC-YEAR.
           MOVE WS-COURSE-CATEGORY TO RTE-CATEGORY-ID.
           READ RATE-FILE
               KEY IS RTE-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RTE-PER-CREDIT-FEE TO WS-PER-CREDIT-FEE
           END-READ.
           IF WS-PER-CREDIT-FEE = 0
               MOVE WS-TARGET-YEAR TO RTE-ACADEMIC-YEAR
               MOVE SPACES TO RTE-CATEGORY-ID
               READ RATE-FILE
                   KEY IS RTE-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RTE-PER-CREDIT-FEE
                           TO WS-PER-CREDIT-FEE
               END-READ
           END-IF.

      * 学生+科目の順に並べる
       SORT-ADJUST-TABLE.
           PERFORM VARYING WS-ADJ-IDX FROM 2 BY 1
                   UNTIL WS-ADJ-IDX > WS-ADJ-COUNT
               MOVE WS-ADJ-ENTRY(WS-ADJ-IDX) TO WS-HOLD-ENTRY
               MOVE WS-ADJ-IDX TO WS-ADJ-POS
               PERFORM UNTIL WS-ADJ-POS < 2
                   OR WS-ADJ-ENTRY(WS-ADJ-POS - 1)(1:14)
                       NOT > WS-HOLD-ENTRY(1:14)
                   MOVE WS-ADJ-ENTRY(WS-ADJ-POS - 1)
                       TO WS-ADJ-ENTRY(WS-ADJ-POS)
                   SUBTRACT 1 FROM WS-ADJ-POS
               END-PERFORM
               MOVE WS-HOLD-ENTRY TO WS-ADJ-ENTRY(WS-ADJ-POS)
           END-PERFORM.

      *-----------------------------------------------------------
      * 抽出ファイルの書き出し(先頭にコントロール)
      *-----------------------------------------------------------
       WRITE-ADJUST-FILE.
           OPEN OUTPUT ADJUST-EXTRACT-FILE.

           MOVE "CTL" TO ACT-MARKER.
           MOVE WS-TODAY TO ACT-EXTRACT-DATE.
           MOVE WS-TARGET-YEAR TO ACT-ACADEMIC-YEAR.
           MOVE WS-ADJ-COUNT TO ACT-RECORD-COUNT.
           MOVE WS-CREDIT-COUNT TO ACT-CREDIT-COUNT.
           MOVE WS-CREDIT-TOTAL TO ACT-CREDIT-AMOUNT.
           MOVE WS-DEBIT-COUNT TO ACT-DEBIT-COUNT.
           MOVE WS-DEBIT-TOTAL TO ACT-DEBIT-AMOUNT.
           WRITE TUITION-ADJCTL-RECORD.

           PERFORM VARYING WS-ADJ-IDX FROM 1 BY 1
                   UNTIL WS-ADJ-IDX > WS-ADJ-COUNT
               MOVE "ADJ" TO ADJ-MARKER
               MOVE WS-ADJ-STUDENT-ID(WS-ADJ-IDX) TO ADJ-STUDENT-ID
               MOVE WS-ADJ-NAME(WS-ADJ-IDX) TO ADJ-STUDENT-NAME
               MOVE WS-TARGET-YEAR TO ADJ-ACADEMIC-YEAR
               MOVE WS-ADJ-SEMESTER(WS-ADJ-IDX) TO ADJ-SEMESTER
               MOVE WS-ADJ-COURSE-ID(WS-ADJ-IDX) TO ADJ-COURSE-ID
               MOVE WS-ADJ-TYPE(WS-ADJ-IDX) TO ADJ-TYPE
               MOVE WS-ADJ-CREDITS(WS-ADJ-IDX) TO ADJ-CREDITS
               MOVE WS-ADJ-PERCENT(WS-ADJ-IDX) TO ADJ-REFUND-PERCENT
               MOVE WS-ADJ-STATUS-DATE(WS-ADJ-IDX)
                   TO ADJ-STATUS-DATE
               MOVE WS-ADJ-AMOUNT(WS-ADJ-IDX) TO ADJ-AMOUNT
               WRITE TUITION-ADJUST-RECORD
           END-PERFORM.

           CLOSE ADJUST-EXTRACT-FILE.

      *-----------------------------------------------------------
      * 送った調整を請求履歴に反映し、次回の比較元とする
      *-----------------------------------------------------------
       APPLY-BILL-HISTORY.
           PERFORM VARYING WS-ADJ-IDX FROM 1 BY 1
                   UNTIL WS-ADJ-IDX > WS-ADJ-COUNT
               PERFORM APPLY-ONE-ADJUSTMENT
           END-PERFORM.

       APPLY-ONE-ADJUSTMENT.
           MOVE WS-ADJ-STUDENT-ID(WS-ADJ-IDX) TO BHS-STUDENT-ID.
           MOVE WS-TARGET-YEAR TO BHS-ACADEMIC-YEAR.
           MOVE WS-ADJ-COURSE-ID(WS-ADJ-IDX) TO BHS-COURSE-ID.
           READ BILL-HISTORY-FILE
               KEY IS BHS-KEY
               INVALID KEY
                   MOVE WS-ADJ-NAME(WS-ADJ-IDX) TO BHS-STUDENT-NAME
                   MOVE WS-ADJ-SEMESTER(WS-ADJ-IDX) TO BHS-SEMESTER
                   MOVE WS-ADJ-CREDITS(WS-ADJ-IDX) TO BHS-CREDITS
                   MOVE WS-ADJ-CATEGORY-ID(WS-ADJ-IDX)
                       TO BHS-CATEGORY-ID
                   MOVE WS-ADJ-FULL-AMOUNT(WS-ADJ-IDX)
                       TO BHS-BILLED-AMOUNT
                   MOVE WS-ADJ-FULL-AMOUNT(WS-ADJ-IDX)
                       TO BHS-NET-AMOUNT
                   SET BHS-STATUS-BILLED TO TRUE
                   MOVE WS-TODAY TO BHS-BILLED-DATE
                   MOVE WS-TODAY TO BHS-ADJUST-DATE
                   WRITE BILL-HISTORY-RECORD
                       INVALID KEY
                           DISPLAY "エラー:請求履歴登録失敗 "
                                   BHS-STUDENT-ID " " BHS-COURSE-ID
                   END-WRITE
                   EXIT PARAGRAPH
           END-READ.

           IF WS-ADJ-TYPE(WS-ADJ-IDX) = "C"
               SUBTRACT WS-ADJ-AMOUNT(WS-ADJ-IDX) FROM BHS-NET-AMOUNT
               SET BHS-STATUS-REFUNDED TO TRUE
           ELSE
               MOVE WS-ADJ-FULL-AMOUNT(WS-ADJ-IDX) TO BHS-NET-AMOUNT
               SET BHS-STATUS-BILLED TO TRUE
           END-IF.
           MOVE WS-TODAY TO BHS-ADJUST-DATE.
           REWRITE BILL-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "エラー:請求履歴更新失敗 "
                           BHS-STUDENT-ID " " BHS-COURSE-ID
           END-REWRITE.
