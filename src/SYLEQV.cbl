      *****************************************************************
      * シラバス管理システム - 同等科目・既修得単位保守(SYLEQV)
      * 科目番号変更前の旧科目や他大学の科目を本学の科目と同等と
      * みなす同等科目マスタと、学生ごとの既修得単位(他大学での
      * 修得科目・認定単位数・算入区分・承認日)を保守する
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLEQV.
       AUTHOR. SHINYAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EQUIV-FILE
               ASSIGN TO "equiv.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EQV-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TRANSFER-FILE
               ASSIGN TO "transfer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRF-KEY
               FILE STATUS IS WS-TRF-FILE-STATUS.

           SELECT SYLLABUS-FILE
               ASSIGN TO "syllabus.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-RECORD-KEY
               FILE STATUS IS WS-SYL-FILE-STATUS.

           SELECT STUDENT-FILE
               ASSIGN TO "student.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-STU-FILE-STATUS.

           SELECT CATEGORY-FILE
               ASSIGN TO "category.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-ID
               FILE STATUS IS WS-CAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EQUIV-FILE.
           COPY "copybooks/EQUIVFILE.cpy".

       FD TRANSFER-FILE.
           COPY "copybooks/TRANSFERFILE.cpy".

       FD SYLLABUS-FILE.
           COPY "copybooks/SYLFILE.cpy".

       FD STUDENT-FILE.
           COPY "copybooks/STUDENTFILE.cpy".

       FD CATEGORY-FILE.
           COPY "copybooks/CATEGORYFILE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS           PIC XX VALUE "00".
          88 WS-FILE-SUCCESS       VALUE "00".
          88 WS-FILE-NOT-FOUND     VALUE "23".

       01 WS-TRF-FILE-STATUS       PIC XX VALUE "00".
          88 WS-TRF-FILE-SUCCESS   VALUE "00".

       01 WS-SYL-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SYL-FILE-SUCCESS   VALUE "00".

       01 WS-STU-FILE-STATUS       PIC XX VALUE "00".
          88 WS-STU-FILE-SUCCESS   VALUE "00".

       01 WS-CAT-FILE-STATUS       PIC XX VALUE "00".
          88 WS-CAT-FILE-SUCCESS   VALUE "00".

       01 WS-MENU-OPTION           PIC 9 VALUE 0.
       01 WS-EOF-FLAG              PIC X VALUE "N".
          88 WS-EOF                VALUE "Y".

       01 WS-CHECK-OK-FLAG         PIC X VALUE "N".
          88 WS-CHECK-OK           VALUE "Y".

       01 WS-SEARCH-STUDENT-ID     PIC X(8).
       01 WS-CREDIT-TOTAL          PIC 9(4).
       01 WS-CREDIT-DISPLAY        PIC Z9.
       01 WS-TOTAL-DISPLAY         PIC ZZZ9.
       01 WS-STATE-TEXT            PIC X(10).

       SCREEN SECTION.
       01 EQV-MENU-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1
               VALUE "同等科目・既修得単位保守".
           05 LINE 3 COLUMN 1 VALUE "1. 同等科目 登録/更新".
           05 LINE 4 COLUMN 1 VALUE "2. 同等科目 削除".
           05 LINE 5 COLUMN 1 VALUE "3. 同等科目 一覧表示".
           05 LINE 6 COLUMN 1 VALUE "4. 既修得単位 登録/更新".
           05 LINE 7 COLUMN 1 VALUE "5. 既修得単位 削除".
           05 LINE 8 COLUMN 1
               VALUE "6. 既修得単位 学生別一覧".
           05 LINE 9 COLUMN 1 VALUE "9. 終了".
           05 LINE 11 COLUMN 1 VALUE "選択 (1-6,9): ".
           05 LINE 11 COLUMN 16 PIC 9 USING WS-MENU-OPTION.

       01 EQV-INPUT-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "同等科目登録画面".
           05 LINE 3 COLUMN 1
               VALUE "他大学コード(空白=本学): ".
           05 LINE 3 COLUMN 30 PIC X(6) USING EQV-SOURCE-INST.
           05 LINE 4 COLUMN 1 VALUE "旧科目/他大学科目: ".
           05 LINE 4 COLUMN 30 PIC X(10) USING EQV-SOURCE-COURSE.
           05 LINE 5 COLUMN 1 VALUE "同等とする本学科目: ".
           05 LINE 5 COLUMN 30 PIC X(6) USING EQV-TARGET-COURSE-ID.
           05 LINE 6 COLUMN 1 VALUE "元科目名: ".
           05 LINE 6 COLUMN 30 PIC X(30) USING EQV-SOURCE-NAME.
           05 LINE 7 COLUMN 1 VALUE "適用開始年度(4桁): ".
           05 LINE 7 COLUMN 30 PIC X(4) USING EQV-FROM-YEAR.
           05 LINE 8 COLUMN 1
               VALUE "適用終了年度(空白=無期限): ".
           05 LINE 8 COLUMN 30 PIC X(4) USING EQV-TO-YEAR.

       01 EQV-KEY-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "同等科目の指定".
           05 LINE 3 COLUMN 1
               VALUE "他大学コード(空白=本学): ".
           05 LINE 3 COLUMN 30 PIC X(6) USING EQV-SOURCE-INST.
           05 LINE 4 COLUMN 1 VALUE "旧科目/他大学科目: ".
           05 LINE 4 COLUMN 30 PIC X(10) USING EQV-SOURCE-COURSE.
           05 LINE 5 COLUMN 1 VALUE "同等とする本学科目: ".
           05 LINE 5 COLUMN 30 PIC X(6) USING EQV-TARGET-COURSE-ID.

       01 TRF-INPUT-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "既修得単位登録画面".
           05 LINE 3 COLUMN 1 VALUE "学籍番号: ".
           05 LINE 3 COLUMN 30 PIC X(8) USING TRF-STUDENT-ID.
           05 LINE 4 COLUMN 1 VALUE "他大学コード: ".
           05 LINE 4 COLUMN 30 PIC X(6) USING TRF-INSTITUTION.
           05 LINE 5 COLUMN 1 VALUE "他大学科目: ".
           05 LINE 5 COLUMN 30 PIC X(10) USING TRF-EXT-COURSE.
           05 LINE 6 COLUMN 1 VALUE "科目名: ".
           05 LINE 6 COLUMN 30 PIC X(30) USING TRF-EXT-COURSE-NAME.
           05 LINE 7 COLUMN 1 VALUE "認定単位数(2桁): ".
           05 LINE 7 COLUMN 30 PIC 99 USING TRF-CREDITS.
           05 LINE 8 COLUMN 1 VALUE "算入する要件区分: ".
           05 LINE 8 COLUMN 30 PIC X(2) USING TRF-CATEGORY-ID.
           05 LINE 9 COLUMN 1 VALUE "承認日(空白=審査中): ".
           05 LINE 9 COLUMN 30 PIC X(8) USING TRF-APPROVAL-DATE.

       01 TRF-KEY-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "既修得単位の指定".
           05 LINE 3 COLUMN 1 VALUE "学籍番号: ".
           05 LINE 3 COLUMN 30 PIC X(8) USING TRF-STUDENT-ID.
           05 LINE 4 COLUMN 1 VALUE "他大学コード: ".
           05 LINE 4 COLUMN 30 PIC X(6) USING TRF-INSTITUTION.
           05 LINE 5 COLUMN 1 VALUE "他大学科目: ".
           05 LINE 5 COLUMN 30 PIC X(10) USING TRF-EXT-COURSE.

       01 TRF-STUDENT-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "既修得単位 学生別一覧".
           05 LINE 3 COLUMN 1 VALUE "学籍番号: ".
           05 LINE 3 COLUMN 30 PIC X(8) USING WS-SEARCH-STUDENT-ID.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           PERFORM UNTIL WS-MENU-OPTION = 9
               DISPLAY EQV-MENU-SCREEN
               ACCEPT EQV-MENU-SCREEN
               EVALUATE WS-MENU-OPTION
                   WHEN 1
                       PERFORM REGISTER-EQUIVALENCY
                   WHEN 2
                       PERFORM DELETE-EQUIVALENCY
                   WHEN 3
                       PERFORM LIST-EQUIVALENCIES
                   WHEN 4
                       PERFORM REGISTER-TRANSFER
                   WHEN 5
                       PERFORM DELETE-TRANSFER
                   WHEN 6
                       PERFORM LIST-STUDENT-TRANSFERS
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "無効な選択です。"
               END-EVALUATE
           END-PERFORM.

           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN I-O EQUIV-FILE.
           IF NOT WS-FILE-SUCCESS
               OPEN OUTPUT EQUIV-FILE
               CLOSE EQUIV-FILE
               OPEN I-O EQUIV-FILE
           END-IF.
           OPEN I-O TRANSFER-FILE.
           IF NOT WS-TRF-FILE-SUCCESS
               OPEN OUTPUT TRANSFER-FILE
               CLOSE TRANSFER-FILE
               OPEN I-O TRANSFER-FILE
           END-IF.

       CLOSE-FILES.
           CLOSE EQUIV-FILE.
           CLOSE TRANSFER-FILE.

      *-----------------------------------------------------------
      * 同等科目の登録(同じキーがあれば内容を更新する)
      *-----------------------------------------------------------
       REGISTER-EQUIVALENCY.
           INITIALIZE EQUIV-RECORD.
           DISPLAY EQV-INPUT-SCREEN.
           ACCEPT EQV-INPUT-SCREEN.

           PERFORM CHECK-EQUIV-FIELDS.
           IF NOT WS-CHECK-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO EQV-LAST-UPDATED.
           WRITE EQUIV-RECORD
               INVALID KEY
                   REWRITE EQUIV-RECORD
                       INVALID KEY
                           DISPLAY "エラー:更新に失敗。"
                       NOT INVALID KEY
                           DISPLAY "更新しました。"
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "同等科目を登録しました。"
           END-WRITE.

      * 元科目・本学科目・適用年度を検査する
       CHECK-EQUIV-FIELDS.
           MOVE "N" TO WS-CHECK-OK-FLAG.
           IF EQV-SOURCE-COURSE = SPACES
               OR EQV-TARGET-COURSE-ID = SPACES
               DISPLAY "エラー:元科目と本学科目は必須。"
               EXIT PARAGRAPH
           END-IF.
           IF EQV-SOURCE-INST = SPACES
               IF EQV-SOURCE-COURSE(7:4) NOT = SPACES
                   DISPLAY "エラー:旧科目番号は6桁。"
                   EXIT PARAGRAPH
               END-IF
               IF EQV-SOURCE-COURSE(1:6) = EQV-TARGET-COURSE-ID
                   DISPLAY "エラー:旧科目と同じ番号。"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF EQV-FROM-YEAR IS NOT NUMERIC
               DISPLAY "エラー:開始年度は4桁の数字。"
               EXIT PARAGRAPH
           END-IF.
           IF EQV-TO-YEAR NOT = SPACES
               IF EQV-TO-YEAR IS NOT NUMERIC
                   OR EQV-TO-YEAR < EQV-FROM-YEAR
                   DISPLAY "エラー:終了年度が不正。"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM CHECK-TARGET-COURSE.

      * 本学科目がシラバスに登録されているか(年度は問わない)
       CHECK-TARGET-COURSE.
           MOVE "N" TO WS-CHECK-OK-FLAG.
           OPEN INPUT SYLLABUS-FILE.
           IF NOT WS-SYL-FILE-SUCCESS
               CLOSE SYLLABUS-FILE
               DISPLAY "エラー:シラバスファイルなし。"
               EXIT PARAGRAPH
           END-IF.
           MOVE EQV-TARGET-COURSE-ID TO SYL-COURSE-ID.
           MOVE LOW-VALUES TO SYL-ACADEMIC-YEAR.
           MOVE LOW-VALUES TO SYL-SECTION-NO.
           START SYLLABUS-FILE KEY IS NOT LESS THAN SYL-RECORD-KEY
               INVALID KEY
                   MOVE SPACES TO SYL-COURSE-ID
               NOT INVALID KEY
                   READ SYLLABUS-FILE NEXT RECORD
                       AT END
                           MOVE SPACES TO SYL-COURSE-ID
                   END-READ
           END-START.
           IF SYL-COURSE-ID = EQV-TARGET-COURSE-ID
               MOVE "Y" TO WS-CHECK-OK-FLAG
           ELSE
               DISPLAY "エラー:本学科目が未登録。"
           END-IF.
           CLOSE SYLLABUS-FILE.

       DELETE-EQUIVALENCY.
           INITIALIZE EQUIV-RECORD.
           DISPLAY EQV-KEY-SCREEN.
           ACCEPT EQV-KEY-SCREEN.
           DELETE EQUIV-FILE
               INVALID KEY
                   DISPLAY "エラー:該当する同等科目なし。"
               NOT INVALID KEY
                   DISPLAY "同等科目を削除しました。"
           END-DELETE.

       LIST-EQUIVALENCIES.
           DISPLAY " ".
           DISPLAY "==== 同等科目一覧 ====".
           DISPLAY "他大学 元科目     本学科目 開始 終了 "
                   "元科目名".
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO EQV-KEY.
           START EQUIV-FILE KEY IS NOT LESS THAN EQV-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF
               READ EQUIV-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       DISPLAY EQV-SOURCE-INST " "
                           EQV-SOURCE-COURSE " "
                           EQV-TARGET-COURSE-ID "   "
                           EQV-FROM-YEAR " "
                           EQV-TO-YEAR " "
                           EQV-SOURCE-NAME
               END-READ
           END-PERFORM.
           DISPLAY "======================".

      *-----------------------------------------------------------
      * 既修得単位の登録(同じキーがあれば内容を更新する)
      *-----------------------------------------------------------
       REGISTER-TRANSFER.
           INITIALIZE TRANSFER-RECORD.
           DISPLAY TRF-INPUT-SCREEN.
           ACCEPT TRF-INPUT-SCREEN.

           PERFORM CHECK-TRANSFER-FIELDS.
           IF NOT WS-CHECK-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO TRF-LAST-UPDATED.
           WRITE TRANSFER-RECORD
               INVALID KEY
                   REWRITE TRANSFER-RECORD
                       INVALID KEY
                           DISPLAY "エラー:更新に失敗。"
                       NOT INVALID KEY
                           DISPLAY "更新しました。"
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "既修得単位を登録しました。"
           END-WRITE.

      * 学生・他大学科目・単位数・区分・承認日を検査する
       CHECK-TRANSFER-FIELDS.
           MOVE "N" TO WS-CHECK-OK-FLAG.
           IF TRF-INSTITUTION = SPACES OR TRF-EXT-COURSE = SPACES
               DISPLAY "エラー:他大学と科目は必須。"
               EXIT PARAGRAPH
           END-IF.
           IF TRF-CREDITS = 0
               DISPLAY "エラー:認定単位数未入力。"
               EXIT PARAGRAPH
           END-IF.
           IF NOT TRF-PENDING
               AND TRF-APPROVAL-DATE IS NOT NUMERIC
               DISPLAY "エラー:承認日はYYYYMMDD。"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-STUDENT-EXISTS.
           IF NOT WS-CHECK-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-CATEGORY-EXISTS.

       CHECK-STUDENT-EXISTS.
           MOVE "N" TO WS-CHECK-OK-FLAG.
           OPEN INPUT STUDENT-FILE.
           IF NOT WS-STU-FILE-SUCCESS
               CLOSE STUDENT-FILE
               DISPLAY "エラー:学生マスタ未登録。"
               EXIT PARAGRAPH
           END-IF.
           MOVE TRF-STUDENT-ID TO STU-ID.
           READ STUDENT-FILE
               KEY IS STU-ID
               INVALID KEY
                   DISPLAY "エラー:学籍番号不正。"
               NOT INVALID KEY
                   MOVE "Y" TO WS-CHECK-OK-FLAG
           END-READ.
           CLOSE STUDENT-FILE.

       CHECK-CATEGORY-EXISTS.
           MOVE "N" TO WS-CHECK-OK-FLAG.
           OPEN INPUT CATEGORY-FILE.
           IF NOT WS-CAT-FILE-SUCCESS
               CLOSE CATEGORY-FILE
               DISPLAY "エラー:区分マスタ未登録。"
               EXIT PARAGRAPH
           END-IF.
           MOVE TRF-CATEGORY-ID TO CAT-ID.
           READ CATEGORY-FILE
               KEY IS CAT-ID
               INVALID KEY
                   DISPLAY "エラー:区分コード不正。"
               NOT INVALID KEY
                   MOVE "Y" TO WS-CHECK-OK-FLAG
           END-READ.
           CLOSE CATEGORY-FILE.

       DELETE-TRANSFER.
           INITIALIZE TRANSFER-RECORD.
           DISPLAY TRF-KEY-SCREEN.
           ACCEPT TRF-KEY-SCREEN.
           DELETE TRANSFER-FILE
               INVALID KEY
                   DISPLAY "エラー:該当データなし。"
               NOT INVALID KEY
                   DISPLAY "既修得単位を削除しました。"
           END-DELETE.

      * 1学生分の既修得単位と、承認済の合計単位数を表示する
       LIST-STUDENT-TRANSFERS.
           MOVE SPACES TO WS-SEARCH-STUDENT-ID.
           DISPLAY TRF-STUDENT-SCREEN.
           ACCEPT TRF-STUDENT-SCREEN.
           MOVE 0 TO WS-CREDIT-TOTAL.

           DISPLAY " ".
           DISPLAY "==== 既修得単位一覧 " WS-SEARCH-STUDENT-ID
                   " ====".
           DISPLAY "他大学 科目       単位 区分 承認日   "
                   "科目名".
           MOVE "N" TO WS-EOF-FLAG.
           MOVE WS-SEARCH-STUDENT-ID TO TRF-STUDENT-ID.
           MOVE LOW-VALUES TO TRF-INSTITUTION.
           MOVE LOW-VALUES TO TRF-EXT-COURSE.
           START TRANSFER-FILE KEY IS NOT LESS THAN TRF-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF
               READ TRANSFER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF TRF-STUDENT-ID = WS-SEARCH-STUDENT-ID
                           PERFORM SHOW-ONE-TRANSFER
                       ELSE
                           MOVE "Y" TO WS-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-CREDIT-TOTAL TO WS-TOTAL-DISPLAY.
           DISPLAY "承認済合計: " WS-TOTAL-DISPLAY "単位".
           DISPLAY "======================".

       SHOW-ONE-TRANSFER.
           MOVE TRF-CREDITS TO WS-CREDIT-DISPLAY.
           IF TRF-PENDING
               MOVE "(審査中)" TO WS-STATE-TEXT
           ELSE
               MOVE TRF-APPROVAL-DATE TO WS-STATE-TEXT
               ADD TRF-CREDITS TO WS-CREDIT-TOTAL
           END-IF.
           DISPLAY TRF-INSTITUTION " "
                   TRF-EXT-COURSE " "
                   WS-CREDIT-DISPLAY "   "
                   TRF-CATEGORY-ID "   "
                   WS-STATE-TEXT " "
                   TRF-EXT-COURSE-NAME.
