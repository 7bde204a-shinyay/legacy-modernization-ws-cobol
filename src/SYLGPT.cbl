      *****************************************************************
      * シラバス管理システム - GPAポイントマスタ保守プログラム(SYLGPT)
      * 評価(S/A/B/C/F/W など)ごとの点数、GPA算入、単位修得の
      * 扱いを保守する。成績証明書などのGPA計算が参照する
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLGPT.
       AUTHOR. SHINYAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-POINT-FILE
               ASSIGN TO "gradepoint.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GPT-GRADE
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GRADE-POINT-FILE.
           COPY "copybooks/GRADEPTFILE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS           PIC XX VALUE "00".
          88 WS-FILE-SUCCESS       VALUE "00".
          88 WS-FILE-DUP           VALUE "22".
          88 WS-FILE-NOT-FOUND     VALUE "23".

       01 WS-MENU-OPTION           PIC 9 VALUE 0.
       01 WS-EOF-FLAG              PIC X VALUE "N".
          88 WS-EOF                VALUE "Y".

       01 WS-SEARCH-GRADE          PIC X.
       01 WS-POINTS-DISPLAY        PIC 9.9.

       SCREEN SECTION.
       01 GPT-MENU-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "GPAポイントマスタ保守".
           05 LINE 3 COLUMN 1 VALUE "1. 登録".
           05 LINE 4 COLUMN 1 VALUE "2. 更新".
           05 LINE 5 COLUMN 1 VALUE "3. 削除".
           05 LINE 6 COLUMN 1 VALUE "4. 一覧表示".
           05 LINE 7 COLUMN 1 VALUE "9. 終了".
           05 LINE 9 COLUMN 1 VALUE "選択 (1-4,9): ".
           05 LINE 9 COLUMN 16 PIC 9 USING WS-MENU-OPTION.

       01 GPT-INPUT-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "GPAポイント登録画面".
           05 LINE 3 COLUMN 1 VALUE "評価: ".
           05 LINE 3 COLUMN 30 PIC X USING GPT-GRADE.
           05 LINE 4 COLUMN 1 VALUE "点数(9.9): ".
           05 LINE 4 COLUMN 30 PIC 9.9 USING GPT-POINTS.
           05 LINE 5 COLUMN 1 VALUE "GPAに算入(Y/N): ".
           05 LINE 5 COLUMN 30 PIC X USING GPT-GPA-FLAG.
           05 LINE 6 COLUMN 1 VALUE "単位を修得(Y/N): ".
           05 LINE 6 COLUMN 30 PIC X USING GPT-EARN-FLAG.

       01 GPT-SEARCH-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "評価の指定".
           05 LINE 3 COLUMN 1 VALUE "評価: ".
           05 LINE 3 COLUMN 30 PIC X USING WS-SEARCH-GRADE.

       01 GPT-UPDATE-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "GPAポイント更新画面".
           05 LINE 2 COLUMN 1 VALUE "評価: ".
           05 LINE 2 COLUMN 12 PIC X FROM GPT-GRADE.
           05 LINE 4 COLUMN 1 VALUE "点数(9.9): ".
           05 LINE 4 COLUMN 30 PIC 9.9 USING GPT-POINTS.
           05 LINE 5 COLUMN 1 VALUE "GPAに算入(Y/N): ".
           05 LINE 5 COLUMN 30 PIC X USING GPT-GPA-FLAG.
           05 LINE 6 COLUMN 1 VALUE "単位を修得(Y/N): ".
           05 LINE 6 COLUMN 30 PIC X USING GPT-EARN-FLAG.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM OPEN-FILE.
           PERFORM UNTIL WS-MENU-OPTION = 9
               DISPLAY GPT-MENU-SCREEN
               ACCEPT GPT-MENU-SCREEN
               EVALUATE WS-MENU-OPTION
                   WHEN 1
                       PERFORM REGISTER-GRADE-POINT
                   WHEN 2
                       PERFORM UPDATE-GRADE-POINT
                   WHEN 3
                       PERFORM DELETE-GRADE-POINT
                   WHEN 4
                       PERFORM LIST-GRADE-POINTS
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "無効な選択です。"
               END-EVALUATE
           END-PERFORM.

           PERFORM CLOSE-FILE.
           GOBACK.

       OPEN-FILE.
           OPEN I-O GRADE-POINT-FILE.
           IF NOT WS-FILE-SUCCESS
               OPEN OUTPUT GRADE-POINT-FILE
               CLOSE GRADE-POINT-FILE
               OPEN I-O GRADE-POINT-FILE
           END-IF.

       CLOSE-FILE.
           CLOSE GRADE-POINT-FILE.

       REGISTER-GRADE-POINT.
           INITIALIZE GRADE-POINT-RECORD.
           MOVE "Y" TO GPT-GPA-FLAG.
           MOVE "Y" TO GPT-EARN-FLAG.
           DISPLAY GPT-INPUT-SCREEN.
           ACCEPT GPT-INPUT-SCREEN.

           IF GPT-GRADE = SPACE
               DISPLAY "エラー:評価は必須です。"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-FLAGS.
           IF NOT WS-FILE-SUCCESS
               EXIT PARAGRAPH
           END-IF.

           WRITE GRADE-POINT-RECORD
               INVALID KEY
                   DISPLAY "エラー:同一評価が登録済。"
           END-WRITE.

      * 算入・修得の指定はY/Nのみ受け付ける
       CHECK-FLAGS.
           MOVE "00" TO WS-FILE-STATUS.
           IF GPT-GPA-FLAG NOT = "Y" AND GPT-GPA-FLAG NOT = "N"
               DISPLAY "エラー:GPA算入はYかN。"
               MOVE "99" TO WS-FILE-STATUS
           END-IF.
           IF GPT-EARN-FLAG NOT = "Y" AND GPT-EARN-FLAG NOT = "N"
               DISPLAY "エラー:単位修得はYかN。"
               MOVE "99" TO WS-FILE-STATUS
           END-IF.

       UPDATE-GRADE-POINT.
           PERFORM FIND-GRADE-POINT.
           IF WS-FILE-SUCCESS
               DISPLAY GPT-UPDATE-SCREEN
               ACCEPT GPT-UPDATE-SCREEN
               PERFORM CHECK-FLAGS
               IF WS-FILE-SUCCESS
                   REWRITE GRADE-POINT-RECORD
                       INVALID KEY
                           DISPLAY "エラー:更新に失敗。"
                   END-REWRITE
               END-IF
           END-IF.

       DELETE-GRADE-POINT.
           PERFORM FIND-GRADE-POINT.
           IF WS-FILE-SUCCESS
               DELETE GRADE-POINT-FILE
                   INVALID KEY
                       DISPLAY "エラー:削除に失敗。"
               END-DELETE
           END-IF.

       FIND-GRADE-POINT.
           MOVE SPACE TO WS-SEARCH-GRADE.
           DISPLAY GPT-SEARCH-SCREEN.
           ACCEPT GPT-SEARCH-SCREEN.

           MOVE WS-SEARCH-GRADE TO GPT-GRADE.
           READ GRADE-POINT-FILE
               KEY IS GPT-GRADE
               INVALID KEY
                   DISPLAY "エラー:該当評価なし。"
                   MOVE "23" TO WS-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-FILE-STATUS
           END-READ.

       LIST-GRADE-POINTS.
           DISPLAY " ".
           DISPLAY "==== GPAポイント一覧 ====".
           DISPLAY "評価 点数 GPA算入 単位修得".
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO GPT-GRADE.
           START GRADE-POINT-FILE KEY IS NOT LESS THAN GPT-GRADE
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF
               READ GRADE-POINT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE GPT-POINTS TO WS-POINTS-DISPLAY
                       DISPLAY GPT-GRADE "    "
                           WS-POINTS-DISPLAY "  "
                           GPT-GPA-FLAG "       "
                           GPT-EARN-FLAG
               END-READ
           END-PERFORM.
           DISPLAY "=========================".
