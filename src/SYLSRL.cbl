      *****************************************************************
      * シラバス管理システム - 学業成績判定基準マスタ保守(SYLSRL)
      * 学科別(空白=全学既定)の仮及第・警告・学部長表彰の
      * GPAしきい値と表彰の最低修得単位を保守する
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLSRL.
       AUTHOR. SHINYAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-RULE-FILE
               ASSIGN TO "stdrule.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SRL-DEPT-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT DEPARTMENT-FILE
               ASSIGN TO "dept.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-ID
               FILE STATUS IS WS-DEPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STANDING-RULE-FILE.
           COPY "copybooks/STDRULEFILE.cpy".

       FD DEPARTMENT-FILE.
           COPY "copybooks/DEPTFILE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS           PIC XX VALUE "00".
          88 WS-FILE-SUCCESS       VALUE "00".
          88 WS-FILE-DUP           VALUE "22".
          88 WS-FILE-NOT-FOUND     VALUE "23".

       01 WS-DEPT-FILE-STATUS      PIC XX VALUE "00".
          88 WS-DEPT-FILE-SUCCESS  VALUE "00".

       01 WS-MENU-OPTION           PIC 9 VALUE 0.
       01 WS-EOF-FLAG              PIC X VALUE "N".
          88 WS-EOF                VALUE "Y".

       01 WS-DEPT-OK-FLAG          PIC X VALUE "N".
          88 WS-DEPT-OK            VALUE "Y".

       01 WS-SEARCH-DEPT-ID        PIC X(4).
       01 WS-PROBATION-DISPLAY     PIC 9.99.
       01 WS-WARNING-DISPLAY       PIC 9.99.
       01 WS-DEANS-DISPLAY         PIC 9.99.

       SCREEN SECTION.
       01 SRL-MENU-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "成績判定基準マスタ保守".
           05 LINE 3 COLUMN 1 VALUE "1. 登録".
           05 LINE 4 COLUMN 1 VALUE "2. 更新".
           05 LINE 5 COLUMN 1 VALUE "3. 削除".
           05 LINE 6 COLUMN 1 VALUE "4. 一覧表示".
           05 LINE 7 COLUMN 1 VALUE "9. 終了".
           05 LINE 9 COLUMN 1 VALUE "選択 (1-4,9): ".
           05 LINE 9 COLUMN 16 PIC 9 USING WS-MENU-OPTION.

       01 SRL-INPUT-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "判定基準登録画面".
           05 LINE 3 COLUMN 1 VALUE "学科(空白=全学既定): ".
           05 LINE 3 COLUMN 30 PIC X(4) USING SRL-DEPT-ID.
           05 LINE 4 COLUMN 1 VALUE "仮及第 累積GPA未満: ".
           05 LINE 4 COLUMN 30 PIC 9.99 USING SRL-PROBATION-GPA.
           05 LINE 5 COLUMN 1 VALUE "警告 学期GPA未満: ".
           05 LINE 5 COLUMN 30 PIC 9.99 USING SRL-WARNING-GPA.
           05 LINE 6 COLUMN 1 VALUE "表彰 学期GPA以上: ".
           05 LINE 6 COLUMN 30 PIC 9.99 USING SRL-DEANS-GPA.
           05 LINE 7 COLUMN 1 VALUE "表彰 最低修得単位: ".
           05 LINE 7 COLUMN 30 PIC 99 USING SRL-DEANS-MIN-CREDITS.

       01 SRL-SEARCH-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "判定基準の指定".
           05 LINE 3 COLUMN 1 VALUE "学科(空白=全学既定): ".
           05 LINE 3 COLUMN 30 PIC X(4) USING WS-SEARCH-DEPT-ID.

       01 SRL-UPDATE-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "判定基準更新画面".
           05 LINE 2 COLUMN 1 VALUE "学科: ".
           05 LINE 2 COLUMN 12 PIC X(4) FROM SRL-DEPT-ID.
           05 LINE 4 COLUMN 1 VALUE "仮及第 累積GPA未満: ".
           05 LINE 4 COLUMN 30 PIC 9.99 USING SRL-PROBATION-GPA.
           05 LINE 5 COLUMN 1 VALUE "警告 学期GPA未満: ".
           05 LINE 5 COLUMN 30 PIC 9.99 USING SRL-WARNING-GPA.
           05 LINE 6 COLUMN 1 VALUE "表彰 学期GPA以上: ".
           05 LINE 6 COLUMN 30 PIC 9.99 USING SRL-DEANS-GPA.
           05 LINE 7 COLUMN 1 VALUE "表彰 最低修得単位: ".
           05 LINE 7 COLUMN 30 PIC 99 USING SRL-DEANS-MIN-CREDITS.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM OPEN-FILE.
           PERFORM UNTIL WS-MENU-OPTION = 9
               DISPLAY SRL-MENU-SCREEN
               ACCEPT SRL-MENU-SCREEN
               EVALUATE WS-MENU-OPTION
                   WHEN 1
                       PERFORM REGISTER-RULE
                   WHEN 2
                       PERFORM UPDATE-RULE
                   WHEN 3
                       PERFORM DELETE-RULE
                   WHEN 4
                       PERFORM LIST-RULES
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "無効な選択です。"
               END-EVALUATE
           END-PERFORM.

           PERFORM CLOSE-FILE.
           GOBACK.

       OPEN-FILE.
           OPEN I-O STANDING-RULE-FILE.
           IF NOT WS-FILE-SUCCESS
               OPEN OUTPUT STANDING-RULE-FILE
               CLOSE STANDING-RULE-FILE
               OPEN I-O STANDING-RULE-FILE
           END-IF.

       CLOSE-FILE.
           CLOSE STANDING-RULE-FILE.

       REGISTER-RULE.
           INITIALIZE STANDING-RULE-RECORD.
           DISPLAY SRL-INPUT-SCREEN.
           ACCEPT SRL-INPUT-SCREEN.

           IF SRL-DEPT-ID NOT = SPACES
               PERFORM CHECK-DEPT-EXISTS
               IF NOT WS-DEPT-OK
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM CHECK-THRESHOLDS.
           IF NOT WS-FILE-SUCCESS
               EXIT PARAGRAPH
           END-IF.

           WRITE STANDING-RULE-RECORD
               INVALID KEY
                   DISPLAY "エラー:同一学科の基準が存在。"
           END-WRITE.

      * 仮及第 <= 警告 < 表彰 の順でなければ受け付けない
       CHECK-THRESHOLDS.
           MOVE "00" TO WS-FILE-STATUS.
           IF SRL-PROBATION-GPA > SRL-WARNING-GPA
               DISPLAY "エラー:仮及第が警告基準超過"
               MOVE "99" TO WS-FILE-STATUS
           END-IF.
           IF SRL-DEANS-GPA NOT > SRL-WARNING-GPA
               DISPLAY "エラー:表彰は警告より上"
               MOVE "99" TO WS-FILE-STATUS
           END-IF.

       CHECK-DEPT-EXISTS.
           MOVE "N" TO WS-DEPT-OK-FLAG.
           OPEN INPUT DEPARTMENT-FILE.
           IF NOT WS-DEPT-FILE-SUCCESS
               CLOSE DEPARTMENT-FILE
               DISPLAY "エラー:学部学科マスタ未登録。"
               EXIT PARAGRAPH
           END-IF.
           MOVE SRL-DEPT-ID TO DEPT-ID.
           READ DEPARTMENT-FILE
               KEY IS DEPT-ID
               INVALID KEY
                   DISPLAY "エラー:学科コード不正。"
               NOT INVALID KEY
                   MOVE "Y" TO WS-DEPT-OK-FLAG
           END-READ.
           CLOSE DEPARTMENT-FILE.

       UPDATE-RULE.
           PERFORM FIND-RULE.
           IF WS-FILE-SUCCESS
               DISPLAY SRL-UPDATE-SCREEN
               ACCEPT SRL-UPDATE-SCREEN
               PERFORM CHECK-THRESHOLDS
               IF WS-FILE-SUCCESS
                   REWRITE STANDING-RULE-RECORD
                       INVALID KEY
                           DISPLAY "エラー:更新に失敗。"
                   END-REWRITE
               END-IF
           END-IF.

       DELETE-RULE.
           PERFORM FIND-RULE.
           IF WS-FILE-SUCCESS
               DELETE STANDING-RULE-FILE
                   INVALID KEY
                       DISPLAY "エラー:削除に失敗。"
               END-DELETE
           END-IF.

       FIND-RULE.
           MOVE SPACES TO WS-SEARCH-DEPT-ID.
           DISPLAY SRL-SEARCH-SCREEN.
           ACCEPT SRL-SEARCH-SCREEN.

           MOVE WS-SEARCH-DEPT-ID TO SRL-DEPT-ID.
           READ STANDING-RULE-FILE
               KEY IS SRL-DEPT-ID
               INVALID KEY
                   DISPLAY "エラー:該当基準なし。"
                   MOVE "23" TO WS-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-FILE-STATUS
           END-READ.

       LIST-RULES.
           DISPLAY " ".
           DISPLAY "==== 判定基準一覧 ====".
           DISPLAY "学科 仮及第 警告 表彰 表彰単位".
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO SRL-DEPT-ID.
           START STANDING-RULE-FILE KEY IS NOT LESS THAN SRL-DEPT-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF
               READ STANDING-RULE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SRL-PROBATION-GPA TO WS-PROBATION-DISPLAY
                       MOVE SRL-WARNING-GPA TO WS-WARNING-DISPLAY
                       MOVE SRL-DEANS-GPA TO WS-DEANS-DISPLAY
                       DISPLAY SRL-DEPT-ID " "
                           WS-PROBATION-DISPLAY "   "
                           WS-WARNING-DISPLAY " "
                           WS-DEANS-DISPLAY " "
                           SRL-DEANS-MIN-CREDITS
               END-READ
           END-PERFORM.
           DISPLAY "======================".
