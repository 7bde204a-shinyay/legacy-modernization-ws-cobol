      *****************************************************************
      * シラバス管理システム - 授業費用率マスタ保守プログラム(SYLCSR)
      * 教員の授業費用率(教員区分別・教員個人別)と教室費の率を
      * 適用開始年度つきで保守する。算定基準は時間当りか単位当り
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLCSR.
       AUTHOR. SHINYAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COST-RATE-FILE
               ASSIGN TO "costrate.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSR-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TEACHER-FILE
               ASSIGN TO "teacher.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCH-ID
               FILE STATUS IS WS-TCH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COST-RATE-FILE.
           COPY "copybooks/COSTRATEFILE.cpy".

       FD TEACHER-FILE.
           COPY "copybooks/TEACHERFILE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS           PIC XX VALUE "00".
          88 WS-FILE-SUCCESS       VALUE "00".
          88 WS-FILE-DUP           VALUE "22".
          88 WS-FILE-NOT-FOUND     VALUE "23".

       01 WS-TCH-FILE-STATUS       PIC XX VALUE "00".
          88 WS-TCH-FILE-SUCCESS   VALUE "00".

       01 WS-MENU-OPTION           PIC 9 VALUE 0.
       01 WS-EOF-FLAG              PIC X VALUE "N".
          88 WS-EOF                VALUE "Y".

       01 WS-SEARCH-TYPE           PIC X.
       01 WS-SEARCH-CODE           PIC X(10).
       01 WS-SEARCH-YEAR           PIC X(4).

       01 WS-INPUT-OK-FLAG         PIC X VALUE "N".
          88 WS-INPUT-OK           VALUE "Y".

       01 WS-TYPE-TEXT             PIC X(12).
       01 WS-BASIS-TEXT            PIC X(12).
       01 WS-LIST-COUNT            PIC 9(5) VALUE 0.

       SCREEN SECTION.
       01 CSR-MENU-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "授業費用率マスタ保守".
           05 LINE 3 COLUMN 1 VALUE "1. 登録".
           05 LINE 4 COLUMN 1 VALUE "2. 更新".
           05 LINE 5 COLUMN 1 VALUE "3. 削除".
           05 LINE 6 COLUMN 1 VALUE "4. 一覧表示".
           05 LINE 7 COLUMN 1 VALUE "9. 終了".
           05 LINE 9 COLUMN 1 VALUE "選択 (1-4,9): ".
           05 LINE 9 COLUMN 16 PIC 9 USING WS-MENU-OPTION.

       01 CSR-INPUT-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "授業費用率登録画面".
           05 LINE 3 COLUMN 1 VALUE "種別(G/T/R): ".
           05 LINE 3 COLUMN 30 PIC X USING CSR-RATE-TYPE.
           05 LINE 4 COLUMN 1 VALUE " G=区分 T=個人 R=教室".
           05 LINE 5 COLUMN 1 VALUE "コード: ".
           05 LINE 5 COLUMN 30 PIC X(10) USING CSR-RATE-CODE.
           05 LINE 6 COLUMN 1 VALUE "適用開始年度(4桁): ".
           05 LINE 6 COLUMN 30 PIC X(4) USING CSR-EFFECTIVE-YEAR.
           05 LINE 7 COLUMN 1 VALUE "算定基準(H=時間/C=単位): ".
           05 LINE 7 COLUMN 30 PIC X USING CSR-BASIS.
           05 LINE 8 COLUMN 1 VALUE "金額(円): ".
           05 LINE 8 COLUMN 30 PIC 9(7) USING CSR-AMOUNT.

       01 CSR-SEARCH-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "授業費用率の指定".
           05 LINE 3 COLUMN 1 VALUE "種別(G/T/R): ".
           05 LINE 3 COLUMN 30 PIC X USING WS-SEARCH-TYPE.
           05 LINE 4 COLUMN 1 VALUE "コード: ".
           05 LINE 4 COLUMN 30 PIC X(10) USING WS-SEARCH-CODE.
           05 LINE 5 COLUMN 1 VALUE "適用開始年度(4桁): ".
           05 LINE 5 COLUMN 30 PIC X(4) USING WS-SEARCH-YEAR.

       01 CSR-UPDATE-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "授業費用率更新画面".
           05 LINE 2 COLUMN 1 VALUE "種別: ".
           05 LINE 2 COLUMN 8 PIC X FROM CSR-RATE-TYPE.
           05 LINE 2 COLUMN 12 VALUE "コード: ".
           05 LINE 2 COLUMN 21 PIC X(10) FROM CSR-RATE-CODE.
           05 LINE 2 COLUMN 33 VALUE "年度: ".
           05 LINE 2 COLUMN 40 PIC X(4) FROM CSR-EFFECTIVE-YEAR.
           05 LINE 4 COLUMN 1 VALUE "算定基準(H=時間/C=単位): ".
           05 LINE 4 COLUMN 30 PIC X USING CSR-BASIS.
           05 LINE 5 COLUMN 1 VALUE "金額(円): ".
           05 LINE 5 COLUMN 30 PIC 9(7) USING CSR-AMOUNT.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM OPEN-FILE.
           PERFORM UNTIL WS-MENU-OPTION = 9
               DISPLAY CSR-MENU-SCREEN
               ACCEPT CSR-MENU-SCREEN
               EVALUATE WS-MENU-OPTION
                   WHEN 1
                       PERFORM REGISTER-COST-RATE
                   WHEN 2
                       PERFORM UPDATE-COST-RATE
                   WHEN 3
                       PERFORM DELETE-COST-RATE
                   WHEN 4
                       PERFORM LIST-COST-RATES
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "無効な選択です。"
               END-EVALUATE
           END-PERFORM.

           PERFORM CLOSE-FILE.
           GOBACK.

       OPEN-FILE.
           OPEN I-O COST-RATE-FILE.
           IF NOT WS-FILE-SUCCESS
               OPEN OUTPUT COST-RATE-FILE
               CLOSE COST-RATE-FILE
               OPEN I-O COST-RATE-FILE
           END-IF.

       CLOSE-FILE.
           CLOSE COST-RATE-FILE.

       REGISTER-COST-RATE.
           INITIALIZE COST-RATE-RECORD.
           DISPLAY CSR-INPUT-SCREEN.
           ACCEPT CSR-INPUT-SCREEN.

           PERFORM CHECK-RATE-KEY.
           IF NOT WS-INPUT-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-RATE-BASIS.
           IF NOT WS-INPUT-OK
               EXIT PARAGRAPH
           END-IF.

           WRITE COST-RATE-RECORD
               INVALID KEY
                   DISPLAY "エラー:同一キーが存在。"
               NOT INVALID KEY
                   DISPLAY "費用率を登録しました。"
           END-WRITE.

      *-----------------------------------------------------------
      * キーの検査
      * 教員区分はF/P、教員個人は教員マスタに存在すること。
      * 教室費のコードは教室マスタの教室種別(空白は既定の率)
      *-----------------------------------------------------------
       CHECK-RATE-KEY.
           MOVE "N" TO WS-INPUT-OK-FLAG.
           IF CSR-EFFECTIVE-YEAR = SPACES
               OR CSR-EFFECTIVE-YEAR IS NOT NUMERIC
               DISPLAY "エラー:年度は4桁の数字。"
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN CSR-TYPE-GRADE
                   IF CSR-RATE-CODE NOT = "F"
                       AND CSR-RATE-CODE NOT = "P"
                       DISPLAY "エラー:教員区分はF/Pです。"
                       EXIT PARAGRAPH
                   END-IF
               WHEN CSR-TYPE-TEACHER
                   PERFORM CHECK-TEACHER-EXISTS
                   IF NOT WS-INPUT-OK
                       EXIT PARAGRAPH
                   END-IF
               WHEN CSR-TYPE-ROOM
                   CONTINUE
               WHEN OTHER
                   DISPLAY "エラー:種別はG/T/Rです。"
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE "Y" TO WS-INPUT-OK-FLAG.

       CHECK-RATE-BASIS.
           MOVE "N" TO WS-INPUT-OK-FLAG.
           IF NOT CSR-BASIS-HOURLY AND NOT CSR-BASIS-CREDIT
               DISPLAY "エラー:算定基準はH/Cです。"
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-INPUT-OK-FLAG.

       CHECK-TEACHER-EXISTS.
           MOVE "N" TO WS-INPUT-OK-FLAG.
           OPEN INPUT TEACHER-FILE.
           IF NOT WS-TCH-FILE-SUCCESS
               CLOSE TEACHER-FILE
               DISPLAY "エラー:教員マスタ未登録。"
               EXIT PARAGRAPH
           END-IF.
           MOVE CSR-RATE-CODE(1:5) TO TCH-ID.
           READ TEACHER-FILE
               KEY IS TCH-ID
               INVALID KEY
                   DISPLAY "エラー:教員IDなし。"
               NOT INVALID KEY
                   IF CSR-RATE-CODE(6:5) = SPACES
                       MOVE "Y" TO WS-INPUT-OK-FLAG
                   ELSE
                       DISPLAY "エラー:教員IDなし。"
                   END-IF
           END-READ.
           CLOSE TEACHER-FILE.

       UPDATE-COST-RATE.
           PERFORM FIND-COST-RATE.
           IF WS-FILE-SUCCESS
               DISPLAY CSR-UPDATE-SCREEN
               ACCEPT CSR-UPDATE-SCREEN
               PERFORM CHECK-RATE-BASIS
               IF NOT WS-INPUT-OK
                   EXIT PARAGRAPH
               END-IF
               REWRITE COST-RATE-RECORD
                   INVALID KEY
                       DISPLAY "エラー:更新に失敗。"
               END-REWRITE
           END-IF.

       DELETE-COST-RATE.
           PERFORM FIND-COST-RATE.
           IF WS-FILE-SUCCESS
               DELETE COST-RATE-FILE
                   INVALID KEY
                       DISPLAY "エラー:削除に失敗。"
                   NOT INVALID KEY
                       DISPLAY "削除しました。"
               END-DELETE
           END-IF.

       FIND-COST-RATE.
           MOVE SPACES TO WS-SEARCH-TYPE.
           MOVE SPACES TO WS-SEARCH-CODE.
           MOVE SPACES TO WS-SEARCH-YEAR.
           DISPLAY CSR-SEARCH-SCREEN.
           ACCEPT CSR-SEARCH-SCREEN.

           MOVE WS-SEARCH-TYPE TO CSR-RATE-TYPE.
           MOVE WS-SEARCH-CODE TO CSR-RATE-CODE.
           MOVE WS-SEARCH-YEAR TO CSR-EFFECTIVE-YEAR.
           READ COST-RATE-FILE
               KEY IS CSR-KEY
               INVALID KEY
                   DISPLAY "エラー:該当費用率なし。"
                   MOVE "23" TO WS-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-FILE-STATUS
           END-READ.

       LIST-COST-RATES.
           DISPLAY " ".
           DISPLAY "==== 授業費用率一覧 ====".
           DISPLAY "種別     コード     年度 基準   金額".
           MOVE 0 TO WS-LIST-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO CSR-KEY.
           START COST-RATE-FILE KEY IS NOT LESS THAN CSR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF
               READ COST-RATE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM DISPLAY-ONE-COST-RATE
               END-READ
           END-PERFORM.
           DISPLAY "件数: " WS-LIST-COUNT.
           DISPLAY "========================".

       DISPLAY-ONE-COST-RATE.
           EVALUATE TRUE
               WHEN CSR-TYPE-GRADE
                   MOVE "教員区分" TO WS-TYPE-TEXT
               WHEN CSR-TYPE-TEACHER
                   MOVE "教員個人" TO WS-TYPE-TEXT
               WHEN OTHER
                   MOVE "教室費" TO WS-TYPE-TEXT
           END-EVALUATE.
           IF CSR-BASIS-HOURLY
               MOVE "時間当り" TO WS-BASIS-TEXT
           ELSE
               MOVE "単位当り" TO WS-BASIS-TEXT
           END-IF.
           DISPLAY WS-TYPE-TEXT " " CSR-RATE-CODE " "
               CSR-EFFECTIVE-YEAR " " WS-BASIS-TEXT " " CSR-AMOUNT.
           ADD 1 TO WS-LIST-COUNT.
