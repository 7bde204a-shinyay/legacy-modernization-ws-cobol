      *****************************************************************
      * シラバス管理システム - 学習成果保守プログラム(SYLPLO)
      * 学科ごとのプログラム学習成果マスタと、区分ごとの学習成果
      * 対応(I=導入/R=強化/M=習得)を保守する
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLPLO.
       AUTHOR. SHINYAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTCOME-FILE
               ASSIGN TO "outcome.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OUT-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT COURSE-OUTCOME-FILE
               ASSIGN TO "crsoutcome.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COT-KEY
               FILE STATUS IS WS-COT-FILE-STATUS.

           SELECT SYLLABUS-FILE
               ASSIGN TO "syllabus.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-RECORD-KEY
               FILE STATUS IS WS-SYL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OUTCOME-FILE.
           COPY "copybooks/OUTCOMEFILE.cpy".

       FD COURSE-OUTCOME-FILE.
           COPY "copybooks/CRSOUTFILE.cpy".

       FD SYLLABUS-FILE.
           COPY "copybooks/SYLFILE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS           PIC XX VALUE "00".
          88 WS-FILE-SUCCESS       VALUE "00".
          88 WS-FILE-DUP           VALUE "22".
          88 WS-FILE-NOT-FOUND     VALUE "23".

       01 WS-COT-FILE-STATUS       PIC XX VALUE "00".
          88 WS-COT-FILE-SUCCESS   VALUE "00".

       01 WS-SYL-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SYL-FILE-SUCCESS   VALUE "00".

       01 WS-MENU-OPTION           PIC 9 VALUE 0.
       01 WS-EOF-FLAG              PIC X VALUE "N".
          88 WS-EOF                VALUE "Y".

       01 WS-FUNCTION-CODE         PIC X.
       01 WS-PARAM-1               PIC X(50).
       01 WS-PARAM-2               PIC X(50).
       01 WS-RESULT                PIC X(200).
       01 WS-RETURN-CODE           PIC 9.

       01 WS-SEARCH-DEPT-ID        PIC X(4).
       01 WS-SEARCH-CODE           PIC X(4).
       01 WS-SEARCH-COURSE-ID      PIC X(6).
       01 WS-SEARCH-ACADEMIC-YEAR  PIC X(4).
       01 WS-SEARCH-SECTION-NO     PIC X(2).
       01 WS-LIST-COUNT            PIC 9(5) VALUE 0.
       01 WS-USED-COUNT            PIC 9(5) VALUE 0.
       01 WS-LEVEL-TEXT            PIC X(6).
       01 WS-HOLD-KEY              PIC X(20).

       SCREEN SECTION.
       01 PLO-MENU-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "学習成果保守".
           05 LINE 3 COLUMN 1 VALUE "1. 学習成果登録".
           05 LINE 4 COLUMN 1 VALUE "2. 学習成果更新".
           05 LINE 5 COLUMN 1 VALUE "3. 学習成果削除".
           05 LINE 6 COLUMN 1 VALUE "4. 学習成果一覧".
           05 LINE 7 COLUMN 1 VALUE "5. 区分の成果対応設定".
           05 LINE 8 COLUMN 1 VALUE "6. 区分の成果対応削除".
           05 LINE 9 COLUMN 1 VALUE "7. 区分の成果対応一覧".
           05 LINE 10 COLUMN 1 VALUE "9. 終了".
           05 LINE 12 COLUMN 1 VALUE "選択 (1-7,9): ".
           05 LINE 12 COLUMN 16 PIC 9 USING WS-MENU-OPTION.

       01 OUT-INPUT-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "学習成果登録画面".
           05 LINE 3 COLUMN 1 VALUE "学科コード: ".
           05 LINE 3 COLUMN 24 PIC X(4) USING OUT-DEPT-ID.
           05 LINE 4 COLUMN 1 VALUE "成果コード: ".
           05 LINE 4 COLUMN 24 PIC X(4) USING OUT-CODE.
           05 LINE 5 COLUMN 1 VALUE "内容(日本語): ".
           05 LINE 5 COLUMN 24 PIC X(40) USING OUT-TEXT.
           05 LINE 6 COLUMN 1 VALUE "内容(英語): ".
           05 LINE 6 COLUMN 24 PIC X(40) USING OUT-TEXT-EN.

       01 OUT-SEARCH-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "学習成果の指定".
           05 LINE 3 COLUMN 1 VALUE "学科コード: ".
           05 LINE 3 COLUMN 24 PIC X(4) USING WS-SEARCH-DEPT-ID.
           05 LINE 4 COLUMN 1 VALUE "成果コード: ".
           05 LINE 4 COLUMN 24 PIC X(4) USING WS-SEARCH-CODE.

       01 OUT-UPDATE-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "学習成果更新画面".
           05 LINE 2 COLUMN 1 VALUE "学科: ".
           05 LINE 2 COLUMN 8 PIC X(4) FROM OUT-DEPT-ID.
           05 LINE 2 COLUMN 14 VALUE "成果: ".
           05 LINE 2 COLUMN 22 PIC X(4) FROM OUT-CODE.
           05 LINE 4 COLUMN 1 VALUE "内容(日本語): ".
           05 LINE 4 COLUMN 24 PIC X(40) USING OUT-TEXT.
           05 LINE 5 COLUMN 1 VALUE "内容(英語): ".
           05 LINE 5 COLUMN 24 PIC X(40) USING OUT-TEXT-EN.

       01 OUT-LIST-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "学習成果一覧".
           05 LINE 3 COLUMN 1 VALUE "学科(空白=全学科): ".
           05 LINE 3 COLUMN 24 PIC X(4) USING WS-SEARCH-DEPT-ID.

       01 COT-INPUT-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "区分の成果対応設定".
           05 LINE 3 COLUMN 1 VALUE "科目コード: ".
           05 LINE 3 COLUMN 30 PIC X(6) USING COT-COURSE-ID.
           05 LINE 4 COLUMN 1 VALUE "年度(4桁): ".
           05 LINE 4 COLUMN 30 PIC X(4) USING COT-ACADEMIC-YEAR.
           05 LINE 5 COLUMN 1 VALUE "区分(通常01): ".
           05 LINE 5 COLUMN 30 PIC X(2) USING COT-SECTION-NO.
           05 LINE 6 COLUMN 1 VALUE "成果の学科(空白=科目): ".
           05 LINE 6 COLUMN 30 PIC X(4) USING COT-DEPT-ID.
           05 LINE 7 COLUMN 1 VALUE "成果コード: ".
           05 LINE 7 COLUMN 30 PIC X(4) USING COT-OUTCOME-CODE.
           05 LINE 8 COLUMN 1 VALUE "水準(I導入/R強化/M習得): ".
           05 LINE 8 COLUMN 30 PIC X USING COT-LEVEL.

       01 COT-SEARCH-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "区分の指定".
           05 LINE 3 COLUMN 1 VALUE "科目コード: ".
           05 LINE 3 COLUMN 30 PIC X(6) USING WS-SEARCH-COURSE-ID.
           05 LINE 4 COLUMN 1 VALUE "年度(4桁): ".
           05 LINE 4 COLUMN 30 PIC X(4) USING WS-SEARCH-ACADEMIC-YEAR.
           05 LINE 5 COLUMN 1 VALUE "区分(通常01): ".
           05 LINE 5 COLUMN 30 PIC X(2) USING WS-SEARCH-SECTION-NO.

       01 COT-DELETE-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "区分の成果対応削除".
           05 LINE 3 COLUMN 1 VALUE "科目コード: ".
           05 LINE 3 COLUMN 30 PIC X(6) USING WS-SEARCH-COURSE-ID.
           05 LINE 4 COLUMN 1 VALUE "年度(4桁): ".
           05 LINE 4 COLUMN 30 PIC X(4) USING WS-SEARCH-ACADEMIC-YEAR.
           05 LINE 5 COLUMN 1 VALUE "区分(通常01): ".
           05 LINE 5 COLUMN 30 PIC X(2) USING WS-SEARCH-SECTION-NO.
           05 LINE 6 COLUMN 1 VALUE "成果の学科: ".
           05 LINE 6 COLUMN 30 PIC X(4) USING WS-SEARCH-DEPT-ID.
           05 LINE 7 COLUMN 1 VALUE "成果コード: ".
           05 LINE 7 COLUMN 30 PIC X(4) USING WS-SEARCH-CODE.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           OPEN INPUT SYLLABUS-FILE.
           IF NOT WS-SYL-FILE-SUCCESS
               DISPLAY "シラバスファイルがありません。"
               CLOSE SYLLABUS-FILE
               GOBACK
           END-IF.
           PERFORM OPEN-FILE.
           PERFORM UNTIL WS-MENU-OPTION = 9
               DISPLAY PLO-MENU-SCREEN
               ACCEPT PLO-MENU-SCREEN
               EVALUATE WS-MENU-OPTION
                   WHEN 1
                       PERFORM REGISTER-OUTCOME
                   WHEN 2
                       PERFORM UPDATE-OUTCOME
                   WHEN 3
                       PERFORM DELETE-OUTCOME
                   WHEN 4
                       PERFORM LIST-OUTCOMES
                   WHEN 5
                       PERFORM MAINTAIN-COURSE-OUTCOME
                   WHEN 6
                       PERFORM DELETE-COURSE-OUTCOME
                   WHEN 7
                       PERFORM LIST-COURSE-OUTCOMES
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "無効な選択です。"
               END-EVALUATE
           END-PERFORM.

           PERFORM CLOSE-FILE.
           CLOSE SYLLABUS-FILE.
           GOBACK.

       OPEN-FILE.
           OPEN I-O OUTCOME-FILE.
           IF NOT WS-FILE-SUCCESS
               OPEN OUTPUT OUTCOME-FILE
               CLOSE OUTCOME-FILE
               OPEN I-O OUTCOME-FILE
           END-IF.
           OPEN I-O COURSE-OUTCOME-FILE.
           IF NOT WS-COT-FILE-SUCCESS
               OPEN OUTPUT COURSE-OUTCOME-FILE
               CLOSE COURSE-OUTCOME-FILE
               OPEN I-O COURSE-OUTCOME-FILE
           END-IF.

       CLOSE-FILE.
           CLOSE OUTCOME-FILE.
           CLOSE COURSE-OUTCOME-FILE.

       REGISTER-OUTCOME.
           INITIALIZE OUTCOME-RECORD.
           DISPLAY OUT-INPUT-SCREEN.
           ACCEPT OUT-INPUT-SCREEN.

           IF OUT-CODE = SPACES OR OUT-TEXT = SPACES
               DISPLAY "エラー:成果コードと内容は必須。"
               EXIT PARAGRAPH
           END-IF.

           MOVE "D" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE OUT-DEPT-ID TO WS-PARAM-1(1:4).
           MOVE SPACES TO WS-PARAM-2.
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.
           IF WS-RETURN-CODE = 1
               DISPLAY WS-RESULT
               EXIT PARAGRAPH
           END-IF.

           WRITE OUTCOME-RECORD
               INVALID KEY
                   DISPLAY "エラー:成果コード登録済。"
               NOT INVALID KEY
                   DISPLAY "学習成果を登録しました。"
           END-WRITE.

       UPDATE-OUTCOME.
           PERFORM FIND-OUTCOME.
           IF WS-FILE-SUCCESS
               DISPLAY OUT-UPDATE-SCREEN
               ACCEPT OUT-UPDATE-SCREEN
               IF OUT-TEXT = SPACES
                   DISPLAY "エラー:内容は必須です。"
               ELSE
                   REWRITE OUTCOME-RECORD
                       INVALID KEY
                           DISPLAY "エラー:更新に失敗。"
                       NOT INVALID KEY
                           DISPLAY "更新しました。"
                   END-REWRITE
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * 区分の対応に使われている成果は削除しない
      *-----------------------------------------------------------
       DELETE-OUTCOME.
           PERFORM FIND-OUTCOME.
           IF NOT WS-FILE-SUCCESS
               EXIT PARAGRAPH
           END-IF.

           PERFORM COUNT-OUTCOME-USAGE.
           IF WS-USED-COUNT > 0
               DISPLAY "エラー:区分の対応で使用中("
                   WS-USED-COUNT "件)。"
               EXIT PARAGRAPH
           END-IF.

           DELETE OUTCOME-FILE
               INVALID KEY
                   DISPLAY "エラー:削除に失敗。"
               NOT INVALID KEY
                   DISPLAY "学習成果を削除しました。"
           END-DELETE.

       COUNT-OUTCOME-USAGE.
           MOVE 0 TO WS-USED-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO COT-KEY.
           START COURSE-OUTCOME-FILE KEY IS NOT LESS THAN COT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF
               READ COURSE-OUTCOME-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF COT-DEPT-ID = OUT-DEPT-ID
                           AND COT-OUTCOME-CODE = OUT-CODE
                           ADD 1 TO WS-USED-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       FIND-OUTCOME.
           MOVE SPACES TO WS-SEARCH-DEPT-ID.
           MOVE SPACES TO WS-SEARCH-CODE.
           DISPLAY OUT-SEARCH-SCREEN.
           ACCEPT OUT-SEARCH-SCREEN.

           MOVE WS-SEARCH-DEPT-ID TO OUT-DEPT-ID.
           MOVE WS-SEARCH-CODE TO OUT-CODE.
           READ OUTCOME-FILE
               KEY IS OUT-KEY
               INVALID KEY
                   DISPLAY "エラー:該当する学習成果なし。"
                   MOVE "23" TO WS-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-FILE-STATUS
           END-READ.

       LIST-OUTCOMES.
           MOVE SPACES TO WS-SEARCH-DEPT-ID.
           DISPLAY OUT-LIST-SCREEN.
           ACCEPT OUT-LIST-SCREEN.

           DISPLAY " ".
           DISPLAY "==== 学習成果一覧 ====".
           DISPLAY "学科 成果 内容".
           MOVE 0 TO WS-LIST-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO OUT-KEY.
           IF WS-SEARCH-DEPT-ID NOT = SPACES
               MOVE WS-SEARCH-DEPT-ID TO OUT-DEPT-ID
           END-IF.
           START OUTCOME-FILE KEY IS NOT LESS THAN OUT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF
               READ OUTCOME-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-SEARCH-DEPT-ID NOT = SPACES
                           AND OUT-DEPT-ID NOT = WS-SEARCH-DEPT-ID
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                           DISPLAY OUT-DEPT-ID " " OUT-CODE " "
                               OUT-TEXT
                           DISPLAY "          " OUT-TEXT-EN
                           ADD 1 TO WS-LIST-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "件数: " WS-LIST-COUNT.
           DISPLAY "======================".

      *-----------------------------------------------------------
      * 区分の成果対応: 同じ成果が登録済なら水準を置き換える
      *-----------------------------------------------------------
       MAINTAIN-COURSE-OUTCOME.
           INITIALIZE COURSE-OUTCOME-RECORD.
           MOVE "01" TO COT-SECTION-NO.
           DISPLAY COT-INPUT-SCREEN.
           ACCEPT COT-INPUT-SCREEN.
           IF COT-SECTION-NO = SPACES
               MOVE "01" TO COT-SECTION-NO
           END-IF.

           PERFORM CHECK-COURSE-OUTCOME.
           IF NOT WS-FILE-SUCCESS
               EXIT PARAGRAPH
           END-IF.

           WRITE COURSE-OUTCOME-RECORD
               INVALID KEY
                   REWRITE COURSE-OUTCOME-RECORD
                       INVALID KEY
                           DISPLAY "エラー:更新に失敗。"
                       NOT INVALID KEY
                           DISPLAY "水準を更新しました。"
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "成果対応を登録しました。"
           END-WRITE.

      *-----------------------------------------------------------
      * 区分が存在し、成果が学習成果マスタにあり、水準がI/R/M
      * であること(成果の学科は省略時は区分の学科とする)
      *-----------------------------------------------------------
       CHECK-COURSE-OUTCOME.
           MOVE "00" TO WS-FILE-STATUS.
           MOVE COT-COURSE-ID TO SYL-COURSE-ID.
           MOVE COT-ACADEMIC-YEAR TO SYL-ACADEMIC-YEAR.
           MOVE COT-SECTION-NO TO SYL-SECTION-NO.
           READ SYLLABUS-FILE
               KEY IS SYL-RECORD-KEY
               INVALID KEY
                   DISPLAY "エラー:該当する区分なし。"
                   MOVE "99" TO WS-FILE-STATUS
                   EXIT PARAGRAPH
           END-READ.
           IF COT-DEPT-ID = SPACES
               MOVE SYL-DEPARTMENT-ID TO COT-DEPT-ID
           END-IF.

           MOVE COT-DEPT-ID TO OUT-DEPT-ID.
           MOVE COT-OUTCOME-CODE TO OUT-CODE.
           READ OUTCOME-FILE
               KEY IS OUT-KEY
               INVALID KEY
                   DISPLAY "エラー:学習成果が未登録です。"
                   MOVE "99" TO WS-FILE-STATUS
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "成果: " OUT-TEXT.

           IF NOT COT-LEVEL-INTRODUCED AND NOT COT-LEVEL-REINFORCED
               AND NOT COT-LEVEL-MASTERED
               DISPLAY "エラー:水準はI/R/Mのいずれか。"
               MOVE "99" TO WS-FILE-STATUS
           END-IF.

       DELETE-COURSE-OUTCOME.
           MOVE SPACES TO WS-SEARCH-COURSE-ID.
           MOVE SPACES TO WS-SEARCH-ACADEMIC-YEAR.
           MOVE "01" TO WS-SEARCH-SECTION-NO.
           MOVE SPACES TO WS-SEARCH-DEPT-ID.
           MOVE SPACES TO WS-SEARCH-CODE.
           DISPLAY COT-DELETE-SCREEN.
           ACCEPT COT-DELETE-SCREEN.
           IF WS-SEARCH-SECTION-NO = SPACES
               MOVE "01" TO WS-SEARCH-SECTION-NO
           END-IF.

           MOVE WS-SEARCH-COURSE-ID TO COT-COURSE-ID.
           MOVE WS-SEARCH-ACADEMIC-YEAR TO COT-ACADEMIC-YEAR.
           MOVE WS-SEARCH-SECTION-NO TO COT-SECTION-NO.
           MOVE WS-SEARCH-DEPT-ID TO COT-DEPT-ID.
           MOVE WS-SEARCH-CODE TO COT-OUTCOME-CODE.
           READ COURSE-OUTCOME-FILE
               KEY IS COT-KEY
               INVALID KEY
                   DISPLAY "エラー:該当する成果対応なし。"
                   EXIT PARAGRAPH
           END-READ.

           DELETE COURSE-OUTCOME-FILE
               INVALID KEY
                   DISPLAY "エラー:削除に失敗。"
               NOT INVALID KEY
                   DISPLAY "成果対応を削除しました。"
           END-DELETE.

       LIST-COURSE-OUTCOMES.
           MOVE SPACES TO WS-SEARCH-COURSE-ID.
           MOVE SPACES TO WS-SEARCH-ACADEMIC-YEAR.
           MOVE "01" TO WS-SEARCH-SECTION-NO.
           DISPLAY COT-SEARCH-SCREEN.
           ACCEPT COT-SEARCH-SCREEN.
           IF WS-SEARCH-SECTION-NO = SPACES
               MOVE "01" TO WS-SEARCH-SECTION-NO
           END-IF.

           DISPLAY " ".
           DISPLAY "==== 区分の成果対応一覧 ====".
           DISPLAY "学科 成果 水準   内容".
           MOVE 0 TO WS-LIST-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO COT-KEY.
           MOVE WS-SEARCH-COURSE-ID TO COT-COURSE-ID.
           MOVE WS-SEARCH-ACADEMIC-YEAR TO COT-ACADEMIC-YEAR.
           MOVE WS-SEARCH-SECTION-NO TO COT-SECTION-NO.
           MOVE COT-KEY TO WS-HOLD-KEY.
           START COURSE-OUTCOME-FILE KEY IS NOT LESS THAN COT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF
               READ COURSE-OUTCOME-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF COT-KEY(1:12) NOT = WS-HOLD-KEY(1:12)
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                           PERFORM DISPLAY-ONE-COURSE-OUTCOME
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "件数: " WS-LIST-COUNT.
           DISPLAY "============================".

       DISPLAY-ONE-COURSE-OUTCOME.
           EVALUATE TRUE
               WHEN COT-LEVEL-INTRODUCED
                   MOVE "導入" TO WS-LEVEL-TEXT
               WHEN COT-LEVEL-REINFORCED
                   MOVE "強化" TO WS-LEVEL-TEXT
               WHEN OTHER
                   MOVE "習得" TO WS-LEVEL-TEXT
           END-EVALUATE.
           MOVE COT-DEPT-ID TO OUT-DEPT-ID.
           MOVE COT-OUTCOME-CODE TO OUT-CODE.
           READ OUTCOME-FILE
               KEY IS OUT-KEY
               INVALID KEY
                   MOVE SPACES TO OUT-TEXT
           END-READ.
           DISPLAY COT-DEPT-ID " " COT-OUTCOME-CODE " "
               COT-LEVEL " " WS-LEVEL-TEXT " " OUT-TEXT.
           ADD 1 TO WS-LIST-COUNT.
