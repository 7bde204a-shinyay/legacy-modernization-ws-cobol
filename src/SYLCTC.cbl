      *****************************************************************
      * シラバス管理システム - 共同担当教員保守プログラム(SYLCTC)
      * 区分ごとに主担当以外の教員(最大5名)を役割(L=主担当格/
      * C=共同担当)と負担割合つきで保守する。教員別索引も併せて
      * 保守し、時間割の教員重複と出講可否を確認する
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLCTC.
       AUTHOR. SHINYAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COTEACH-FILE
               ASSIGN TO "coteach.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTC-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT SYLLABUS-FILE
               ASSIGN TO "syllabus.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-RECORD-KEY
               FILE STATUS IS WS-SYL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COTEACH-FILE.
           COPY "copybooks/COTEACHFILE.cpy".

       FD SYLLABUS-FILE.
           COPY "copybooks/SYLFILE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS           PIC XX VALUE "00".
          88 WS-FILE-SUCCESS       VALUE "00".
          88 WS-FILE-DUP           VALUE "22".
          88 WS-FILE-NOT-FOUND     VALUE "23".

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

       01 WS-SEARCH-COURSE-ID      PIC X(6).
       01 WS-SEARCH-ACADEMIC-YEAR  PIC X(4).
       01 WS-SEARCH-SECTION-NO     PIC X(2).
       01 WS-SEARCH-TEACHER-ID     PIC X(5).
       01 WS-LIST-COUNT            PIC 9(5) VALUE 0.
       01 WS-ROLE-TEXT             PIC X(9).

      * 同一区分の他の共同担当(人数と負担割合の合計)
       01 WS-OTHER-COUNT           PIC 9 VALUE 0.
       01 WS-OTHER-SHARE-TOTAL     PIC 9(3) VALUE 0.
       01 WS-LEAD-SHARE            PIC 9(3).
       01 WS-HOLD-RECORD           PIC X(21).

       SCREEN SECTION.
       01 CTC-MENU-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "共同担当教員保守".
           05 LINE 3 COLUMN 1 VALUE "1. 登録".
           05 LINE 4 COLUMN 1 VALUE "2. 更新".
           05 LINE 5 COLUMN 1 VALUE "3. 削除".
           05 LINE 6 COLUMN 1 VALUE "4. 一覧表示".
           05 LINE 7 COLUMN 1 VALUE "9. 終了".
           05 LINE 9 COLUMN 1 VALUE "選択 (1-4,9): ".
           05 LINE 9 COLUMN 16 PIC 9 USING WS-MENU-OPTION.

       01 CTC-INPUT-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "共同担当教員登録画面".
           05 LINE 3 COLUMN 1 VALUE "科目コード: ".
           05 LINE 3 COLUMN 30 PIC X(6) USING CTC-COURSE-ID.
           05 LINE 4 COLUMN 1 VALUE "年度(4桁): ".
           05 LINE 4 COLUMN 30 PIC X(4) USING CTC-ACADEMIC-YEAR.
           05 LINE 5 COLUMN 1 VALUE "区分(通常01): ".
           05 LINE 5 COLUMN 30 PIC X(2) USING CTC-SECTION-NO.
           05 LINE 6 COLUMN 1 VALUE "教員ID: ".
           05 LINE 6 COLUMN 30 PIC X(5) USING CTC-TEACHER-ID.
           05 LINE 7 COLUMN 1 VALUE "役割(L=主担当格/C=共同): ".
           05 LINE 7 COLUMN 30 PIC X USING CTC-ROLE.
           05 LINE 8 COLUMN 1 VALUE "負担割合(%): ".
           05 LINE 8 COLUMN 30 PIC 999 USING CTC-SHARE-PCT.

       01 CTC-SEARCH-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "共同担当教員の指定".
           05 LINE 3 COLUMN 1 VALUE "科目コード: ".
           05 LINE 3 COLUMN 30 PIC X(6) USING WS-SEARCH-COURSE-ID.
           05 LINE 4 COLUMN 1 VALUE "年度(4桁): ".
           05 LINE 4 COLUMN 30 PIC X(4) USING WS-SEARCH-ACADEMIC-YEAR.
           05 LINE 5 COLUMN 1 VALUE "区分(通常01): ".
           05 LINE 5 COLUMN 30 PIC X(2) USING WS-SEARCH-SECTION-NO.
           05 LINE 6 COLUMN 1 VALUE "教員ID: ".
           05 LINE 6 COLUMN 30 PIC X(5) USING WS-SEARCH-TEACHER-ID.

       01 CTC-UPDATE-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "共同担当教員更新画面".
           05 LINE 2 COLUMN 1 VALUE "科目: ".
           05 LINE 2 COLUMN 8 PIC X(6) FROM CTC-COURSE-ID.
           05 LINE 2 COLUMN 16 VALUE "年度: ".
           05 LINE 2 COLUMN 24 PIC X(4) FROM CTC-ACADEMIC-YEAR.
           05 LINE 2 COLUMN 30 VALUE "区分: ".
           05 LINE 2 COLUMN 38 PIC X(2) FROM CTC-SECTION-NO.
           05 LINE 2 COLUMN 42 VALUE "教員: ".
           05 LINE 2 COLUMN 50 PIC X(5) FROM CTC-TEACHER-ID.
           05 LINE 4 COLUMN 1 VALUE "役割(L=主担当格/C=共同): ".
           05 LINE 4 COLUMN 30 PIC X USING CTC-ROLE.
           05 LINE 5 COLUMN 1 VALUE "負担割合(%): ".
           05 LINE 5 COLUMN 30 PIC 999 USING CTC-SHARE-PCT.

       01 CTC-LIST-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "共同担当教員一覧".
           05 LINE 3 COLUMN 1 VALUE "科目(空白=全科目): ".
           05 LINE 3 COLUMN 30 PIC X(6) USING WS-SEARCH-COURSE-ID.

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
               DISPLAY CTC-MENU-SCREEN
               ACCEPT CTC-MENU-SCREEN
               EVALUATE WS-MENU-OPTION
                   WHEN 1
                       PERFORM REGISTER-CO-TEACHER
                   WHEN 2
                       PERFORM UPDATE-CO-TEACHER
                   WHEN 3
                       PERFORM DELETE-CO-TEACHER
                   WHEN 4
                       PERFORM LIST-CO-TEACHERS
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
           OPEN I-O COTEACH-FILE.
           IF NOT WS-FILE-SUCCESS
               OPEN OUTPUT COTEACH-FILE
               CLOSE COTEACH-FILE
               OPEN I-O COTEACH-FILE
           END-IF.

       CLOSE-FILE.
           CLOSE COTEACH-FILE.

       REGISTER-CO-TEACHER.
           INITIALIZE CO-TEACHER-RECORD.
           MOVE "01" TO CTC-SECTION-NO.
           MOVE "C" TO CTC-ROLE.
           DISPLAY CTC-INPUT-SCREEN.
           ACCEPT CTC-INPUT-SCREEN.
           IF CTC-SECTION-NO = SPACES
               MOVE "01" TO CTC-SECTION-NO
           END-IF.

           PERFORM CHECK-CO-TEACHER-KEY.
           IF NOT WS-FILE-SUCCESS
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-CO-TEACHER-SHARE.
           IF NOT WS-FILE-SUCCESS
               EXIT PARAGRAPH
           END-IF.
           IF WS-OTHER-COUNT >= 5
               DISPLAY "エラー:共同担当は5名まで。"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-CO-TEACHER-SCHEDULE.
           IF NOT WS-FILE-SUCCESS
               EXIT PARAGRAPH
           END-IF.

           WRITE CO-TEACHER-RECORD
               INVALID KEY
                   DISPLAY "エラー:同じ教員が登録済。"
               NOT INVALID KEY
                   MOVE "W" TO WS-PARAM-2(1:1)
                   PERFORM MAINTAIN-TEACHER-INDEX
                   DISPLAY "登録しました。主担当割合: "
                       WS-LEAD-SHARE "%"
           END-WRITE.

      *-----------------------------------------------------------
      * 区分の存在を確かめ、教員は共通チェックで確認する
      * (主担当と同じ教員は共同担当にできない)
      *-----------------------------------------------------------
       CHECK-CO-TEACHER-KEY.
           MOVE "00" TO WS-FILE-STATUS.
           MOVE CTC-COURSE-ID TO SYL-COURSE-ID.
           MOVE CTC-ACADEMIC-YEAR TO SYL-ACADEMIC-YEAR.
           MOVE CTC-SECTION-NO TO SYL-SECTION-NO.
           READ SYLLABUS-FILE
               KEY IS SYL-RECORD-KEY
               INVALID KEY
                   DISPLAY "エラー:該当する区分なし。"
                   MOVE "99" TO WS-FILE-STATUS
                   EXIT PARAGRAPH
           END-READ.

           MOVE "T" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE CTC-TEACHER-ID TO WS-PARAM-1(1:5).
           MOVE SPACES TO WS-PARAM-2.
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.
           IF WS-RETURN-CODE = 1
               DISPLAY WS-RESULT
               MOVE "99" TO WS-FILE-STATUS
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "教員: " WS-RESULT(1:20).

           IF CTC-TEACHER-ID = SYL-TEACHER-ID
               DISPLAY "エラー:主担当と同じ教員です。"
               MOVE "99" TO WS-FILE-STATUS
           END-IF.

      *-----------------------------------------------------------
      * 役割はLかC、負担割合は同一区分の共同担当との合計で100以内
      * (主担当の負担割合は残りとする)
      *-----------------------------------------------------------
       CHECK-CO-TEACHER-SHARE.
           MOVE "00" TO WS-FILE-STATUS.
           IF NOT CTC-ROLE-LEAD AND NOT CTC-ROLE-CO
               DISPLAY "エラー:役割はLかC。"
               MOVE "99" TO WS-FILE-STATUS
               EXIT PARAGRAPH
           END-IF.

           PERFORM SUM-OTHER-CO-TEACHERS.
           IF WS-OTHER-SHARE-TOTAL + CTC-SHARE-PCT > 100
               DISPLAY "エラー:負担割合の合計が100超"
               MOVE "99" TO WS-FILE-STATUS
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-LEAD-SHARE
               = 100 - WS-OTHER-SHARE-TOTAL - CTC-SHARE-PCT.

      * 同一区分の他の共同担当を数える(入力中のレコードは退避する)
       SUM-OTHER-CO-TEACHERS.
           MOVE CO-TEACHER-RECORD TO WS-HOLD-RECORD.
           MOVE 0 TO WS-OTHER-COUNT.
           MOVE 0 TO WS-OTHER-SHARE-TOTAL.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO CTC-TEACHER-ID.
           START COTEACH-FILE KEY IS NOT LESS THAN CTC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF
               READ COTEACH-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF CTC-COURSE-ID NOT = WS-HOLD-RECORD(1:6)
                           OR CTC-ACADEMIC-YEAR
                               NOT = WS-HOLD-RECORD(7:4)
                           OR CTC-SECTION-NO
                               NOT = WS-HOLD-RECORD(11:2)
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                           IF CTC-TEACHER-ID
                                   NOT = WS-HOLD-RECORD(13:5)
                               ADD 1 TO WS-OTHER-COUNT
                               ADD CTC-SHARE-PCT
                                   TO WS-OTHER-SHARE-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-HOLD-RECORD TO CO-TEACHER-RECORD.

      *-----------------------------------------------------------
      * 時間割が決まっている区分は共同担当の教員重複と出講可否を
      * 確認する(重複は警告、出講不可は登録しない)
      *-----------------------------------------------------------
       CHECK-CO-TEACHER-SCHEDULE.
           MOVE "00" TO WS-FILE-STATUS.
           IF SYL-CLASS-DAY = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE SYL-COURSE-ID TO WS-PARAM-1(1:6).
           MOVE SYL-CLASS-DAY TO WS-PARAM-1(7:1).
           MOVE SYL-CLASS-PERIOD TO WS-PARAM-1(8:2).
           MOVE HIGH-VALUES TO WS-PARAM-1(10:10).
           MOVE CTC-TEACHER-ID TO WS-PARAM-1(20:5).
           MOVE SYL-ACADEMIC-YEAR TO WS-PARAM-1(25:4).
           MOVE SYL-SECTION-NO TO WS-PARAM-1(29:2).
           MOVE SPACES TO WS-PARAM-2.
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.
           IF WS-RETURN-CODE = 1
               DISPLAY WS-RESULT
           END-IF.

           MOVE "A" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE CTC-TEACHER-ID TO WS-PARAM-1(1:5).
           MOVE SYL-SEMESTER TO WS-PARAM-1(6:2).
           MOVE SYL-CLASS-DAY TO WS-PARAM-1(8:1).
           MOVE SYL-CLASS-PERIOD TO WS-PARAM-1(9:2).
           MOVE SPACES TO WS-PARAM-2.
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.
           IF WS-RETURN-CODE NOT = 0
               DISPLAY WS-RESULT
           END-IF.
           IF WS-RETURN-CODE = 1
               MOVE "99" TO WS-FILE-STATUS
           END-IF.

      *-----------------------------------------------------------
      * 教員別索引の保守(SYLCOM "N"。学科索引は主担当側で保守)
      *-----------------------------------------------------------
       MAINTAIN-TEACHER-INDEX.
           MOVE "N" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE CTC-COURSE-ID TO WS-PARAM-1(1:6).
           MOVE CTC-ACADEMIC-YEAR TO WS-PARAM-1(7:4).
           MOVE CTC-SECTION-NO TO WS-PARAM-1(11:2).
           MOVE CTC-TEACHER-ID TO WS-PARAM-1(17:5).
           MOVE SPACES TO WS-PARAM-2(2:49).
           IF WS-PARAM-2(1:1) = "D"
               MOVE CTC-TEACHER-ID TO WS-PARAM-2(6:5)
           END-IF.
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.

       UPDATE-CO-TEACHER.
           PERFORM FIND-CO-TEACHER.
           IF WS-FILE-SUCCESS
               DISPLAY CTC-UPDATE-SCREEN
               ACCEPT CTC-UPDATE-SCREEN
               PERFORM CHECK-CO-TEACHER-SHARE
               IF WS-FILE-SUCCESS
                   REWRITE CO-TEACHER-RECORD
                       INVALID KEY
                           DISPLAY "エラー:更新に失敗。"
                       NOT INVALID KEY
                           DISPLAY "更新済。主担当割合: "
                                   WS-LEAD-SHARE "%"
                   END-REWRITE
               END-IF
           END-IF.

       DELETE-CO-TEACHER.
           PERFORM FIND-CO-TEACHER.
           IF WS-FILE-SUCCESS
               DELETE COTEACH-FILE
                   INVALID KEY
                       DISPLAY "エラー:削除に失敗。"
                   NOT INVALID KEY
                       MOVE "D" TO WS-PARAM-2(1:1)
                       PERFORM MAINTAIN-TEACHER-INDEX
                       DISPLAY "削除しました。"
               END-DELETE
           END-IF.

       FIND-CO-TEACHER.
           MOVE SPACES TO WS-SEARCH-COURSE-ID.
           MOVE SPACES TO WS-SEARCH-ACADEMIC-YEAR.
           MOVE "01" TO WS-SEARCH-SECTION-NO.
           MOVE SPACES TO WS-SEARCH-TEACHER-ID.
           DISPLAY CTC-SEARCH-SCREEN.
           ACCEPT CTC-SEARCH-SCREEN.
           IF WS-SEARCH-SECTION-NO = SPACES
               MOVE "01" TO WS-SEARCH-SECTION-NO
           END-IF.

           MOVE WS-SEARCH-COURSE-ID TO CTC-COURSE-ID.
           MOVE WS-SEARCH-ACADEMIC-YEAR TO CTC-ACADEMIC-YEAR.
           MOVE WS-SEARCH-SECTION-NO TO CTC-SECTION-NO.
           MOVE WS-SEARCH-TEACHER-ID TO CTC-TEACHER-ID.
           READ COTEACH-FILE
               KEY IS CTC-KEY
               INVALID KEY
                   DISPLAY "エラー:該当する共同担当なし。"
                   MOVE "23" TO WS-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-FILE-STATUS
           END-READ.

       LIST-CO-TEACHERS.
           MOVE SPACES TO WS-SEARCH-COURSE-ID.
           DISPLAY CTC-LIST-SCREEN.
           ACCEPT CTC-LIST-SCREEN.

           DISPLAY " ".
           DISPLAY "==== 共同担当教員一覧 ====".
           DISPLAY "科目   年度 区分 教員  役割   割合".
           MOVE 0 TO WS-LIST-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO CTC-KEY.
           IF WS-SEARCH-COURSE-ID NOT = SPACES
               MOVE WS-SEARCH-COURSE-ID TO CTC-COURSE-ID
           END-IF.
           START COTEACH-FILE KEY IS NOT LESS THAN CTC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF
               READ COTEACH-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-SEARCH-COURSE-ID NOT = SPACES
                           AND CTC-COURSE-ID
                               NOT = WS-SEARCH-COURSE-ID
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                           PERFORM DISPLAY-ONE-CO-TEACHER
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "件数: " WS-LIST-COUNT.
           DISPLAY "==========================".

       DISPLAY-ONE-CO-TEACHER.
           IF CTC-ROLE-LEAD
               MOVE "主担格" TO WS-ROLE-TEXT
           ELSE
               MOVE "共同" TO WS-ROLE-TEXT
           END-IF.
           DISPLAY CTC-COURSE-ID " " CTC-ACADEMIC-YEAR " "
               CTC-SECTION-NO "   " CTC-TEACHER-ID " "
               WS-ROLE-TEXT " " CTC-SHARE-PCT "%".
           ADD 1 TO WS-LIST-COUNT.
