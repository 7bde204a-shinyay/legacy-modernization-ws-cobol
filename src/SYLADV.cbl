      *****************************************************************
      * シラバス管理システム - 指導教員割当保守(SYLADV)
      * 学生ごとの指導教員(開始・終了年度つき)を保守する。
      * 新入生は学科・入学年度を指定して一括で割り当てられる
      * (その年度に担当中の指導教員がいる学生は対象外)
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLADV.
       AUTHOR. SHINYAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADVISOR-FILE
               ASSIGN TO "advisor.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADV-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT STUDENT-FILE
               ASSIGN TO "student.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-STU-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ADVISOR-FILE.
           COPY "copybooks/ADVISORFILE.cpy".

       FD STUDENT-FILE.
           COPY "copybooks/STUDENTFILE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS           PIC XX VALUE "00".
          88 WS-FILE-SUCCESS       VALUE "00".
          88 WS-FILE-NOT-FOUND     VALUE "23".

       01 WS-STU-FILE-STATUS       PIC XX VALUE "00".
          88 WS-STU-FILE-SUCCESS   VALUE "00".

       01 WS-MENU-OPTION           PIC 9 VALUE 0.
       01 WS-EOF-FLAG              PIC X VALUE "N".
          88 WS-EOF                VALUE "Y".
       01 WS-ADV-EOF-FLAG          PIC X VALUE "N".
          88 WS-ADV-EOF            VALUE "Y".

       01 WS-CHECK-OK-FLAG         PIC X VALUE "N".
          88 WS-CHECK-OK           VALUE "Y".

       01 WS-FUNCTION-CODE         PIC X.
       01 WS-PARAM-1               PIC X(50).
       01 WS-PARAM-2               PIC X(50).
       01 WS-RESULT                PIC X(200).
       01 WS-RETURN-CODE           PIC 9.

      * 画面入力
       01 WS-IN-STUDENT-ID         PIC X(8).
       01 WS-IN-TEACHER-ID         PIC X(5).
       01 WS-IN-START-YEAR         PIC X(4).
       01 WS-IN-END-YEAR           PIC X(4).
       01 WS-IN-DEPT-ID            PIC X(4).
       01 WS-IN-ADMISSION-YEAR     PIC X(4).
       01 WS-IN-TARGET-YEAR        PIC X(4).

       01 WS-YEAR-NUM              PIC 9(4).
       01 WS-PRIOR-YEAR            PIC X(4).

      * 指定年度に担当中の割当(学生単位で探す)
       01 WS-CURRENT-FOUND-FLAG    PIC X VALUE "N".
          88 WS-CURRENT-FOUND      VALUE "Y".
       01 WS-CURRENT-TEACHER-ID    PIC X(5).
       01 WS-LATER-FOUND-FLAG      PIC X VALUE "N".
          88 WS-LATER-FOUND        VALUE "Y".

       01 WS-HIT-COUNT             PIC 9(4) VALUE 0.
       01 WS-ASSIGNED-COUNT        PIC 9(4) VALUE 0.
       01 WS-SKIPPED-COUNT         PIC 9(4) VALUE 0.
       01 WS-ENDED-COUNT           PIC 9(4) VALUE 0.

       SCREEN SECTION.
       01 ADV-MENU-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "指導教員割当保守".
           05 LINE 3 COLUMN 1 VALUE "1. 指導教員割当".
           05 LINE 4 COLUMN 1 VALUE "2. 割当終了".
           05 LINE 5 COLUMN 1 VALUE "3. 学生別割当履歴".
           05 LINE 6 COLUMN 1 VALUE "4. 教員別指導学生一覧".
           05 LINE 7 COLUMN 1 VALUE "5. 学科別一括割当".
           05 LINE 8 COLUMN 1 VALUE "9. 終了".
           05 LINE 10 COLUMN 1 VALUE "選択 (1-5,9): ".
           05 LINE 10 COLUMN 16 PIC 9 USING WS-MENU-OPTION.

       01 ADV-ASSIGN-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "指導教員割当".
           05 LINE 3 COLUMN 1 VALUE "学籍番号: ".
           05 LINE 3 COLUMN 30 PIC X(8) USING WS-IN-STUDENT-ID.
           05 LINE 4 COLUMN 1 VALUE "指導教員ID: ".
           05 LINE 4 COLUMN 30 PIC X(5) USING WS-IN-TEACHER-ID.
           05 LINE 5 COLUMN 1 VALUE "開始年度(4桁): ".
           05 LINE 5 COLUMN 30 PIC X(4) USING WS-IN-START-YEAR.

       01 ADV-END-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "指導教員割当の終了".
           05 LINE 3 COLUMN 1 VALUE "学籍番号: ".
           05 LINE 3 COLUMN 30 PIC X(8) USING WS-IN-STUDENT-ID.
           05 LINE 4 COLUMN 1 VALUE "開始年度(4桁): ".
           05 LINE 4 COLUMN 30 PIC X(4) USING WS-IN-START-YEAR.
           05 LINE 5 COLUMN 1 VALUE "終了年度(4桁): ".
           05 LINE 5 COLUMN 30 PIC X(4) USING WS-IN-END-YEAR.

       01 ADV-STUDENT-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "学生別割当履歴".
           05 LINE 3 COLUMN 1 VALUE "学籍番号: ".
           05 LINE 3 COLUMN 30 PIC X(8) USING WS-IN-STUDENT-ID.

       01 ADV-TEACHER-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "教員別指導学生一覧".
           05 LINE 3 COLUMN 1 VALUE "指導教員ID: ".
           05 LINE 3 COLUMN 30 PIC X(5) USING WS-IN-TEACHER-ID.
           05 LINE 4 COLUMN 1 VALUE "対象年度(4桁): ".
           05 LINE 4 COLUMN 30 PIC X(4) USING WS-IN-TARGET-YEAR.

       01 ADV-BULK-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "学科別一括割当".
           05 LINE 3 COLUMN 1 VALUE "学科コード: ".
           05 LINE 3 COLUMN 30 PIC X(4) USING WS-IN-DEPT-ID.
           05 LINE 4 COLUMN 1 VALUE "入学年度(4桁): ".
           05 LINE 4 COLUMN 30 PIC X(4) USING WS-IN-ADMISSION-YEAR.
           05 LINE 5 COLUMN 1 VALUE "指導教員ID: ".
           05 LINE 5 COLUMN 30 PIC X(5) USING WS-IN-TEACHER-ID.
           05 LINE 6 COLUMN 1 VALUE "開始年度(空白=入学): ".
           05 LINE 6 COLUMN 30 PIC X(4) USING WS-IN-START-YEAR.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           IF NOT WS-STU-FILE-SUCCESS
               DISPLAY "エラー:学生マスタがありません。"
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.

           PERFORM UNTIL WS-MENU-OPTION = 9
               DISPLAY ADV-MENU-SCREEN
               ACCEPT ADV-MENU-SCREEN
               EVALUATE WS-MENU-OPTION
                   WHEN 1
                       PERFORM ASSIGN-ADVISOR
                   WHEN 2
                       PERFORM END-ASSIGNMENT
                   WHEN 3
                       PERFORM LIST-STUDENT-HISTORY
                   WHEN 4
                       PERFORM LIST-TEACHER-ADVISEES
                   WHEN 5
                       PERFORM BULK-ASSIGN-BY-DEPT
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "無効な選択です。"
               END-EVALUATE
           END-PERFORM.

           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN I-O ADVISOR-FILE.
           IF NOT WS-FILE-SUCCESS
               OPEN OUTPUT ADVISOR-FILE
               CLOSE ADVISOR-FILE
               OPEN I-O ADVISOR-FILE
           END-IF.
           OPEN INPUT STUDENT-FILE.

       CLOSE-FILES.
           CLOSE ADVISOR-FILE.
           CLOSE STUDENT-FILE.

      *-----------------------------------------------------------
      * 指導教員の割当。前の担当は開始年度の前年で終了させる
      * (同じ開始年度の割当があれば教員を差し替える)
      *-----------------------------------------------------------
       ASSIGN-ADVISOR.
           MOVE SPACES TO WS-IN-STUDENT-ID.
           MOVE SPACES TO WS-IN-TEACHER-ID.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-IN-START-YEAR.
           DISPLAY ADV-ASSIGN-SCREEN.
           ACCEPT ADV-ASSIGN-SCREEN.

           PERFORM CHECK-STUDENT-EXISTS.
           IF NOT WS-CHECK-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-TEACHER-EXISTS.
           IF NOT WS-CHECK-OK
               EXIT PARAGRAPH
           END-IF.
           IF WS-IN-START-YEAR IS NOT NUMERIC
               DISPLAY "エラー:開始年度は4桁の数字。"
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-CURRENT-ADVISOR.
           IF WS-LATER-FOUND
               DISPLAY "エラー:より新しい割当あり。"
               EXIT PARAGRAPH
           END-IF.

           PERFORM CLOSE-PRIOR-ASSIGNMENTS.
           PERFORM WRITE-ASSIGNMENT.
           IF WS-ENDED-COUNT > 0
               DISPLAY "前の割当を" WS-PRIOR-YEAR
                       "年度で終了。"
           END-IF.

      * 学生の割当を順に見て、新しい開始年度と重なる担当を終了する
       CLOSE-PRIOR-ASSIGNMENTS.
           MOVE 0 TO WS-ENDED-COUNT.
           MOVE WS-IN-START-YEAR TO WS-YEAR-NUM.
           SUBTRACT 1 FROM WS-YEAR-NUM.
           MOVE WS-YEAR-NUM TO WS-PRIOR-YEAR.

           MOVE "N" TO WS-ADV-EOF-FLAG.
           MOVE WS-IN-STUDENT-ID TO ADV-STUDENT-ID.
           MOVE LOW-VALUES TO ADV-START-YEAR.
           START ADVISOR-FILE KEY IS NOT LESS THAN ADV-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ADV-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-ADV-EOF
               READ ADVISOR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ADV-EOF-FLAG
                   NOT AT END
                       IF ADV-STUDENT-ID NOT = WS-IN-STUDENT-ID
                           MOVE "Y" TO WS-ADV-EOF-FLAG
                       ELSE
                           PERFORM CLOSE-ONE-PRIOR
                       END-IF
               END-READ
           END-PERFORM.

       CLOSE-ONE-PRIOR.
           IF ADV-START-YEAR NOT < WS-IN-START-YEAR
               EXIT PARAGRAPH
           END-IF.
           IF ADV-END-YEAR NOT = SPACES
               AND ADV-END-YEAR < WS-IN-START-YEAR
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PRIOR-YEAR TO ADV-END-YEAR.
           REWRITE ADVISOR-RECORD
               INVALID KEY
                   DISPLAY "エラー:前の割当の終了に失敗。"
               NOT INVALID KEY
                   ADD 1 TO WS-ENDED-COUNT
           END-REWRITE.

       WRITE-ASSIGNMENT.
           INITIALIZE ADVISOR-RECORD.
           MOVE WS-IN-STUDENT-ID TO ADV-STUDENT-ID.
           MOVE WS-IN-START-YEAR TO ADV-START-YEAR.
           MOVE WS-IN-TEACHER-ID TO ADV-TEACHER-ID.
           MOVE SPACES TO ADV-END-YEAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ADV-ASSIGNED-DATE.
           MOVE SPACES TO ADV-LAST-CHECK-DATE.
           MOVE SPACES TO ADV-NOENR-TERM.
           WRITE ADVISOR-RECORD
               INVALID KEY
                   PERFORM REPLACE-ASSIGNED-TEACHER
               NOT INVALID KEY
                   DISPLAY "指導教員を割り当てました。"
           END-WRITE.

      * 同じ開始年度の割当は教員だけ差し替える(通知状況は引継ぐ)
       REPLACE-ASSIGNED-TEACHER.
           READ ADVISOR-FILE
               KEY IS ADV-KEY
               INVALID KEY
                   DISPLAY "エラー:割当の登録に失敗。"
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-IN-TEACHER-ID TO ADV-TEACHER-ID.
           MOVE SPACES TO ADV-END-YEAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ADV-ASSIGNED-DATE.
           REWRITE ADVISOR-RECORD
               INVALID KEY
                   DISPLAY "エラー:更新に失敗。"
               NOT INVALID KEY
                   DISPLAY "指導教員を変更しました。"
           END-REWRITE.

      *-----------------------------------------------------------
      * 割当の終了(終了年度は開始年度以降)
      *-----------------------------------------------------------
       END-ASSIGNMENT.
           MOVE SPACES TO WS-IN-STUDENT-ID.
           MOVE SPACES TO WS-IN-START-YEAR.
           MOVE SPACES TO WS-IN-END-YEAR.
           DISPLAY ADV-END-SCREEN.
           ACCEPT ADV-END-SCREEN.

           MOVE WS-IN-STUDENT-ID TO ADV-STUDENT-ID.
           MOVE WS-IN-START-YEAR TO ADV-START-YEAR.
           READ ADVISOR-FILE
               KEY IS ADV-KEY
               INVALID KEY
                   DISPLAY "エラー:該当する割当なし。"
                   EXIT PARAGRAPH
           END-READ.

           IF WS-IN-END-YEAR IS NOT NUMERIC
               OR WS-IN-END-YEAR < ADV-START-YEAR
               DISPLAY "エラー:終了年度が不正。"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-IN-END-YEAR TO ADV-END-YEAR.
           REWRITE ADVISOR-RECORD
               INVALID KEY
                   DISPLAY "エラー:更新に失敗。"
               NOT INVALID KEY
                   DISPLAY "割当を終了しました。"
           END-REWRITE.

      *-----------------------------------------------------------
      * 学生別の割当履歴
      *-----------------------------------------------------------
       LIST-STUDENT-HISTORY.
           MOVE SPACES TO WS-IN-STUDENT-ID.
           DISPLAY ADV-STUDENT-SCREEN.
           ACCEPT ADV-STUDENT-SCREEN.

           DISPLAY " ".
           DISPLAY "==== 指導教員割当履歴 " WS-IN-STUDENT-ID
                   " ====".
           DISPLAY "開始 終了 教員  割当日".
           MOVE 0 TO WS-HIT-COUNT.
           MOVE "N" TO WS-ADV-EOF-FLAG.
           MOVE WS-IN-STUDENT-ID TO ADV-STUDENT-ID.
           MOVE LOW-VALUES TO ADV-START-YEAR.
           START ADVISOR-FILE KEY IS NOT LESS THAN ADV-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ADV-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-ADV-EOF
               READ ADVISOR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ADV-EOF-FLAG
                   NOT AT END
                       IF ADV-STUDENT-ID NOT = WS-IN-STUDENT-ID
                           MOVE "Y" TO WS-ADV-EOF-FLAG
                       ELSE
                           ADD 1 TO WS-HIT-COUNT
                           DISPLAY ADV-START-YEAR " "
                                   ADV-END-YEAR " "
                                   ADV-TEACHER-ID " "
                                   ADV-ASSIGNED-DATE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-HIT-COUNT = 0
               DISPLAY "割当はありません。"
           END-IF.
           DISPLAY "======================".

      *-----------------------------------------------------------
      * 教員別: 指定年度に担当中の指導学生
      *-----------------------------------------------------------
       LIST-TEACHER-ADVISEES.
           MOVE SPACES TO WS-IN-TEACHER-ID.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-IN-TARGET-YEAR.
           DISPLAY ADV-TEACHER-SCREEN.
           ACCEPT ADV-TEACHER-SCREEN.

           DISPLAY " ".
           DISPLAY "==== 指導学生一覧 " WS-IN-TEACHER-ID " "
                   WS-IN-TARGET-YEAR "年度 ====".
           DISPLAY "学籍番号 氏名                 "
                   "学科 入学 開始".
           MOVE 0 TO WS-HIT-COUNT.
           MOVE "N" TO WS-ADV-EOF-FLAG.
           MOVE LOW-VALUES TO ADV-KEY.
           START ADVISOR-FILE KEY IS NOT LESS THAN ADV-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ADV-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-ADV-EOF
               READ ADVISOR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ADV-EOF-FLAG
                   NOT AT END
                       IF ADV-TEACHER-ID = WS-IN-TEACHER-ID
                           AND ADV-START-YEAR NOT > WS-IN-TARGET-YEAR
                           AND (ADV-END-YEAR = SPACES
                             OR ADV-END-YEAR NOT < WS-IN-TARGET-YEAR)
                           PERFORM DISPLAY-ADVISEE-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-HIT-COUNT = 0
               DISPLAY "指導学生はいません。"
           END-IF.
           DISPLAY "======================".

       DISPLAY-ADVISEE-LINE.
           ADD 1 TO WS-HIT-COUNT.
           MOVE ADV-STUDENT-ID TO STU-ID.
           READ STUDENT-FILE
               KEY IS STU-ID
               INVALID KEY
                   MOVE SPACES TO STU-NAME
                   MOVE SPACES TO STU-DEPARTMENT-ID
                   MOVE SPACES TO STU-ADMISSION-YEAR
           END-READ.
           DISPLAY ADV-STUDENT-ID " " STU-NAME " "
                   STU-DEPARTMENT-ID " " STU-ADMISSION-YEAR " "
                   ADV-START-YEAR.

      *-----------------------------------------------------------
      * 学科別一括割当: 学科・入学年度が一致する在籍学生のうち、
      * 開始年度に担当中の指導教員がいない学生に割り当てる
      *-----------------------------------------------------------
       BULK-ASSIGN-BY-DEPT.
           MOVE SPACES TO WS-IN-DEPT-ID.
           MOVE SPACES TO WS-IN-ADMISSION-YEAR.
           MOVE SPACES TO WS-IN-TEACHER-ID.
           MOVE SPACES TO WS-IN-START-YEAR.
           DISPLAY ADV-BULK-SCREEN.
           ACCEPT ADV-BULK-SCREEN.

           IF WS-IN-DEPT-ID = SPACES
               OR WS-IN-ADMISSION-YEAR IS NOT NUMERIC
               DISPLAY "エラー:学科と入学年度は必須。"
               EXIT PARAGRAPH
           END-IF.
           IF WS-IN-START-YEAR = SPACES
               MOVE WS-IN-ADMISSION-YEAR TO WS-IN-START-YEAR
           END-IF.
           IF WS-IN-START-YEAR IS NOT NUMERIC
               DISPLAY "エラー:開始年度は4桁の数字。"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-TEACHER-EXISTS.
           IF NOT WS-CHECK-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ASSIGNED-COUNT.
           MOVE 0 TO WS-SKIPPED-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO STU-ID.
           START STUDENT-FILE KEY IS NOT LESS THAN STU-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF
               READ STUDENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF STU-ACTIVE
                           AND STU-DEPARTMENT-ID = WS-IN-DEPT-ID
                           AND STU-ADMISSION-YEAR
                               = WS-IN-ADMISSION-YEAR
                           PERFORM BULK-ASSIGN-ONE
                       END-IF
               END-READ
           END-PERFORM.

           DISPLAY "割当件数: " WS-ASSIGNED-COUNT.
           DISPLAY "対象外(担当あり): " WS-SKIPPED-COUNT.

       BULK-ASSIGN-ONE.
           MOVE STU-ID TO WS-IN-STUDENT-ID.
           PERFORM FIND-CURRENT-ADVISOR.
           IF WS-CURRENT-FOUND OR WS-LATER-FOUND
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE ADVISOR-RECORD.
           MOVE WS-IN-STUDENT-ID TO ADV-STUDENT-ID.
           MOVE WS-IN-START-YEAR TO ADV-START-YEAR.
           MOVE WS-IN-TEACHER-ID TO ADV-TEACHER-ID.
           MOVE SPACES TO ADV-END-YEAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ADV-ASSIGNED-DATE.
           MOVE SPACES TO ADV-LAST-CHECK-DATE.
           MOVE SPACES TO ADV-NOENR-TERM.
           WRITE ADVISOR-RECORD
               INVALID KEY
                   ADD 1 TO WS-SKIPPED-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-ASSIGNED-COUNT
           END-WRITE.

      * 開始年度に担当中の割当と、それより新しい割当の有無
       FIND-CURRENT-ADVISOR.
           MOVE "N" TO WS-CURRENT-FOUND-FLAG.
           MOVE "N" TO WS-LATER-FOUND-FLAG.
           MOVE SPACES TO WS-CURRENT-TEACHER-ID.
           MOVE "N" TO WS-ADV-EOF-FLAG.
           MOVE WS-IN-STUDENT-ID TO ADV-STUDENT-ID.
           MOVE LOW-VALUES TO ADV-START-YEAR.
           START ADVISOR-FILE KEY IS NOT LESS THAN ADV-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ADV-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-ADV-EOF
               READ ADVISOR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ADV-EOF-FLAG
                   NOT AT END
                       IF ADV-STUDENT-ID NOT = WS-IN-STUDENT-ID
                           MOVE "Y" TO WS-ADV-EOF-FLAG
                       ELSE
                           IF ADV-START-YEAR > WS-IN-START-YEAR
                               MOVE "Y" TO WS-LATER-FOUND-FLAG
                           END-IF
                           IF ADV-START-YEAR NOT > WS-IN-START-YEAR
                               AND (ADV-END-YEAR = SPACES
                                 OR ADV-END-YEAR
                                    NOT < WS-IN-START-YEAR)
                               MOVE "Y" TO WS-CURRENT-FOUND-FLAG
                               MOVE ADV-TEACHER-ID
                                   TO WS-CURRENT-TEACHER-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-STUDENT-EXISTS.
           MOVE "N" TO WS-CHECK-OK-FLAG.
           MOVE WS-IN-STUDENT-ID TO STU-ID.
           READ STUDENT-FILE
               KEY IS STU-ID
               INVALID KEY
                   DISPLAY "エラー:学籍番号不正。"
               NOT INVALID KEY
                   MOVE "Y" TO WS-CHECK-OK-FLAG
           END-READ.

      * 教員マスタの存在確認(SYLCOM "T")
       CHECK-TEACHER-EXISTS.
           MOVE "N" TO WS-CHECK-OK-FLAG.
           MOVE "T" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE WS-IN-TEACHER-ID TO WS-PARAM-1(1:5).
           MOVE SPACES TO WS-PARAM-2.
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.
           IF WS-RETURN-CODE = 1
               DISPLAY WS-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-CHECK-OK-FLAG.
