      *****************************************************************
      * シラバス管理システム - 成績変更申請・承認プログラム(SYLGCR)
      * 職員が成績の訂正を理由付きで申請し、登録係が承認すると
      * 成績結果ファイルへ反映して変更前後を成績変更履歴に残す。
      * 直近に終了した学期より前に確定した成績は、別の登録係の
      * 第二承認を経てから反映する
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLGCR.
       AUTHOR. SHINYAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-CHANGE-FILE
               ASSIGN TO "grdchange.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GCR-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT GRADE-FILE
               ASSIGN TO "grades.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-KEY
               FILE STATUS IS WS-GRD-FILE-STATUS.

           SELECT SYLLABUS-FILE
               ASSIGN TO "syllabus.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-RECORD-KEY
               FILE STATUS IS WS-SYL-FILE-STATUS.

           SELECT SEMESTER-FILE
               ASSIGN TO "semester.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEM-CODE
               FILE STATUS IS WS-SEM-FILE-STATUS.

           SELECT CHANGE-LOG-FILE
               ASSIGN TO "grdchglog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GRADE-CHANGE-FILE.
           COPY "copybooks/GRDCHGFILE.cpy".

       FD GRADE-FILE.
           COPY "copybooks/GRADEFILE.cpy".

       FD SYLLABUS-FILE.
           COPY "copybooks/SYLFILE.cpy".

       FD SEMESTER-FILE.
           COPY "copybooks/SEMESTERFILE.cpy".

       FD CHANGE-LOG-FILE.
           COPY "copybooks/GRDCHGLOGFILE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS           PIC XX VALUE "00".
          88 WS-FILE-SUCCESS       VALUE "00".
          88 WS-FILE-DUP           VALUE "22".
          88 WS-FILE-NOT-FOUND     VALUE "23".

       01 WS-GRD-FILE-STATUS       PIC XX VALUE "00".
          88 WS-GRD-FILE-SUCCESS   VALUE "00".

       01 WS-SYL-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SYL-FILE-SUCCESS   VALUE "00".

       01 WS-SEM-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SEM-FILE-SUCCESS   VALUE "00".

       01 WS-LOG-FILE-STATUS       PIC XX VALUE "00".

       01 WS-MENU-OPTION           PIC 9 VALUE 0.
       01 WS-EOF-FLAG              PIC X VALUE "N".
          88 WS-EOF                VALUE "Y".

       01 WS-SYL-EOF-FLAG          PIC X VALUE "N".
          88 WS-SYL-EOF            VALUE "Y".

       01 WS-SEM-EOF-FLAG          PIC X VALUE "N".
          88 WS-SEM-EOF            VALUE "Y".

       01 WS-SYL-OPEN-FLAG         PIC X VALUE "N".
          88 WS-SYL-OPENED         VALUE "Y".

       01 WS-COURSE-FOUND-FLAG     PIC X VALUE "N".
          88 WS-COURSE-FOUND       VALUE "Y".

       01 WS-OPEN-REQUEST-FLAG     PIC X VALUE "N".
          88 WS-OPEN-REQUEST-FOUND VALUE "Y".

       01 WS-FUNCTION-CODE         PIC X.
       01 WS-PARAM-1               PIC X(50).
       01 WS-PARAM-2               PIC X(50).
       01 WS-RESULT                PIC X(200).
       01 WS-RETURN-CODE           PIC 9.

       01 WS-OPERATOR-ID           PIC X(10).

      * 申請入力域
       01 WS-REQ-COURSE-ID         PIC X(6).
       01 WS-REQ-ACADEMIC-YEAR     PIC X(4).
       01 WS-REQ-STUDENT-ID        PIC X(8).
       01 WS-REQ-NEW-GRADE         PIC X.
       01 WS-REQ-NEW-SCORE         PIC 9(3).
       01 WS-REQ-REASON            PIC X(40).
       01 WS-SECOND-FLAG           PIC X.

       01 WS-NEXT-REQUEST-NO       PIC 9(5) VALUE 0.
       01 WS-SEARCH-REQUEST-NO     PIC 9(5) VALUE 0.
       01 WS-DECISION              PIC X.
       01 WS-REJECT-REASON         PIC X(30).
       01 WS-TODAY                 PIC X(8).
       01 WS-LAST-END-DATE         PIC X(8).
       01 WS-LAST-START-DATE       PIC X(8).
       01 WS-STATUS-TEXT           PIC X(12).

       LINKAGE SECTION.
       01 LS-OPERATOR-ID           PIC X(10).
       01 LS-SIGNED-IN-FLAG        PIC X.
          88 LS-SIGNED-IN          VALUE "Y".
       01 LS-OPERATOR-ROLE         PIC X.
          88 LS-REGISTRAR          VALUE "R".
       01 LS-PERM-TABLE.
          05 LS-PERM-COUNT         PIC 99.
          05 LS-PERM-ENTRY OCCURS 99 TIMES.
             10 LS-PERM-FUNC       PIC 99.

       SCREEN SECTION.
       01 GCR-MENU-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "成績変更申請・承認".
           05 LINE 3 COLUMN 1 VALUE "1. 変更申請".
           05 LINE 4 COLUMN 1 VALUE "2. 申請審査(登録係)".
           05 LINE 5 COLUMN 1 VALUE "3. 一覧表示".
           05 LINE 6 COLUMN 1 VALUE "9. 終了".
           05 LINE 8 COLUMN 1 VALUE "選択 (1-3,9): ".
           05 LINE 8 COLUMN 16 PIC 9 USING WS-MENU-OPTION.

       01 GCR-REQUEST-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "成績変更申請".
           05 LINE 3 COLUMN 1 VALUE "科目コード: ".
           05 LINE 3 COLUMN 22 PIC X(6) USING WS-REQ-COURSE-ID.
           05 LINE 4 COLUMN 1 VALUE "年度(4桁): ".
           05 LINE 4 COLUMN 22 PIC X(4) USING WS-REQ-ACADEMIC-YEAR.
           05 LINE 5 COLUMN 1 VALUE "学籍番号: ".
           05 LINE 5 COLUMN 22 PIC X(8) USING WS-REQ-STUDENT-ID.
           05 LINE 6 COLUMN 1 VALUE "新しい評価: ".
           05 LINE 6 COLUMN 22 PIC X USING WS-REQ-NEW-GRADE.
           05 LINE 7 COLUMN 1 VALUE "新しい素点: ".
           05 LINE 7 COLUMN 22 PIC 9(3) USING WS-REQ-NEW-SCORE.
           05 LINE 8 COLUMN 1 VALUE "変更理由: ".
           05 LINE 8 COLUMN 22 PIC X(40) USING WS-REQ-REASON.

       01 GCR-REVIEW-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "成績変更審査".
           05 LINE 3 COLUMN 1 VALUE "申請番号: ".
           05 LINE 3 COLUMN 25 PIC 9(5) USING WS-SEARCH-REQUEST-NO.

       01 GCR-DECISION-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "審査判定".
           05 LINE 2 COLUMN 1 VALUE "申請番号: ".
           05 LINE 2 COLUMN 15 PIC 9(5) FROM GCR-REQUEST-NO.
           05 LINE 4 COLUMN 1 VALUE "判定(A=承認/R=却下): ".
           05 LINE 4 COLUMN 25 PIC X USING WS-DECISION.
           05 LINE 5 COLUMN 1 VALUE "却下理由: ".
           05 LINE 5 COLUMN 25 PIC X(30) USING WS-REJECT-REASON.

       PROCEDURE DIVISION USING LS-OPERATOR-ID, LS-SIGNED-IN-FLAG,
                                 LS-OPERATOR-ROLE, LS-PERM-TABLE.
       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           IF NOT WS-GRD-FILE-SUCCESS
               DISPLAY "エラー:成績結果ファイルなし。"
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.
           MOVE SPACES TO WS-OPERATOR-ID.
           IF LS-SIGNED-IN
               MOVE LS-OPERATOR-ID TO WS-OPERATOR-ID
           END-IF.
           PERFORM UNTIL WS-MENU-OPTION = 9
               DISPLAY GCR-MENU-SCREEN
               ACCEPT GCR-MENU-SCREEN
               EVALUATE WS-MENU-OPTION
                   WHEN 1
                       PERFORM SUBMIT-GRADE-CHANGE
                   WHEN 2
      *                審査はログイン済の登録係のみ
                       IF LS-SIGNED-IN AND LS-REGISTRAR
                           PERFORM REVIEW-GRADE-CHANGE
                       ELSE
                           DISPLAY "エラー:登録係権限が必要"
                       END-IF
                   WHEN 3
                       PERFORM LIST-GRADE-CHANGES
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "無効な選択です。"
               END-EVALUATE
           END-PERFORM.

           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN I-O GRADE-CHANGE-FILE.
           IF NOT WS-FILE-SUCCESS
               OPEN OUTPUT GRADE-CHANGE-FILE
               CLOSE GRADE-CHANGE-FILE
               OPEN I-O GRADE-CHANGE-FILE
           END-IF.
           OPEN I-O GRADE-FILE.
           OPEN INPUT SYLLABUS-FILE.
           IF WS-SYL-FILE-SUCCESS
               MOVE "Y" TO WS-SYL-OPEN-FLAG
           END-IF.

       CLOSE-FILES.
           CLOSE GRADE-CHANGE-FILE.
           CLOSE GRADE-FILE.
           IF WS-SYL-OPENED
               CLOSE SYLLABUS-FILE
           END-IF.

      *-----------------------------------------------------------
      * 変更申請
      * 現在の成績を変更前として控え、承認待ちで登録する
      *-----------------------------------------------------------
       SUBMIT-GRADE-CHANGE.
           MOVE SPACES TO WS-REQ-COURSE-ID.
           MOVE SPACES TO WS-REQ-ACADEMIC-YEAR.
           MOVE SPACES TO WS-REQ-STUDENT-ID.
           MOVE SPACE TO WS-REQ-NEW-GRADE.
           MOVE 0 TO WS-REQ-NEW-SCORE.
           MOVE SPACES TO WS-REQ-REASON.
           DISPLAY GCR-REQUEST-SCREEN.
           ACCEPT GCR-REQUEST-SCREEN.

           IF WS-OPERATOR-ID = SPACES
               DISPLAY "エラー:ログインが必要です。"
               EXIT PARAGRAPH
           END-IF.
           IF WS-REQ-COURSE-ID = SPACES
               OR WS-REQ-ACADEMIC-YEAR = SPACES
               OR WS-REQ-STUDENT-ID = SPACES
               DISPLAY "エラー:科目・年度・学生は必須。"
               EXIT PARAGRAPH
           END-IF.
           IF WS-REQ-REASON = SPACES
               DISPLAY "エラー:変更理由は必須です。"
               EXIT PARAGRAPH
           END-IF.
           IF WS-REQ-NEW-GRADE NOT = "S" AND WS-REQ-NEW-GRADE NOT = "A"
               AND WS-REQ-NEW-GRADE NOT = "B"
               AND WS-REQ-NEW-GRADE NOT = "C"
               AND WS-REQ-NEW-GRADE NOT = "F"
               AND WS-REQ-NEW-GRADE NOT = "W"
               DISPLAY "エラー:評価コード不正。"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-REQ-COURSE-ID TO GRD-COURSE-ID.
           MOVE WS-REQ-ACADEMIC-YEAR TO GRD-ACADEMIC-YEAR.
           MOVE WS-REQ-STUDENT-ID TO GRD-STUDENT-ID.
           READ GRADE-FILE
               KEY IS GRD-KEY
               INVALID KEY
                   DISPLAY "エラー:該当する成績がない。"
                   EXIT PARAGRAPH
           END-READ.
           IF GRD-GRADE = WS-REQ-NEW-GRADE
               AND GRD-SCORE = WS-REQ-NEW-SCORE
               DISPLAY "エラー:現在の成績と同じです。"
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-OPEN-REQUEST.
           IF WS-OPEN-REQUEST-FOUND
               DISPLAY "エラー:審査中の申請があります。"
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-GRADE-AGE.

           PERFORM FIND-NEXT-REQUEST-NO.
           INITIALIZE GRADE-CHANGE-RECORD.
           MOVE WS-NEXT-REQUEST-NO TO GCR-REQUEST-NO.
           MOVE WS-REQ-COURSE-ID TO GCR-COURSE-ID.
           MOVE WS-REQ-ACADEMIC-YEAR TO GCR-ACADEMIC-YEAR.
           MOVE WS-REQ-STUDENT-ID TO GCR-STUDENT-ID.
           MOVE GRD-GRADE TO GCR-OLD-GRADE.
           MOVE GRD-SCORE TO GCR-OLD-SCORE.
           MOVE WS-REQ-NEW-GRADE TO GCR-NEW-GRADE.
           MOVE WS-REQ-NEW-SCORE TO GCR-NEW-SCORE.
           MOVE WS-REQ-REASON TO GCR-REASON.
           MOVE WS-OPERATOR-ID TO GCR-REQUESTED-BY.
           MOVE FUNCTION CURRENT-DATE TO GCR-REQUESTED-TS.
           SET GCR-STATUS-PENDING TO TRUE.
           MOVE WS-SECOND-FLAG TO GCR-SECOND-FLAG.
           WRITE GRADE-CHANGE-RECORD
               INVALID KEY
                   DISPLAY "エラー:申請の登録に失敗。"
               NOT INVALID KEY
                   DISPLAY "申請番号 " GCR-REQUEST-NO
                           " で受付けました。"
                   IF GCR-NEEDS-SECOND
                       DISPLAY "旧学期の成績:第二承認要"
                   END-IF
           END-WRITE.

      * 同じ成績に対する審査中(承認待ち・第二承認待ち)の申請
       FIND-OPEN-REQUEST.
           MOVE "N" TO WS-OPEN-REQUEST-FLAG.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE 0 TO GCR-REQUEST-NO.
           START GRADE-CHANGE-FILE KEY IS NOT LESS THAN GCR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF
               READ GRADE-CHANGE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF GCR-COURSE-ID = WS-REQ-COURSE-ID
                           AND GCR-ACADEMIC-YEAR
                               = WS-REQ-ACADEMIC-YEAR
                           AND GCR-STUDENT-ID = WS-REQ-STUDENT-ID
                           AND (GCR-STATUS-PENDING
                                OR GCR-STATUS-SECOND)
                           MOVE "Y" TO WS-OPEN-REQUEST-FLAG
                       END-IF
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------
      * 第二承認の要否
      * 学期マスタで今日までに終了した最も新しい学期を求め、
      * 成績の確定日がその学期の開始日より前なら第二承認とする
      * (学期マスタがなければ年度が今年より前の成績を対象)
      *-----------------------------------------------------------
       CHECK-GRADE-AGE.
           MOVE "N" TO WS-SECOND-FLAG.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE SPACES TO WS-LAST-END-DATE.
           MOVE SPACES TO WS-LAST-START-DATE.

           OPEN INPUT SEMESTER-FILE.
           IF WS-SEM-FILE-SUCCESS
               MOVE "N" TO WS-SEM-EOF-FLAG
               MOVE LOW-VALUES TO SEM-CODE
               START SEMESTER-FILE KEY IS NOT LESS THAN SEM-CODE
                   INVALID KEY
                       MOVE "Y" TO WS-SEM-EOF-FLAG
               END-START
               PERFORM UNTIL WS-SEM-EOF
                   READ SEMESTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SEM-EOF-FLAG
                       NOT AT END
                           IF SEM-END-DATE < WS-TODAY
                               AND (WS-LAST-END-DATE = SPACES
                                    OR SEM-END-DATE
                                       > WS-LAST-END-DATE)
                               MOVE SEM-END-DATE
                                   TO WS-LAST-END-DATE
                               MOVE SEM-START-DATE
                                   TO WS-LAST-START-DATE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE SEMESTER-FILE.

           IF WS-LAST-START-DATE NOT = SPACES
               IF GRD-POSTED-DATE < WS-LAST-START-DATE
                   MOVE "Y" TO WS-SECOND-FLAG
               END-IF
           ELSE
               IF GRD-ACADEMIC-YEAR < WS-TODAY(1:4)
                   MOVE "Y" TO WS-SECOND-FLAG
               END-IF
           END-IF.

       FIND-NEXT-REQUEST-NO.
           MOVE 0 TO WS-NEXT-REQUEST-NO.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE 0 TO GCR-REQUEST-NO.
           START GRADE-CHANGE-FILE KEY IS NOT LESS THAN GCR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF
               READ GRADE-CHANGE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE GCR-REQUEST-NO TO WS-NEXT-REQUEST-NO
               END-READ
           END-PERFORM.
           ADD 1 TO WS-NEXT-REQUEST-NO.

      *-----------------------------------------------------------
      * 申請審査(登録係)
      * 第二承認が必要な申請は、最初の承認で第二承認待ちとし、
      * 別の登録係の承認で反映する
      *-----------------------------------------------------------
       REVIEW-GRADE-CHANGE.
           MOVE 0 TO WS-SEARCH-REQUEST-NO.
           DISPLAY GCR-REVIEW-SCREEN.
           ACCEPT GCR-REVIEW-SCREEN.

           MOVE WS-SEARCH-REQUEST-NO TO GCR-REQUEST-NO.
           READ GRADE-CHANGE-FILE
               KEY IS GCR-KEY
               INVALID KEY
                   DISPLAY "エラー:該当申請なし。"
                   EXIT PARAGRAPH
           END-READ.

           IF NOT GCR-STATUS-PENDING AND NOT GCR-STATUS-SECOND
               DISPLAY "エラー:審査済の申請です。"
               EXIT PARAGRAPH
           END-IF.
           IF GCR-REQUESTED-BY = WS-OPERATOR-ID
               DISPLAY "エラー:申請者本人は承認不可"
               EXIT PARAGRAPH
           END-IF.
           IF GCR-STATUS-SECOND
               AND GCR-FIRST-APPROVER = WS-OPERATOR-ID
               DISPLAY "エラー:第二承認は別の登録係"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY " ".
           DISPLAY "科目: " GCR-COURSE-ID
                   " 年度: " GCR-ACADEMIC-YEAR
                   " 学生: " GCR-STUDENT-ID.
           DISPLAY "変更: " GCR-OLD-GRADE " " GCR-OLD-SCORE
                   " -> " GCR-NEW-GRADE " " GCR-NEW-SCORE.
           DISPLAY "理由: " GCR-REASON.
           DISPLAY "申請: " GCR-REQUESTED-BY " "
                   GCR-REQUESTED-TS(1:8).
           IF GCR-STATUS-SECOND
               DISPLAY "第一承認: " GCR-FIRST-APPROVER " "
                       GCR-FIRST-DATE
           END-IF.

           MOVE SPACES TO WS-DECISION.
           MOVE SPACES TO WS-REJECT-REASON.
           DISPLAY GCR-DECISION-SCREEN.
           ACCEPT GCR-DECISION-SCREEN.

           EVALUATE WS-DECISION
               WHEN "A"
                   PERFORM APPROVE-GRADE-CHANGE
               WHEN "R"
                   PERFORM REJECT-GRADE-CHANGE
               WHEN OTHER
                   DISPLAY "判定を中止しました。"
           END-EVALUATE.

       APPROVE-GRADE-CHANGE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           IF GCR-STATUS-PENDING AND GCR-NEEDS-SECOND
               MOVE WS-OPERATOR-ID TO GCR-FIRST-APPROVER
               MOVE WS-TODAY TO GCR-FIRST-DATE
               SET GCR-STATUS-SECOND TO TRUE
               REWRITE GRADE-CHANGE-RECORD
                   INVALID KEY
                       DISPLAY "エラー:申請の更新に失敗。"
                       EXIT PARAGRAPH
               END-REWRITE
               DISPLAY "第一承認済。第二承認待ち。"
               EXIT PARAGRAPH
           END-IF.

           PERFORM APPLY-GRADE-CHANGE.

      *-----------------------------------------------------------
      * 成績結果ファイルへの反映
      * 申請後に成績が変わっていれば反映せずに却下とする
      *-----------------------------------------------------------
       APPLY-GRADE-CHANGE.
           MOVE GCR-COURSE-ID TO GRD-COURSE-ID.
           MOVE GCR-ACADEMIC-YEAR TO GRD-ACADEMIC-YEAR.
           MOVE GCR-STUDENT-ID TO GRD-STUDENT-ID.
           READ GRADE-FILE
               KEY IS GRD-KEY
               INVALID KEY
                   DISPLAY "エラー:対象の成績がない。"
                   EXIT PARAGRAPH
           END-READ.

           IF GRD-GRADE NOT = GCR-OLD-GRADE
               OR GRD-SCORE NOT = GCR-OLD-SCORE
               DISPLAY "エラー:申請後に成績が変更済"
               DISPLAY "却下します。再申請を依頼。"
               SET GCR-STATUS-REJECTED TO TRUE
               MOVE "申請後に成績が変更済"
                   TO GCR-REJECT-REASON
               REWRITE GRADE-CHANGE-RECORD
                   INVALID KEY
                       DISPLAY "エラー:申請の更新に失敗。"
               END-REWRITE
               EXIT PARAGRAPH
           END-IF.

           MOVE GCR-NEW-GRADE TO GRD-GRADE.
           MOVE GCR-NEW-SCORE TO GRD-SCORE.
           REWRITE GRADE-RECORD
               INVALID KEY
                   DISPLAY "エラー:成績の更新に失敗。"
                   EXIT PARAGRAPH
           END-REWRITE.

           IF GCR-STATUS-SECOND
               MOVE WS-OPERATOR-ID TO GCR-SECOND-APPROVER
               MOVE WS-TODAY TO GCR-SECOND-DATE
           ELSE
               MOVE WS-OPERATOR-ID TO GCR-FIRST-APPROVER
               MOVE WS-TODAY TO GCR-FIRST-DATE
           END-IF.
           SET GCR-STATUS-APPROVED TO TRUE.
           REWRITE GRADE-CHANGE-RECORD
               INVALID KEY
                   DISPLAY "エラー:申請の更新に失敗。"
           END-REWRITE.

           PERFORM WRITE-CHANGE-LOG.
           DISPLAY "承認し成績に反映しました。".

       REJECT-GRADE-CHANGE.
           IF WS-REJECT-REASON = SPACES
               DISPLAY "エラー:却下理由は必須。"
               EXIT PARAGRAPH
           END-IF.
           SET GCR-STATUS-REJECTED TO TRUE.
           MOVE WS-REJECT-REASON TO GCR-REJECT-REASON.
           REWRITE GRADE-CHANGE-RECORD
               INVALID KEY
                   DISPLAY "エラー:申請の更新に失敗。"
           END-REWRITE.
           DISPLAY "却下しました。".

      *-----------------------------------------------------------
      * 成績変更履歴への記録(担当教員・学科は代表区分から)
      *-----------------------------------------------------------
       WRITE-CHANGE-LOG.
           PERFORM FIND-COURSE-SECTION.
           MOVE FUNCTION CURRENT-DATE TO GCL-TIMESTAMP.
           MOVE GCR-REQUEST-NO TO GCL-REQUEST-NO.
           MOVE GCR-COURSE-ID TO GCL-COURSE-ID.
           MOVE GCR-ACADEMIC-YEAR TO GCL-ACADEMIC-YEAR.
           MOVE GCR-STUDENT-ID TO GCL-STUDENT-ID.
           IF WS-COURSE-FOUND
               MOVE SYL-TEACHER-ID TO GCL-TEACHER-ID
               MOVE SYL-DEPARTMENT-ID TO GCL-DEPT-ID
           ELSE
               MOVE SPACES TO GCL-TEACHER-ID
               MOVE SPACES TO GCL-DEPT-ID
           END-IF.
           MOVE GCR-OLD-GRADE TO GCL-OLD-GRADE.
           MOVE GCR-OLD-SCORE TO GCL-OLD-SCORE.
           MOVE GCR-NEW-GRADE TO GCL-NEW-GRADE.
           MOVE GCR-NEW-SCORE TO GCL-NEW-SCORE.
           MOVE GCR-REQUESTED-BY TO GCL-REQUESTED-BY.
           MOVE GCR-FIRST-APPROVER TO GCL-APPROVED-BY.
           MOVE GCR-SECOND-APPROVER TO GCL-SECOND-APPROVER.
           MOVE GCR-REASON TO GCL-REASON.

           OPEN EXTEND CHANGE-LOG-FILE.
           IF WS-LOG-FILE-STATUS NOT = "00"
               OPEN OUTPUT CHANGE-LOG-FILE
           END-IF.
           WRITE GRADE-CHANGE-LOG-RECORD.
           CLOSE CHANGE-LOG-FILE.

      * 科目の閉講でない先頭区分を求める(履修取込と同じ規則)
       FIND-COURSE-SECTION.
           MOVE "N" TO WS-COURSE-FOUND-FLAG.
           IF NOT WS-SYL-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-SYL-EOF-FLAG.
           MOVE GCR-COURSE-ID TO SYL-COURSE-ID.
           MOVE GCR-ACADEMIC-YEAR TO SYL-ACADEMIC-YEAR.
           MOVE LOW-VALUES TO SYL-SECTION-NO.
           START SYLLABUS-FILE KEY IS NOT LESS THAN SYL-RECORD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SYL-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-SYL-EOF OR WS-COURSE-FOUND
               READ SYLLABUS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SYL-EOF-FLAG
                   NOT AT END
                       IF SYL-COURSE-ID = GCR-COURSE-ID
                           AND SYL-ACADEMIC-YEAR
                               = GCR-ACADEMIC-YEAR
                           IF NOT SYL-STATUS-CANCELLED
                               MOVE "Y" TO WS-COURSE-FOUND-FLAG
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-SYL-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

       LIST-GRADE-CHANGES.
           DISPLAY " ".
           DISPLAY "==== 成績変更申請一覧 ====".
           DISPLAY "番号  状態         科目   年度 "
                   "学籍番号 変更".
           MOVE "N" TO WS-EOF-FLAG.
           MOVE 0 TO GCR-REQUEST-NO.
           START GRADE-CHANGE-FILE KEY IS NOT LESS THAN GCR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF
               READ GRADE-CHANGE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       EVALUATE TRUE
                           WHEN GCR-STATUS-PENDING
                               MOVE "承認待ち" TO WS-STATUS-TEXT
                           WHEN GCR-STATUS-SECOND
                               MOVE "第二承認待ち"
                                   TO WS-STATUS-TEXT
                           WHEN GCR-STATUS-APPROVED
                               MOVE "反映済" TO WS-STATUS-TEXT
                           WHEN GCR-STATUS-REJECTED
                               MOVE "却下" TO WS-STATUS-TEXT
                           WHEN OTHER
                               MOVE SPACES TO WS-STATUS-TEXT
                       END-EVALUATE
                       DISPLAY GCR-REQUEST-NO " " WS-STATUS-TEXT " "
                           GCR-COURSE-ID " " GCR-ACADEMIC-YEAR " "
                           GCR-STUDENT-ID " " GCR-OLD-GRADE "->"
                           GCR-NEW-GRADE " " GCR-REQUESTED-BY
                       IF GCR-STATUS-REJECTED
                           DISPLAY "      理由: " GCR-REJECT-REASON
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "==========================".
