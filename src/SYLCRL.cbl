      *****************************************************************
      * シラバス管理システム - 履修単位上限マスタ保守(SYLCRL)
      * 学科+入学年度別の学期単位上限と、学生別の上限超過承認を
      * 保守する。超過承認は学生+年度+学期ごとに理由を付けて登録
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLCRL.
       AUTHOR. SHINYAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIT-LIMIT-FILE
               ASSIGN TO "creditlimit.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRL-KEY
               FILE STATUS IS WS-CRL-FILE-STATUS.

           SELECT OVERLOAD-FILE
               ASSIGN TO "overload.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OVA-KEY
               FILE STATUS IS WS-OVA-FILE-STATUS.

           SELECT DEPARTMENT-FILE
               ASSIGN TO "dept.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-ID
               FILE STATUS IS WS-DEPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CREDIT-LIMIT-FILE.
           COPY "copybooks/CRDLIMFILE.cpy".

       FD OVERLOAD-FILE.
           COPY "copybooks/OVLAPRFILE.cpy".

       FD DEPARTMENT-FILE.
           COPY "copybooks/DEPTFILE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CRL-FILE-STATUS       PIC XX VALUE "00".
          88 WS-CRL-FILE-SUCCESS   VALUE "00".

       01 WS-OVA-FILE-STATUS       PIC XX VALUE "00".
          88 WS-OVA-FILE-SUCCESS   VALUE "00".

       01 WS-DEPT-FILE-STATUS      PIC XX VALUE "00".
          88 WS-DEPT-FILE-SUCCESS  VALUE "00".

       01 WS-MENU-OPTION           PIC 9 VALUE 0.
       01 WS-EOF-FLAG              PIC X VALUE "N".
          88 WS-EOF                VALUE "Y".

       01 WS-DEPT-OK-FLAG          PIC X VALUE "N".
          88 WS-DEPT-OK            VALUE "Y".

       01 WS-SEARCH-DEPT-ID        PIC X(4).
       01 WS-SEARCH-ADM-YEAR       PIC X(4).
       01 WS-SEARCH-STUDENT-ID     PIC X(8).
       01 WS-SEARCH-YEAR           PIC X(4).
       01 WS-SEARCH-SEMESTER       PIC X(2).
       01 WS-SAVE-MAX-CREDITS      PIC 99.

       01 WS-FUNCTION-CODE         PIC X.
       01 WS-PARAM-1               PIC X(50).
       01 WS-PARAM-2               PIC X(50).
       01 WS-RESULT                PIC X(200).
       01 WS-RETURN-CODE           PIC 9.

       SCREEN SECTION.
       01 CRL-MENU-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "履修単位上限マスタ保守".
           05 LINE 3 COLUMN 1 VALUE "1. 単位上限登録・変更".
           05 LINE 4 COLUMN 1 VALUE "2. 単位上限削除".
           05 LINE 5 COLUMN 1 VALUE "3. 単位上限一覧".
           05 LINE 6 COLUMN 1 VALUE "4. 超過承認登録・変更".
           05 LINE 7 COLUMN 1 VALUE "5. 超過承認削除".
           05 LINE 8 COLUMN 1 VALUE "6. 超過承認一覧".
           05 LINE 9 COLUMN 1 VALUE "9. 終了".
           05 LINE 11 COLUMN 1 VALUE "選択 (1-6,9): ".
           05 LINE 11 COLUMN 16 PIC 9 USING WS-MENU-OPTION.

       01 CRL-INPUT-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "単位上限登録画面".
           05 LINE 3 COLUMN 1 VALUE "学科コード: ".
           05 LINE 3 COLUMN 28 PIC X(4) USING CRL-DEPT-ID.
           05 LINE 4 COLUMN 1 VALUE "入学年度(空白=既定): ".
           05 LINE 4 COLUMN 28 PIC X(4) USING CRL-ADMISSION-YEAR.
           05 LINE 5 COLUMN 1 VALUE "学期上限単位数: ".
           05 LINE 5 COLUMN 28 PIC 99 USING CRL-MAX-CREDITS.

       01 CRL-SEARCH-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "対象上限の指定".
           05 LINE 3 COLUMN 1 VALUE "学科コード: ".
           05 LINE 3 COLUMN 28 PIC X(4) USING WS-SEARCH-DEPT-ID.
           05 LINE 4 COLUMN 1 VALUE "入学年度(空白=既定): ".
           05 LINE 4 COLUMN 28 PIC X(4) USING WS-SEARCH-ADM-YEAR.

       01 OVA-INPUT-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "上限超過承認登録画面".
           05 LINE 3 COLUMN 1 VALUE "学籍番号: ".
           05 LINE 3 COLUMN 28 PIC X(8) USING OVA-STUDENT-ID.
           05 LINE 4 COLUMN 1 VALUE "年度: ".
           05 LINE 4 COLUMN 28 PIC X(4) USING OVA-ACADEMIC-YEAR.
           05 LINE 5 COLUMN 1 VALUE "学期コード: ".
           05 LINE 5 COLUMN 28 PIC X(2) USING OVA-SEMESTER.
           05 LINE 6 COLUMN 1 VALUE "承認上限単位数: ".
           05 LINE 6 COLUMN 28 PIC 99 USING OVA-MAX-CREDITS.
           05 LINE 7 COLUMN 1 VALUE "理由: ".
           05 LINE 7 COLUMN 28 PIC X(40) USING OVA-REASON.
           05 LINE 8 COLUMN 1 VALUE "承認者ID: ".
           05 LINE 8 COLUMN 28 PIC X(10) USING OVA-APPROVED-BY.

       01 OVA-SEARCH-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "対象承認の指定".
           05 LINE 3 COLUMN 1 VALUE "学籍番号(空白=全件): ".
           05 LINE 3 COLUMN 28 PIC X(8) USING WS-SEARCH-STUDENT-ID.
           05 LINE 4 COLUMN 1 VALUE "年度: ".
           05 LINE 4 COLUMN 28 PIC X(4) USING WS-SEARCH-YEAR.
           05 LINE 5 COLUMN 1 VALUE "学期コード: ".
           05 LINE 5 COLUMN 28 PIC X(2) USING WS-SEARCH-SEMESTER.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           PERFORM UNTIL WS-MENU-OPTION = 9
               MOVE 0 TO WS-MENU-OPTION
               DISPLAY CRL-MENU-SCREEN
               ACCEPT CRL-MENU-SCREEN
               EVALUATE WS-MENU-OPTION
                   WHEN 1
                       PERFORM REGISTER-CREDIT-LIMIT
                   WHEN 2
                       PERFORM DELETE-CREDIT-LIMIT
                   WHEN 3
                       PERFORM LIST-CREDIT-LIMITS
                   WHEN 4
                       PERFORM REGISTER-OVERLOAD
                   WHEN 5
                       PERFORM DELETE-OVERLOAD
                   WHEN 6
                       PERFORM LIST-OVERLOADS
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "無効な選択です。"
               END-EVALUATE
           END-PERFORM.

           CLOSE CREDIT-LIMIT-FILE.
           CLOSE OVERLOAD-FILE.
           GOBACK.

       OPEN-FILES.
           OPEN I-O CREDIT-LIMIT-FILE.
           IF NOT WS-CRL-FILE-SUCCESS
               OPEN OUTPUT CREDIT-LIMIT-FILE
               CLOSE CREDIT-LIMIT-FILE
               OPEN I-O CREDIT-LIMIT-FILE
           END-IF.
           OPEN I-O OVERLOAD-FILE.
           IF NOT WS-OVA-FILE-SUCCESS
               OPEN OUTPUT OVERLOAD-FILE
               CLOSE OVERLOAD-FILE
               OPEN I-O OVERLOAD-FILE
           END-IF.

      *-----------------------------------------------------------
      * 単位上限の登録・変更(既存キーは上限単位数を置換える)
      *-----------------------------------------------------------
       REGISTER-CREDIT-LIMIT.
           INITIALIZE CREDIT-LIMIT-RECORD.
           DISPLAY CRL-INPUT-SCREEN.
           ACCEPT CRL-INPUT-SCREEN.

           IF CRL-DEPT-ID = SPACES OR CRL-MAX-CREDITS = 0
               DISPLAY "エラー:学科と上限単位数は必須。"
               EXIT PARAGRAPH
           END-IF.

           MOVE CRL-DEPT-ID TO WS-SEARCH-DEPT-ID.
           PERFORM CHECK-DEPT-EXISTS.
           IF NOT WS-DEPT-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE CRL-MAX-CREDITS TO WS-SAVE-MAX-CREDITS.
           READ CREDIT-LIMIT-FILE
               KEY IS CRL-KEY
               INVALID KEY
                   MOVE WS-SAVE-MAX-CREDITS TO CRL-MAX-CREDITS
                   WRITE CREDIT-LIMIT-RECORD
                       INVALID KEY
                           DISPLAY "エラー:登録に失敗。"
                       NOT INVALID KEY
                           DISPLAY "上限を登録しました。"
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-SAVE-MAX-CREDITS TO CRL-MAX-CREDITS
                   REWRITE CREDIT-LIMIT-RECORD
                       INVALID KEY
                           DISPLAY "エラー:変更に失敗。"
                       NOT INVALID KEY
                           DISPLAY "上限を変更しました。"
                   END-REWRITE
           END-READ.

       CHECK-DEPT-EXISTS.
           MOVE "N" TO WS-DEPT-OK-FLAG.
           OPEN INPUT DEPARTMENT-FILE.
           IF NOT WS-DEPT-FILE-SUCCESS
               CLOSE DEPARTMENT-FILE
               DISPLAY "エラー:学部学科マスタ未登録。"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SEARCH-DEPT-ID TO DEPT-ID.
           READ DEPARTMENT-FILE
               KEY IS DEPT-ID
               INVALID KEY
                   DISPLAY "エラー:学科コード不正。"
               NOT INVALID KEY
                   MOVE "Y" TO WS-DEPT-OK-FLAG
           END-READ.
           CLOSE DEPARTMENT-FILE.

       DELETE-CREDIT-LIMIT.
           MOVE SPACES TO WS-SEARCH-DEPT-ID.
           MOVE SPACES TO WS-SEARCH-ADM-YEAR.
           DISPLAY CRL-SEARCH-SCREEN.
           ACCEPT CRL-SEARCH-SCREEN.

           MOVE WS-SEARCH-DEPT-ID TO CRL-DEPT-ID.
           MOVE WS-SEARCH-ADM-YEAR TO CRL-ADMISSION-YEAR.
           READ CREDIT-LIMIT-FILE
               KEY IS CRL-KEY
               INVALID KEY
                   DISPLAY "エラー:該当上限なし。"
                   EXIT PARAGRAPH
           END-READ.
           DELETE CREDIT-LIMIT-FILE
               INVALID KEY
                   DISPLAY "エラー:削除に失敗。"
               NOT INVALID KEY
                   DISPLAY "単位上限を削除しました。"
           END-DELETE.

       LIST-CREDIT-LIMITS.
           DISPLAY " ".
           DISPLAY "==== 単位上限一覧 ====".
           DISPLAY "学科 入学年度 上限".
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO CRL-KEY.
           START CREDIT-LIMIT-FILE KEY IS NOT LESS THAN CRL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF
               READ CREDIT-LIMIT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF CRL-ADMISSION-YEAR = SPACES
                           DISPLAY CRL-DEPT-ID " 既定     "
                               CRL-MAX-CREDITS
                       ELSE
                           DISPLAY CRL-DEPT-ID " "
                               CRL-ADMISSION-YEAR "     "
                               CRL-MAX-CREDITS
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "======================".

      *-----------------------------------------------------------
      * 上限超過承認の登録・変更
      * (学生・学期を確認し、承認日は当日を記録する)
      *-----------------------------------------------------------
       REGISTER-OVERLOAD.
           INITIALIZE OVERLOAD-APPROVAL-RECORD.
           DISPLAY OVA-INPUT-SCREEN.
           ACCEPT OVA-INPUT-SCREEN.

           IF OVA-STUDENT-ID = SPACES OR OVA-ACADEMIC-YEAR = SPACES
               OR OVA-SEMESTER = SPACES OR OVA-MAX-CREDITS = 0
               DISPLAY "エラー:学生・年度・学期は必須。"
               EXIT PARAGRAPH
           END-IF.
           IF OVA-REASON = SPACES OR OVA-APPROVED-BY = SPACES
               DISPLAY "エラー:理由と承認者は必須。"
               EXIT PARAGRAPH
           END-IF.

           MOVE "U" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE OVA-STUDENT-ID TO WS-PARAM-1(1:8).
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.
           IF WS-RETURN-CODE = 1
               DISPLAY WS-RESULT(1:50)
               EXIT PARAGRAPH
           END-IF.

           MOVE "M" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE OVA-SEMESTER TO WS-PARAM-1(1:2).
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.
           IF WS-RETURN-CODE = 1
               DISPLAY WS-RESULT(1:50)
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO OVA-APPROVED-DATE.
           WRITE OVERLOAD-APPROVAL-RECORD
               INVALID KEY
                   REWRITE OVERLOAD-APPROVAL-RECORD
                       INVALID KEY
                           DISPLAY "エラー:変更に失敗。"
                       NOT INVALID KEY
                           DISPLAY "承認を変更しました。"
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "超過承認を登録しました。"
           END-WRITE.

       DELETE-OVERLOAD.
           MOVE SPACES TO WS-SEARCH-STUDENT-ID.
           MOVE SPACES TO WS-SEARCH-YEAR.
           MOVE SPACES TO WS-SEARCH-SEMESTER.
           DISPLAY OVA-SEARCH-SCREEN.
           ACCEPT OVA-SEARCH-SCREEN.

           MOVE WS-SEARCH-STUDENT-ID TO OVA-STUDENT-ID.
           MOVE WS-SEARCH-YEAR TO OVA-ACADEMIC-YEAR.
           MOVE WS-SEARCH-SEMESTER TO OVA-SEMESTER.
           READ OVERLOAD-FILE
               KEY IS OVA-KEY
               INVALID KEY
                   DISPLAY "エラー:該当承認なし。"
                   EXIT PARAGRAPH
           END-READ.
           DELETE OVERLOAD-FILE
               INVALID KEY
                   DISPLAY "エラー:削除に失敗。"
               NOT INVALID KEY
                   DISPLAY "超過承認を削除しました。"
           END-DELETE.

      * 学籍番号を指定すればその学生のみ、空白なら全件を表示
      * (年度・学期を指定すれば該当学期に絞る)
       LIST-OVERLOADS.
           MOVE SPACES TO WS-SEARCH-STUDENT-ID.
           MOVE SPACES TO WS-SEARCH-YEAR.
           MOVE SPACES TO WS-SEARCH-SEMESTER.
           DISPLAY OVA-SEARCH-SCREEN.
           ACCEPT OVA-SEARCH-SCREEN.

           DISPLAY " ".
           DISPLAY "==== 上限超過承認一覧 ====".
           DISPLAY "学籍番号 年度 学期 上限 承認者 "
               "    承認日".
           MOVE "N" TO WS-EOF-FLAG.
           MOVE WS-SEARCH-STUDENT-ID TO OVA-STUDENT-ID.
           MOVE LOW-VALUES TO OVA-ACADEMIC-YEAR.
           MOVE LOW-VALUES TO OVA-SEMESTER.
           START OVERLOAD-FILE KEY IS NOT LESS THAN OVA-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF
               READ OVERLOAD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-SEARCH-STUDENT-ID NOT = SPACES
                           AND OVA-STUDENT-ID
                               NOT = WS-SEARCH-STUDENT-ID
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                           PERFORM SHOW-ONE-OVERLOAD
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "==========================".

       SHOW-ONE-OVERLOAD.
           IF WS-SEARCH-YEAR NOT = SPACES
               AND OVA-ACADEMIC-YEAR NOT = WS-SEARCH-YEAR
               EXIT PARAGRAPH
           END-IF.
           IF WS-SEARCH-SEMESTER NOT = SPACES
               AND OVA-SEMESTER NOT = WS-SEARCH-SEMESTER
               EXIT PARAGRAPH
           END-IF.
           DISPLAY OVA-STUDENT-ID " " OVA-ACADEMIC-YEAR " "
               OVA-SEMESTER "   " OVA-MAX-CREDITS "   "
               OVA-APPROVED-BY " " OVA-APPROVED-DATE.
           DISPLAY "  理由: " FUNCTION TRIM(OVA-REASON).
