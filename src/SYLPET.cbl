      *****************************************************************
      * シラバス管理システム - 期限後履修願プログラム(SYLPET)
      * 登録締切後の履修登録・取消期限後の取消を学生の願として
      * 受け付け、登録係が承認または却下する。承認した願は履修
      * 取込(SYLENR)・拒否行再投入(SYLRCY)の期間チェックでその
      * 学生・科目の行だけを通し、却下は学生に通知する
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLPET.
       AUTHOR. SHINYAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PETITION-FILE
               ASSIGN TO "petition.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PET-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT SYLLABUS-FILE
               ASSIGN TO "syllabus.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-RECORD-KEY
               FILE STATUS IS WS-SYL-FILE-STATUS.

           SELECT ENROLLMENT-FILE
               ASSIGN TO "enroll.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-KEY
               FILE STATUS IS WS-ENR-FILE-STATUS.

           SELECT STUDENT-NOTIFY-FILE
               ASSIGN TO "stunotify.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PETITION-FILE.
           COPY "copybooks/PETITIONFILE.cpy".

       FD SYLLABUS-FILE.
           COPY "copybooks/SYLFILE.cpy".

       FD ENROLLMENT-FILE.
           COPY "copybooks/ENROLLFILE.cpy".

       FD STUDENT-NOTIFY-FILE.
           COPY "copybooks/STUNTFFILE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS           PIC XX VALUE "00".
          88 WS-FILE-SUCCESS       VALUE "00".

       01 WS-SYL-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SYL-FILE-SUCCESS   VALUE "00".

       01 WS-ENR-FILE-STATUS       PIC XX VALUE "00".
          88 WS-ENR-FILE-SUCCESS   VALUE "00".

       01 WS-SNT-FILE-STATUS       PIC XX VALUE "00".

       01 WS-SYL-OPEN-FLAG         PIC X VALUE "N".
          88 WS-SYL-OPENED         VALUE "Y".
       01 WS-ENR-OPEN-FLAG         PIC X VALUE "N".
          88 WS-ENR-OPENED         VALUE "Y".

       01 WS-MENU-OPTION           PIC 9 VALUE 0.
       01 WS-EOF-FLAG              PIC X VALUE "N".
          88 WS-EOF                VALUE "Y".

       01 WS-FUNCTION-CODE         PIC X.
       01 WS-PARAM-1               PIC X(50).
       01 WS-PARAM-2               PIC X(50).
       01 WS-RESULT                PIC X(200).
       01 WS-RETURN-CODE           PIC 9.

       01 WS-OPERATOR-ID           PIC X(10).
       01 WS-TODAY                 PIC X(8).

      * 受付画面の入力域
       01 WS-NEW-PETITION.
          05 WS-NEW-STUDENT-ID     PIC X(8).
          05 WS-NEW-COURSE-ID      PIC X(6).
          05 WS-NEW-YEAR           PIC X(4).
          05 WS-NEW-TYPE           PIC X.
          05 WS-NEW-REQUEST-DATE   PIC X(8).
          05 WS-NEW-REASON         PIC X(40).

       01 WS-NEXT-PETITION-NO      PIC 9(5) VALUE 0.
       01 WS-SEARCH-PETITION-NO    PIC 9(5) VALUE 0.
       01 WS-DECISION              PIC X.
       01 WS-DECISION-NOTE         PIC X(40).
       01 WS-TYPE-TEXT             PIC X(12).
       01 WS-STATUS-TEXT           PIC X(12).

       01 WS-COURSE-OK-FLAG        PIC X VALUE "N".
          88 WS-COURSE-OK          VALUE "Y".
       01 WS-DUPLICATE-FLAG        PIC X VALUE "N".
          88 WS-DUPLICATE          VALUE "Y".

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
       01 PET-MENU-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "期限後履修願".
           05 LINE 3 COLUMN 1 VALUE "1. 願の受付".
           05 LINE 4 COLUMN 1 VALUE "2. 願の審査(登録係)".
           05 LINE 5 COLUMN 1 VALUE "3. 未処理の願一覧".
           05 LINE 6 COLUMN 1 VALUE "9. 終了".
           05 LINE 8 COLUMN 1 VALUE "選択 (1-3,9): ".
           05 LINE 8 COLUMN 16 PIC 9 USING WS-MENU-OPTION.

       01 PET-ENTRY-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "期限後履修願の受付".
           05 LINE 2 COLUMN 1 VALUE "受付者ID: ".
           05 LINE 2 COLUMN 28 PIC X(10) FROM WS-OPERATOR-ID.
           05 LINE 3 COLUMN 1 VALUE "学籍番号: ".
           05 LINE 3 COLUMN 28 PIC X(8) USING WS-NEW-STUDENT-ID.
           05 LINE 4 COLUMN 1 VALUE "科目コード: ".
           05 LINE 4 COLUMN 28 PIC X(6) USING WS-NEW-COURSE-ID.
           05 LINE 5 COLUMN 1 VALUE "年度(4桁): ".
           05 LINE 5 COLUMN 28 PIC X(4) USING WS-NEW-YEAR.
           05 LINE 6 COLUMN 1 VALUE "種別(R=登録/D=取消): ".
           05 LINE 6 COLUMN 28 PIC X USING WS-NEW-TYPE.
           05 LINE 7 COLUMN 1 VALUE "希望日(YYYYMMDD): ".
           05 LINE 7 COLUMN 28 PIC X(8) USING WS-NEW-REQUEST-DATE.
           05 LINE 8 COLUMN 1 VALUE "理由: ".
           05 LINE 8 COLUMN 28 PIC X(40) USING WS-NEW-REASON.

       01 PET-REVIEW-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "期限後履修願の審査".
           05 LINE 3 COLUMN 1 VALUE "願番号: ".
           05 LINE 3 COLUMN 25 PIC 9(5) USING WS-SEARCH-PETITION-NO.

       01 PET-DECISION-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "審査判定".
           05 LINE 2 COLUMN 1 VALUE "願番号: ".
           05 LINE 2 COLUMN 15 PIC 9(5) FROM PET-PETITION-NO.
           05 LINE 3 COLUMN 1 VALUE "学籍番号: ".
           05 LINE 3 COLUMN 15 PIC X(8) FROM PET-STUDENT-ID.
           05 LINE 3 COLUMN 25 VALUE "科目: ".
           05 LINE 3 COLUMN 32 PIC X(6) FROM PET-COURSE-ID.
           05 LINE 3 COLUMN 40 VALUE "年度: ".
           05 LINE 3 COLUMN 47 PIC X(4) FROM PET-ACADEMIC-YEAR.
           05 LINE 4 COLUMN 1 VALUE "種別: ".
           05 LINE 4 COLUMN 15 PIC X(12) FROM WS-TYPE-TEXT.
           05 LINE 4 COLUMN 30 VALUE "希望日: ".
           05 LINE 4 COLUMN 39 PIC X(8) FROM PET-REQUEST-DATE.
           05 LINE 5 COLUMN 1 VALUE "理由: ".
           05 LINE 5 COLUMN 15 PIC X(40) FROM PET-REASON.
           05 LINE 7 COLUMN 1 VALUE "判定(A=承認/J=却下): ".
           05 LINE 7 COLUMN 25 PIC X USING WS-DECISION.
           05 LINE 8 COLUMN 1 VALUE "判定理由: ".
           05 LINE 8 COLUMN 25 PIC X(40) USING WS-DECISION-NOTE.

       PROCEDURE DIVISION USING LS-OPERATOR-ID, LS-SIGNED-IN-FLAG,
                                 LS-OPERATOR-ROLE, LS-PERM-TABLE.
       MAIN-PROCESS.
           MOVE SPACES TO WS-OPERATOR-ID.
           IF LS-SIGNED-IN
               MOVE LS-OPERATOR-ID TO WS-OPERATOR-ID
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE 0 TO WS-MENU-OPTION.
           PERFORM OPEN-FILES.
           PERFORM UNTIL WS-MENU-OPTION = 9
               DISPLAY PET-MENU-SCREEN
               ACCEPT PET-MENU-SCREEN
               EVALUATE WS-MENU-OPTION
                   WHEN 1
                       PERFORM FILE-PETITION
                   WHEN 2
      *                願の審査はログイン済の登録係のみ
                       IF LS-SIGNED-IN AND LS-REGISTRAR
                           PERFORM REVIEW-PETITION
                       ELSE
                           DISPLAY "エラー:登録係権限が必要"
                       END-IF
                   WHEN 3
                       PERFORM LIST-OPEN-PETITIONS
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "無効な選択です。"
               END-EVALUATE
           END-PERFORM.

           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN I-O PETITION-FILE.
           IF NOT WS-FILE-SUCCESS
               OPEN OUTPUT PETITION-FILE
               CLOSE PETITION-FILE
               OPEN I-O PETITION-FILE
           END-IF.
           OPEN INPUT SYLLABUS-FILE.
           IF WS-SYL-FILE-SUCCESS
               MOVE "Y" TO WS-SYL-OPEN-FLAG
           END-IF.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENR-FILE-SUCCESS
               MOVE "Y" TO WS-ENR-OPEN-FLAG
           END-IF.

       CLOSE-FILES.
           CLOSE PETITION-FILE.
           IF WS-SYL-OPENED
               CLOSE SYLLABUS-FILE
           END-IF.
           IF WS-ENR-OPENED
               CLOSE ENROLLMENT-FILE
           END-IF.

      *-----------------------------------------------------------
      * 願の受付
      * 学生・科目を確認し、登録願は未履修、取消願は履修中で
      * あることを確かめて審査待ちで登録する
      *-----------------------------------------------------------
       FILE-PETITION.
           MOVE SPACES TO WS-NEW-PETITION.
           MOVE WS-TODAY TO WS-NEW-REQUEST-DATE.
           DISPLAY PET-ENTRY-SCREEN.
           ACCEPT PET-ENTRY-SCREEN.

           IF WS-NEW-STUDENT-ID = SPACES
               OR WS-NEW-COURSE-ID = SPACES
               OR WS-NEW-YEAR = SPACES
               DISPLAY "エラー:学籍・科目・年度は必須"
               EXIT PARAGRAPH
           END-IF.
           IF WS-NEW-TYPE = "r"
               MOVE "R" TO WS-NEW-TYPE
           END-IF.
           IF WS-NEW-TYPE = "d"
               MOVE "D" TO WS-NEW-TYPE
           END-IF.
           IF WS-NEW-TYPE NOT = "R" AND WS-NEW-TYPE NOT = "D"
               DISPLAY "エラー:種別はRまたはD。"
               EXIT PARAGRAPH
           END-IF.
           IF WS-NEW-REQUEST-DATE IS NOT NUMERIC
               DISPLAY "エラー:希望日は8桁の数字。"
               EXIT PARAGRAPH
           END-IF.
           IF WS-NEW-REASON = SPACES
               DISPLAY "エラー:理由は必須。"
               EXIT PARAGRAPH
           END-IF.

      *    学生マスタとの照合(未登録・在籍外は受け付けない)
           MOVE "U" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE WS-NEW-STUDENT-ID TO WS-PARAM-1(1:8).
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.
           IF WS-RETURN-CODE = 1
               DISPLAY FUNCTION TRIM(WS-RESULT(1:50))
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-ACTIVE-COURSE.
           IF NOT WS-COURSE-OK
               DISPLAY "エラー:開講中の科目なし。"
               EXIT PARAGRAPH
           END-IF.

      *    履修明細との照合
           MOVE WS-NEW-COURSE-ID TO ENR-COURSE-ID.
           MOVE WS-NEW-YEAR TO ENR-ACADEMIC-YEAR.
           MOVE WS-NEW-STUDENT-ID TO ENR-STUDENT-ID.
           MOVE "23" TO WS-ENR-FILE-STATUS.
           IF WS-ENR-OPENED
               READ ENROLLMENT-FILE
                   KEY IS ENR-KEY
                   INVALID KEY
                       MOVE "23" TO WS-ENR-FILE-STATUS
               END-READ
           END-IF.
           IF WS-NEW-TYPE = "R"
               IF WS-ENR-FILE-SUCCESS AND ENR-STATUS-ENROLLED
                   DISPLAY "エラー:すでに履修登録済です。"
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF NOT WS-ENR-FILE-SUCCESS
                   OR NOT ENR-STATUS-ENROLLED
                   DISPLAY "エラー:取消対象の履修なし。"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM CHECK-DUPLICATE-PETITION.
           IF WS-DUPLICATE
               DISPLAY "エラー:同じ願が未処理です。"
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-NEXT-PETITION-NO.
           MOVE WS-NEXT-PETITION-NO TO PET-PETITION-NO.
           MOVE WS-NEW-STUDENT-ID TO PET-STUDENT-ID.
           MOVE WS-NEW-COURSE-ID TO PET-COURSE-ID.
           MOVE WS-NEW-YEAR TO PET-ACADEMIC-YEAR.
           MOVE WS-NEW-TYPE TO PET-TYPE.
           MOVE WS-NEW-REASON TO PET-REASON.
           MOVE WS-NEW-REQUEST-DATE TO PET-REQUEST-DATE.
           MOVE WS-TODAY TO PET-FILED-DATE.
           MOVE WS-OPERATOR-ID TO PET-FILED-BY.
           SET PET-STATUS-PENDING TO TRUE.
           MOVE SPACES TO PET-DECIDED-BY.
           MOVE SPACES TO PET-DECIDED-DATE.
           MOVE SPACES TO PET-DECISION-NOTE.
           MOVE SPACES TO PET-USED-DATE.
           WRITE PETITION-RECORD
               INVALID KEY
                   DISPLAY "エラー:願の登録に失敗。"
               NOT INVALID KEY
                   DISPLAY "願番号 " PET-PETITION-NO
                           " で受付けました。"
           END-WRITE.

      * 閉講でない区分があるかを確認する
       FIND-ACTIVE-COURSE.
           MOVE "N" TO WS-COURSE-OK-FLAG.
           IF NOT WS-SYL-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE WS-NEW-COURSE-ID TO SYL-COURSE-ID.
           MOVE WS-NEW-YEAR TO SYL-ACADEMIC-YEAR.
           MOVE LOW-VALUES TO SYL-SECTION-NO.
           START SYLLABUS-FILE KEY IS NOT LESS THAN SYL-RECORD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF OR WS-COURSE-OK
               READ SYLLABUS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF SYL-COURSE-ID = WS-NEW-COURSE-ID
                           AND SYL-ACADEMIC-YEAR = WS-NEW-YEAR
                           IF NOT SYL-STATUS-CANCELLED
                               MOVE "Y" TO WS-COURSE-OK-FLAG
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

      * 同じ学生・科目・年度・種別の未処理の願(審査待ち・承認済
      * で未適用)があれば重複とする
       CHECK-DUPLICATE-PETITION.
           MOVE "N" TO WS-DUPLICATE-FLAG.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE 0 TO PET-PETITION-NO.
           START PETITION-FILE KEY IS NOT LESS THAN PET-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF OR WS-DUPLICATE
               READ PETITION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF PET-STUDENT-ID = WS-NEW-STUDENT-ID
                           AND PET-COURSE-ID = WS-NEW-COURSE-ID
                           AND PET-ACADEMIC-YEAR = WS-NEW-YEAR
                           AND PET-TYPE = WS-NEW-TYPE
                           AND (PET-STATUS-PENDING
                                OR PET-STATUS-APPROVED)
                           MOVE "Y" TO WS-DUPLICATE-FLAG
                       END-IF
               END-READ
           END-PERFORM.

       FIND-NEXT-PETITION-NO.
           MOVE 0 TO WS-NEXT-PETITION-NO.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE 0 TO PET-PETITION-NO.
           START PETITION-FILE KEY IS NOT LESS THAN PET-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF
               READ PETITION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE PET-PETITION-NO
                           TO WS-NEXT-PETITION-NO
               END-READ
           END-PERFORM.
           ADD 1 TO WS-NEXT-PETITION-NO.

      *-----------------------------------------------------------
      * 願の審査(登録係)
      * 承認した願は次の履修取込で該当行の期間チェックを通す。
      * 却下は理由を付けて学生宛通知アウトボックスへ書き出す
      *-----------------------------------------------------------
       REVIEW-PETITION.
           MOVE 0 TO WS-SEARCH-PETITION-NO.
           DISPLAY PET-REVIEW-SCREEN.
           ACCEPT PET-REVIEW-SCREEN.

           MOVE WS-SEARCH-PETITION-NO TO PET-PETITION-NO.
           READ PETITION-FILE
               KEY IS PET-KEY
               INVALID KEY
                   DISPLAY "エラー:該当する願なし。"
                   EXIT PARAGRAPH
           END-READ.

           IF NOT PET-STATUS-PENDING
               DISPLAY "エラー:審査済の願です。"
               EXIT PARAGRAPH
           END-IF.

           PERFORM SET-TYPE-TEXT.
           MOVE SPACES TO WS-DECISION.
           MOVE SPACES TO WS-DECISION-NOTE.
           DISPLAY PET-DECISION-SCREEN.
           ACCEPT PET-DECISION-SCREEN.

           EVALUATE WS-DECISION
               WHEN "A"
               WHEN "a"
                   SET PET-STATUS-APPROVED TO TRUE
               WHEN "J"
               WHEN "j"
                   IF WS-DECISION-NOTE = SPACES
                       DISPLAY "エラー:却下理由は必須。"
                       EXIT PARAGRAPH
                   END-IF
                   SET PET-STATUS-REJECTED TO TRUE
               WHEN OTHER
                   DISPLAY "判定を中止しました。"
                   EXIT PARAGRAPH
           END-EVALUATE.

           MOVE WS-OPERATOR-ID TO PET-DECIDED-BY.
           MOVE WS-TODAY TO PET-DECIDED-DATE.
           MOVE WS-DECISION-NOTE TO PET-DECISION-NOTE.
           REWRITE PETITION-RECORD
               INVALID KEY
                   DISPLAY "エラー:願の更新に失敗。"
                   EXIT PARAGRAPH
           END-REWRITE.

           IF PET-STATUS-APPROVED
               DISPLAY "承認しました(次回取込で適用)"
           ELSE
               PERFORM SEND-REJECT-NOTICE
               DISPLAY "却下し、学生に通知しました。"
           END-IF.

       SEND-REJECT-NOTICE.
           OPEN EXTEND STUDENT-NOTIFY-FILE.
           IF WS-SNT-FILE-STATUS NOT = "00"
               OPEN OUTPUT STUDENT-NOTIFY-FILE
           END-IF.
           MOVE PET-STUDENT-ID TO SNT-STUDENT-ID.
           MOVE PET-COURSE-ID TO SNT-COURSE-ID.
           MOVE PET-ACADEMIC-YEAR TO SNT-ACADEMIC-YEAR.
           SET SNT-TYPE-PETITION TO TRUE.
           MOVE SPACES TO SNT-NOTICE-TEXT.
           IF PET-TYPE-REGISTER
               STRING "期限後登録願は却下:" DELIMITED BY SIZE
                      FUNCTION TRIM(PET-DECISION-NOTE)
                          DELIMITED BY SIZE
                   INTO SNT-NOTICE-TEXT
               END-STRING
           ELSE
               STRING "期限後取消願は却下:" DELIMITED BY SIZE
                      FUNCTION TRIM(PET-DECISION-NOTE)
                          DELIMITED BY SIZE
                   INTO SNT-NOTICE-TEXT
               END-STRING
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO SNT-TIMESTAMP.
           SET SNT-UNSENT TO TRUE.
           WRITE STUDENT-NOTIFY-RECORD.
           CLOSE STUDENT-NOTIFY-FILE.

      *-----------------------------------------------------------
      * 未処理の願一覧(審査待ちと、承認済で未適用のもの)
      *-----------------------------------------------------------
       LIST-OPEN-PETITIONS.
           DISPLAY " ".
           DISPLAY "==== 未処理の期限後履修願 ====".
           DISPLAY "番号  状態         種別         学籍番号 "
                   "科目   年度 希望日".
           MOVE "N" TO WS-EOF-FLAG.
           MOVE 0 TO PET-PETITION-NO.
           START PETITION-FILE KEY IS NOT LESS THAN PET-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF
               READ PETITION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF PET-STATUS-PENDING OR PET-STATUS-APPROVED
                           PERFORM SET-TYPE-TEXT
                           IF PET-STATUS-PENDING
                               MOVE "審査待ち" TO WS-STATUS-TEXT
                           ELSE
                               MOVE "承認済" TO WS-STATUS-TEXT
                           END-IF
                           DISPLAY PET-PETITION-NO " "
                               WS-STATUS-TEXT " " WS-TYPE-TEXT " "
                               PET-STUDENT-ID " " PET-COURSE-ID " "
                               PET-ACADEMIC-YEAR " "
                               PET-REQUEST-DATE
                           DISPLAY "      理由: " PET-REASON
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "==============================".

       SET-TYPE-TEXT.
           IF PET-TYPE-REGISTER
               MOVE "期限後登録" TO WS-TYPE-TEXT
           ELSE
               MOVE "期限後取消" TO WS-TYPE-TEXT
           END-IF.
