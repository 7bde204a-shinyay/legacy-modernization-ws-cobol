      *****************************************************************
      * シラバス管理システム - 試験監督交替プログラム(SYLPCS)
      * 試験ごとの監督教員の確認と手動での交替・追加・解除。
      * 交替・追加の際は授業・他試験監督との重複と出講不可を
      * 再確認し、外れた教員と新たな教員に通知する
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLPCS.
       AUTHOR. SHINYAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXAM-FILE
               ASSIGN TO "examsched.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXM-KEY
               FILE STATUS IS WS-EXM-FILE-STATUS.

           SELECT PROCTOR-FILE
               ASSIGN TO "proctor.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-KEY
               FILE STATUS IS WS-PRC-FILE-STATUS.

           SELECT SYLLABUS-FILE
               ASSIGN TO "syllabus.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-RECORD-KEY
               FILE STATUS IS WS-SYL-FILE-STATUS.

           SELECT NOTIFY-FILE
               ASSIGN TO "notify.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EXAM-FILE.
           COPY "copybooks/EXAMFILE.cpy".

       FD PROCTOR-FILE.
           COPY "copybooks/PROCTORFILE.cpy".

       FD SYLLABUS-FILE.
           COPY "copybooks/SYLFILE.cpy".

       FD NOTIFY-FILE.
           COPY "copybooks/NOTIFYFILE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-EXM-FILE-STATUS       PIC XX VALUE "00".
          88 WS-EXM-FILE-SUCCESS   VALUE "00".

       01 WS-PRC-FILE-STATUS       PIC XX VALUE "00".
          88 WS-PRC-FILE-SUCCESS   VALUE "00".

       01 WS-SYL-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SYL-FILE-SUCCESS   VALUE "00".

       01 WS-NTF-FILE-STATUS       PIC XX VALUE "00".

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
       01 WS-EXAM-FOUND-FLAG       PIC X VALUE "N".
          88 WS-EXAM-FOUND         VALUE "Y".

       01 WS-OLD-TEACHER-ID        PIC X(5).
       01 WS-NEW-TEACHER-ID        PIC X(5).
       01 WS-NEW-TEACHER-NAME      PIC X(20).
       01 WS-CONFIRM               PIC X.

       01 WS-PROCTOR-COUNT         PIC 99.
       01 WS-SOURCE-TEXT           PIC X(6).

       01 WS-DATE-NUM              PIC 9(8).
       01 WS-DATE-INT              PIC 9(8).
       01 WS-WEEKDAY               PIC 9.
       01 WS-WEEKDAY-WORK          PIC 9(8).

       SCREEN SECTION.
       01 PCS-MENU-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "試験監督交替".
           05 LINE 3 COLUMN 1 VALUE "1. 監督一覧".
           05 LINE 4 COLUMN 1 VALUE "2. 交替・追加".
           05 LINE 5 COLUMN 1 VALUE "3. 解除".
           05 LINE 6 COLUMN 1 VALUE "9. 終了".
           05 LINE 8 COLUMN 1 VALUE "選択 (1-3,9): ".
           05 LINE 8 COLUMN 16 PIC 9 USING WS-MENU-OPTION.

       01 PCS-SEARCH-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "対象試験の指定".
           05 LINE 3 COLUMN 1 VALUE "科目コード: ".
           05 LINE 3 COLUMN 25 PIC X(6) USING WS-SEARCH-COURSE-ID.
           05 LINE 4 COLUMN 1 VALUE "対象年度(4桁): ".
           05 LINE 4 COLUMN 25 PIC X(4)
               USING WS-SEARCH-ACADEMIC-YEAR.
           05 LINE 5 COLUMN 1 VALUE "区分(01等): ".
           05 LINE 5 COLUMN 25 PIC X(2) USING WS-SEARCH-SECTION-NO.

       01 PCS-SWAP-SCREEN.
           05 LINE 1 COLUMN 1 VALUE "監督の交替・追加".
           05 LINE 2 COLUMN 1 VALUE "(交替前が空欄なら追加)".
           05 LINE 3 COLUMN 1 VALUE "交替前の教員ID: ".
           05 LINE 3 COLUMN 25 PIC X(5) USING WS-OLD-TEACHER-ID.
           05 LINE 4 COLUMN 1 VALUE "新しい教員ID: ".
           05 LINE 4 COLUMN 25 PIC X(5) USING WS-NEW-TEACHER-ID.

       01 PCS-RELEASE-SCREEN.
           05 LINE 1 COLUMN 1 VALUE "監督の解除".
           05 LINE 3 COLUMN 1 VALUE "解除する教員ID: ".
           05 LINE 3 COLUMN 25 PIC X(5) USING WS-OLD-TEACHER-ID.
           05 LINE 4 COLUMN 1 VALUE "解除してよいか(Y/N): ".
           05 LINE 4 COLUMN 25 PIC X USING WS-CONFIRM.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           MOVE 0 TO WS-MENU-OPTION.
           PERFORM UNTIL WS-MENU-OPTION = 9
               DISPLAY PCS-MENU-SCREEN
               ACCEPT PCS-MENU-SCREEN
               EVALUATE WS-MENU-OPTION
                   WHEN 1
                       PERFORM FIND-EXAM
                       IF WS-EXAM-FOUND
                           PERFORM LIST-PROCTORS
                       END-IF
                   WHEN 2
                       PERFORM SWAP-PROCTOR
                   WHEN 3
                       PERFORM RELEASE-PROCTOR
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "無効な選択です。"
               END-EVALUATE
           END-PERFORM.

           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT EXAM-FILE.
           OPEN INPUT SYLLABUS-FILE.
           OPEN I-O PROCTOR-FILE.
           IF NOT WS-PRC-FILE-SUCCESS
               OPEN OUTPUT PROCTOR-FILE
               CLOSE PROCTOR-FILE
               OPEN I-O PROCTOR-FILE
           END-IF.

       CLOSE-FILES.
           CLOSE EXAM-FILE.
           CLOSE SYLLABUS-FILE.
           CLOSE PROCTOR-FILE.

       FIND-EXAM.
           MOVE "N" TO WS-EXAM-FOUND-FLAG.
           MOVE SPACES TO WS-SEARCH-COURSE-ID.
           MOVE SPACES TO WS-SEARCH-ACADEMIC-YEAR.
           MOVE "01" TO WS-SEARCH-SECTION-NO.
           DISPLAY PCS-SEARCH-SCREEN.
           ACCEPT PCS-SEARCH-SCREEN.

           IF WS-SEARCH-SECTION-NO = SPACES
               MOVE "01" TO WS-SEARCH-SECTION-NO
           END-IF.
           MOVE WS-SEARCH-COURSE-ID TO EXM-COURSE-ID.
           MOVE WS-SEARCH-ACADEMIC-YEAR TO EXM-ACADEMIC-YEAR.
           MOVE WS-SEARCH-SECTION-NO TO EXM-SECTION-NO.
           READ EXAM-FILE
               KEY IS EXM-KEY
               INVALID KEY
                   DISPLAY "エラー:該当日程なし。"
                   EXIT PARAGRAPH
           END-READ.
           MOVE EXM-COURSE-ID TO SYL-COURSE-ID.
           MOVE EXM-ACADEMIC-YEAR TO SYL-ACADEMIC-YEAR.
           MOVE EXM-SECTION-NO TO SYL-SECTION-NO.
           READ SYLLABUS-FILE
               KEY IS SYL-RECORD-KEY
               INVALID KEY
                   DISPLAY "エラー:科目区分が未登録。"
                   EXIT PARAGRAPH
           END-READ.
           MOVE "Y" TO WS-EXAM-FOUND-FLAG.

       LIST-PROCTORS.
           DISPLAY " ".
           DISPLAY "==== 試験監督一覧 ====".
           DISPLAY EXM-COURSE-ID "-" EXM-SECTION-NO " "
                   EXM-ACADEMIC-YEAR " " EXM-EXAM-DATE " "
                   EXM-EXAM-SLOT "限 " EXM-EXAM-ROOM.
           MOVE 0 TO WS-PROCTOR-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE EXM-COURSE-ID TO PRC-COURSE-ID.
           MOVE EXM-ACADEMIC-YEAR TO PRC-ACADEMIC-YEAR.
           MOVE EXM-SECTION-NO TO PRC-SECTION-NO.
           MOVE LOW-VALUES TO PRC-TEACHER-ID.
           START PROCTOR-FILE KEY IS NOT LESS THAN PRC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF
               READ PROCTOR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF PRC-COURSE-ID NOT = EXM-COURSE-ID
                           OR PRC-ACADEMIC-YEAR NOT = EXM-ACADEMIC-YEAR
                           OR PRC-SECTION-NO NOT = EXM-SECTION-NO
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                           PERFORM SHOW-PROCTOR-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PROCTOR-COUNT = 0
               DISPLAY "  監督未割当"
           END-IF.
           DISPLAY "======================".

       SHOW-PROCTOR-LINE.
           ADD 1 TO WS-PROCTOR-COUNT.
           MOVE "T" TO WS-FUNCTION-CODE.
           MOVE PRC-TEACHER-ID TO WS-PARAM-1.
           MOVE SPACES TO WS-PARAM-2.
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.
           EVALUATE TRUE
               WHEN PRC-SOURCE-OWN
                   MOVE "担当" TO WS-SOURCE-TEXT
               WHEN PRC-SOURCE-MANUAL
                   MOVE "手動" TO WS-SOURCE-TEXT
               WHEN OTHER
                   MOVE "自動" TO WS-SOURCE-TEXT
           END-EVALUATE.
           DISPLAY "  " PRC-TEACHER-ID " " WS-RESULT(1:20) " "
                   WS-SOURCE-TEXT.

      *-----------------------------------------------------------
      * 交替・追加: 新しい教員の重複と出講不可を再確認してから
      * 旧割当を削除し、手動割当として登録する
      *-----------------------------------------------------------
       SWAP-PROCTOR.
           PERFORM FIND-EXAM.
           IF NOT WS-EXAM-FOUND
               EXIT PARAGRAPH
           END-IF.
           PERFORM LIST-PROCTORS.
           MOVE SPACES TO WS-OLD-TEACHER-ID.
           MOVE SPACES TO WS-NEW-TEACHER-ID.
           DISPLAY PCS-SWAP-SCREEN.
           ACCEPT PCS-SWAP-SCREEN.

           IF WS-OLD-TEACHER-ID NOT = SPACES
               MOVE EXM-COURSE-ID TO PRC-COURSE-ID
               MOVE EXM-ACADEMIC-YEAR TO PRC-ACADEMIC-YEAR
               MOVE EXM-SECTION-NO TO PRC-SECTION-NO
               MOVE WS-OLD-TEACHER-ID TO PRC-TEACHER-ID
               READ PROCTOR-FILE
                   KEY IS PRC-KEY
                   INVALID KEY
                       DISPLAY "エラー:監督でない。"
                       EXIT PARAGRAPH
               END-READ
           END-IF.

           MOVE "T" TO WS-FUNCTION-CODE.
           MOVE WS-NEW-TEACHER-ID TO WS-PARAM-1.
           MOVE SPACES TO WS-PARAM-2.
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "エラー:新しい教員IDが未登録。"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RESULT(1:20) TO WS-NEW-TEACHER-NAME.

           MOVE EXM-COURSE-ID TO PRC-COURSE-ID.
           MOVE EXM-ACADEMIC-YEAR TO PRC-ACADEMIC-YEAR.
           MOVE EXM-SECTION-NO TO PRC-SECTION-NO.
           MOVE WS-NEW-TEACHER-ID TO PRC-TEACHER-ID.
           READ PROCTOR-FILE
               KEY IS PRC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "エラー:既にこの監督です。"
                   EXIT PARAGRAPH
           END-READ.

           PERFORM CHECK-NEW-TEACHER.
           IF WS-RETURN-CODE = 1
               EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND NOTIFY-FILE.
           IF WS-NTF-FILE-STATUS NOT = "00"
               OPEN OUTPUT NOTIFY-FILE
           END-IF.

           IF WS-OLD-TEACHER-ID NOT = SPACES
               MOVE WS-OLD-TEACHER-ID TO PRC-TEACHER-ID
               DELETE PROCTOR-FILE RECORD
                   INVALID KEY
                       DISPLAY "エラー:旧割当削除失敗。"
                       CLOSE NOTIFY-FILE
                       EXIT PARAGRAPH
               END-DELETE
               MOVE WS-OLD-TEACHER-ID TO NTF-TEACHER-ID
               SET NTF-PROCTOR-RELEASED TO TRUE
               PERFORM WRITE-PROCTOR-NOTICE
           END-IF.

           MOVE EXM-COURSE-ID TO PRC-COURSE-ID.
           MOVE EXM-ACADEMIC-YEAR TO PRC-ACADEMIC-YEAR.
           MOVE EXM-SECTION-NO TO PRC-SECTION-NO.
           MOVE WS-NEW-TEACHER-ID TO PRC-TEACHER-ID.
           MOVE EXM-EXAM-DATE TO PRC-EXAM-DATE.
           MOVE EXM-EXAM-SLOT TO PRC-EXAM-SLOT.
           MOVE EXM-EXAM-ROOM TO PRC-EXAM-ROOM.
           SET PRC-SOURCE-MANUAL TO TRUE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PRC-ASSIGN-DATE.
           WRITE PROCTOR-RECORD
               INVALID KEY
                   DISPLAY "エラー:監督割当の登録に失敗。"
               NOT INVALID KEY
                   MOVE WS-NEW-TEACHER-ID TO NTF-TEACHER-ID
                   SET NTF-PROCTOR-ASSIGNED TO TRUE
                   PERFORM WRITE-PROCTOR-NOTICE
                   DISPLAY "監督を " WS-NEW-TEACHER-NAME
                           " に割り当てました。"
           END-WRITE.
           CLOSE NOTIFY-FILE.

      * 授業・他試験監督との重複(SYLCOM E)と出講不可(SYLCOM A)
       CHECK-NEW-TEACHER.
           MOVE "E" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE WS-NEW-TEACHER-ID TO WS-PARAM-1(1:5).
           MOVE EXM-EXAM-DATE TO WS-PARAM-1(6:8).
           MOVE EXM-EXAM-SLOT TO WS-PARAM-1(14:2).
           MOVE EXM-ACADEMIC-YEAR TO WS-PARAM-1(16:4).
           MOVE EXM-COURSE-ID TO WS-PARAM-1(20:6).
           MOVE EXM-SECTION-NO TO WS-PARAM-1(26:2).
           MOVE SPACES TO WS-PARAM-2.
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.
           IF WS-RETURN-CODE = 1
               DISPLAY WS-RESULT(1:60)
               EXIT PARAGRAPH
           END-IF.

           IF EXM-EXAM-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE EXM-EXAM-DATE TO WS-DATE-NUM.
           COMPUTE WS-DATE-INT
               = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           COMPUTE WS-WEEKDAY-WORK
               = FUNCTION MOD(WS-DATE-INT - 1, 7).
           COMPUTE WS-WEEKDAY = WS-WEEKDAY-WORK + 1.
           MOVE "A" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE WS-NEW-TEACHER-ID TO WS-PARAM-1(1:5).
           MOVE SYL-SEMESTER TO WS-PARAM-1(6:2).
           MOVE WS-WEEKDAY TO WS-PARAM-1(8:1).
           MOVE EXM-EXAM-SLOT TO WS-PARAM-1(9:2).
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.
           IF WS-RETURN-CODE = 1
               DISPLAY WS-RESULT(1:60)
           END-IF.
           IF WS-RETURN-CODE = 2
               DISPLAY WS-RESULT(1:60)
               MOVE 0 TO WS-RETURN-CODE
           END-IF.

      *-----------------------------------------------------------
      * 解除: 監督を外して本人に通知する(不足は一覧で確認)
      *-----------------------------------------------------------
       RELEASE-PROCTOR.
           PERFORM FIND-EXAM.
           IF NOT WS-EXAM-FOUND
               EXIT PARAGRAPH
           END-IF.
           PERFORM LIST-PROCTORS.
           MOVE SPACES TO WS-OLD-TEACHER-ID.
           MOVE "N" TO WS-CONFIRM.
           DISPLAY PCS-RELEASE-SCREEN.
           ACCEPT PCS-RELEASE-SCREEN.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "解除を取り消しました。"
               EXIT PARAGRAPH
           END-IF.

           MOVE EXM-COURSE-ID TO PRC-COURSE-ID.
           MOVE EXM-ACADEMIC-YEAR TO PRC-ACADEMIC-YEAR.
           MOVE EXM-SECTION-NO TO PRC-SECTION-NO.
           MOVE WS-OLD-TEACHER-ID TO PRC-TEACHER-ID.
           READ PROCTOR-FILE
               KEY IS PRC-KEY
               INVALID KEY
                   DISPLAY "エラー:監督でない。"
                   EXIT PARAGRAPH
           END-READ.
           DELETE PROCTOR-FILE RECORD
               INVALID KEY
                   DISPLAY "エラー:削除に失敗。"
                   EXIT PARAGRAPH
           END-DELETE.

           OPEN EXTEND NOTIFY-FILE.
           IF WS-NTF-FILE-STATUS NOT = "00"
               OPEN OUTPUT NOTIFY-FILE
           END-IF.
           MOVE WS-OLD-TEACHER-ID TO NTF-TEACHER-ID.
           SET NTF-PROCTOR-RELEASED TO TRUE.
           PERFORM WRITE-PROCTOR-NOTICE.
           CLOSE NOTIFY-FILE.
           DISPLAY "監督を解除しました。".

       WRITE-PROCTOR-NOTICE.
           MOVE EXM-COURSE-ID TO NTF-COURSE-ID.
           MOVE EXM-ACADEMIC-YEAR TO NTF-ACADEMIC-YEAR.
           MOVE FUNCTION CURRENT-DATE TO NTF-TIMESTAMP.
           MOVE SPACES TO NTF-STUDENT-ID.
           SET NTF-UNSENT TO TRUE.
           WRITE NOTIFY-RECORD.
