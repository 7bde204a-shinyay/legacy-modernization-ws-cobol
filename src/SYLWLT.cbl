      *****************************************************************
      * シラバス管理システム - 履修待機リスト保守プログラム
      * 待機は希望区分付きで登録でき(空白はどの区分でも可)、
      * 繰上げは区分を指定してその区分を待つ学生から選ぶ
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLWLT.
       01 WS-SEARCH-COURSE-ID      PIC X(6).
       01 WS-SEARCH-ACADEMIC-YEAR  PIC X(4).
       01 WS-SEARCH-SEQ-NO         PIC 9(3).
       01 WS-SEARCH-SECTION-NO     PIC X(2).
       01 WS-INPUT-SECTION-NO      PIC X(2).

       01 WS-INPUT-STUDENT-ID      PIC X(8).
       01 WS-INPUT-STUDENT-NAME    PIC X(20).
       01 WS-PARAM-2               PIC X(50).
       01 WS-RESULT                PIC X(200).
       01 WS-RETURN-CODE           PIC 9.
       01 WS-SEAT-UPDATE           PIC X(2).

       01 WS-MAX-SEQ-NO            PIC 9(3) VALUE 0.
       01 WS-PROMOTE-SEQ-NO        PIC 9(3) VALUE 0.
           05 LINE 3 COLUMN 25 PIC X(8) USING WS-INPUT-STUDENT-ID.
           05 LINE 4 COLUMN 1 VALUE "学生氏名:".
           05 LINE 4 COLUMN 25 PIC X(20) USING WS-INPUT-STUDENT-NAME.
           05 LINE 5 COLUMN 1 VALUE "希望区分(空白=任意):".
           05 LINE 5 COLUMN 25 PIC X(2) USING WS-INPUT-SECTION-NO.

       01 WLT-PROMOTE-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "繰上げ対象の指定".
           05 LINE 3 COLUMN 1 VALUE "科目コード:".
           05 LINE 3 COLUMN 25 PIC X(6) USING WS-SEARCH-COURSE-ID.
           05 LINE 4 COLUMN 1 VALUE "対象年度(4桁):".
           05 LINE 4 COLUMN 25 PIC X(4) USING WS-SEARCH-ACADEMIC-YEAR.
           05 LINE 5 COLUMN 1 VALUE "区分(空白=全区分):".
           05 LINE 5 COLUMN 25 PIC X(2) USING WS-SEARCH-SECTION-NO.

       01 WLT-CANCEL-SCREEN.
           05 BLANK SCREEN.

           MOVE SPACES TO WS-INPUT-STUDENT-ID.
           MOVE SPACES TO WS-INPUT-STUDENT-NAME.
           MOVE SPACES TO WS-INPUT-SECTION-NO.
           DISPLAY WLT-STUDENT-SCREEN.
           ACCEPT WLT-STUDENT-SCREEN.

               EXIT PARAGRAPH
           END-IF.

      *    希望区分は閉講でない区分に限る
           IF WS-INPUT-SECTION-NO NOT = SPACES
               MOVE WS-SEARCH-COURSE-ID TO SYL-COURSE-ID
               MOVE WS-SEARCH-ACADEMIC-YEAR TO SYL-ACADEMIC-YEAR
               MOVE WS-INPUT-SECTION-NO TO SYL-SECTION-NO
               READ SYLLABUS-FILE
                   KEY IS SYL-RECORD-KEY
                   INVALID KEY
                       DISPLAY "エラー:区分 " WS-INPUT-SECTION-NO
                               " は未登録。"
                       EXIT PARAGRAPH
               END-READ
               IF SYL-STATUS-CANCELLED
                   DISPLAY "エラー:区分 " WS-INPUT-SECTION-NO
                           " は閉講。"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

      *    学生マスタとの照合(未登録・在籍外は登録不可)
           MOVE "U" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE WS-INPUT-STUDENT-NAME TO WAIT-STUDENT-NAME.
           MOVE FUNCTION CURRENT-DATE TO WAIT-ADDED-TS.
           SET WAIT-STATUS-WAITING TO TRUE.
           MOVE WS-INPUT-SECTION-NO TO WAIT-SECTION-NO.
           WRITE WAITLIST-RECORD
               INVALID KEY
                   DISPLAY "エラー:待機登録に失敗。"
               NOT INVALID KEY
                   DISPLAY "待機番号 " WAIT-SEQ-NO " で登録。"
                   MOVE "W+" TO WS-SEAT-UPDATE
                   PERFORM UPDATE-WAIT-SEAT-COUNT
           END-WRITE.

       FIND-MAX-SEQ-NO.
                   DISPLAY "エラー:更新に失敗。"
               NOT INVALID KEY
                   DISPLAY "待機を取消しました。"
                   MOVE "W-" TO WS-SEAT-UPDATE
                   PERFORM UPDATE-WAIT-SEAT-COUNT
           END-REWRITE.

      *-----------------------------------------------------------
      * 繰上げ(最も小さい待機番号の待機中学生を繰上げる)
      * 区分を指定した場合は、その区分または任意の区分を待つ
      * 学生に限る
      *-----------------------------------------------------------
       PROMOTE-WAITLIST-ENTRY.
           MOVE SPACES TO WS-SEARCH-SECTION-NO.
           DISPLAY WLT-PROMOTE-SCREEN.
           ACCEPT WLT-PROMOTE-SCREEN.

           PERFORM FIND-FIRST-WAITING.
           IF NOT WS-FOUND
                   DISPLAY "エラー:更新に失敗。"
               NOT INVALID KEY
                   DISPLAY "繰上げ: " WAIT-STUDENT-ID " "
                           WAIT-STUDENT-NAME " 希望区分:"
                           WAIT-SECTION-NO
                   MOVE "W-" TO WS-SEAT-UPDATE
                   PERFORM UPDATE-WAIT-SEAT-COUNT
           END-REWRITE.

       FIND-FIRST-WAITING.
                           AND WAIT-ACADEMIC-YEAR
                               = WS-SEARCH-ACADEMIC-YEAR
                           IF WAIT-STATUS-WAITING
                               AND (WS-SEARCH-SECTION-NO = SPACES
                                 OR WAIT-SECTION-NO = SPACES
                                 OR WAIT-SECTION-NO
                                    = WS-SEARCH-SECTION-NO)
                               MOVE "Y" TO WS-FOUND-FLAG
                               MOVE WAIT-SEQ-NO TO WS-PROMOTE-SEQ-NO
                           END-IF

           DISPLAY " ".
           DISPLAY "==== 待機リスト一覧 ====".
           DISPLAY "番号 学籍番号 氏名                 "
                   "状態 区分".
           MOVE "N" TO WS-EOF-FLAG.
           MOVE WS-SEARCH-COURSE-ID TO WAIT-COURSE-ID.
           MOVE WS-SEARCH-ACADEMIC-YEAR TO WAIT-ACADEMIC-YEAR.
                               = WS-SEARCH-ACADEMIC-YEAR
                           DISPLAY WAIT-SEQ-NO "  " WAIT-STUDENT-ID
                               " " WAIT-STUDENT-NAME " " WAIT-STATUS
                               "    " WAIT-SECTION-NO
                       ELSE
                           MOVE "Y" TO WS-EOF-FLAG
                       END-IF
               DISPLAY WS-DEPTH-COURSE-ID " " WS-DEPTH-YEAR
                       " 待機中: " WS-WAIT-DEPTH "名"
           END-IF.

      * 待機人数の加減(SYLCOM "Q"、区分は希望区分)
       UPDATE-WAIT-SEAT-COUNT.
           MOVE "Q" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE WAIT-COURSE-ID TO WS-PARAM-1(1:6).
           MOVE WAIT-ACADEMIC-YEAR TO WS-PARAM-1(7:4).
           MOVE WAIT-SECTION-NO TO WS-PARAM-1(11:2).
           MOVE WAIT-STUDENT-ID TO WS-PARAM-1(13:8).
           MOVE SPACES TO WS-PARAM-2.
           MOVE WS-SEAT-UPDATE TO WS-PARAM-2(1:2).
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.
