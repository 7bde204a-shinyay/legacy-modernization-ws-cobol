      *****************************************************************
      * シラバス管理システム - 待機リスト自動繰上げバッチ(SYLPRM)
      * 空席のある科目の待機中学生を待機番号順に履修へ繰上げ、
      * 学生宛通知アウトボックスへ通知レコードを書き出す。
      * 空席は区分ごとに数え、希望区分のある学生はその区分に
      * 空席がある場合だけ、希望のない学生は空席の最も多い
      * 区分へ繰上げる
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLPRM.
       01 WS-FREE-SEATS            PIC S9(5) VALUE 0.
       01 WS-COURSE-NAME           PIC X(30).

      * 承認済区分の定員・在籍数・空席(1科目分)
       01 WS-SEC-TABLE.
          05 WS-SEC-COUNT          PIC 99 VALUE 0.
          05 WS-SEC-ENTRY OCCURS 20 TIMES.
             10 WS-SEC-NO          PIC X(2).
             10 WS-SEC-CAPACITY    PIC 9(3).
             10 WS-SEC-ENROLLED    PIC 9(4).
             10 WS-SEC-FREE        PIC S9(4).

       01 WS-SEC-IDX               PIC 99.
       01 WS-SEC-PICK              PIC 99.

      * 区分空白の明細は科目の先頭の閉講でない区分に属する
       01 WS-FIRST-SECTION         PIC X(2).
       01 WS-ENR-SECTION           PIC X(2).
       01 WS-PROMOTE-SECTION       PIC X(2).

      * 繰上げ対象の待機キーと割当区分を一旦表に集める
      * (最大50席/科目)
       01 WS-PROMOTE-TABLE.
          05 WS-PROMOTE-COUNT      PIC 9(3) VALUE 0.
          05 WS-PROMOTE-ENTRY OCCURS 50 TIMES.
             10 WS-PROMOTE-KEY     PIC X(13).
             10 WS-PROMOTE-SEC-NO  PIC X(2).

       01 WS-PROMOTE-IDX           PIC 9(3).
       01 WS-PROMOTED-TOTAL        PIC 9(5) VALUE 0.

       01 WS-FUNCTION-CODE         PIC X.
       01 WS-PARAM-1               PIC X(50).
       01 WS-PARAM-2               PIC X(50).
       01 WS-RESULT                PIC X(200).
       01 WS-RETURN-CODE           PIC 9.
       01 WS-SEAT-UPDATE           PIC X(2).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY "SYLPRM 待機リスト自動繰上げ 開始".
           END-PERFORM.

      *-----------------------------------------------------------
      * 1科目分: 区分ごとの空席数を求め、待機番号順に繰上げる
      * (満席を超えた区分の超過分は他区分の空席と相殺しない)
      *-----------------------------------------------------------
       PROMOTE-ONE-COURSE.
           PERFORM SUM-SECTION-CAPACITY.
           END-IF.

           PERFORM COUNT-ACTIVE-ENROLLMENT.
           MOVE 0 TO WS-FREE-SEATS.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               COMPUTE WS-SEC-FREE(WS-SEC-IDX)
                   = WS-SEC-CAPACITY(WS-SEC-IDX)
                   - WS-SEC-ENROLLED(WS-SEC-IDX)
               IF WS-SEC-FREE(WS-SEC-IDX) > 0
                   ADD WS-SEC-FREE(WS-SEC-IDX) TO WS-FREE-SEATS
               END-IF
           END-PERFORM.
           IF WS-FREE-SEATS < 1
               EXIT PARAGRAPH
           END-IF.
           END-PERFORM.

      *-----------------------------------------------------------
      * 承認済の区分(セクション)の定員を合算し区分表に控える
      * (閉講や下書きのみの科目には繰上げない)
      *-----------------------------------------------------------
       SUM-SECTION-CAPACITY.
           MOVE 0 TO WS-TOTAL-CAPACITY.
           MOVE 0 TO WS-SEC-COUNT.
           MOVE SPACES TO WS-FIRST-SECTION.
           MOVE SPACES TO WS-COURSE-NAME.
           MOVE "N" TO WS-COURSE-FOUND-FLAG.
           MOVE "N" TO WS-SYL-EOF-FLAG.
                   NOT AT END
                       IF SYL-COURSE-ID = WS-WORK-COURSE-ID
                           AND SYL-ACADEMIC-YEAR = WS-WORK-YEAR
                           IF WS-FIRST-SECTION = SPACES
                               AND NOT SYL-STATUS-CANCELLED
                               MOVE SYL-SECTION-NO TO WS-FIRST-SECTION
                           END-IF
                           IF SYL-STATUS-APPROVED
                               MOVE "Y" TO WS-COURSE-FOUND-FLAG
                               ADD SYL-CAPACITY
                                   TO WS-TOTAL-CAPACITY
                               MOVE SYL-COURSE-NAME
                                   TO WS-COURSE-NAME
                               IF WS-SEC-COUNT < 20
                                   ADD 1 TO WS-SEC-COUNT
                                   MOVE SYL-SECTION-NO
                                       TO WS-SEC-NO(WS-SEC-COUNT)
                                   MOVE SYL-CAPACITY
                                       TO WS-SEC-CAPACITY(WS-SEC-COUNT)
                                   MOVE 0
                                       TO WS-SEC-ENROLLED(WS-SEC-COUNT)
                               END-IF
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-SYL-EOF-FLAG
           END-PERFORM.

      *-----------------------------------------------------------
      * 現在の有効履修数を区分ごとに数える(取消・途中放棄は除外)
      *-----------------------------------------------------------
       COUNT-ACTIVE-ENROLLMENT.
           MOVE 0 TO WS-ACTIVE-ENROLLED.
                           AND ENR-ACADEMIC-YEAR = WS-WORK-YEAR
                           IF ENR-STATUS-ENROLLED
                               ADD 1 TO WS-ACTIVE-ENROLLED
                               PERFORM TALLY-ONE-SECTION-MEMBER
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-ENR-EOF-FLAG
               END-READ
           END-PERFORM.

       TALLY-ONE-SECTION-MEMBER.
           MOVE ENR-SECTION-NO TO WS-ENR-SECTION.
           IF WS-ENR-SECTION = SPACES
               MOVE WS-FIRST-SECTION TO WS-ENR-SECTION
           END-IF.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               IF WS-SEC-NO(WS-SEC-IDX) = WS-ENR-SECTION
                   ADD 1 TO WS-SEC-ENROLLED(WS-SEC-IDX)
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------
      * 空席数分の待機中エントリを待機番号順に表へ集める
      * (希望区分に空席のない学生は待機のまま残す)
      *-----------------------------------------------------------
       COLLECT-WAITING-ENTRIES.
           MOVE 0 TO WS-PROMOTE-COUNT.
                           IF WAIT-STATUS-WAITING
                               AND WS-PROMOTE-COUNT < WS-FREE-SEATS
                               AND WS-PROMOTE-COUNT < 50
                               PERFORM ASSIGN-PROMOTE-SECTION
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-EOF-FLAG
               END-READ
           END-PERFORM.

      * 希望区分、なければ空席の最も多い区分に席を割り当てる
       ASSIGN-PROMOTE-SECTION.
           MOVE 0 TO WS-SEC-PICK.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               IF WS-SEC-FREE(WS-SEC-IDX) > 0
                   AND (WAIT-SECTION-NO = SPACES
                        OR WAIT-SECTION-NO = WS-SEC-NO(WS-SEC-IDX))
                   IF WS-SEC-PICK = 0
                       MOVE WS-SEC-IDX TO WS-SEC-PICK
                   ELSE
                       IF WS-SEC-FREE(WS-SEC-IDX)
                           > WS-SEC-FREE(WS-SEC-PICK)
                           MOVE WS-SEC-IDX TO WS-SEC-PICK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-SEC-PICK = 0
               EXIT PARAGRAPH
           END-IF.

           SUBTRACT 1 FROM WS-SEC-FREE(WS-SEC-PICK).
           ADD 1 TO WS-PROMOTE-COUNT.
           MOVE WAIT-KEY TO WS-PROMOTE-KEY(WS-PROMOTE-COUNT).
           MOVE WS-SEC-NO(WS-SEC-PICK)
               TO WS-PROMOTE-SEC-NO(WS-PROMOTE-COUNT).

      *-----------------------------------------------------------
      * 1名分: 履修明細を作成し、待機を繰上げ済にし、
      * 学生宛通知アウトボックスへ書き出す
      *-----------------------------------------------------------
       PROMOTE-ONE-STUDENT.
           MOVE WS-PROMOTE-KEY(WS-PROMOTE-IDX) TO WAIT-KEY.
           MOVE WS-PROMOTE-SEC-NO(WS-PROMOTE-IDX)
               TO WS-PROMOTE-SECTION.
           READ WAITLIST-FILE
               KEY IS WAIT-KEY
               INVALID KEY
           MOVE WS-BUSINESS-DATE TO ENR-REG-DATE.
           MOVE "E" TO ENR-STATUS.
           MOVE SPACES TO ENR-STATUS-DATE.
           MOVE WS-PROMOTE-SECTION TO ENR-SECTION-NO.
           MOVE SPACES TO ENR-PETITION-NO.
           MOVE SPACES TO ENR-DROP-PETITION-NO.
           WRITE ENROLLMENT-RECORD
               INVALID KEY
                   CONTINUE
               MOVE WS-BUSINESS-DATE TO ENR-REG-DATE
               MOVE "E" TO ENR-STATUS
               MOVE SPACES TO ENR-STATUS-DATE
               MOVE WS-PROMOTE-SECTION TO ENR-SECTION-NO
               MOVE SPACES TO ENR-PETITION-NO
               MOVE SPACES TO ENR-DROP-PETITION-NO
               REWRITE ENROLLMENT-RECORD
                   INVALID KEY
                       EXIT PARAGRAPH
               END-REWRITE
           END-IF.
           IF WS-ENR-FILE-SUCCESS
               MOVE "E+" TO WS-SEAT-UPDATE
               PERFORM UPDATE-SEAT-COUNT
           END-IF.

           SET WAIT-STATUS-PROMOTED TO TRUE.
           REWRITE WAITLIST-RECORD
               INVALID KEY
                   DISPLAY "エラー:待機更新に失敗 " WAIT-KEY
               NOT INVALID KEY
                   MOVE "W-" TO WS-SEAT-UPDATE
                   PERFORM UPDATE-WAIT-SEAT-COUNT
           END-REWRITE.

           PERFORM WRITE-STUDENT-NOTICE.
           ADD 1 TO WS-PROMOTED-TOTAL.
           DISPLAY "繰上げ: " WAIT-COURSE-ID " " WAIT-STUDENT-ID
               " " WAIT-STUDENT-NAME " 区分:" WS-PROMOTE-SECTION.

       WRITE-STUDENT-NOTICE.
           MOVE WAIT-STUDENT-ID TO SNT-STUDENT-ID.
           SET SNT-TYPE-PROMOTED TO TRUE.
           MOVE SPACES TO SNT-NOTICE-TEXT.
           STRING FUNCTION TRIM(WS-COURSE-NAME) DELIMITED BY SIZE
                  " 区分" DELIMITED BY SIZE
                  WS-PROMOTE-SECTION DELIMITED BY SIZE
                  " を繰上げ登録しました" DELIMITED BY SIZE
               INTO SNT-NOTICE-TEXT
           END-STRING.
           MOVE FUNCTION CURRENT-DATE TO SNT-TIMESTAMP.
           SET SNT-UNSENT TO TRUE.
           WRITE STUDENT-NOTIFY-RECORD.

      * 区分別座席数ファイルの加減(SYLCOM "Q")
       UPDATE-SEAT-COUNT.
           MOVE "Q" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE ENR-COURSE-ID TO WS-PARAM-1(1:6).
           MOVE ENR-ACADEMIC-YEAR TO WS-PARAM-1(7:4).
           MOVE ENR-SECTION-NO TO WS-PARAM-1(11:2).
           MOVE ENR-STUDENT-ID TO WS-PARAM-1(13:8).
           MOVE SPACES TO WS-PARAM-2.
           MOVE WS-SEAT-UPDATE TO WS-PARAM-2(1:2).
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.

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
