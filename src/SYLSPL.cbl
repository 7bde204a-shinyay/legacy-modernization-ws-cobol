      *****************************************************************
      * シラバス管理システム - 区分分割候補分析プログラム(SYLSPL)
      * 定員・履修実績・待機人数から超過需要を算出して科目を
      * 順位付けし、必要に応じて第2区分の下書きを生成する。
      * 超過需要のある科目は区分別の定員・履修・希望区分別の
      * 待機も示し、区分間の移動で足りるかを判断できるようにする
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLSPL.
       01 WS-ACTIVE-COUNT          PIC 9(5).
       01 WS-WAIT-DEPTH            PIC 9(3).

      * 区分別の需要(1科目分)
       01 WS-SEC-TABLE.
          05 WS-SEC-COUNT          PIC 99 VALUE 0.
          05 WS-SEC-ENTRY OCCURS 20 TIMES.
             10 WS-SEC-NO          PIC X(2).
             10 WS-SEC-CAPACITY    PIC 9(3).
             10 WS-SEC-ENROLLED    PIC 9(4).
             10 WS-SEC-WAITING     PIC 9(3).
             10 WS-SEC-UNMET       PIC S9(4).

       01 WS-SEC-IDX               PIC 99.
       01 WS-ANY-WAITING           PIC 9(3).
       01 WS-MATCH-SECTION         PIC X(2).

       01 WS-INPUT-COURSE-ID       PIC X(6).
       01 WS-NEXT-SECTION-NUM      PIC 99.
       01 WS-NEXT-SECTION-NO       PIC X(2).
                       WS-DMD-WAITING(WS-DMD-IDX) " "
                       WS-DMD-UNMET(WS-DMD-IDX) " "
                       WS-DMD-NAME(WS-DMD-IDX)
                   PERFORM PRINT-SECTION-DEMAND
               END-IF
           END-PERFORM.
           IF WS-RANK = 0
           END-IF.
           DISPLAY "============================".

      *-----------------------------------------------------------
      * 1科目分の区分別内訳(閉講でない区分の定員・履修・待機)
      * 区分空白の履修は先頭区分に、希望区分のない待機は
      * 区分指定なしとして別に数える
      *-----------------------------------------------------------
       PRINT-SECTION-DEMAND.
           MOVE WS-DMD-COURSE-ID(WS-DMD-IDX) TO WS-WORK-COURSE-ID.
           MOVE 0 TO WS-SEC-COUNT.
           MOVE "N" TO WS-SYL-EOF-FLAG.
           MOVE WS-WORK-COURSE-ID TO SYL-COURSE-ID.
           MOVE WS-TARGET-YEAR TO SYL-ACADEMIC-YEAR.
           MOVE LOW-VALUES TO SYL-SECTION-NO.
           START SYLLABUS-FILE KEY IS NOT LESS THAN SYL-RECORD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SYL-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-SYL-EOF
               READ SYLLABUS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SYL-EOF-FLAG
                   NOT AT END
                       IF SYL-COURSE-ID = WS-WORK-COURSE-ID
                           AND SYL-ACADEMIC-YEAR = WS-TARGET-YEAR
                           IF NOT SYL-STATUS-CANCELLED
                               AND WS-SEC-COUNT < 20
                               ADD 1 TO WS-SEC-COUNT
                               MOVE SYL-SECTION-NO
                                   TO WS-SEC-NO(WS-SEC-COUNT)
                               MOVE SYL-CAPACITY
                                   TO WS-SEC-CAPACITY(WS-SEC-COUNT)
                               MOVE 0
                                   TO WS-SEC-ENROLLED(WS-SEC-COUNT)
                               MOVE 0
                                   TO WS-SEC-WAITING(WS-SEC-COUNT)
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-SYL-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-SEC-COUNT = 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM TALLY-SECTION-ENROLLMENT.
           PERFORM TALLY-SECTION-WAITLIST.

           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               COMPUTE WS-SEC-UNMET(WS-SEC-IDX)
                   = WS-SEC-ENROLLED(WS-SEC-IDX)
                     + WS-SEC-WAITING(WS-SEC-IDX)
                     - WS-SEC-CAPACITY(WS-SEC-IDX)
               DISPLAY "     区分" WS-SEC-NO(WS-SEC-IDX) " "
                   WS-SEC-CAPACITY(WS-SEC-IDX) "   "
                   WS-SEC-ENROLLED(WS-SEC-IDX) "    "
                   WS-SEC-WAITING(WS-SEC-IDX) "   "
                   WS-SEC-UNMET(WS-SEC-IDX)
           END-PERFORM.
           IF WS-ANY-WAITING > 0
               DISPLAY "     区分指定なしの待機: "
                       WS-ANY-WAITING
           END-IF.

       TALLY-SECTION-ENROLLMENT.
           MOVE "N" TO WS-ENR-EOF-FLAG.
           MOVE WS-WORK-COURSE-ID TO ENR-COURSE-ID.
           MOVE WS-TARGET-YEAR TO ENR-ACADEMIC-YEAR.
           MOVE LOW-VALUES TO ENR-STUDENT-ID.
           START ENROLLMENT-FILE KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ENR-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-ENR-EOF
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ENR-EOF-FLAG
                   NOT AT END
                       IF ENR-COURSE-ID = WS-WORK-COURSE-ID
                           AND ENR-ACADEMIC-YEAR = WS-TARGET-YEAR
                           IF ENR-STATUS-ENROLLED
                               MOVE ENR-SECTION-NO
                                   TO WS-MATCH-SECTION
                               IF WS-MATCH-SECTION = SPACES
                                   MOVE WS-SEC-NO(1)
                                       TO WS-MATCH-SECTION
                               END-IF
                               PERFORM ADD-SECTION-ENROLLED
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-ENR-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

       ADD-SECTION-ENROLLED.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               IF WS-SEC-NO(WS-SEC-IDX) = WS-MATCH-SECTION
                   ADD 1 TO WS-SEC-ENROLLED(WS-SEC-IDX)
               END-IF
           END-PERFORM.

       TALLY-SECTION-WAITLIST.
           MOVE 0 TO WS-ANY-WAITING.
           IF NOT WS-WAIT-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-WAIT-EOF-FLAG.
           MOVE WS-WORK-COURSE-ID TO WAIT-COURSE-ID.
           MOVE WS-TARGET-YEAR TO WAIT-ACADEMIC-YEAR.
           MOVE 0 TO WAIT-SEQ-NO.
           START WAITLIST-FILE KEY IS NOT LESS THAN WAIT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-WAIT-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-WAIT-EOF
               READ WAITLIST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-WAIT-EOF-FLAG
                   NOT AT END
                       IF WAIT-COURSE-ID = WS-WORK-COURSE-ID
                           AND WAIT-ACADEMIC-YEAR = WS-TARGET-YEAR
                           IF WAIT-STATUS-WAITING
                               PERFORM ADD-SECTION-WAITING
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-WAIT-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

       ADD-SECTION-WAITING.
           IF WAIT-SECTION-NO = SPACES
               ADD 1 TO WS-ANY-WAITING
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               IF WS-SEC-NO(WS-SEC-IDX) = WAIT-SECTION-NO
                   ADD 1 TO WS-SEC-WAITING(WS-SEC-IDX)
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------
      * 第2区分の下書き生成(任意)
      * 区分01の内容を写し、次の空き区分番号で下書き状態の
