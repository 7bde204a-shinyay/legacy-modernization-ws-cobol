      *****************************************************************
      * シラバス管理システム - 定員実績照合バッチ
      * 科目全体の定員超過に加え、履修明細から区分ごとの在籍数を
      * 数えて区分定員・学科別割当と照合する
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLREC.
       01 WS-ENR-EOF-FLAG          PIC X VALUE "N".
          88 WS-ENR-EOF            VALUE "Y".

       01 WS-ENR-OPEN-FLAG         PIC X VALUE "N".
          88 WS-ENR-OPENED         VALUE "Y".

      * 区分別の定員と在籍数(1科目分)
       01 WS-SEC-TABLE.
          05 WS-SEC-COUNT          PIC 99 VALUE 0.
          05 WS-SEC-ENTRY OCCURS 20 TIMES.
             10 WS-SEC-NO          PIC X(2).
             10 WS-SEC-CAPACITY    PIC 9(3).
             10 WS-SEC-ENROLLED    PIC 9(4).

       01 WS-SEC-IDX               PIC 99.
       01 WS-SEC-OVER-COUNT        PIC 9(5) VALUE 0.

      * 区分空白の明細は科目の先頭の閉講でない区分に属する
       01 WS-FIRST-SECTION         PIC X(2).
       01 WS-ENR-SECTION           PIC X(2).
       01 WS-QUOTA-SECTION-NO      PIC X(2) VALUE SPACES.

       01 WS-QUOTA-COURSE-ID       PIC X(6) VALUE SPACES.
       01 WS-QUOTA-YEAR            PIC X(4) VALUE SPACES.

               END-PERFORM
               DISPLAY " "
               DISPLAY "定員超過件数: " WS-OVER-COUNT
               DISPLAY "区分定員超過件数: " WS-SEC-OVER-COUNT
               PERFORM QUOTA-RECONCILIATION
           END-IF.

           IF WS-WAIT-FILE-SUCCESS
               MOVE "Y" TO WS-WAIT-OPEN-FLAG
           END-IF.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENR-FILE-SUCCESS
               MOVE "Y" TO WS-ENR-OPEN-FLAG
           END-IF.

       CLOSE-FILES.
           CLOSE SYLLABUS-FILE.
           IF WS-WAIT-OPENED
               CLOSE WAITLIST-FILE
           END-IF.
           IF WS-ENR-OPENED
               CLOSE ENROLLMENT-FILE
           END-IF.

       CHECK-ENROLLMENT.
           PERFORM SUM-SECTION-CAPACITY.
                   " 待機:" WS-WAIT-DEPTH
           END-IF.

           PERFORM CHECK-SECTION-ENROLLMENT.

      *-----------------------------------------------------------
      * 区分別の在籍数を履修明細から数え、区分定員と照合する
      *-----------------------------------------------------------
       CHECK-SECTION-ENROLLMENT.
           IF NOT WS-ENR-OPENED OR WS-SEC-COUNT = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-ENR-EOF-FLAG.
           MOVE REG-COURSE-ID TO ENR-COURSE-ID.
           MOVE REG-ACADEMIC-YEAR TO ENR-ACADEMIC-YEAR.
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
                       IF ENR-COURSE-ID = REG-COURSE-ID
                           AND ENR-ACADEMIC-YEAR = REG-ACADEMIC-YEAR
                           IF ENR-STATUS-ENROLLED
                               PERFORM TALLY-ONE-SECTION-MEMBER
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-ENR-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               IF WS-SEC-ENROLLED(WS-SEC-IDX)
                   > WS-SEC-CAPACITY(WS-SEC-IDX)
                   ADD 1 TO WS-SEC-OVER-COUNT
                   DISPLAY REG-COURSE-ID
                       " 区分:" WS-SEC-NO(WS-SEC-IDX)
                       " 定員:" WS-SEC-CAPACITY(WS-SEC-IDX)
                       " 実績:" WS-SEC-ENROLLED(WS-SEC-IDX)
               END-IF
           END-PERFORM.

       TALLY-ONE-SECTION-MEMBER.
           MOVE ENR-SECTION-NO TO WS-ENR-SECTION.
           IF WS-ENR-SECTION = SPACES
               MOVE WS-SEC-NO(1) TO WS-ENR-SECTION
           END-IF.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               IF WS-SEC-NO(WS-SEC-IDX) = WS-ENR-SECTION
                   ADD 1 TO WS-SEC-ENROLLED(WS-SEC-IDX)
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------
      * 全区分(セクション)の定員を合算する
      * (閉講でない区分は区分別照合のため区分表にも控える)
      *-----------------------------------------------------------
       SUM-SECTION-CAPACITY.
           MOVE 0 TO WS-TOTAL-CAPACITY.
           MOVE 0 TO WS-SEC-COUNT.
           MOVE "N" TO WS-COURSE-FOUND-FLAG.
           MOVE "N" TO WS-SYL-EOF-FLAG.
           MOVE REG-COURSE-ID TO SYL-COURSE-ID.
                           ADD SYL-CAPACITY TO WS-TOTAL-CAPACITY
                           MOVE SYL-COURSE-NAME
                               TO WS-SAVED-COURSE-NAME
                           IF NOT SYL-STATUS-CANCELLED
                               AND WS-SEC-COUNT < 20
                               ADD 1 TO WS-SEC-COUNT
                               MOVE SYL-SECTION-NO
                                   TO WS-SEC-NO(WS-SEC-COUNT)
                               MOVE SYL-CAPACITY
                                   TO WS-SEC-CAPACITY(WS-SEC-COUNT)
                               MOVE 0
                                   TO WS-SEC-ENROLLED(WS-SEC-COUNT)
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-SYL-EOF-FLAG
                       END-IF

      *-----------------------------------------------------------
      * 共同開講科目の学科別割当と履修実績の照合
      * (区分ごとに学生の所属学科で履修数を数え、割当超過を指摘する)
      *-----------------------------------------------------------
       QUOTA-RECONCILIATION.
           OPEN INPUT QUOTA-FILE.
               CLOSE QUOTA-FILE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT STUDENT-FILE.
           IF NOT WS-ENR-OPENED OR NOT WS-STU-FILE-SUCCESS
               DISPLAY "警告:履修明細/学生マスタなし。"
               DISPLAY "学科別割当の照合は省略。"
               PERFORM CLOSE-QUOTA-FILES
           MOVE 0 TO WS-QUOTA-OVER-COUNT.
           MOVE SPACES TO WS-QUOTA-COURSE-ID.
           MOVE SPACES TO WS-QUOTA-YEAR.
           MOVE SPACES TO WS-QUOTA-SECTION-NO.
           MOVE 0 TO WS-QDEPT-COUNT.
           MOVE "N" TO WS-QTA-EOF-FLAG.
           MOVE LOW-VALUES TO QTA-KEY.
                   NOT AT END
                       IF QTA-COURSE-ID NOT = WS-QUOTA-COURSE-ID
                           OR QTA-ACADEMIC-YEAR NOT = WS-QUOTA-YEAR
                           OR QTA-SECTION-NO NOT = WS-QUOTA-SECTION-NO
                           PERFORM CHECK-DEPT-QUOTAS
                           MOVE QTA-COURSE-ID TO WS-QUOTA-COURSE-ID
                           MOVE QTA-ACADEMIC-YEAR TO WS-QUOTA-YEAR
                           MOVE QTA-SECTION-NO TO WS-QUOTA-SECTION-NO
                           MOVE 0 TO WS-QDEPT-COUNT
                       END-IF
                       PERFORM ADD-QUOTA-TO-TABLE

       CLOSE-QUOTA-FILES.
           CLOSE QUOTA-FILE.
           CLOSE STUDENT-FILE.

      * 区分内で同一学科の割当を合算する
       ADD-QUOTA-TO-TABLE.
           MOVE QTA-DEPT-ID TO WS-HOME-DEPT-ID.
           PERFORM FIND-QDEPT-ENTRY.
           END-PERFORM.

      *-----------------------------------------------------------
      * 1区分分: 所属学科別の履修実績を数えて割当と比較する
      *-----------------------------------------------------------
       CHECK-DEPT-QUOTAS.
           IF WS-QUOTA-COURSE-ID = SPACES OR WS-QDEPT-COUNT = 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-FIRST-SECTION.
           PERFORM COUNT-ENROLLMENT-BY-DEPT.

           PERFORM VARYING WS-QDEPT-IDX FROM 1 BY 1
                       > WS-QDEPT-QUOTA(WS-QDEPT-IDX)
                   ADD 1 TO WS-QUOTA-OVER-COUNT
                   DISPLAY WS-QUOTA-COURSE-ID " " WS-QUOTA-YEAR
                       " 区分:" WS-QUOTA-SECTION-NO
                       " 学科:" WS-QDEPT-ID(WS-QDEPT-IDX)
                       " 割当:" WS-QDEPT-QUOTA(WS-QDEPT-IDX)
                       " 実績:" WS-QDEPT-ACTUAL(WS-QDEPT-IDX)
                   NOT AT END
                       IF ENR-COURSE-ID = WS-QUOTA-COURSE-ID
                           AND ENR-ACADEMIC-YEAR = WS-QUOTA-YEAR
                           MOVE ENR-SECTION-NO TO WS-ENR-SECTION
                           IF WS-ENR-SECTION = SPACES
                               MOVE WS-FIRST-SECTION TO WS-ENR-SECTION
                           END-IF
                           IF ENR-STATUS-ENROLLED
                               AND WS-ENR-SECTION = WS-QUOTA-SECTION-NO
                               PERFORM TALLY-ONE-STUDENT-DEPT
                           END-IF
                       ELSE
               END-READ
           END-PERFORM.

      * 科目の先頭の閉講でない区分(区分空白の明細の所属先)
       FIND-FIRST-SECTION.
           MOVE SPACES TO WS-FIRST-SECTION.
           MOVE "N" TO WS-SYL-EOF-FLAG.
           MOVE WS-QUOTA-COURSE-ID TO SYL-COURSE-ID.
           MOVE WS-QUOTA-YEAR TO SYL-ACADEMIC-YEAR.
           MOVE LOW-VALUES TO SYL-SECTION-NO.
           START SYLLABUS-FILE KEY IS NOT LESS THAN SYL-RECORD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SYL-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-SYL-EOF OR WS-FIRST-SECTION NOT = SPACES
               READ SYLLABUS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SYL-EOF-FLAG
                   NOT AT END
                       IF SYL-COURSE-ID = WS-QUOTA-COURSE-ID
                           AND SYL-ACADEMIC-YEAR = WS-QUOTA-YEAR
                           IF NOT SYL-STATUS-CANCELLED
                               MOVE SYL-SECTION-NO
                                   TO WS-FIRST-SECTION
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-SYL-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

      * 学生の所属学科を引いて実績に加算(割当のない学科は0扱い)
       TALLY-ONE-STUDENT-DEPT.
           MOVE SPACES TO WS-HOME-DEPT-ID.
