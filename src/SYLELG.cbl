               RECORD KEY IS GRD-KEY
               FILE STATUS IS WS-GRD-FILE-STATUS.

           SELECT EQUIV-FILE
               ASSIGN TO "equiv.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EQV-KEY
               FILE STATUS IS WS-EQV-FILE-STATUS.

           SELECT TRANSFER-FILE
               ASSIGN TO "transfer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRF-KEY
               FILE STATUS IS WS-TRF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SYLLABUS-FILE.
       FD GRADE-FILE.
           COPY "copybooks/GRADEFILE.cpy".

       FD EQUIV-FILE.
           COPY "copybooks/EQUIVFILE.cpy".

       FD TRANSFER-FILE.
           COPY "copybooks/TRANSFERFILE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS           PIC XX VALUE "00".
          88 WS-FILE-SUCCESS       VALUE "00".
       01 WS-ENR-EOF-FLAG          PIC X VALUE "N".
          88 WS-ENR-EOF            VALUE "Y".

       01 WS-EQV-FILE-STATUS       PIC XX VALUE "00".
          88 WS-EQV-FILE-SUCCESS   VALUE "00".

      * 同等科目表(同等科目マスタから読み込む。最大300件)
       01 WS-EQV-TABLE.
          05 WS-EQV-COUNT          PIC 9(3) VALUE 0.
          05 WS-EQV-ENTRY OCCURS 300 TIMES.
             10 WS-EQV-SOURCE-INST PIC X(6).
             10 WS-EQV-SOURCE      PIC X(10).
             10 WS-EQV-TARGET      PIC X(6).
             10 WS-EQV-FROM-YEAR   PIC X(4).
             10 WS-EQV-TO-YEAR     PIC X(4).
       01 WS-EQV-IDX               PIC 9(3).
       01 WS-EQV-YEAR              PIC X(4).
       01 WS-EQV-IN-EFFECT-FLAG    PIC X VALUE "N".
          88 WS-EQV-IN-EFFECT      VALUE "Y".

       01 WS-TRF-FILE-STATUS       PIC XX VALUE "00".
          88 WS-TRF-FILE-SUCCESS   VALUE "00".
       01 WS-TRANSFER-OPEN-FLAG    PIC X VALUE "N".
          88 WS-TRANSFER-OPEN      VALUE "Y".
       01 WS-TRF-EOF-FLAG          PIC X VALUE "N".
          88 WS-TRF-EOF            VALUE "Y".

      * 前提科目として照合する科目(前提科目本体または同等の旧科目)
       01 WS-CHECK-COURSE-ID       PIC X(6).

       01 WS-TARGET-YEAR           PIC X(4).

       01 WS-AUDIT-COURSE-ID       PIC X(6).
          88 WS-PRIOR-FOUND        VALUE "Y".

       01 WS-EXCEPTION-COUNT       PIC 9(5) VALUE 0.
       01 WS-EQUIV-MET-COUNT       PIC 9(5) VALUE 0.
       01 WS-TRANSFER-MET-COUNT    PIC 9(5) VALUE 0.

       SCREEN SECTION.
       01 ELG-YEAR-SCREEN.
               PERFORM SCAN-SYLLABUS-RECORDS
               DISPLAY " "
               DISPLAY "指摘件数: " WS-EXCEPTION-COUNT
               DISPLAY "同等科目で充足: " WS-EQUIV-MET-COUNT
               DISPLAY "既修得単位で充足: "
                       WS-TRANSFER-MET-COUNT
           ELSE
               DISPLAY "エラー:ファイルが開けません。"
           END-IF.
               DISPLAY "警告:成績結果ファイルなし。"
               DISPLAY "履修実績のみで判定します。"
           END-IF.
           OPEN INPUT TRANSFER-FILE.
           IF WS-TRF-FILE-SUCCESS
               MOVE "Y" TO WS-TRANSFER-OPEN-FLAG
           END-IF.
           PERFORM LOAD-EQUIV-TABLE.

       CLOSE-FILES.
           CLOSE SYLLABUS-FILE.
           IF WS-GRADE-OPEN
               CLOSE GRADE-FILE
           END-IF.
           IF WS-TRANSFER-OPEN
               CLOSE TRANSFER-FILE
           END-IF.

      *-----------------------------------------------------------
      * 同等科目マスタを表に読み込む(ファイルがなければ0件)
      *-----------------------------------------------------------
       LOAD-EQUIV-TABLE.
           MOVE 0 TO WS-EQV-COUNT.
           OPEN INPUT EQUIV-FILE.
           IF NOT WS-EQV-FILE-SUCCESS
               CLOSE EQUIV-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO EQV-KEY.
           START EQUIV-FILE KEY IS NOT LESS THAN EQV-KEY
               INVALID KEY
                   MOVE "10" TO WS-EQV-FILE-STATUS
           END-START.
           PERFORM UNTIL NOT WS-EQV-FILE-SUCCESS
               READ EQUIV-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-EQV-FILE-STATUS
                   NOT AT END
                       IF WS-EQV-COUNT < 300
                           ADD 1 TO WS-EQV-COUNT
                           MOVE EQV-SOURCE-INST
                               TO WS-EQV-SOURCE-INST(WS-EQV-COUNT)
                           MOVE EQV-SOURCE-COURSE
                               TO WS-EQV-SOURCE(WS-EQV-COUNT)
                           MOVE EQV-TARGET-COURSE-ID
                               TO WS-EQV-TARGET(WS-EQV-COUNT)
                           MOVE EQV-FROM-YEAR
                               TO WS-EQV-FROM-YEAR(WS-EQV-COUNT)
                           MOVE EQV-TO-YEAR
                               TO WS-EQV-TO-YEAR(WS-EQV-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EQUIV-FILE.

      * 同等科目表のWS-EQV-IDX行がWS-EQV-YEARに適用されるか
       CHECK-EQV-IN-EFFECT.
           MOVE "N" TO WS-EQV-IN-EFFECT-FLAG.
           IF WS-EQV-FROM-YEAR(WS-EQV-IDX) <= WS-EQV-YEAR
               AND (WS-EQV-TO-YEAR(WS-EQV-IDX) = SPACES
                    OR WS-EQV-TO-YEAR(WS-EQV-IDX) >= WS-EQV-YEAR)
               MOVE "Y" TO WS-EQV-IN-EFFECT-FLAG
           END-IF.

      *-----------------------------------------------------------
      * 対象年度の前提科目ありの科目を順に監査する

      *-----------------------------------------------------------
      * 学生が前提科目を過年度に履修済みかを確認する
      * (成績結果ファイルがある場合は合格した履修のみ有効)。
      * 前提科目本体がなければ、対象年度に適用される同等の旧科目
      * の合格、次に同等とされた他大学科目の承認済既修得単位を見る
      *-----------------------------------------------------------
       CHECK-PRIOR-ENROLLMENT.
           MOVE "N" TO WS-PRIOR-FOUND-FLAG.
           MOVE WS-AUDIT-PREREQ-ID(WS-PREREQ-IDX)
               TO WS-CHECK-COURSE-ID.
           PERFORM SCAN-PRIOR-COURSE.
           IF WS-PRIOR-FOUND
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-TARGET-YEAR TO WS-EQV-YEAR.
           PERFORM VARYING WS-EQV-IDX FROM 1 BY 1
                   UNTIL WS-EQV-IDX > WS-EQV-COUNT OR WS-PRIOR-FOUND
               IF WS-EQV-SOURCE-INST(WS-EQV-IDX) = SPACES
                   AND WS-EQV-TARGET(WS-EQV-IDX)
                       = WS-AUDIT-PREREQ-ID(WS-PREREQ-IDX)
                   PERFORM CHECK-EQV-IN-EFFECT
                   IF WS-EQV-IN-EFFECT
                       MOVE WS-EQV-SOURCE(WS-EQV-IDX)
                           TO WS-CHECK-COURSE-ID
                       PERFORM SCAN-PRIOR-COURSE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-PRIOR-FOUND
               ADD 1 TO WS-EQUIV-MET-COUNT
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-TRANSFER-CREDIT.
           IF WS-PRIOR-FOUND
               ADD 1 TO WS-TRANSFER-MET-COUNT
           END-IF.

      * WS-CHECK-COURSE-IDの過年度の合格履修を探す
       SCAN-PRIOR-COURSE.
           MOVE "N" TO WS-ENR-EOF-FLAG.
           MOVE WS-CHECK-COURSE-ID TO ENR-COURSE-ID.
           MOVE LOW-VALUES TO ENR-ACADEMIC-YEAR.
           MOVE LOW-VALUES TO ENR-STUDENT-ID.
           START ENROLLMENT-FILE KEY IS NOT LESS THAN ENR-KEY
                   AT END
                       MOVE "Y" TO WS-ENR-EOF-FLAG
                   NOT AT END
                       IF ENR-COURSE-ID = WS-CHECK-COURSE-ID
                           IF ENR-STUDENT-ID = WS-STU-ID(WS-STU-IDX)
                               AND ENR-ACADEMIC-YEAR < WS-TARGET-YEAR
                               PERFORM CHECK-PASSING-GRADE
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------
      * 学生の承認済既修得単位に、前提科目と同等とされた他大学
      * 科目があるかを確認する
      *-----------------------------------------------------------
       CHECK-TRANSFER-CREDIT.
           IF NOT WS-TRANSFER-OPEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-TRF-EOF-FLAG.
           MOVE WS-STU-ID(WS-STU-IDX) TO TRF-STUDENT-ID.
           MOVE LOW-VALUES TO TRF-INSTITUTION.
           MOVE LOW-VALUES TO TRF-EXT-COURSE.
           START TRANSFER-FILE KEY IS NOT LESS THAN TRF-KEY
               INVALID KEY
                   MOVE "Y" TO WS-TRF-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-TRF-EOF OR WS-PRIOR-FOUND
               READ TRANSFER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-TRF-EOF-FLAG
                   NOT AT END
                       IF TRF-STUDENT-ID = WS-STU-ID(WS-STU-IDX)
                           IF NOT TRF-PENDING
                               PERFORM MATCH-TRANSFER-EQUIV
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-TRF-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

       MATCH-TRANSFER-EQUIV.
           PERFORM VARYING WS-EQV-IDX FROM 1 BY 1
                   UNTIL WS-EQV-IDX > WS-EQV-COUNT OR WS-PRIOR-FOUND
               IF WS-EQV-SOURCE-INST(WS-EQV-IDX) = TRF-INSTITUTION
                   AND WS-EQV-SOURCE(WS-EQV-IDX) = TRF-EXT-COURSE
                   AND WS-EQV-TARGET(WS-EQV-IDX)
                       = WS-AUDIT-PREREQ-ID(WS-PREREQ-IDX)
                   PERFORM CHECK-EQV-IN-EFFECT
                   IF WS-EQV-IN-EFFECT
                       MOVE "Y" TO WS-PRIOR-FOUND-FLAG
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------
      * 過年度履修の成績が合格かを確認する
      * (成績未着は不合格扱い。ファイル未作成なら履修のみで可)
