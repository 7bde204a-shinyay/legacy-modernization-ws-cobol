               RECORD KEY IS SYL-RECORD-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT EQUIV-FILE
               ASSIGN TO "equiv.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EQV-KEY
               FILE STATUS IS WS-EQV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SYLLABUS-FILE.
           COPY "copybooks/SYLFILE.cpy".

       FD EQUIV-FILE.
           COPY "copybooks/EQUIVFILE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS           PIC XX VALUE "00".
          88 WS-FILE-SUCCESS       VALUE "00".
       01 WS-NODE-PREREQ-COUNT     PIC 9.
       01 WS-NODE-PREREQ-ID        PIC X(6) OCCURS 5 TIMES.

       01 WS-INDENT                PIC X(16) VALUE SPACES.
       01 WS-INDENT-LEN            PIC 99.
       01 WS-MAX-DEPTH             PIC 9 VALUE 5.

       01 WS-ORPHAN-COUNT          PIC 9(5) VALUE 0.
       01 WS-RENUMBER-COUNT        PIC 9(5) VALUE 0.
       01 WS-RENUMBER-ID           PIC X(6).

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

       SCREEN SECTION.
       01 MAP-FILTER-SCREEN.
       MAIN-PROCESS.
           DISPLAY MAP-FILTER-SCREEN.
           ACCEPT MAP-FILTER-SCREEN.
           PERFORM LOAD-EQUIV-TABLE.
           MOVE WS-TARGET-YEAR TO WS-EQV-YEAR.

           OPEN INPUT SYLLABUS-FILE.
           IF WS-FILE-SUCCESS
               END-PERFORM
               DISPLAY " "
               DISPLAY "孤立参照件数: " WS-ORPHAN-COUNT
               DISPLAY "番号変更で読替: " WS-RENUMBER-COUNT
               CLOSE SYLLABUS-FILE
           ELSE
               DISPLAY "シラバスファイルがありません。"
           MOVE 0 TO WS-STACK-COUNT.
           MOVE WS-CT-COURSE-ID(WS-COURSE-IDX) TO WS-CURRENT-ID.
           MOVE 0 TO WS-CURRENT-DEPTH.
           PERFORM SHOW-NODE-EQUIVALENTS.
           PERFORM READ-NODE-RECORD.
           IF WS-FILE-SUCCESS
               PERFORM PUSH-NODE-PREREQS
               PERFORM PRINT-ONE-NODE
           END-PERFORM.

      * 対象年度に存在しない前提科目は、番号変更の同等科目が
      * あれば新しい科目に読み替えて展開する
       PRINT-ONE-NODE.
           COMPUTE WS-INDENT-LEN = WS-CURRENT-DEPTH * 2.
           PERFORM READ-NODE-RECORD.
           IF NOT WS-FILE-SUCCESS
               PERFORM FIND-RENUMBERED-COURSE
               IF WS-RENUMBER-ID NOT = SPACES
                   ADD 1 TO WS-RENUMBER-COUNT
                   DISPLAY WS-INDENT(1:WS-INDENT-LEN) "+- "
                           WS-CURRENT-ID " -> " WS-RENUMBER-ID
                           " (番号変更・同等科目)"
                   MOVE WS-RENUMBER-ID TO WS-CURRENT-ID
                   PERFORM READ-NODE-RECORD
               END-IF
           END-IF.
           IF WS-FILE-SUCCESS
               DISPLAY WS-INDENT(1:WS-INDENT-LEN) "+- "
                       WS-CURRENT-ID " " SYL-COURSE-NAME
               PERFORM SHOW-NODE-EQUIVALENTS
               COMPUTE WS-INDENT-LEN = WS-CURRENT-DEPTH * 2
               IF WS-CURRENT-DEPTH < WS-MAX-DEPTH
                   PERFORM PUSH-NODE-PREREQS
               END-IF
                       WS-CURRENT-ID " *** 孤立参照(未登録) ***"
           END-IF.

      * 旧科目番号から対象年度に適用される新しい科目を探す
       FIND-RENUMBERED-COURSE.
           MOVE SPACES TO WS-RENUMBER-ID.
           PERFORM VARYING WS-EQV-IDX FROM 1 BY 1
                   UNTIL WS-EQV-IDX > WS-EQV-COUNT
                      OR WS-RENUMBER-ID NOT = SPACES
               IF WS-EQV-SOURCE-INST(WS-EQV-IDX) = SPACES
                   AND WS-EQV-SOURCE(WS-EQV-IDX) = WS-CURRENT-ID
                   PERFORM CHECK-EQV-IN-EFFECT
                   IF WS-EQV-IN-EFFECT
                       MOVE WS-EQV-TARGET(WS-EQV-IDX)
                           TO WS-RENUMBER-ID
                   END-IF
               END-IF
           END-PERFORM.

      * この科目の前提を満たすとみなす旧科目・他大学科目を示す
       SHOW-NODE-EQUIVALENTS.
           COMPUTE WS-INDENT-LEN = WS-CURRENT-DEPTH * 2 + 3.
           PERFORM VARYING WS-EQV-IDX FROM 1 BY 1
                   UNTIL WS-EQV-IDX > WS-EQV-COUNT
               IF WS-EQV-TARGET(WS-EQV-IDX) = WS-CURRENT-ID
                   PERFORM CHECK-EQV-IN-EFFECT
                   IF WS-EQV-IN-EFFECT
                       IF WS-EQV-SOURCE-INST(WS-EQV-IDX) = SPACES
                           DISPLAY WS-INDENT(1:WS-INDENT-LEN)
                               "= 旧科目 " WS-EQV-SOURCE(WS-EQV-IDX)
                       ELSE
                           DISPLAY WS-INDENT(1:WS-INDENT-LEN)
                               "= 他大学 "
                               WS-EQV-SOURCE-INST(WS-EQV-IDX) ":"
                               WS-EQV-SOURCE(WS-EQV-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

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
      * 現在ノードのシラバスを読み、前提科目をスタックへ積む
      * (表示順を保つため逆順に積む)
