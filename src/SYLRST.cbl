      *****************************************************************
      * シラバス管理システム - クラス名簿レポートプログラム
      * 区分を指定すればその区分の名簿、空白なら全区分の名簿を出す
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLRST.

       01 WS-SEARCH-COURSE-ID      PIC X(6).
       01 WS-SEARCH-ACADEMIC-YEAR  PIC X(4).
       01 WS-SEARCH-SECTION-NO     PIC X(2).

      * 区分空白の明細は科目の先頭の閉講でない区分に属する
       01 WS-FIRST-SECTION         PIC X(2).
       01 WS-ENR-SECTION           PIC X(2).
       01 WS-SECTION-TEACHER-ID    PIC X(5).
       01 WS-SECTION-FOUND-FLAG    PIC X VALUE "N".
          88 WS-SECTION-FOUND      VALUE "Y".

       01 WS-ROSTER-COUNT          PIC 9(3) VALUE 0.

           05 LINE 3 COLUMN 25 PIC X(6) USING WS-SEARCH-COURSE-ID.
           05 LINE 4 COLUMN 1 VALUE "対象年度(4桁):".
           05 LINE 4 COLUMN 25 PIC X(4) USING WS-SEARCH-ACADEMIC-YEAR.
           05 LINE 5 COLUMN 1 VALUE "区分(空白=全区分):".
           05 LINE 5 COLUMN 25 PIC X(2) USING WS-SEARCH-SECTION-NO.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      * 指定科目・年度の履修学生名簿を表示
      *-----------------------------------------------------------
       PRINT-CLASS-ROSTER.
           MOVE SPACES TO WS-SEARCH-SECTION-NO.
           DISPLAY ROSTER-SEARCH-SCREEN.
           ACCEPT ROSTER-SEARCH-SCREEN.

           DISPLAY " ".
           DISPLAY "==== クラス名簿 ====".
           DISPLAY "科目: " SYL-COURSE-ID " " SYL-COURSE-NAME.

           PERFORM FIND-ROSTER-SECTIONS.
           IF WS-SEARCH-SECTION-NO NOT = SPACES
               IF NOT WS-SECTION-FOUND
                   DISPLAY "エラー: 区分 " WS-SEARCH-SECTION-NO
                           " は存在しません。"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "年度: " WS-SEARCH-ACADEMIC-YEAR
                       "  区分: " WS-SEARCH-SECTION-NO
                       "  担当教員: " WS-SECTION-TEACHER-ID
           ELSE
               DISPLAY "年度: " WS-SEARCH-ACADEMIC-YEAR
                       "  区分: 全区分"
           END-IF.
           DISPLAY "学籍番号 氏名                 "
                   "登録日   区分".
           DISPLAY "-----------------------------------------".

           MOVE 0 TO WS-ROSTER-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
                       IF ENR-COURSE-ID = WS-SEARCH-COURSE-ID
                           AND ENR-ACADEMIC-YEAR
                               = WS-SEARCH-ACADEMIC-YEAR
                           PERFORM PRINT-ROSTER-LINE
                       ELSE
                           MOVE "Y" TO WS-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "-----------------------------------------".
           DISPLAY "履修者数: " WS-ROSTER-COUNT "名".

       PRINT-ROSTER-LINE.
           MOVE ENR-SECTION-NO TO WS-ENR-SECTION.
           IF WS-ENR-SECTION = SPACES
               MOVE WS-FIRST-SECTION TO WS-ENR-SECTION
           END-IF.
           IF WS-SEARCH-SECTION-NO NOT = SPACES
               AND WS-SEARCH-SECTION-NO NOT = WS-ENR-SECTION
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ROSTER-COUNT.
           DISPLAY ENR-STUDENT-ID " "
               ENR-STUDENT-NAME " " ENR-REG-DATE " " WS-ENR-SECTION.

      *-----------------------------------------------------------
      * 科目の先頭の閉講でない区分と指定区分の担当教員を求める
      *-----------------------------------------------------------
       FIND-ROSTER-SECTIONS.
           MOVE SPACES TO WS-FIRST-SECTION.
           MOVE SPACES TO WS-SECTION-TEACHER-ID.
           MOVE "N" TO WS-SECTION-FOUND-FLAG.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE WS-SEARCH-COURSE-ID TO SYL-COURSE-ID.
           MOVE WS-SEARCH-ACADEMIC-YEAR TO SYL-ACADEMIC-YEAR.
           MOVE LOW-VALUES TO SYL-SECTION-NO.
           START SYLLABUS-FILE KEY IS NOT LESS THAN SYL-RECORD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF
               READ SYLLABUS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF SYL-COURSE-ID = WS-SEARCH-COURSE-ID
                           AND SYL-ACADEMIC-YEAR
                               = WS-SEARCH-ACADEMIC-YEAR
                           IF WS-FIRST-SECTION = SPACES
                               AND NOT SYL-STATUS-CANCELLED
                               MOVE SYL-SECTION-NO
                                   TO WS-FIRST-SECTION
                           END-IF
                           IF SYL-SECTION-NO = WS-SEARCH-SECTION-NO
                               MOVE "Y" TO WS-SECTION-FOUND-FLAG
                               MOVE SYL-TEACHER-ID
                                   TO WS-SECTION-TEACHER-ID
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-CONTINUE.
           DISPLAY " ".
           DISPLAY "続けて出力しますか？(" WITH NO ADVANCING.
