               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT COURSE-OUTCOME-FILE
               ASSIGN TO "crsoutcome.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COT-KEY
               FILE STATUS IS WS-COT-FILE-STATUS.

           SELECT ASSESS-DUE-FILE
               ASSIGN TO "assessdue.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADU-KEY
               FILE STATUS IS WS-ADU-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SYLLABUS-FILE.
       FD JOURNAL-FILE.
           COPY "copybooks/JOURNALFILE.cpy".

       FD COURSE-OUTCOME-FILE.
           COPY "copybooks/CRSOUTFILE.cpy".

       FD ASSESS-DUE-FILE.
           COPY "copybooks/ASSESSDUEFILE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS           PIC XX VALUE "00".
          88 WS-FILE-SUCCESS       VALUE "00".

       01 WS-JOURNAL-FILE-STATUS  PIC XX VALUE "00".

       01 WS-COT-FILE-STATUS      PIC XX VALUE "00".
          88 WS-COT-FILE-SUCCESS  VALUE "00".
       01 WS-COT-EOF-FLAG         PIC X VALUE "N".
          88 WS-COT-EOF           VALUE "Y".

      * 持ち越す学習成果対応(学科+成果コード+水準)
       01 WS-OUTCOME-COPY-TABLE.
          05 WS-OC-COUNT          PIC 99 VALUE 0.
          05 WS-OC-ENTRY OCCURS 50 TIMES.
             10 WS-OC-DEPT-ID     PIC X(4).
             10 WS-OC-CODE        PIC X(4).
             10 WS-OC-LEVEL       PIC X.
       01 WS-OC-IDX               PIC 99.
       01 WS-OC-COPIED            PIC 99 VALUE 0.

       01 WS-ADU-FILE-STATUS      PIC XX VALUE "00".
          88 WS-ADU-FILE-SUCCESS  VALUE "00".

       01 WS-SOURCE-COURSE-ID     PIC X(6).
       01 WS-SOURCE-YEAR          PIC X(4).
       01 WS-SOURCE-SECTION-NO    PIC X(2) VALUE "01".
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.

           IF WS-RETURN-CODE = 0
               PERFORM CHECK-TEACHER-AVAILABILITY
           END-IF.

           IF WS-RETURN-CODE = 1
               DISPLAY WS-RESULT
           ELSE
                   NOT INVALID KEY
                       PERFORM WRITE-JOURNAL-RECORD
                       PERFORM UPDATE-SCHEDULE-XREF
                       PERFORM COPY-COURSE-OUTCOMES
                       PERFORM COPY-ASSESS-DUE
                       DISPLAY "持ち越しました。"
                       DISPLAY "科目更新で確認してください"
               END-WRITE
           END-IF.

      *-----------------------------------------------------------
      * 持ち越し先の学期で教員の出講不可時限に当たらないか確認する
      * (SYLCOM "A"。不可なら持ち越さない。希望時限外は警告のみ)
      *-----------------------------------------------------------
       CHECK-TEACHER-AVAILABILITY.
           MOVE "A" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE SYL-TEACHER-ID TO WS-PARAM-1(1:5).
           MOVE SYL-SEMESTER TO WS-PARAM-1(6:2).
           MOVE SYL-CLASS-DAY TO WS-PARAM-1(8:1).
           MOVE SYL-CLASS-PERIOD TO WS-PARAM-1(9:2).
           MOVE SYL-COURSE-ID TO WS-PARAM-1(11:6).
           MOVE SYL-ACADEMIC-YEAR TO WS-PARAM-1(17:4).
           MOVE SYL-SECTION-NO TO WS-PARAM-1(21:2).
           MOVE SPACES TO WS-PARAM-2.
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.
           IF WS-RETURN-CODE = 2
               DISPLAY WS-RESULT
               MOVE 0 TO WS-RETURN-CODE
           END-IF.

      *-----------------------------------------------------------
      * 時間割索引の保守(SYLCOM "X")
      *-----------------------------------------------------------
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.

      *-----------------------------------------------------------
      * 元の区分の学習成果対応を新しい年度へ写す
      * (新しい年度に同じ対応があればそのまま残す)
      *-----------------------------------------------------------
       COPY-COURSE-OUTCOMES.
           OPEN I-O COURSE-OUTCOME-FILE.
           IF NOT WS-COT-FILE-SUCCESS
               CLOSE COURSE-OUTCOME-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-OC-COUNT.
           MOVE "N" TO WS-COT-EOF-FLAG.
           MOVE LOW-VALUES TO COT-KEY.
           MOVE WS-SOURCE-COURSE-ID TO COT-COURSE-ID.
           MOVE WS-SOURCE-YEAR TO COT-ACADEMIC-YEAR.
           MOVE WS-SOURCE-SECTION-NO TO COT-SECTION-NO.
           START COURSE-OUTCOME-FILE KEY IS NOT LESS THAN COT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-COT-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-COT-EOF
               READ COURSE-OUTCOME-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-COT-EOF-FLAG
                   NOT AT END
                       IF COT-COURSE-ID NOT = WS-SOURCE-COURSE-ID
                           OR COT-ACADEMIC-YEAR NOT = WS-SOURCE-YEAR
                           OR COT-SECTION-NO
                               NOT = WS-SOURCE-SECTION-NO
                           MOVE "Y" TO WS-COT-EOF-FLAG
                       ELSE
                           IF WS-OC-COUNT < 50
                               ADD 1 TO WS-OC-COUNT
                               MOVE COT-DEPT-ID
                                   TO WS-OC-DEPT-ID(WS-OC-COUNT)
                               MOVE COT-OUTCOME-CODE
                                   TO WS-OC-CODE(WS-OC-COUNT)
                               MOVE COT-LEVEL
                                   TO WS-OC-LEVEL(WS-OC-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           MOVE 0 TO WS-OC-COPIED.
           PERFORM VARYING WS-OC-IDX FROM 1 BY 1
                   UNTIL WS-OC-IDX > WS-OC-COUNT
               MOVE SYL-COURSE-ID TO COT-COURSE-ID
               MOVE SYL-ACADEMIC-YEAR TO COT-ACADEMIC-YEAR
               MOVE SYL-SECTION-NO TO COT-SECTION-NO
               MOVE WS-OC-DEPT-ID(WS-OC-IDX) TO COT-DEPT-ID
               MOVE WS-OC-CODE(WS-OC-IDX) TO COT-OUTCOME-CODE
               MOVE WS-OC-LEVEL(WS-OC-IDX) TO COT-LEVEL
               WRITE COURSE-OUTCOME-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-OC-COPIED
               END-WRITE
           END-PERFORM.
           CLOSE COURSE-OUTCOME-FILE.
           IF WS-OC-COPIED > 0
               DISPLAY "学習成果対応を写しました: "
                   WS-OC-COPIED "件"
           END-IF.

      *-----------------------------------------------------------
      * 元の区分の成績評価時期を新しい年度へ写す
      * (新しい年度に時期があればそのまま残す)
      *-----------------------------------------------------------
       COPY-ASSESS-DUE.
           OPEN I-O ASSESS-DUE-FILE.
           IF NOT WS-ADU-FILE-SUCCESS
               CLOSE ASSESS-DUE-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SOURCE-COURSE-ID TO ADU-COURSE-ID.
           MOVE WS-SOURCE-YEAR TO ADU-ACADEMIC-YEAR.
           MOVE WS-SOURCE-SECTION-NO TO ADU-SECTION-NO.
           READ ASSESS-DUE-FILE
               KEY IS ADU-KEY
               INVALID KEY
                   CLOSE ASSESS-DUE-FILE
                   EXIT PARAGRAPH
           END-READ.

           MOVE SYL-COURSE-ID TO ADU-COURSE-ID.
           MOVE SYL-ACADEMIC-YEAR TO ADU-ACADEMIC-YEAR.
           MOVE SYL-SECTION-NO TO ADU-SECTION-NO.
           MOVE FUNCTION CURRENT-DATE TO ADU-LAST-UPDATED.
           WRITE ASSESS-DUE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           CLOSE ASSESS-DUE-FILE.

      *-----------------------------------------------------------
      * シラバス更新ジャーナルへの記録
      *-----------------------------------------------------------
