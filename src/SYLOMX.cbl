      *****************************************************************
      * シラバス管理システム - 学習成果対応マトリクス(SYLOMX)
      * 学科と年度を指定し、学科の学習成果を縦、科目を横にとって
      * 区分の成果対応の水準(I/R/M)を一覧にする。承認済の科目で
      * 扱われていない成果と、習得(M)まで達しない成果を示す
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLOMX.
       AUTHOR. SHINYAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYLLABUS-FILE
               ASSIGN TO "syllabus.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-RECORD-KEY
               FILE STATUS IS WS-SYL-FILE-STATUS.

           SELECT OUTCOME-FILE
               ASSIGN TO "outcome.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OUT-KEY
               FILE STATUS IS WS-OUT-FILE-STATUS.

           SELECT COURSE-OUTCOME-FILE
               ASSIGN TO "crsoutcome.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COT-KEY
               FILE STATUS IS WS-COT-FILE-STATUS.

           SELECT PRINT-OUTPUT-FILE
               ASSIGN TO "outcome_matrix.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SYLLABUS-FILE.
           COPY "copybooks/SYLFILE.cpy".

       FD OUTCOME-FILE.
           COPY "copybooks/OUTCOMEFILE.cpy".

       FD COURSE-OUTCOME-FILE.
           COPY "copybooks/CRSOUTFILE.cpy".

       FD PRINT-OUTPUT-FILE.
       01 PRINT-OUTPUT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-SYL-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SYL-FILE-SUCCESS   VALUE "00".

       01 WS-OUT-FILE-STATUS       PIC XX VALUE "00".
          88 WS-OUT-FILE-SUCCESS   VALUE "00".

       01 WS-COT-FILE-STATUS       PIC XX VALUE "00".
          88 WS-COT-FILE-SUCCESS   VALUE "00".

       01 WS-PRT-FILE-STATUS       PIC XX VALUE "00".

       01 WS-EOF-FLAG              PIC X VALUE "N".
          88 WS-EOF                VALUE "Y".

       01 WS-COT-OPEN-FLAG         PIC X VALUE "N".
          88 WS-COT-OPENED         VALUE "Y".

       01 WS-FUNCTION-CODE         PIC X.
       01 WS-PARAM-1               PIC X(50).
       01 WS-PARAM-2               PIC X(50).
       01 WS-RESULT                PIC X(200).
       01 WS-RETURN-CODE           PIC 9.

       01 WS-TARGET-DEPT-ID        PIC X(4).
       01 WS-TARGET-YEAR           PIC X(4).

      * 学科の学習成果(縦軸)
       01 WS-OUTCOME-TABLE.
          05 WS-OM-COUNT           PIC 99 VALUE 0.
          05 WS-OM-ENTRY OCCURS 50 TIMES.
             10 WS-OM-CODE         PIC X(4).
             10 WS-OM-TEXT         PIC X(40).
             10 WS-OM-COVERED      PIC X.
             10 WS-OM-MASTERED     PIC X.
       01 WS-OM-IDX                PIC 99.
       01 WS-OM-FOUND              PIC 99.

      * 科目(横軸)。承認済の区分が一つでもあれば承認済とする
       01 WS-COURSE-TABLE.
          05 WS-MC-COUNT           PIC 999 VALUE 0.
          05 WS-MC-ENTRY OCCURS 100 TIMES.
             10 WS-MC-COURSE-ID    PIC X(6).
             10 WS-MC-NAME         PIC X(30).
             10 WS-MC-APPROVED     PIC X.
       01 WS-MC-IDX                PIC 999.
       01 WS-MC-FOUND              PIC 999.

      * 成果×科目の最高水準(0=なし 1=I 2=R 3=M)
       01 WS-MATRIX-TABLE.
          05 WS-MX-ROW OCCURS 50 TIMES.
             10 WS-MX-RANK         PIC 9 OCCURS 100 TIMES.
       01 WS-NEW-RANK              PIC 9.

       01 WS-OVERFLOW-FLAG         PIC X VALUE "N".
          88 WS-TABLE-OVERFLOW     VALUE "Y".

       01 WS-BAND-START            PIC 999.
       01 WS-BAND-END              PIC 999.
       01 WS-COL-POS               PIC 99.
       01 WS-CELL-CHAR             PIC X.
       01 WS-UNCOVERED-COUNT       PIC 99 VALUE 0.
       01 WS-UNMASTERED-COUNT      PIC 99 VALUE 0.
       01 WS-FLAG-TEXT             PIC X(24).

       SCREEN SECTION.
       01 OMX-OPTION-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "学習成果対応マトリクス".
           05 LINE 3 COLUMN 1 VALUE "学科コード:".
           05 LINE 3 COLUMN 24 PIC X(4) USING WS-TARGET-DEPT-ID.
           05 LINE 4 COLUMN 1 VALUE "対象年度(4桁):".
           05 LINE 4 COLUMN 24 PIC X(4) USING WS-TARGET-YEAR.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE SPACES TO WS-TARGET-DEPT-ID.
           MOVE SPACES TO WS-TARGET-YEAR.
           DISPLAY OMX-OPTION-SCREEN.
           ACCEPT OMX-OPTION-SCREEN.

           IF WS-TARGET-DEPT-ID = SPACES OR WS-TARGET-YEAR = SPACES
               DISPLAY "エラー:学科と年度は必須です。"
               GOBACK
           END-IF.

           MOVE "D" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE WS-TARGET-DEPT-ID TO WS-PARAM-1(1:4).
           MOVE SPACES TO WS-PARAM-2.
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.
           IF WS-RETURN-CODE = 1
               DISPLAY WS-RESULT
               GOBACK
           END-IF.

           PERFORM OPEN-FILES.
           IF NOT WS-SYL-FILE-SUCCESS OR NOT WS-OUT-FILE-SUCCESS
               DISPLAY "エラー:ファイルが開けません。"
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.

           INITIALIZE WS-MATRIX-TABLE.
           PERFORM LOAD-OUTCOMES.
           IF WS-OM-COUNT = 0
               DISPLAY "エラー:学科の学習成果が未登録。"
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.
           PERFORM LOAD-DEPARTMENT-COURSES.
           IF WS-COT-OPENED
               PERFORM APPLY-COURSE-OUTCOMES
           END-IF.
           IF WS-TABLE-OVERFLOW
               DISPLAY "警告:成果50件/科目100件を超過。"
           END-IF.

           PERFORM WRITE-REPORT.

           DISPLAY " ".
           DISPLAY "学習成果数: " WS-OM-COUNT.
           DISPLAY "科目数:     " WS-MC-COUNT.
           DISPLAY "未充足成果: " WS-UNCOVERED-COUNT.
           DISPLAY "習得なし:   " WS-UNMASTERED-COUNT.
           DISPLAY "outcome_matrix.txtに出力しました。".

           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT SYLLABUS-FILE.
           OPEN INPUT OUTCOME-FILE.
           OPEN INPUT COURSE-OUTCOME-FILE.
           IF WS-COT-FILE-SUCCESS
               MOVE "Y" TO WS-COT-OPEN-FLAG
           END-IF.

       CLOSE-FILES.
           CLOSE SYLLABUS-FILE.
           CLOSE OUTCOME-FILE.
           IF WS-COT-OPENED
               CLOSE COURSE-OUTCOME-FILE
           END-IF.

      *-----------------------------------------------------------
      * 学科の学習成果を表に読み込む
      *-----------------------------------------------------------
       LOAD-OUTCOMES.
           MOVE 0 TO WS-OM-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO OUT-KEY.
           MOVE WS-TARGET-DEPT-ID TO OUT-DEPT-ID.
           START OUTCOME-FILE KEY IS NOT LESS THAN OUT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF
               READ OUTCOME-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF OUT-DEPT-ID NOT = WS-TARGET-DEPT-ID
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                           IF WS-OM-COUNT < 50
                               ADD 1 TO WS-OM-COUNT
                               MOVE OUT-CODE
                                   TO WS-OM-CODE(WS-OM-COUNT)
                               MOVE OUT-TEXT
                                   TO WS-OM-TEXT(WS-OM-COUNT)
                               MOVE "N"
                                   TO WS-OM-COVERED(WS-OM-COUNT)
                               MOVE "N"
                                   TO WS-OM-MASTERED(WS-OM-COUNT)
                           ELSE
                               MOVE "Y" TO WS-OVERFLOW-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------
      * 対象年度の学科の科目(合同開講を含む、休講を除く)を横軸
      * に並べる。成果対応のない科目も空欄として表示する
      *-----------------------------------------------------------
       LOAD-DEPARTMENT-COURSES.
           MOVE 0 TO WS-MC-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO SYL-RECORD-KEY.
           START SYLLABUS-FILE KEY IS NOT LESS THAN SYL-RECORD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF
               READ SYLLABUS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF SYL-ACADEMIC-YEAR = WS-TARGET-YEAR
                           AND NOT SYL-STATUS-CANCELLED
                           PERFORM CHECK-SECTION-DEPARTMENT
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-SECTION-DEPARTMENT.
           MOVE 0 TO WS-MC-FOUND.
           IF SYL-DEPARTMENT-ID = WS-TARGET-DEPT-ID
               MOVE 1 TO WS-MC-FOUND
           END-IF.
           PERFORM VARYING WS-MC-IDX FROM 1 BY 1
                   UNTIL WS-MC-IDX > SYL-CROSSLIST-COUNT
                      OR WS-MC-IDX > 5
               IF SYL-CROSSLIST-DEPT-ID(WS-MC-IDX) = WS-TARGET-DEPT-ID
                   MOVE 1 TO WS-MC-FOUND
               END-IF
           END-PERFORM.
           IF WS-MC-FOUND > 0
               PERFORM FIND-OR-ADD-COURSE
           END-IF.

      * 区分の科目を横軸から探し、なければ追加する
       FIND-OR-ADD-COURSE.
           MOVE 0 TO WS-MC-FOUND.
           PERFORM VARYING WS-MC-IDX FROM 1 BY 1
                   UNTIL WS-MC-IDX > WS-MC-COUNT
                      OR WS-MC-FOUND > 0
               IF WS-MC-COURSE-ID(WS-MC-IDX) = SYL-COURSE-ID
                   MOVE WS-MC-IDX TO WS-MC-FOUND
               END-IF
           END-PERFORM.
           IF WS-MC-FOUND = 0
               IF WS-MC-COUNT < 100
                   ADD 1 TO WS-MC-COUNT
                   MOVE WS-MC-COUNT TO WS-MC-FOUND
                   MOVE SYL-COURSE-ID TO WS-MC-COURSE-ID(WS-MC-FOUND)
                   MOVE SYL-COURSE-NAME TO WS-MC-NAME(WS-MC-FOUND)
                   MOVE "N" TO WS-MC-APPROVED(WS-MC-FOUND)
               ELSE
                   MOVE "Y" TO WS-OVERFLOW-FLAG
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF SYL-STATUS-APPROVED
               MOVE "Y" TO WS-MC-APPROVED(WS-MC-FOUND)
           END-IF.

      *-----------------------------------------------------------
      * 対象年度の成果対応のうち学科の成果に対するものを升目に
      * 反映する。他学科の科目でも学科の成果を扱えば横軸に加える。
      * 充足・習得の判定は承認済の区分の対応だけで行う
      *-----------------------------------------------------------
       APPLY-COURSE-OUTCOMES.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO COT-KEY.
           START COURSE-OUTCOME-FILE KEY IS NOT LESS THAN COT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF
               READ COURSE-OUTCOME-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF COT-ACADEMIC-YEAR = WS-TARGET-YEAR
                           AND COT-DEPT-ID = WS-TARGET-DEPT-ID
                           PERFORM APPLY-ONE-COURSE-OUTCOME
                       END-IF
               END-READ
           END-PERFORM.

       APPLY-ONE-COURSE-OUTCOME.
           MOVE 0 TO WS-OM-FOUND.
           PERFORM VARYING WS-OM-IDX FROM 1 BY 1
                   UNTIL WS-OM-IDX > WS-OM-COUNT
                      OR WS-OM-FOUND > 0
               IF WS-OM-CODE(WS-OM-IDX) = COT-OUTCOME-CODE
                   MOVE WS-OM-IDX TO WS-OM-FOUND
               END-IF
           END-PERFORM.
           IF WS-OM-FOUND = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE COT-COURSE-ID TO SYL-COURSE-ID.
           MOVE COT-ACADEMIC-YEAR TO SYL-ACADEMIC-YEAR.
           MOVE COT-SECTION-NO TO SYL-SECTION-NO.
           READ SYLLABUS-FILE
               KEY IS SYL-RECORD-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF SYL-STATUS-CANCELLED
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-OR-ADD-COURSE.
           IF WS-MC-FOUND = 0
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN COT-LEVEL-MASTERED
                   MOVE 3 TO WS-NEW-RANK
               WHEN COT-LEVEL-REINFORCED
                   MOVE 2 TO WS-NEW-RANK
               WHEN OTHER
                   MOVE 1 TO WS-NEW-RANK
           END-EVALUATE.
           IF WS-NEW-RANK > WS-MX-RANK(WS-OM-FOUND, WS-MC-FOUND)
               MOVE WS-NEW-RANK TO WS-MX-RANK(WS-OM-FOUND, WS-MC-FOUND)
           END-IF.

           IF SYL-STATUS-APPROVED
               MOVE "Y" TO WS-OM-COVERED(WS-OM-FOUND)
               IF COT-LEVEL-MASTERED
                   MOVE "Y" TO WS-OM-MASTERED(WS-OM-FOUND)
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * 報告書: 科目10件ごとのマトリクス、科目一覧、成果別の判定
      *-----------------------------------------------------------
       WRITE-REPORT.
           OPEN OUTPUT PRINT-OUTPUT-FILE.
           MOVE SPACES TO PRINT-OUTPUT-RECORD.
           STRING "学習成果対応マトリクス 学科: "
                      DELIMITED BY SIZE
                  WS-TARGET-DEPT-ID DELIMITED BY SIZE
                  "  年度: " DELIMITED BY SIZE
                  WS-TARGET-YEAR DELIMITED BY SIZE
               INTO PRINT-OUTPUT-RECORD
           END-STRING.
           WRITE PRINT-OUTPUT-RECORD.
           DISPLAY PRINT-OUTPUT-RECORD.
           MOVE "  I=導入 R=強化 M=習得 .=対応なし " &
                "(科目名の*は未承認)" TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.

           MOVE 1 TO WS-BAND-START.
           PERFORM UNTIL WS-BAND-START > WS-MC-COUNT
               COMPUTE WS-BAND-END = WS-BAND-START + 9
               IF WS-BAND-END > WS-MC-COUNT
                   MOVE WS-MC-COUNT TO WS-BAND-END
               END-IF
               PERFORM WRITE-MATRIX-BAND
               ADD 10 TO WS-BAND-START
           END-PERFORM.
           IF WS-MC-COUNT = 0
               MOVE ALL "=" TO PRINT-OUTPUT-RECORD
               WRITE PRINT-OUTPUT-RECORD
               MOVE "  対象科目なし" TO PRINT-OUTPUT-RECORD
               WRITE PRINT-OUTPUT-RECORD
           END-IF.

           MOVE ALL "=" TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.
           MOVE "[科目一覧]" TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.
           PERFORM VARYING WS-MC-IDX FROM 1 BY 1
                   UNTIL WS-MC-IDX > WS-MC-COUNT
               MOVE SPACES TO PRINT-OUTPUT-RECORD
               MOVE WS-MC-COURSE-ID(WS-MC-IDX)
                   TO PRINT-OUTPUT-RECORD(3:6)
               IF WS-MC-APPROVED(WS-MC-IDX) NOT = "Y"
                   MOVE "*" TO PRINT-OUTPUT-RECORD(10:1)
               END-IF
               MOVE WS-MC-NAME(WS-MC-IDX) TO PRINT-OUTPUT-RECORD(12:30)
               WRITE PRINT-OUTPUT-RECORD
           END-PERFORM.

           MOVE ALL "=" TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.
           MOVE "[成果別判定](承認済科目で集計)"
               TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.
           MOVE 0 TO WS-UNCOVERED-COUNT.
           MOVE 0 TO WS-UNMASTERED-COUNT.
           PERFORM VARYING WS-OM-IDX FROM 1 BY 1
                   UNTIL WS-OM-IDX > WS-OM-COUNT
               PERFORM WRITE-OUTCOME-FLAG
           END-PERFORM.
           MOVE ALL "=" TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.
           MOVE SPACES TO PRINT-OUTPUT-RECORD.
           STRING "未充足: " DELIMITED BY SIZE
                  WS-UNCOVERED-COUNT DELIMITED BY SIZE
                  "  習得なし: " DELIMITED BY SIZE
                  WS-UNMASTERED-COUNT DELIMITED BY SIZE
               INTO PRINT-OUTPUT-RECORD
           END-STRING.
           WRITE PRINT-OUTPUT-RECORD.
           CLOSE PRINT-OUTPUT-FILE.

       WRITE-MATRIX-BAND.
           MOVE ALL "=" TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.
           MOVE SPACES TO PRINT-OUTPUT-RECORD.
           MOVE "成果" TO PRINT-OUTPUT-RECORD(1:6).
           MOVE 9 TO WS-COL-POS.
           PERFORM VARYING WS-MC-IDX FROM WS-BAND-START BY 1
                   UNTIL WS-MC-IDX > WS-BAND-END
               MOVE WS-MC-COURSE-ID(WS-MC-IDX)
                   TO PRINT-OUTPUT-RECORD(WS-COL-POS:6)
               ADD 7 TO WS-COL-POS
           END-PERFORM.
           WRITE PRINT-OUTPUT-RECORD.

           PERFORM VARYING WS-OM-IDX FROM 1 BY 1
                   UNTIL WS-OM-IDX > WS-OM-COUNT
               MOVE SPACES TO PRINT-OUTPUT-RECORD
               MOVE WS-OM-CODE(WS-OM-IDX) TO PRINT-OUTPUT-RECORD(1:4)
               MOVE 11 TO WS-COL-POS
               PERFORM VARYING WS-MC-IDX FROM WS-BAND-START BY 1
                       UNTIL WS-MC-IDX > WS-BAND-END
                   EVALUATE WS-MX-RANK(WS-OM-IDX, WS-MC-IDX)
                       WHEN 3
                           MOVE "M" TO WS-CELL-CHAR
                       WHEN 2
                           MOVE "R" TO WS-CELL-CHAR
                       WHEN 1
                           MOVE "I" TO WS-CELL-CHAR
                       WHEN OTHER
                           MOVE "." TO WS-CELL-CHAR
                   END-EVALUATE
                   MOVE WS-CELL-CHAR
                       TO PRINT-OUTPUT-RECORD(WS-COL-POS:1)
                   ADD 7 TO WS-COL-POS
               END-PERFORM
               WRITE PRINT-OUTPUT-RECORD
           END-PERFORM.

       WRITE-OUTCOME-FLAG.
           MOVE SPACES TO WS-FLAG-TEXT.
           IF WS-OM-COVERED(WS-OM-IDX) NOT = "Y"
               MOVE "**未充足**" TO WS-FLAG-TEXT
               ADD 1 TO WS-UNCOVERED-COUNT
           ELSE
               IF WS-OM-MASTERED(WS-OM-IDX) NOT = "Y"
                   MOVE "**習得なし**" TO WS-FLAG-TEXT
                   ADD 1 TO WS-UNMASTERED-COUNT
               END-IF
           END-IF.
           MOVE SPACES TO PRINT-OUTPUT-RECORD.
           STRING "  " DELIMITED BY SIZE
                  WS-OM-CODE(WS-OM-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-OM-TEXT(WS-OM-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FLAG-TEXT DELIMITED BY SIZE
               INTO PRINT-OUTPUT-RECORD
           END-STRING.
           WRITE PRINT-OUTPUT-RECORD.
