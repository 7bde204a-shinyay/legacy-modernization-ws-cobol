               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.

           SELECT POLICY-FILE
               ASSIGN TO "policy.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POL-KEY
               FILE STATUS IS WS-POL-FILE-STATUS.

           SELECT POLICY-USAGE-FILE
               ASSIGN TO "polusage.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLU-KEY
               FILE STATUS IS WS-PLU-FILE-STATUS.

           SELECT ASSESS-DUE-FILE
               ASSIGN TO "assessdue.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADU-KEY
               FILE STATUS IS WS-ADU-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SYLLABUS-FILE.
       FD PRINT-OUTPUT-FILE.
       01 PRINT-OUTPUT-RECORD      PIC X(80).

       FD POLICY-FILE.
           COPY "copybooks/POLICYFILE.cpy".

       FD POLICY-USAGE-FILE.
           COPY "copybooks/POLUSEFILE.cpy".

       FD ASSESS-DUE-FILE.
           COPY "copybooks/ASSESSDUEFILE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS           PIC XX VALUE "00".
          88 WS-FILE-SUCCESS       VALUE "00".
       01 WS-WEEK-IDX              PIC 99.
       01 WS-WEEK-DISPLAY          PIC Z9.

       01 WS-FUNCTION-CODE         PIC X.
       01 WS-PARAM-1               PIC X(50).
       01 WS-PARAM-2               PIC X(50).
       01 WS-RESULT                PIC X(200).
       01 WS-RETURN-CODE           PIC 9.

       01 WS-CO-COUNT              PIC 9.
       01 WS-CO-IDX                PIC 9.
       01 WS-CO-POS                PIC 99.
       01 WS-CO-ROLE-TEXT          PIC X(12).

       01 WS-POL-FILE-STATUS       PIC XX VALUE "00".
          88 WS-POL-FILE-SUCCESS   VALUE "00".
       01 WS-PLU-FILE-STATUS       PIC XX VALUE "00".
          88 WS-PLU-FILE-SUCCESS   VALUE "00".
       01 WS-PLU-OPEN-FLAG         PIC X VALUE "N".
          88 WS-PLU-OPEN           VALUE "Y".
       01 WS-PLU-EOF-FLAG          PIC X VALUE "N".
          88 WS-PLU-EOF            VALUE "Y".

      * 規程文面の表(ブロック・年度順、最大100版)と
      * 対象シラバスに載せる版(表示順、最大20件)
       01 WS-POLICY-TABLE.
          05 WS-POL-COUNT          PIC 9(3) VALUE 0.
          05 WS-POL-ENTRY OCCURS 100 TIMES.
             10 WS-POL-BLOCK-ID    PIC X(6).
             10 WS-POL-YEAR        PIC X(4).
             10 WS-POL-SCOPE-TYPE  PIC X.
             10 WS-POL-SCOPE-ID    PIC X(4).
             10 WS-POL-SORT-NO     PIC 99.
             10 WS-POL-STATUS      PIC X.
             10 WS-POL-REVISION    PIC 9(3).
             10 WS-POL-TITLE       PIC X(30).
             10 WS-POL-TITLE-EN    PIC X(30).
             10 WS-POL-TEXT        PIC X(360).
             10 WS-POL-TEXT-EN     PIC X(360).
       01 WS-POL-IDX               PIC 9(3).
       01 WS-POL-JDX               PIC 9(3).
       01 WS-POL-EOF-FLAG          PIC X VALUE "N".
          88 WS-POL-EOF            VALUE "Y".
       01 WS-USE-TABLE.
          05 WS-USE-COUNT          PIC 99 VALUE 0.
          05 WS-USE-POL-IDX        PIC 9(3) OCCURS 20 TIMES.
       01 WS-USE-IDX               PIC 99.
       01 WS-USE-POS               PIC 99.
       01 WS-USE-MOVED-FLAG        PIC X VALUE "N".
          88 WS-USE-MOVED          VALUE "Y".
       01 WS-POL-LINE-IDX          PIC 9.
       01 WS-POL-LINE-POS          PIC 9(3).
       01 WS-PLU-DOCUMENT          PIC X(40).
       01 WS-PLU-PREFIX-LEN        PIC 99.
       01 WS-PLU-PREFIX            PIC X(52).
       01 WS-RUN-TS                PIC X(14).

       01 WS-ADU-FILE-STATUS       PIC XX VALUE "00".
          88 WS-ADU-FILE-SUCCESS   VALUE "00".
       01 WS-DUE-TABLE.
          05 WS-DUE-WEEK           PIC 99 OCCURS 5 TIMES.
       01 WS-DUE-IDX               PIC 9.
       01 WS-DUE-WEEK-DISPLAY      PIC Z9.
       01 WS-DUE-TEXT              PIC X(20).

       01 WS-PERCENT-DISPLAY       PIC ZZ9.

       SCREEN SECTION.
       01 PRINT-SEARCH-SCREEN.
           05 BLANK SCREEN.
           PERFORM WRITE-COURSE-INFO.
           PERFORM WRITE-DESCRIPTION-SECTION.
           PERFORM WRITE-OBJECTIVES-SECTION.
           PERFORM WRITE-ASSESSMENT-SECTION.
           PERFORM WRITE-BLANK-LINE.
           ADD 1 TO WS-PAGE-NUMBER.
           PERFORM WRITE-PAGE-HEADER.
           PERFORM WRITE-WEEK-PLAN-SECTION.
           PERFORM WRITE-POLICY-SECTION.

       WRITE-PAGE-HEADER.
           MOVE WS-PAGE-NUMBER TO WS-PAGE-DISPLAY.
               INTO PRINT-OUTPUT-RECORD
           END-STRING.
           WRITE PRINT-OUTPUT-RECORD.
           PERFORM WRITE-CO-TEACHER-LINES.
           STRING "開講学期　　: " DELIMITED BY SIZE
                  FUNCTION TRIM(SYL-SEMESTER) DELIMITED BY SIZE
               INTO PRINT-OUTPUT-RECORD
           WRITE PRINT-OUTPUT-RECORD.
           PERFORM WRITE-BLANK-LINE.

      * 共同担当教員と負担割合(共同担当のある区分のみ)
       WRITE-CO-TEACHER-LINES.
           MOVE "K" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE SYL-COURSE-ID TO WS-PARAM-1(1:6).
           MOVE SYL-ACADEMIC-YEAR TO WS-PARAM-1(7:4).
           MOVE SYL-SECTION-NO TO WS-PARAM-1(11:2).
           MOVE SPACES TO WS-PARAM-2.
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.
           MOVE WS-RESULT(1:1) TO WS-CO-COUNT.
           IF WS-CO-COUNT = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO PRINT-OUTPUT-RECORD.
           STRING "主担当割合　: " DELIMITED BY SIZE
                  WS-RESULT(2:3) DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
               INTO PRINT-OUTPUT-RECORD
           END-STRING.
           WRITE PRINT-OUTPUT-RECORD.
           MOVE 5 TO WS-CO-POS.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
               IF WS-RESULT(WS-CO-POS + 5:1) = "L"
                   MOVE "主担当格" TO WS-CO-ROLE-TEXT
               ELSE
                   MOVE "共同担当" TO WS-CO-ROLE-TEXT
               END-IF
               MOVE SPACES TO PRINT-OUTPUT-RECORD
               STRING "共同担当　　: " DELIMITED BY SIZE
                      WS-RESULT(WS-CO-POS:5) DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CO-ROLE-TEXT)
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-RESULT(WS-CO-POS + 6:3) DELIMITED BY SIZE
                      "%)" DELIMITED BY SIZE
                   INTO PRINT-OUTPUT-RECORD
               END-STRING
               WRITE PRINT-OUTPUT-RECORD
               ADD 9 TO WS-CO-POS
           END-PERFORM.
           MOVE SPACES TO PRINT-OUTPUT-RECORD.

       WRITE-DESCRIPTION-SECTION.
           MOVE "授業概要:" TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.
           MOVE SYL-OBJECTIVES(71:30) TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.

      * 成績評価(項目・割合・提出/実施週)
       WRITE-ASSESSMENT-SECTION.
           PERFORM LOAD-ASSESS-DUE.
           PERFORM WRITE-BLANK-LINE.
           MOVE "成績評価:" TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.
           PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
                   UNTIL WS-DUE-IDX > 5
               IF SYL-ASSESS-NAME(WS-DUE-IDX) NOT = SPACES
                   PERFORM SET-DUE-TEXT
                   MOVE SYL-ASSESS-PERCENT(WS-DUE-IDX)
                       TO WS-PERCENT-DISPLAY
                   MOVE SPACES TO PRINT-OUTPUT-RECORD
                   STRING "  " DELIMITED BY SIZE
                          SYL-ASSESS-NAME(WS-DUE-IDX)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-PERCENT-DISPLAY DELIMITED BY SIZE
                          "%  時期: " DELIMITED BY SIZE
                          WS-DUE-TEXT DELIMITED BY SIZE
                       INTO PRINT-OUTPUT-RECORD
                   END-STRING
                   WRITE PRINT-OUTPUT-RECORD
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------
      * 成績評価項目の提出・実施週を読む(なければすべて0)
      *-----------------------------------------------------------
       LOAD-ASSESS-DUE.
           INITIALIZE WS-DUE-TABLE.
           OPEN INPUT ASSESS-DUE-FILE.
           IF NOT WS-ADU-FILE-SUCCESS
               CLOSE ASSESS-DUE-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE SYL-COURSE-ID TO ADU-COURSE-ID.
           MOVE SYL-ACADEMIC-YEAR TO ADU-ACADEMIC-YEAR.
           MOVE SYL-SECTION-NO TO ADU-SECTION-NO.
           READ ASSESS-DUE-FILE
               KEY IS ADU-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
                           UNTIL WS-DUE-IDX > 5
                       MOVE ADU-DUE-WEEK(WS-DUE-IDX)
                           TO WS-DUE-WEEK(WS-DUE-IDX)
                   END-PERFORM
           END-READ.
           CLOSE ASSESS-DUE-FILE.

      * 週の表示文字列(16=期末試験期間、0=期日なし)
       SET-DUE-TEXT.
           MOVE SPACES TO WS-DUE-TEXT.
           EVALUATE TRUE
               WHEN WS-DUE-WEEK(WS-DUE-IDX) = 0
                   MOVE "-" TO WS-DUE-TEXT
               WHEN WS-DUE-WEEK(WS-DUE-IDX) = 16
                   MOVE "期末試験期間" TO WS-DUE-TEXT
               WHEN OTHER
                   MOVE WS-DUE-WEEK(WS-DUE-IDX) TO WS-DUE-WEEK-DISPLAY
                   STRING "第" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-DUE-WEEK-DISPLAY)
                              DELIMITED BY SIZE
                          "週" DELIMITED BY SIZE
                       INTO WS-DUE-TEXT
                   END-STRING
           END-EVALUATE.

       WRITE-WEEK-PLAN-SECTION.
           MOVE "授業計画(全15週):" TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.
               WRITE PRINT-OUTPUT-RECORD
           END-PERFORM.

      *-----------------------------------------------------------
      * 規程・方針: 該当する規程文面を表示順に載せ、掲載記録を残す
      *-----------------------------------------------------------
       WRITE-POLICY-SECTION.
           PERFORM LOAD-POLICY-TABLE.
           PERFORM SELECT-POLICY-BLOCKS.
           PERFORM WRITE-BLANK-LINE.
           MOVE "規程・方針(Policies):" TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.
           IF WS-USE-COUNT = 0
               MOVE "  (該当する規程文面なし)"
                   TO PRINT-OUTPUT-RECORD
               WRITE PRINT-OUTPUT-RECORD
           END-IF.
           PERFORM VARYING WS-USE-IDX FROM 1 BY 1
                   UNTIL WS-USE-IDX > WS-USE-COUNT
               MOVE WS-USE-POL-IDX(WS-USE-IDX) TO WS-POL-IDX
               PERFORM WRITE-BLANK-LINE
               STRING "■" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-POL-TITLE(WS-POL-IDX))
                          DELIMITED BY SIZE
                   INTO PRINT-OUTPUT-RECORD
               END-STRING
               WRITE PRINT-OUTPUT-RECORD
               MOVE 1 TO WS-POL-LINE-POS
               PERFORM VARYING WS-POL-LINE-IDX FROM 1 BY 1
                       UNTIL WS-POL-LINE-IDX > 6
                   IF WS-POL-TEXT(WS-POL-IDX)(WS-POL-LINE-POS:60)
                           NOT = SPACES
                       MOVE WS-POL-TEXT(WS-POL-IDX)
                               (WS-POL-LINE-POS:60)
                           TO PRINT-OUTPUT-RECORD
                       WRITE PRINT-OUTPUT-RECORD
                   END-IF
                   ADD 60 TO WS-POL-LINE-POS
               END-PERFORM
           END-PERFORM.

           MOVE "syllabus_print.txt" TO WS-PLU-DOCUMENT.
           MOVE SYL-ACADEMIC-YEAR TO WS-PLU-PREFIX(1:4).
           MOVE WS-PLU-DOCUMENT TO WS-PLU-PREFIX(5:40).
           MOVE SYL-COURSE-ID TO WS-PLU-PREFIX(45:6).
           MOVE SYL-SECTION-NO TO WS-PLU-PREFIX(51:2).
           MOVE 52 TO WS-PLU-PREFIX-LEN.
           PERFORM PURGE-POLICY-USAGE.
           PERFORM RECORD-POLICY-USAGE.
           PERFORM CLOSE-POLICY-USAGE.

      *-----------------------------------------------------------
      * 規程文面マスタを表に読み込み、掲載記録ファイルを開く
      *-----------------------------------------------------------
       LOAD-POLICY-TABLE.
           MOVE 0 TO WS-POL-COUNT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TS.
           OPEN INPUT POLICY-FILE.
           IF NOT WS-POL-FILE-SUCCESS
               CLOSE POLICY-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-POL-EOF-FLAG.
           MOVE LOW-VALUES TO POL-KEY.
           START POLICY-FILE KEY IS NOT LESS THAN POL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-POL-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-POL-EOF OR WS-POL-COUNT >= 100
               READ POLICY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-POL-EOF-FLAG
                   NOT AT END
                       PERFORM SAVE-POLICY-ENTRY
               END-READ
           END-PERFORM.
           CLOSE POLICY-FILE.

           OPEN I-O POLICY-USAGE-FILE.
           IF NOT WS-PLU-FILE-SUCCESS
               OPEN OUTPUT POLICY-USAGE-FILE
               CLOSE POLICY-USAGE-FILE
               OPEN I-O POLICY-USAGE-FILE
           END-IF.
           IF WS-PLU-FILE-SUCCESS
               MOVE "Y" TO WS-PLU-OPEN-FLAG
           END-IF.

       SAVE-POLICY-ENTRY.
           ADD 1 TO WS-POL-COUNT.
           MOVE WS-POL-COUNT TO WS-POL-IDX.
           MOVE POL-BLOCK-ID TO WS-POL-BLOCK-ID(WS-POL-IDX).
           MOVE POL-EFFECTIVE-YEAR TO WS-POL-YEAR(WS-POL-IDX).
           MOVE POL-SCOPE-TYPE TO WS-POL-SCOPE-TYPE(WS-POL-IDX).
           MOVE POL-SCOPE-ID TO WS-POL-SCOPE-ID(WS-POL-IDX).
           MOVE POL-SORT-NO TO WS-POL-SORT-NO(WS-POL-IDX).
           MOVE POL-STATUS TO WS-POL-STATUS(WS-POL-IDX).
           MOVE POL-REVISION TO WS-POL-REVISION(WS-POL-IDX).
           MOVE POL-TITLE TO WS-POL-TITLE(WS-POL-IDX).
           MOVE POL-TITLE-EN TO WS-POL-TITLE-EN(WS-POL-IDX).
           MOVE POL-TEXT TO WS-POL-TEXT(WS-POL-IDX).
           MOVE POL-TEXT-EN TO WS-POL-TEXT-EN(WS-POL-IDX).

       CLOSE-POLICY-USAGE.
           IF WS-PLU-OPEN
               CLOSE POLICY-USAGE-FILE
               MOVE "N" TO WS-PLU-OPEN-FLAG
           END-IF.

      *-----------------------------------------------------------
      * シラバスに載せる規程文面を選ぶ: ブロックごとにシラバスの
      * 年度以前で最新の版をとり、有効(A)で範囲(全学/学科/
      * 履修要件区分)が合うものを表示順に並べる
      *-----------------------------------------------------------
       SELECT-POLICY-BLOCKS.
           MOVE 0 TO WS-USE-COUNT.
           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
                   UNTIL WS-POL-IDX > WS-POL-COUNT
               IF WS-POL-YEAR(WS-POL-IDX) NOT > SYL-ACADEMIC-YEAR
                   PERFORM CHECK-POLICY-VERSION
               END-IF
           END-PERFORM.

       CHECK-POLICY-VERSION.
           IF WS-POL-IDX < WS-POL-COUNT
               IF WS-POL-BLOCK-ID(WS-POL-IDX + 1)
                       = WS-POL-BLOCK-ID(WS-POL-IDX)
                   AND WS-POL-YEAR(WS-POL-IDX + 1)
                       NOT > SYL-ACADEMIC-YEAR
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-POL-STATUS(WS-POL-IDX) NOT = "A"
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-POL-SCOPE-TYPE(WS-POL-IDX)
               WHEN "U"
                   CONTINUE
               WHEN "D"
                   IF WS-POL-SCOPE-ID(WS-POL-IDX)
                           NOT = SYL-DEPARTMENT-ID
                       EXIT PARAGRAPH
                   END-IF
               WHEN "C"
                   IF WS-POL-SCOPE-ID(WS-POL-IDX)
                           NOT = SYL-CATEGORY-ID
                       OR SYL-CATEGORY-ID = SPACES
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           IF WS-USE-COUNT >= 20
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-USE-COUNT.
           MOVE WS-USE-COUNT TO WS-USE-POS.
           MOVE "Y" TO WS-USE-MOVED-FLAG.
           PERFORM UNTIL WS-USE-POS < 2 OR NOT WS-USE-MOVED
               MOVE WS-USE-POL-IDX(WS-USE-POS - 1) TO WS-POL-JDX
               IF WS-POL-SORT-NO(WS-POL-JDX)
                       > WS-POL-SORT-NO(WS-POL-IDX)
                   MOVE WS-POL-JDX TO WS-USE-POL-IDX(WS-USE-POS)
                   SUBTRACT 1 FROM WS-USE-POS
               ELSE
                   MOVE "N" TO WS-USE-MOVED-FLAG
               END-IF
           END-PERFORM.
           MOVE WS-POL-IDX TO WS-USE-POL-IDX(WS-USE-POS).

      *-----------------------------------------------------------
      * 文書を作り直すときは前回の掲載記録を消してから記録する
      * (WS-PLU-PREFIXの先頭WS-PLU-PREFIX-LENバイトが一致する分)
      *-----------------------------------------------------------
       PURGE-POLICY-USAGE.
           IF NOT WS-PLU-OPEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-PLU-EOF-FLAG.
           MOVE LOW-VALUES TO PLU-KEY.
           MOVE WS-PLU-PREFIX(1:WS-PLU-PREFIX-LEN)
               TO PLU-KEY(1:WS-PLU-PREFIX-LEN).
           START POLICY-USAGE-FILE KEY IS NOT LESS THAN PLU-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PLU-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-PLU-EOF
               READ POLICY-USAGE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PLU-EOF-FLAG
                   NOT AT END
                       IF PLU-KEY(1:WS-PLU-PREFIX-LEN)
                           = WS-PLU-PREFIX(1:WS-PLU-PREFIX-LEN)
                           DELETE POLICY-USAGE-FILE
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                       ELSE
                           MOVE "Y" TO WS-PLU-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

      * 選んだ版を文書・科目区分ごとに記録する
       RECORD-POLICY-USAGE.
           IF NOT WS-PLU-OPEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-USE-IDX FROM 1 BY 1
                   UNTIL WS-USE-IDX > WS-USE-COUNT
               MOVE WS-USE-POL-IDX(WS-USE-IDX) TO WS-POL-IDX
               MOVE SYL-ACADEMIC-YEAR TO PLU-ACADEMIC-YEAR
               MOVE WS-PLU-DOCUMENT TO PLU-DOCUMENT
               MOVE SYL-COURSE-ID TO PLU-COURSE-ID
               MOVE SYL-SECTION-NO TO PLU-SECTION-NO
               MOVE WS-POL-BLOCK-ID(WS-POL-IDX) TO PLU-BLOCK-ID
               MOVE WS-POL-YEAR(WS-POL-IDX) TO PLU-EFFECTIVE-YEAR
               MOVE WS-POL-REVISION(WS-POL-IDX) TO PLU-REVISION
               MOVE "P" TO PLU-SOURCE
               MOVE WS-RUN-TS TO PLU-OUTPUT-TS
               WRITE POLICY-USAGE-RECORD
                   INVALID KEY
                       REWRITE POLICY-USAGE-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-WRITE
           END-PERFORM.

       WRITE-BLANK-LINE.
           MOVE SPACES TO PRINT-OUTPUT-RECORD.
           WRITE PRINT-OUTPUT-RECORD.
