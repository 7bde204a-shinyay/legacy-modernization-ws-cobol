               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-FILE-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD SYLLABUS-FILE.
       FD CATALOG-OUTPUT-FILE.
       01 CATALOG-OUTPUT-LINE      PIC X(100).

       FD POLICY-FILE.
           COPY "copybooks/POLICYFILE.cpy".

       FD POLICY-USAGE-FILE.
           COPY "copybooks/POLUSEFILE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS           PIC XX VALUE "00".
          88 WS-FILE-SUCCESS       VALUE "00".
       01 WS-WEEK-IDX              PIC 99.
       01 WS-WEEK-DISPLAY          PIC Z9.

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

       SCREEN SECTION.
       01 CAT-FILTER-SCREEN.
           05 BLANK SCREEN.
               DISPLAY "該当する学科がありません。"
           END-IF.

           PERFORM LOAD-POLICY-TABLE.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               MOVE WS-DT-DEPT-ID(WS-DEPT-IDX) TO WS-CURRENT-DEPT-ID
               PERFORM WRITE-ONE-CATALOG
           END-PERFORM.
           PERFORM CLOSE-POLICY-USAGE.

           CLOSE SYLLABUS-FILE.
           GOBACK.
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CATALOG-FILENAME TO WS-PLU-DOCUMENT.
           MOVE WS-TARGET-YEAR TO WS-PLU-PREFIX(1:4).
           MOVE WS-PLU-DOCUMENT TO WS-PLU-PREFIX(5:40).
           MOVE 44 TO WS-PLU-PREFIX-LEN.
           PERFORM PURGE-POLICY-USAGE.

           PERFORM WRITE-CATALOG-HEADER.
           PERFORM WRITE-TABLE-OF-CONTENTS.
           PERFORM WRITE-JAPANESE-EDITION.
               WRITE CATALOG-OUTPUT-LINE
           END-PERFORM.

           PERFORM SELECT-POLICY-BLOCKS.
           PERFORM WRITE-BLANK-LINE.
           MOVE "規程・方針:" TO CATALOG-OUTPUT-LINE.
           WRITE CATALOG-OUTPUT-LINE.
           PERFORM VARYING WS-USE-IDX FROM 1 BY 1
                   UNTIL WS-USE-IDX > WS-USE-COUNT
               MOVE WS-USE-POL-IDX(WS-USE-IDX) TO WS-POL-IDX
               MOVE SPACES TO CATALOG-OUTPUT-LINE
               STRING "■" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-POL-TITLE(WS-POL-IDX))
                          DELIMITED BY SIZE
                   INTO CATALOG-OUTPUT-LINE
               END-STRING
               WRITE CATALOG-OUTPUT-LINE
               MOVE 1 TO WS-POL-LINE-POS
               PERFORM VARYING WS-POL-LINE-IDX FROM 1 BY 1
                       UNTIL WS-POL-LINE-IDX > 6
                   IF WS-POL-TEXT(WS-POL-IDX)(WS-POL-LINE-POS:60)
                           NOT = SPACES
                       MOVE WS-POL-TEXT(WS-POL-IDX)
                               (WS-POL-LINE-POS:60)
                           TO CATALOG-OUTPUT-LINE
                       WRITE CATALOG-OUTPUT-LINE
                   END-IF
                   ADD 60 TO WS-POL-LINE-POS
               END-PERFORM
           END-PERFORM.
           PERFORM RECORD-POLICY-USAGE.

      *-----------------------------------------------------------
      * 英語版1科目分(国際版: SYL-*-EN項目を使用)
      *-----------------------------------------------------------
               WRITE CATALOG-OUTPUT-LINE
           END-PERFORM.

           PERFORM SELECT-POLICY-BLOCKS.
           PERFORM WRITE-BLANK-LINE.
           MOVE "Policies:" TO CATALOG-OUTPUT-LINE.
           WRITE CATALOG-OUTPUT-LINE.
           PERFORM VARYING WS-USE-IDX FROM 1 BY 1
                   UNTIL WS-USE-IDX > WS-USE-COUNT
               MOVE WS-USE-POL-IDX(WS-USE-IDX) TO WS-POL-IDX
               MOVE SPACES TO CATALOG-OUTPUT-LINE
               STRING "* " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-POL-TITLE-EN(WS-POL-IDX))
                          DELIMITED BY SIZE
                   INTO CATALOG-OUTPUT-LINE
               END-STRING
               WRITE CATALOG-OUTPUT-LINE
               MOVE 1 TO WS-POL-LINE-POS
               PERFORM VARYING WS-POL-LINE-IDX FROM 1 BY 1
                       UNTIL WS-POL-LINE-IDX > 6
                   IF WS-POL-TEXT-EN(WS-POL-IDX)(WS-POL-LINE-POS:60)
                           NOT = SPACES
                       MOVE WS-POL-TEXT-EN(WS-POL-IDX)
                               (WS-POL-LINE-POS:60)
                           TO CATALOG-OUTPUT-LINE
                       WRITE CATALOG-OUTPUT-LINE
                   END-IF
                   ADD 60 TO WS-POL-LINE-POS
               END-PERFORM
           END-PERFORM.

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
               MOVE "C" TO PLU-SOURCE
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
           MOVE SPACES TO CATALOG-OUTPUT-LINE.
           WRITE CATALOG-OUTPUT-LINE.
