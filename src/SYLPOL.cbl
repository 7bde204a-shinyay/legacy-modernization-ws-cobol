      *****************************************************************
      * シラバス管理システム - 規程文面マスタ保守(SYLPOL)
      * 全学・学科・履修要件区分ごとの規程文面(日英)を適用開始
      * 年度別の版で保守し、年度ごとの掲載状況レポートを作成する
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLPOL.
       AUTHOR. SHINYAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-FILE
               ASSIGN TO "policy.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POL-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT POLICY-USAGE-FILE
               ASSIGN TO "polusage.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLU-KEY
               FILE STATUS IS WS-PLU-FILE-STATUS.

           SELECT DEPARTMENT-FILE
               ASSIGN TO "dept.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-ID
               FILE STATUS IS WS-DEPT-FILE-STATUS.

           SELECT CATEGORY-FILE
               ASSIGN TO "category.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-ID
               FILE STATUS IS WS-CAT-FILE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "policy_usage.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD POLICY-FILE.
           COPY "copybooks/POLICYFILE.cpy".

       FD POLICY-USAGE-FILE.
           COPY "copybooks/POLUSEFILE.cpy".

       FD DEPARTMENT-FILE.
           COPY "copybooks/DEPTFILE.cpy".

       FD CATEGORY-FILE.
           COPY "copybooks/CATEGORYFILE.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS           PIC XX VALUE "00".
          88 WS-FILE-SUCCESS       VALUE "00".
          88 WS-FILE-DUP           VALUE "22".
          88 WS-FILE-NOT-FOUND     VALUE "23".

       01 WS-PLU-FILE-STATUS       PIC XX VALUE "00".
          88 WS-PLU-FILE-SUCCESS   VALUE "00".

       01 WS-DEPT-FILE-STATUS      PIC XX VALUE "00".
          88 WS-DEPT-FILE-SUCCESS  VALUE "00".

       01 WS-CAT-FILE-STATUS       PIC XX VALUE "00".
          88 WS-CAT-FILE-SUCCESS   VALUE "00".

       01 WS-RPT-FILE-STATUS       PIC XX VALUE "00".

       01 WS-MENU-OPTION           PIC 9 VALUE 0.
       01 WS-EOF-FLAG              PIC X VALUE "N".
          88 WS-EOF                VALUE "Y".

       01 WS-CHECK-OK-FLAG         PIC X VALUE "N".
          88 WS-CHECK-OK           VALUE "Y".

       01 WS-SEARCH-BLOCK-ID       PIC X(6).
       01 WS-SEARCH-YEAR           PIC X(4).
       01 WS-REPORT-YEAR           PIC X(4).

      * 更新前の文面(変更があれば修正回数を進める)
       01 WS-OLD-TITLE             PIC X(30).
       01 WS-OLD-TITLE-EN          PIC X(30).
       01 WS-OLD-TEXT              PIC X(360).
       01 WS-OLD-TEXT-EN           PIC X(360).

       01 WS-REVISION-DISPLAY      PIC ZZ9.
       01 WS-COUNT-DISPLAY         PIC ZZZ9.

      * 掲載状況レポート: 版ごとの掲載件数(最大100版)
       01 WS-VERSION-TABLE.
          05 WS-VER-COUNT          PIC 9(3) VALUE 0.
          05 WS-VER-ENTRY OCCURS 100 TIMES.
             10 WS-VER-BLOCK-ID    PIC X(6).
             10 WS-VER-YEAR        PIC X(4).
             10 WS-VER-REVISION    PIC 9(3).
             10 WS-VER-DOCS        PIC 9(4).
       01 WS-VER-IDX               PIC 9(3).
       01 WS-USAGE-COUNT           PIC 9(5) VALUE 0.
       01 WS-OVERFLOW-FLAG         PIC X VALUE "N".
          88 WS-TABLE-OVERFLOW     VALUE "Y".
       01 WS-TITLE-TEXT            PIC X(30).

       SCREEN SECTION.
       01 POL-MENU-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "規程文面マスタ保守".
           05 LINE 3 COLUMN 1 VALUE "1. 登録(新しい版)".
           05 LINE 4 COLUMN 1 VALUE "2. 更新".
           05 LINE 5 COLUMN 1 VALUE "3. 削除".
           05 LINE 6 COLUMN 1 VALUE "4. 一覧表示".
           05 LINE 7 COLUMN 1 VALUE "5. 掲載状況レポート".
           05 LINE 8 COLUMN 1 VALUE "9. 終了".
           05 LINE 10 COLUMN 1 VALUE "選択 (1-5,9): ".
           05 LINE 10 COLUMN 16 PIC 9 USING WS-MENU-OPTION.

       01 POL-INPUT-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "規程文面登録画面".
           05 LINE 3 COLUMN 1 VALUE "ブロックID: ".
           05 LINE 3 COLUMN 28 PIC X(6) USING POL-BLOCK-ID.
           05 LINE 4 COLUMN 1 VALUE "適用開始年度(4桁): ".
           05 LINE 4 COLUMN 28 PIC X(4) USING POL-EFFECTIVE-YEAR.
           05 LINE 5 COLUMN 1 VALUE "範囲(U全学/D学科/C区分):".
           05 LINE 5 COLUMN 32 PIC X USING POL-SCOPE-TYPE.
           05 LINE 6 COLUMN 1 VALUE "学科/区分コード: ".
           05 LINE 6 COLUMN 28 PIC X(4) USING POL-SCOPE-ID.
           05 LINE 7 COLUMN 1 VALUE "表示順(2桁): ".
           05 LINE 7 COLUMN 28 PIC 99 USING POL-SORT-NO.
           05 LINE 8 COLUMN 1 VALUE "見出し: ".
           05 LINE 8 COLUMN 28 PIC X(30) USING POL-TITLE.
           05 LINE 9 COLUMN 1 VALUE "見出し(英): ".
           05 LINE 9 COLUMN 28 PIC X(30) USING POL-TITLE-EN.
           05 LINE 10 COLUMN 1 VALUE "本文:".
           05 LINE 11 COLUMN 3 PIC X(60) USING POL-TEXT(1:60).
           05 LINE 12 COLUMN 3 PIC X(60) USING POL-TEXT(61:60).
           05 LINE 13 COLUMN 3 PIC X(60) USING POL-TEXT(121:60).
           05 LINE 14 COLUMN 3 PIC X(60) USING POL-TEXT(181:60).
           05 LINE 15 COLUMN 3 PIC X(60) USING POL-TEXT(241:60).
           05 LINE 16 COLUMN 3 PIC X(60) USING POL-TEXT(301:60).
           05 LINE 17 COLUMN 1 VALUE "本文(英):".
           05 LINE 18 COLUMN 3 PIC X(60) USING POL-TEXT-EN(1:60).
           05 LINE 19 COLUMN 3 PIC X(60) USING POL-TEXT-EN(61:60).
           05 LINE 20 COLUMN 3 PIC X(60) USING POL-TEXT-EN(121:60).
           05 LINE 21 COLUMN 3 PIC X(60) USING POL-TEXT-EN(181:60).
           05 LINE 22 COLUMN 3 PIC X(60) USING POL-TEXT-EN(241:60).
           05 LINE 23 COLUMN 3 PIC X(60) USING POL-TEXT-EN(301:60).

       01 POL-SEARCH-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "規程文面の指定".
           05 LINE 3 COLUMN 1 VALUE "ブロックID: ".
           05 LINE 3 COLUMN 28 PIC X(6) USING WS-SEARCH-BLOCK-ID.
           05 LINE 4 COLUMN 1 VALUE "適用開始年度(4桁): ".
           05 LINE 4 COLUMN 28 PIC X(4) USING WS-SEARCH-YEAR.

       01 POL-UPDATE-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "規程文面更新画面".
           05 LINE 2 COLUMN 1 VALUE "ブロックID/年度: ".
           05 LINE 2 COLUMN 28 PIC X(6) FROM POL-BLOCK-ID.
           05 LINE 2 COLUMN 36 PIC X(4) FROM POL-EFFECTIVE-YEAR.
           05 LINE 3 COLUMN 1 VALUE "状態(A=有効 W=廃止): ".
           05 LINE 3 COLUMN 28 PIC X USING POL-STATUS.
           05 LINE 4 COLUMN 1 VALUE "修正回数: ".
           05 LINE 4 COLUMN 28 PIC 9(3) FROM POL-REVISION.
           05 LINE 5 COLUMN 1 VALUE "範囲(U全学/D学科/C区分):".
           05 LINE 5 COLUMN 32 PIC X USING POL-SCOPE-TYPE.
           05 LINE 6 COLUMN 1 VALUE "学科/区分コード: ".
           05 LINE 6 COLUMN 28 PIC X(4) USING POL-SCOPE-ID.
           05 LINE 7 COLUMN 1 VALUE "表示順(2桁): ".
           05 LINE 7 COLUMN 28 PIC 99 USING POL-SORT-NO.
           05 LINE 8 COLUMN 1 VALUE "見出し: ".
           05 LINE 8 COLUMN 28 PIC X(30) USING POL-TITLE.
           05 LINE 9 COLUMN 1 VALUE "見出し(英): ".
           05 LINE 9 COLUMN 28 PIC X(30) USING POL-TITLE-EN.
           05 LINE 10 COLUMN 1 VALUE "本文:".
           05 LINE 11 COLUMN 3 PIC X(60) USING POL-TEXT(1:60).
           05 LINE 12 COLUMN 3 PIC X(60) USING POL-TEXT(61:60).
           05 LINE 13 COLUMN 3 PIC X(60) USING POL-TEXT(121:60).
           05 LINE 14 COLUMN 3 PIC X(60) USING POL-TEXT(181:60).
           05 LINE 15 COLUMN 3 PIC X(60) USING POL-TEXT(241:60).
           05 LINE 16 COLUMN 3 PIC X(60) USING POL-TEXT(301:60).
           05 LINE 17 COLUMN 1 VALUE "本文(英):".
           05 LINE 18 COLUMN 3 PIC X(60) USING POL-TEXT-EN(1:60).
           05 LINE 19 COLUMN 3 PIC X(60) USING POL-TEXT-EN(61:60).
           05 LINE 20 COLUMN 3 PIC X(60) USING POL-TEXT-EN(121:60).
           05 LINE 21 COLUMN 3 PIC X(60) USING POL-TEXT-EN(181:60).
           05 LINE 22 COLUMN 3 PIC X(60) USING POL-TEXT-EN(241:60).
           05 LINE 23 COLUMN 3 PIC X(60) USING POL-TEXT-EN(301:60).

       01 POL-REPORT-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1
               VALUE "規程文面 掲載状況レポート".
           05 LINE 3 COLUMN 1 VALUE "対象年度(4桁): ".
           05 LINE 3 COLUMN 28 PIC X(4) USING WS-REPORT-YEAR.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM OPEN-FILE.
           PERFORM UNTIL WS-MENU-OPTION = 9
               DISPLAY POL-MENU-SCREEN
               ACCEPT POL-MENU-SCREEN
               EVALUATE WS-MENU-OPTION
                   WHEN 1
                       PERFORM REGISTER-POLICY
                   WHEN 2
                       PERFORM UPDATE-POLICY
                   WHEN 3
                       PERFORM DELETE-POLICY
                   WHEN 4
                       PERFORM LIST-POLICIES
                   WHEN 5
                       PERFORM WRITE-USAGE-REPORT
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "無効な選択です。"
               END-EVALUATE
           END-PERFORM.

           PERFORM CLOSE-FILE.
           GOBACK.

       OPEN-FILE.
           OPEN I-O POLICY-FILE.
           IF NOT WS-FILE-SUCCESS
               OPEN OUTPUT POLICY-FILE
               CLOSE POLICY-FILE
               OPEN I-O POLICY-FILE
           END-IF.

       CLOSE-FILE.
           CLOSE POLICY-FILE.

      *-----------------------------------------------------------
      * 新しいブロックまたは既存ブロックの新年度版を登録する
      *-----------------------------------------------------------
       REGISTER-POLICY.
           INITIALIZE POLICY-RECORD.
           DISPLAY POL-INPUT-SCREEN.
           ACCEPT POL-INPUT-SCREEN.

           MOVE "A" TO POL-STATUS.
           MOVE 0 TO POL-REVISION.
           PERFORM CHECK-POLICY-FIELDS.
           IF NOT WS-CHECK-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO POL-LAST-UPDATED.
           WRITE POLICY-RECORD
               INVALID KEY
                   DISPLAY "エラー:同じ版が存在。"
               NOT INVALID KEY
                   DISPLAY "規程文面を登録しました。"
           END-WRITE.

      * ブロックID・年度・範囲・状態・本文を検査する
       CHECK-POLICY-FIELDS.
           MOVE "N" TO WS-CHECK-OK-FLAG.
           IF POL-BLOCK-ID = SPACES
               DISPLAY "エラー:ブロックID未入力。"
               EXIT PARAGRAPH
           END-IF.
           IF POL-EFFECTIVE-YEAR IS NOT NUMERIC
               DISPLAY "エラー:年度は4桁の数字。"
               EXIT PARAGRAPH
           END-IF.
           IF NOT POL-STATUS-ACTIVE AND NOT POL-STATUS-WITHDRAWN
               DISPLAY "エラー:状態はAかW。"
               EXIT PARAGRAPH
           END-IF.
           IF POL-TEXT = SPACES
               DISPLAY "エラー:本文を入力してください。"
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN POL-SCOPE-UNIVERSITY
                   MOVE SPACES TO POL-SCOPE-ID
               WHEN POL-SCOPE-DEPARTMENT
                   PERFORM CHECK-DEPT-EXISTS
                   IF NOT WS-CHECK-OK
                       EXIT PARAGRAPH
                   END-IF
               WHEN POL-SCOPE-CATEGORY
                   PERFORM CHECK-CATEGORY-EXISTS
                   IF NOT WS-CHECK-OK
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY "エラー:範囲はU/D/C。"
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE "Y" TO WS-CHECK-OK-FLAG.

       CHECK-DEPT-EXISTS.
           MOVE "N" TO WS-CHECK-OK-FLAG.
           OPEN INPUT DEPARTMENT-FILE.
           IF NOT WS-DEPT-FILE-SUCCESS
               CLOSE DEPARTMENT-FILE
               DISPLAY "エラー:学部学科マスタ未登録。"
               EXIT PARAGRAPH
           END-IF.
           MOVE POL-SCOPE-ID TO DEPT-ID.
           READ DEPARTMENT-FILE
               KEY IS DEPT-ID
               INVALID KEY
                   DISPLAY "エラー:学科コード不正。"
               NOT INVALID KEY
                   MOVE "Y" TO WS-CHECK-OK-FLAG
           END-READ.
           CLOSE DEPARTMENT-FILE.

       CHECK-CATEGORY-EXISTS.
           MOVE "N" TO WS-CHECK-OK-FLAG.
           IF POL-SCOPE-ID(3:2) NOT = SPACES
               DISPLAY "エラー:区分コードは2桁。"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CATEGORY-FILE.
           IF NOT WS-CAT-FILE-SUCCESS
               CLOSE CATEGORY-FILE
               DISPLAY "エラー:区分マスタ未登録。"
               EXIT PARAGRAPH
           END-IF.
           MOVE POL-SCOPE-ID(1:2) TO CAT-ID.
           READ CATEGORY-FILE
               KEY IS CAT-ID
               INVALID KEY
                   DISPLAY "エラー:区分コード不正。"
               NOT INVALID KEY
                   MOVE "Y" TO WS-CHECK-OK-FLAG
           END-READ.
           CLOSE CATEGORY-FILE.

      *-----------------------------------------------------------
      * 文面の修正(見出し・本文が変わったときは修正回数を進める)
      *-----------------------------------------------------------
       UPDATE-POLICY.
           PERFORM FIND-POLICY.
           IF NOT WS-FILE-SUCCESS
               EXIT PARAGRAPH
           END-IF.
           MOVE POL-TITLE TO WS-OLD-TITLE.
           MOVE POL-TITLE-EN TO WS-OLD-TITLE-EN.
           MOVE POL-TEXT TO WS-OLD-TEXT.
           MOVE POL-TEXT-EN TO WS-OLD-TEXT-EN.
           DISPLAY POL-UPDATE-SCREEN.
           ACCEPT POL-UPDATE-SCREEN.

           PERFORM CHECK-POLICY-FIELDS.
           IF NOT WS-CHECK-OK
               EXIT PARAGRAPH
           END-IF.
           IF POL-TITLE NOT = WS-OLD-TITLE
               OR POL-TITLE-EN NOT = WS-OLD-TITLE-EN
               OR POL-TEXT NOT = WS-OLD-TEXT
               OR POL-TEXT-EN NOT = WS-OLD-TEXT-EN
               ADD 1 TO POL-REVISION
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO POL-LAST-UPDATED.
           REWRITE POLICY-RECORD
               INVALID KEY
                   DISPLAY "エラー:更新に失敗。"
               NOT INVALID KEY
                   MOVE POL-REVISION TO WS-REVISION-DISPLAY
                   DISPLAY "更新しました。修正回数: "
                           WS-REVISION-DISPLAY
           END-REWRITE.

       DELETE-POLICY.
           PERFORM FIND-POLICY.
           IF WS-FILE-SUCCESS
               DELETE POLICY-FILE
                   INVALID KEY
                       DISPLAY "エラー:削除に失敗。"
               END-DELETE
           END-IF.

       FIND-POLICY.
           MOVE SPACES TO WS-SEARCH-BLOCK-ID.
           MOVE SPACES TO WS-SEARCH-YEAR.
           DISPLAY POL-SEARCH-SCREEN.
           ACCEPT POL-SEARCH-SCREEN.

           MOVE WS-SEARCH-BLOCK-ID TO POL-BLOCK-ID.
           MOVE WS-SEARCH-YEAR TO POL-EFFECTIVE-YEAR.
           READ POLICY-FILE
               KEY IS POL-KEY
               INVALID KEY
                   DISPLAY "エラー:該当する規程文面なし。"
                   MOVE "23" TO WS-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-FILE-STATUS
           END-READ.

       LIST-POLICIES.
           DISPLAY " ".
           DISPLAY "==== 規程文面一覧 ====".
           DISPLAY "ID     年度 範囲 コード 順 状態 "
                   "修正 見出し".
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO POL-KEY.
           START POLICY-FILE KEY IS NOT LESS THAN POL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF
               READ POLICY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE POL-REVISION TO WS-REVISION-DISPLAY
                       DISPLAY POL-BLOCK-ID " "
                           POL-EFFECTIVE-YEAR " "
                           POL-SCOPE-TYPE "    "
                           POL-SCOPE-ID "   "
                           POL-SORT-NO " "
                           POL-STATUS "    "
                           WS-REVISION-DISPLAY "  "
                           POL-TITLE
               END-READ
           END-PERFORM.
           DISPLAY "======================".

      *-----------------------------------------------------------
      * 掲載状況レポート: 年度内の文書ごとに載った規程文面の版と、
      * 版ごとの掲載件数を policy_usage.txt に出力する
      *-----------------------------------------------------------
       WRITE-USAGE-REPORT.
           MOVE SPACES TO WS-REPORT-YEAR.
           DISPLAY POL-REPORT-SCREEN.
           ACCEPT POL-REPORT-SCREEN.
           IF WS-REPORT-YEAR IS NOT NUMERIC
               DISPLAY "エラー:年度は4桁の数字。"
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT POLICY-USAGE-FILE.
           IF NOT WS-PLU-FILE-SUCCESS
               CLOSE POLICY-USAGE-FILE
               DISPLAY "掲載記録がありません。"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT REPORT-FILE.

           MOVE 0 TO WS-VER-COUNT.
           MOVE 0 TO WS-USAGE-COUNT.
           MOVE "N" TO WS-OVERFLOW-FLAG.
           MOVE SPACES TO REPORT-LINE.
           STRING "規程文面 掲載状況  年度: "
                      DELIMITED BY SIZE
                  WS-REPORT-YEAR DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE "文書                                     " &
               "科目-区分 ブロック 版   修正 見出し"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO PLU-KEY.
           MOVE WS-REPORT-YEAR TO PLU-ACADEMIC-YEAR.
           START POLICY-USAGE-FILE KEY IS NOT LESS THAN PLU-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF
               READ POLICY-USAGE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF PLU-ACADEMIC-YEAR = WS-REPORT-YEAR
                           PERFORM WRITE-USAGE-LINE
                       ELSE
                           MOVE "Y" TO WS-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE POLICY-USAGE-FILE.

           PERFORM WRITE-VERSION-SUMMARY.
           CLOSE REPORT-FILE.
           DISPLAY "policy_usage.txtに出力しました。("
                   WS-USAGE-COUNT "件)".

       WRITE-USAGE-LINE.
           ADD 1 TO WS-USAGE-COUNT.
           MOVE PLU-BLOCK-ID TO POL-BLOCK-ID.
           MOVE PLU-EFFECTIVE-YEAR TO POL-EFFECTIVE-YEAR.
           READ POLICY-FILE
               KEY IS POL-KEY
               INVALID KEY
                   MOVE "(削除済)" TO WS-TITLE-TEXT
               NOT INVALID KEY
                   MOVE POL-TITLE TO WS-TITLE-TEXT
           END-READ.
           MOVE PLU-REVISION TO WS-REVISION-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING PLU-DOCUMENT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PLU-COURSE-ID DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  PLU-SECTION-NO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PLU-BLOCK-ID DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  PLU-EFFECTIVE-YEAR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-REVISION-DISPLAY DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TITLE-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           PERFORM COUNT-VERSION-USAGE.

      * 版(ブロック・年度・修正回数)ごとに掲載件数を数える
       COUNT-VERSION-USAGE.
           PERFORM VARYING WS-VER-IDX FROM 1 BY 1
                   UNTIL WS-VER-IDX > WS-VER-COUNT
                   OR (WS-VER-BLOCK-ID(WS-VER-IDX) = PLU-BLOCK-ID
                   AND WS-VER-YEAR(WS-VER-IDX) = PLU-EFFECTIVE-YEAR
                   AND WS-VER-REVISION(WS-VER-IDX) = PLU-REVISION)
               CONTINUE
           END-PERFORM.
           IF WS-VER-IDX > WS-VER-COUNT
               IF WS-VER-COUNT >= 100
                   MOVE "Y" TO WS-OVERFLOW-FLAG
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-VER-COUNT
               MOVE WS-VER-COUNT TO WS-VER-IDX
               MOVE PLU-BLOCK-ID TO WS-VER-BLOCK-ID(WS-VER-IDX)
               MOVE PLU-EFFECTIVE-YEAR TO WS-VER-YEAR(WS-VER-IDX)
               MOVE PLU-REVISION TO WS-VER-REVISION(WS-VER-IDX)
               MOVE 0 TO WS-VER-DOCS(WS-VER-IDX)
           END-IF.
           ADD 1 TO WS-VER-DOCS(WS-VER-IDX).

       WRITE-VERSION-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "---- 版ごとの掲載件数 ----" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ブロック 版   修正 件数" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-VER-IDX FROM 1 BY 1
                   UNTIL WS-VER-IDX > WS-VER-COUNT
               MOVE WS-VER-REVISION(WS-VER-IDX)
                   TO WS-REVISION-DISPLAY
               MOVE WS-VER-DOCS(WS-VER-IDX) TO WS-COUNT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING WS-VER-BLOCK-ID(WS-VER-IDX) DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-VER-YEAR(WS-VER-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-REVISION-DISPLAY DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM.
           IF WS-TABLE-OVERFLOW
               MOVE "注意:集計は先頭100版のみ。"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
