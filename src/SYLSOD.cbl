      *****************************************************************
      * シラバス管理システム - 職務分離例外月次レポート(SYLSOD)
      * 申請者本人・最終編集者による承認を登録係が上書きして
      * 通した記録(sodexc.dat)から、指定月の分を一覧にして
      * 誰が誰の自己承認を上書きしたかを確認できるようにする
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLSOD.
       AUTHOR. SHINYAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOD-EXCEPTION-FILE
               ASSIGN TO "sodexc.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOD-FILE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "sod_exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT JOB-CONTROL-FILE
               ASSIGN TO "jobcontrol.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SOD-EXCEPTION-FILE.
           COPY "copybooks/SODEXCFILE.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE              PIC X(132).

       FD JOB-CONTROL-FILE.
           COPY "copybooks/JOBCTLFILE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-SOD-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SOD-FILE-SUCCESS   VALUE "00".
       01 WS-RPT-FILE-STATUS       PIC XX VALUE "00".
       01 WS-JOB-FILE-STATUS       PIC XX VALUE "00".

       01 WS-SOD-OPEN-FLAG         PIC X VALUE "N".
          88 WS-SOD-OPENED         VALUE "Y".
       01 WS-SOD-EOF-FLAG          PIC X VALUE "N".
          88 WS-SOD-EOF            VALUE "Y".

       01 WS-BUSINESS-DATE         PIC X(8).
       01 WS-STEP-NAME             PIC X(8).
       01 WS-STEP-STATUS           PIC X.
       01 WS-STEP-ROWS             PIC 9(7).

      * 対象月(YYYYMM)
       01 WS-TARGET-MONTH          PIC X(6).

       01 WS-TYPE-TEXT             PIC X(12).
       01 WS-EXCEPTION-COUNT       PIC 9(5) VALUE 0.
       01 WS-SYLLABUS-COUNT        PIC 9(5) VALUE 0.
       01 WS-REVISION-COUNT        PIC 9(5) VALUE 0.
       01 WS-PROPOSAL-COUNT        PIC 9(5) VALUE 0.
       01 WS-DISPLAY-NUM           PIC ZZZZ9.

       SCREEN SECTION.
       01 SOD-OPTION-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "職務分離例外レポート".
           05 LINE 3 COLUMN 1 VALUE "対象年月(YYYYMM):".
           05 LINE 3 COLUMN 20 PIC X(6) USING WS-TARGET-MONTH.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-TARGET-MONTH.
           DISPLAY SOD-OPTION-SCREEN.
           ACCEPT SOD-OPTION-SCREEN.

           IF WS-TARGET-MONTH = SPACES
               OR WS-TARGET-MONTH IS NOT NUMERIC
               DISPLAY "エラー:対象年月は6桁の数字。"
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE.

           MOVE "SODMON" TO WS-STEP-NAME.
           MOVE "S" TO WS-STEP-STATUS.
           MOVE 0 TO WS-STEP-ROWS.
           PERFORM WRITE-JOB-STEP-RECORD.

           OPEN INPUT SOD-EXCEPTION-FILE.
           IF WS-SOD-FILE-SUCCESS
               MOVE "Y" TO WS-SOD-OPEN-FLAG
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM SCAN-EXCEPTIONS.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE REPORT-FILE.
           IF WS-SOD-OPENED
               CLOSE SOD-EXCEPTION-FILE
           END-IF.

           MOVE "C" TO WS-STEP-STATUS.
           MOVE WS-EXCEPTION-COUNT TO WS-STEP-ROWS.
           PERFORM WRITE-JOB-STEP-RECORD.

           DISPLAY " ".
           DISPLAY "上書き件数: " WS-EXCEPTION-COUNT.
           DISPLAY "出力: sod_exceptions.txt".
           GOBACK.

       WRITE-JOB-STEP-RECORD.
           OPEN EXTEND JOB-CONTROL-FILE.
           IF WS-JOB-FILE-STATUS NOT = "00"
               OPEN OUTPUT JOB-CONTROL-FILE
           END-IF.
           MOVE WS-BUSINESS-DATE TO JOB-BUSINESS-DATE.
           MOVE WS-STEP-NAME TO JOB-STEP-NAME.
           MOVE WS-STEP-STATUS TO JOB-STATUS.
           MOVE WS-STEP-ROWS TO JOB-ROW-COUNT.
           MOVE FUNCTION CURRENT-DATE TO JOB-TIMESTAMP.
           WRITE JOB-CONTROL-RECORD.
           CLOSE JOB-CONTROL-FILE.

      *-----------------------------------------------------------
      * 上書き記録を全件読み、対象月の分を出力する
      *-----------------------------------------------------------
       SCAN-EXCEPTIONS.
           IF NOT WS-SOD-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-SOD-EOF-FLAG.
           PERFORM UNTIL WS-SOD-EOF
               READ SOD-EXCEPTION-FILE
                   AT END
                       MOVE "Y" TO WS-SOD-EOF-FLAG
                   NOT AT END
                       IF SOD-TIMESTAMP(1:6) = WS-TARGET-MONTH
                           PERFORM WRITE-EXCEPTION-LINE
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE.
           STRING "職務分離例外月次レポート"
                      DELIMITED BY SIZE
                  "(自己承認の上書き)" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "処理日: " DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  "  対象年月: " DELIMITED BY SIZE
                  WS-TARGET-MONTH DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "日時           プログラム 種別         "
                      DELIMITED BY SIZE
                  "対象キー                          "
                      DELIMITED BY SIZE
                  "承認者     申請者     " DELIMITED BY SIZE
                  "最終編集者 上書き者" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           EVALUATE TRUE
               WHEN SOD-TYPE-SYLLABUS
                   MOVE "シラバス" TO WS-TYPE-TEXT
                   ADD 1 TO WS-SYLLABUS-COUNT
               WHEN SOD-TYPE-REVISION
                   MOVE "改訂依頼" TO WS-TYPE-TEXT
                   ADD 1 TO WS-REVISION-COUNT
               WHEN SOD-TYPE-PROPOSAL
                   MOVE "科目提案" TO WS-TYPE-TEXT
                   ADD 1 TO WS-PROPOSAL-COUNT
               WHEN OTHER
                   MOVE SOD-OBJECT-TYPE TO WS-TYPE-TEXT
           END-EVALUATE.
           MOVE SPACES TO REPORT-LINE.
           STRING SOD-TIMESTAMP(1:14) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SOD-PROGRAM-ID DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-TYPE-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SOD-OBJECT-KEY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SOD-APPROVER-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SOD-SUBMITTER-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SOD-EDITOR-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SOD-OVERRIDE-ID DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           IF WS-EXCEPTION-COUNT = 0
               MOVE "(対象月の上書き記録なし)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SYLLABUS-COUNT TO WS-DISPLAY-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "シラバス承認  : " DELIMITED BY SIZE
                  WS-DISPLAY-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-REVISION-COUNT TO WS-DISPLAY-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "改訂依頼承認  : " DELIMITED BY SIZE
                  WS-DISPLAY-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-PROPOSAL-COUNT TO WS-DISPLAY-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "科目提案承認  : " DELIMITED BY SIZE
                  WS-DISPLAY-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-EXCEPTION-COUNT TO WS-DISPLAY-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "上書き件数合計: " DELIMITED BY SIZE
                  WS-DISPLAY-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
