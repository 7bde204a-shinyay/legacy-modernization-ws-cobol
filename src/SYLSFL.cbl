      *****************************************************************
      * シラバス管理システム - 学生フィード取込バッチ(SYLSFL)
      * 学務情報システムの学生異動(A=新規 C=変更 I=在籍停止)を
      * 学生マスタに反映する。先頭のコントロールレコードで件数と
      * 抽出日を検証してから処理する。学科コード不正などの行は
      * 拒否キューに残して拒否行再投入(SYLRCY)で修正できるように
      * する。履修中・待機中の学生は停止せず例外レポートへ出す。
      * 反映した内容は学生ごとに変更レポートへ出力する
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLSFL.
       AUTHOR. SHINYAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE
               ASSIGN TO "student.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT DEPARTMENT-FILE
               ASSIGN TO "dept.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-ID
               FILE STATUS IS WS-DEPT-FILE-STATUS.

           SELECT ENROLLMENT-FILE
               ASSIGN TO "enroll.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-KEY
               FILE STATUS IS WS-ENR-FILE-STATUS.

           SELECT WAITLIST-FILE
               ASSIGN TO "waitlist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WAIT-KEY
               FILE STATUS IS WS-WAIT-FILE-STATUS.

           SELECT STUDENT-FEED-FILE
               ASSIGN TO "stufeed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT FEED-LOG-FILE
               ASSIGN TO "stufeed.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-LOG-STATUS.

           SELECT REJECT-LOG-FILE
               ASSIGN TO "stufeed_reject.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT REJECT-QUEUE-FILE
               ASSIGN TO "stufeed_rejq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJQ-FILE-STATUS.

           SELECT CHANGE-REPORT-FILE
               ASSIGN TO "stufeed_change.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-FILE-STATUS.

           SELECT EXCEPTION-REPORT-FILE
               ASSIGN TO "stufeed_exception.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
           COPY "copybooks/STUDENTFILE.cpy".

       FD DEPARTMENT-FILE.
           COPY "copybooks/DEPTFILE.cpy".

       FD ENROLLMENT-FILE.
           COPY "copybooks/ENROLLFILE.cpy".

       FD WAITLIST-FILE.
           COPY "copybooks/WAITLISTFILE.cpy".

       FD STUDENT-FEED-FILE.
           COPY "copybooks/STUFEEDFILE.cpy".

       FD FEED-LOG-FILE.
       01 FEED-LOG-RECORD          PIC X(100).

       FD REJECT-LOG-FILE.
       01 REJECT-LOG-RECORD        PIC X(100).

       FD REJECT-QUEUE-FILE.
           COPY "copybooks/RJQSTUFILE.cpy".

       FD CHANGE-REPORT-FILE.
       01 CHANGE-REPORT-LINE       PIC X(100).

       FD EXCEPTION-REPORT-FILE.
       01 EXCEPTION-REPORT-LINE    PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS           PIC XX VALUE "00".
          88 WS-FILE-SUCCESS       VALUE "00".
          88 WS-FILE-DUPLICATE     VALUE "22".
          88 WS-FILE-NOT-FOUND     VALUE "23".

       01 WS-DEPT-FILE-STATUS      PIC XX VALUE "00".
          88 WS-DEPT-FILE-SUCCESS  VALUE "00".

       01 WS-ENR-FILE-STATUS       PIC XX VALUE "00".
          88 WS-ENR-FILE-SUCCESS   VALUE "00".

       01 WS-WAIT-FILE-STATUS      PIC XX VALUE "00".
          88 WS-WAIT-FILE-SUCCESS  VALUE "00".

       01 WS-FEED-FILE-STATUS      PIC XX VALUE "00".
          88 WS-FEED-FILE-SUCCESS  VALUE "00".

       01 WS-FEED-LOG-STATUS       PIC XX VALUE "00".
       01 WS-REJECT-FILE-STATUS    PIC XX VALUE "00".
       01 WS-REJQ-FILE-STATUS      PIC XX VALUE "00".
       01 WS-CHG-FILE-STATUS       PIC XX VALUE "00".
       01 WS-EXC-FILE-STATUS       PIC XX VALUE "00".

       01 WS-ENR-OPEN-FLAG         PIC X VALUE "N".
          88 WS-ENR-OPENED         VALUE "Y".
       01 WS-WAIT-OPEN-FLAG        PIC X VALUE "N".
          88 WS-WAIT-OPENED        VALUE "Y".

       01 WS-FEED-EOF-FLAG         PIC X VALUE "N".
          88 WS-FEED-EOF           VALUE "Y".
       01 WS-ENR-EOF-FLAG          PIC X VALUE "N".
          88 WS-ENR-EOF            VALUE "Y".
       01 WS-WAIT-EOF-FLAG         PIC X VALUE "N".
          88 WS-WAIT-EOF           VALUE "Y".

      * コントロールレコードの検証(SYLRECと同一規則)
       01 WS-FEED-OK-FLAG          PIC X VALUE "N".
          88 WS-FEED-OK            VALUE "Y".
       01 WS-FEED-REASON           PIC X(30) VALUE SPACES.
       01 WS-FEED-COUNT            PIC 9(5) VALUE 0.
       01 WS-CTL-COUNT             PIC 9(5).
       01 WS-DATE-NUM              PIC 9(8).
       01 WS-TODAY-INT             PIC 9(8).
       01 WS-EXTRACT-INT           PIC 9(8).
       01 WS-FEED-AGE              PIC S9(4).
       01 WS-STALE-LIMIT           PIC 9(2) VALUE 7.

       01 WS-REJECT-REASON         PIC X(50) VALUE SPACES.
       01 WS-APPLY-OK-FLAG         PIC X VALUE "N".
          88 WS-APPLY-OK           VALUE "Y".

      * 在籍停止の可否(履修中・待機中の件数)
       01 WS-ACTIVE-ENR-COUNT      PIC 9(3) VALUE 0.
       01 WS-ACTIVE-WAIT-COUNT     PIC 9(3) VALUE 0.

      * 変更レポートの1明細
       01 WS-CHG-ACTION            PIC X(8).
       01 WS-CHG-FIELD             PIC X(12).
       01 WS-CHG-OLD               PIC X(20).
       01 WS-CHG-NEW               PIC X(20).
       01 WS-STU-CHANGED-FLAG      PIC X VALUE "N".
          88 WS-STU-CHANGED        VALUE "Y".

      * 集計
       01 WS-ADD-COUNT             PIC 9(5) VALUE 0.
       01 WS-CHANGE-COUNT          PIC 9(5) VALUE 0.
       01 WS-INACTIVE-COUNT        PIC 9(5) VALUE 0.
       01 WS-NOCHANGE-COUNT        PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT          PIC 9(5) VALUE 0.
       01 WS-EXCEPTION-COUNT       PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           IF WS-FEED-FILE-SUCCESS AND WS-FILE-SUCCESS
               AND WS-DEPT-FILE-SUCCESS
               PERFORM VALIDATE-STUDENT-FEED
           ELSE
               MOVE "ファイルなし" TO WS-FEED-REASON
               DISPLAY "エラー:ファイルが開けません。"
           END-IF.

           PERFORM WRITE-FEED-LOG.

           IF WS-FEED-OK
               PERFORM OPEN-REPORT-FILES
               DISPLAY " "
               DISPLAY "=== 学生フィード取込 ==="
               PERFORM UNTIL WS-FEED-EOF
                   READ STUDENT-FEED-FILE
                       AT END
                           MOVE "Y" TO WS-FEED-EOF-FLAG
                       NOT AT END
                           PERFORM APPLY-ONE-TRANSACTION
                   END-READ
               END-PERFORM
               PERFORM CLOSE-REPORT-FILES
               DISPLAY " "
               DISPLAY "新規件数:     " WS-ADD-COUNT
               DISPLAY "変更件数:     " WS-CHANGE-COUNT
               DISPLAY "在籍停止件数: " WS-INACTIVE-COUNT
               DISPLAY "変更なし件数: " WS-NOCHANGE-COUNT
               DISPLAY "拒否件数:     " WS-REJECT-COUNT
               DISPLAY "例外件数:     " WS-EXCEPTION-COUNT
           END-IF.

           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT STUDENT-FEED-FILE.
           OPEN I-O STUDENT-FILE.
           IF WS-FILE-NOT-FOUND
               OPEN OUTPUT STUDENT-FILE
               CLOSE STUDENT-FILE
               OPEN I-O STUDENT-FILE
           END-IF.
           OPEN INPUT DEPARTMENT-FILE.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENR-FILE-SUCCESS
               MOVE "Y" TO WS-ENR-OPEN-FLAG
           END-IF.
           OPEN INPUT WAITLIST-FILE.
           IF WS-WAIT-FILE-SUCCESS
               MOVE "Y" TO WS-WAIT-OPEN-FLAG
           END-IF.

       CLOSE-FILES.
           CLOSE STUDENT-FEED-FILE.
           CLOSE STUDENT-FILE.
           CLOSE DEPARTMENT-FILE.
           IF WS-ENR-OPENED
               CLOSE ENROLLMENT-FILE
           END-IF.
           IF WS-WAIT-OPENED
               CLOSE WAITLIST-FILE
           END-IF.

       OPEN-REPORT-FILES.
           OPEN OUTPUT REJECT-LOG-FILE.
           OPEN EXTEND REJECT-QUEUE-FILE.
           IF WS-REJQ-FILE-STATUS NOT = "00"
               OPEN OUTPUT REJECT-QUEUE-FILE
           END-IF.

           OPEN OUTPUT CHANGE-REPORT-FILE.
           MOVE SPACES TO CHANGE-REPORT-LINE.
           STRING "学生フィード変更レポート "
                      DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               INTO CHANGE-REPORT-LINE
           END-STRING.
           WRITE CHANGE-REPORT-LINE.
           MOVE "学籍番号 処理     項目         変更前"
               TO CHANGE-REPORT-LINE.
           MOVE "変更後" TO CHANGE-REPORT-LINE(58:).
           WRITE CHANGE-REPORT-LINE.

           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING "学生フィード例外レポート"
                      DELIMITED BY SIZE
                  "(在籍停止保留) "
                      DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE
           END-STRING.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE "学籍番号 氏名" TO EXCEPTION-REPORT-LINE.
           MOVE "履修中 待機中" TO EXCEPTION-REPORT-LINE(31:).
           WRITE EXCEPTION-REPORT-LINE.

       CLOSE-REPORT-FILES.
           CLOSE REJECT-LOG-FILE.
           CLOSE REJECT-QUEUE-FILE.
           CLOSE CHANGE-REPORT-FILE.
           CLOSE EXCEPTION-REPORT-FILE.

      *-----------------------------------------------------------
      * フィードのコントロールレコード検証
      * (件数一致・抽出日の鮮度を確認してから本処理に入る)
      *-----------------------------------------------------------
       VALIDATE-STUDENT-FEED.
           MOVE "N" TO WS-FEED-OK-FLAG.
           MOVE SPACES TO WS-FEED-REASON.

           READ STUDENT-FEED-FILE
               AT END
                   MOVE "フィードが空" TO WS-FEED-REASON
                   EXIT PARAGRAPH
           END-READ.

           IF NOT SFC-IS-CONTROL
               MOVE "コントロールレコードなし"
                   TO WS-FEED-REASON
               EXIT PARAGRAPH
           END-IF.

           MOVE SFC-RECORD-COUNT TO WS-CTL-COUNT.

           IF SFC-EXTRACT-DATE NOT NUMERIC
               MOVE "抽出日が不正" TO WS-FEED-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-NUM.
           COMPUTE WS-TODAY-INT
               = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           MOVE SFC-EXTRACT-DATE TO WS-DATE-NUM.
           COMPUTE WS-EXTRACT-INT
               = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           IF WS-EXTRACT-INT = 0
               MOVE "抽出日が不正" TO WS-FEED-REASON
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-FEED-AGE = WS-TODAY-INT - WS-EXTRACT-INT.
           IF WS-FEED-AGE > WS-STALE-LIMIT OR WS-FEED-AGE < 0
               MOVE "抽出日が古い" TO WS-FEED-REASON
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-FEED-COUNT.
           MOVE "N" TO WS-FEED-EOF-FLAG.
           PERFORM UNTIL WS-FEED-EOF
               READ STUDENT-FEED-FILE
                   AT END
                       MOVE "Y" TO WS-FEED-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-FEED-COUNT
               END-READ
           END-PERFORM.

           IF WS-FEED-COUNT NOT = WS-CTL-COUNT
               MOVE "件数不一致" TO WS-FEED-REASON
               DISPLAY "エラー:件数不一致 明細:"
                       WS-FEED-COUNT " 管理:" WS-CTL-COUNT
               EXIT PARAGRAPH
           END-IF.

      *    検証OK: 先頭に戻してコントロールレコードを読み飛ばす
           CLOSE STUDENT-FEED-FILE.
           OPEN INPUT STUDENT-FEED-FILE.
           READ STUDENT-FEED-FILE
               AT END
                   CONTINUE
           END-READ.
           MOVE "N" TO WS-FEED-EOF-FLAG.
           MOVE "Y" TO WS-FEED-OK-FLAG.

      *-----------------------------------------------------------
      * フィード受入ログへの記録
      *-----------------------------------------------------------
       WRITE-FEED-LOG.
           OPEN EXTEND FEED-LOG-FILE.
           IF WS-FEED-LOG-STATUS NOT = "00"
               OPEN OUTPUT FEED-LOG-FILE
           END-IF.
           MOVE SPACES TO FEED-LOG-RECORD.
           IF WS-FEED-OK
               STRING FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
                      " SYLSFL 受入OK 件数:" DELIMITED BY SIZE
                      WS-FEED-COUNT DELIMITED BY SIZE
                   INTO FEED-LOG-RECORD
               END-STRING
           ELSE
               STRING FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
                      " SYLSFL 拒否 " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FEED-REASON)
                          DELIMITED BY SIZE
                   INTO FEED-LOG-RECORD
               END-STRING
               DISPLAY "フィード拒否: "
                       FUNCTION TRIM(WS-FEED-REASON)
           END-IF.
           WRITE FEED-LOG-RECORD.
           CLOSE FEED-LOG-FILE.

      *-----------------------------------------------------------
      * 1件の異動を検証して学生マスタに反映する
      *-----------------------------------------------------------
       APPLY-ONE-TRANSACTION.
           MOVE "N" TO WS-APPLY-OK-FLAG.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN SFD-STUDENT-ID = SPACES
                   MOVE "学籍番号が空白" TO WS-REJECT-REASON
               WHEN SFD-TRAN-ADD
                   PERFORM APPLY-STUDENT-ADD
               WHEN SFD-TRAN-CHANGE
                   PERFORM APPLY-STUDENT-CHANGE
               WHEN SFD-TRAN-INACTIVATE
                   PERFORM APPLY-STUDENT-INACTIVATE
               WHEN OTHER
                   MOVE "取引区分不正(A/C/I)" TO WS-REJECT-REASON
           END-EVALUATE.
           IF NOT WS-APPLY-OK AND WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-TRANSACTION
           END-IF.

      *    新規: 氏名・学科・入学年度がそろっていること
       APPLY-STUDENT-ADD.
           IF SFD-STUDENT-NAME = SPACES
               MOVE "氏名が空白" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF SFD-ADMISSION-YEAR NOT NUMERIC
               MOVE "入学年度が不正" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE SFD-DEPARTMENT-ID TO DEPT-ID.
           PERFORM CHECK-FEED-DEPARTMENT.
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE SFD-STUDENT-ID TO STU-ID.
           MOVE SFD-STUDENT-NAME TO STU-NAME.
           MOVE SFD-DEPARTMENT-ID TO STU-DEPARTMENT-ID.
           MOVE SFD-ADMISSION-YEAR TO STU-ADMISSION-YEAR.
           SET STU-ACTIVE TO TRUE.
           WRITE STUDENT-RECORD
               INVALID KEY
                   MOVE "学籍番号が登録済" TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-WRITE.

           MOVE "Y" TO WS-APPLY-OK-FLAG.
           ADD 1 TO WS-ADD-COUNT.
           MOVE "新規" TO WS-CHG-ACTION.
           MOVE "氏名" TO WS-CHG-FIELD.
           MOVE SPACES TO WS-CHG-OLD.
           MOVE STU-NAME TO WS-CHG-NEW.
           PERFORM WRITE-CHANGE-LINE.
           MOVE "学科" TO WS-CHG-FIELD.
           MOVE STU-DEPARTMENT-ID TO WS-CHG-NEW.
           PERFORM WRITE-CHANGE-LINE.
           MOVE "入学年度" TO WS-CHG-FIELD.
           MOVE STU-ADMISSION-YEAR TO WS-CHG-NEW.
           PERFORM WRITE-CHANGE-LINE.

      *    変更: 空白でない項目だけを置き換え、変わった項目を出力
       APPLY-STUDENT-CHANGE.
           MOVE SFD-STUDENT-ID TO STU-ID.
           READ STUDENT-FILE
               KEY IS STU-ID
               INVALID KEY
                   MOVE "学籍番号が未登録" TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ.
           IF SFD-ADMISSION-YEAR NOT = SPACES
               AND SFD-ADMISSION-YEAR NOT NUMERIC
               MOVE "入学年度が不正" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF SFD-DEPARTMENT-ID NOT = SPACES
               MOVE SFD-DEPARTMENT-ID TO DEPT-ID
               PERFORM CHECK-FEED-DEPARTMENT
               IF WS-REJECT-REASON NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE "N" TO WS-STU-CHANGED-FLAG.
           MOVE "変更" TO WS-CHG-ACTION.
           IF SFD-STUDENT-NAME NOT = SPACES
               AND SFD-STUDENT-NAME NOT = STU-NAME
               MOVE "氏名" TO WS-CHG-FIELD
               MOVE STU-NAME TO WS-CHG-OLD
               MOVE SFD-STUDENT-NAME TO WS-CHG-NEW
               MOVE SFD-STUDENT-NAME TO STU-NAME
               PERFORM WRITE-CHANGE-LINE
               MOVE "Y" TO WS-STU-CHANGED-FLAG
           END-IF.
           IF SFD-DEPARTMENT-ID NOT = SPACES
               AND SFD-DEPARTMENT-ID NOT = STU-DEPARTMENT-ID
               MOVE "学科" TO WS-CHG-FIELD
               MOVE STU-DEPARTMENT-ID TO WS-CHG-OLD
               MOVE SFD-DEPARTMENT-ID TO WS-CHG-NEW
               MOVE SFD-DEPARTMENT-ID TO STU-DEPARTMENT-ID
               PERFORM WRITE-CHANGE-LINE
               MOVE "Y" TO WS-STU-CHANGED-FLAG
           END-IF.
           IF SFD-ADMISSION-YEAR NOT = SPACES
               AND SFD-ADMISSION-YEAR NOT = STU-ADMISSION-YEAR
               MOVE "入学年度" TO WS-CHG-FIELD
               MOVE STU-ADMISSION-YEAR TO WS-CHG-OLD
               MOVE SFD-ADMISSION-YEAR TO WS-CHG-NEW
               MOVE SFD-ADMISSION-YEAR TO STU-ADMISSION-YEAR
               PERFORM WRITE-CHANGE-LINE
               MOVE "Y" TO WS-STU-CHANGED-FLAG
           END-IF.

           MOVE "Y" TO WS-APPLY-OK-FLAG.
           IF NOT WS-STU-CHANGED
               ADD 1 TO WS-NOCHANGE-COUNT
               EXIT PARAGRAPH
           END-IF.
           REWRITE STUDENT-RECORD
               INVALID KEY
                   MOVE "N" TO WS-APPLY-OK-FLAG
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING "status=" DELIMITED BY SIZE
                          WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
                   END-STRING
                   EXIT PARAGRAPH
           END-REWRITE.
           ADD 1 TO WS-CHANGE-COUNT.

      *    在籍停止: 履修中・待機中が残っていれば例外レポートへ
       APPLY-STUDENT-INACTIVATE.
           MOVE SFD-STUDENT-ID TO STU-ID.
           READ STUDENT-FILE
               KEY IS STU-ID
               INVALID KEY
                   MOVE "学籍番号が未登録" TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ.
           MOVE "Y" TO WS-APPLY-OK-FLAG.
           IF STU-INACTIVE
               ADD 1 TO WS-NOCHANGE-COUNT
               EXIT PARAGRAPH
           END-IF.

           PERFORM COUNT-ACTIVE-ROWS.
           IF WS-ACTIVE-ENR-COUNT > 0 OR WS-ACTIVE-WAIT-COUNT > 0
               PERFORM WRITE-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE STU-ACTIVE-FLAG TO WS-CHG-OLD.
           SET STU-INACTIVE TO TRUE.
           REWRITE STUDENT-RECORD
               INVALID KEY
                   MOVE "N" TO WS-APPLY-OK-FLAG
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING "status=" DELIMITED BY SIZE
                          WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
                   END-STRING
                   EXIT PARAGRAPH
           END-REWRITE.
           ADD 1 TO WS-INACTIVE-COUNT.
           MOVE "在籍停止" TO WS-CHG-ACTION.
           MOVE "在籍状態" TO WS-CHG-FIELD.
           MOVE STU-ACTIVE-FLAG TO WS-CHG-NEW.
           PERFORM WRITE-CHANGE-LINE.

      *    学科コードの存在確認(DEPT-IDを設定して呼ぶ)
       CHECK-FEED-DEPARTMENT.
           READ DEPARTMENT-FILE
               KEY IS DEPT-ID
               INVALID KEY
                   MOVE "学科コード不正" TO WS-REJECT-REASON
           END-READ.

      *-----------------------------------------------------------
      * 学生の履修中(全年度)・待機中の行数を数える
      *-----------------------------------------------------------
       COUNT-ACTIVE-ROWS.
           MOVE 0 TO WS-ACTIVE-ENR-COUNT.
           MOVE 0 TO WS-ACTIVE-WAIT-COUNT.

           IF WS-ENR-OPENED
               MOVE "N" TO WS-ENR-EOF-FLAG
               MOVE LOW-VALUES TO ENR-KEY
               START ENROLLMENT-FILE KEY IS NOT LESS THAN ENR-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-ENR-EOF-FLAG
               END-START
               PERFORM UNTIL WS-ENR-EOF
                   READ ENROLLMENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-ENR-EOF-FLAG
                       NOT AT END
                           IF ENR-STUDENT-ID = STU-ID
                               AND ENR-STATUS-ENROLLED
                               ADD 1 TO WS-ACTIVE-ENR-COUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

           IF WS-WAIT-OPENED
               MOVE "N" TO WS-WAIT-EOF-FLAG
               MOVE LOW-VALUES TO WAIT-KEY
               START WAITLIST-FILE KEY IS NOT LESS THAN WAIT-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-WAIT-EOF-FLAG
               END-START
               PERFORM UNTIL WS-WAIT-EOF
                   READ WAITLIST-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-WAIT-EOF-FLAG
                       NOT AT END
                           IF WAIT-STUDENT-ID = STU-ID
                               AND WAIT-STATUS-WAITING
                               ADD 1 TO WS-ACTIVE-WAIT-COUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------
      * レポート・拒否出力
      *-----------------------------------------------------------
       WRITE-CHANGE-LINE.
           MOVE SPACES TO CHANGE-REPORT-LINE.
           MOVE STU-ID TO CHANGE-REPORT-LINE(1:8).
           MOVE WS-CHG-ACTION TO CHANGE-REPORT-LINE(10:8).
           MOVE WS-CHG-FIELD TO CHANGE-REPORT-LINE(19:12).
           MOVE WS-CHG-OLD TO CHANGE-REPORT-LINE(32:20).
           MOVE "->" TO CHANGE-REPORT-LINE(54:2).
           MOVE WS-CHG-NEW TO CHANGE-REPORT-LINE(58:20).
           WRITE CHANGE-REPORT-LINE.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           MOVE STU-ID TO EXCEPTION-REPORT-LINE(1:8).
           MOVE STU-NAME TO EXCEPTION-REPORT-LINE(10:20).
           MOVE WS-ACTIVE-ENR-COUNT TO EXCEPTION-REPORT-LINE(31:3).
           MOVE WS-ACTIVE-WAIT-COUNT TO EXCEPTION-REPORT-LINE(38:3).
           WRITE EXCEPTION-REPORT-LINE.
           DISPLAY "停止保留: " STU-ID " 履修中:"
                   WS-ACTIVE-ENR-COUNT " 待機中:"
                   WS-ACTIVE-WAIT-COUNT.

       REJECT-TRANSACTION.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO REJECT-LOG-RECORD.
           STRING SFD-TRAN-TYPE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SFD-STUDENT-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SFD-DEPARTMENT-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
               INTO REJECT-LOG-RECORD
           END-STRING.
           WRITE REJECT-LOG-RECORD.
      *    再投入用に拒否行の全項目をキューへ残す
           SET RJS-OPEN TO TRUE.
           MOVE WS-REJECT-REASON TO RJS-REASON.
           MOVE STUDENT-FEED-RECORD TO RJS-RECORD-IMAGE.
           WRITE STU-REJECT-QUEUE-RECORD.
           DISPLAY "拒否: " SFD-TRAN-TYPE " " SFD-STUDENT-ID " "
               FUNCTION TRIM(WS-REJECT-REASON).
