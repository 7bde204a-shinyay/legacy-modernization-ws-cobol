      *****************************************************************
      * シラバス管理システム - 長期非在籍学生の個人情報匿名化(SYLANO)
      * 非在籍となり最終履修年度から保存年数を過ぎた学生について、
      * 成績証明書を永久保存ファイルへ出力したうえで、学籍番号を
      * 一貫した仮番号に、氏名を匿名化済の表示に全ファイルで置き
      * 換える。履修・成績の履歴と統計はそのまま残る。試行モード
      * では書き換えずにファイルごとの対象件数だけを報告する
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLANO.
       AUTHOR. SHINYAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE
               ASSIGN TO "student.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-STU-FILE-STATUS.

           SELECT ENROLLMENT-FILE
               ASSIGN TO "enroll.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-KEY
               FILE STATUS IS WS-ENR-FILE-STATUS.

           SELECT GRADE-FILE
               ASSIGN TO "grades.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-KEY
               FILE STATUS IS WS-GRD-FILE-STATUS.

           SELECT WAITLIST-FILE
               ASSIGN TO "waitlist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WAIT-KEY
               FILE STATUS IS WS-WAIT-FILE-STATUS.

           SELECT ATTENDANCE-FILE
               ASSIGN TO "attendance.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATT-KEY
               FILE STATUS IS WS-ATT-FILE-STATUS.

           SELECT ATTEND-STATUS-FILE
               ASSIGN TO "attstat.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATS-KEY
               FILE STATUS IS WS-ATS-FILE-STATUS.

           SELECT ADVISOR-FILE
               ASSIGN TO "advisor.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADV-KEY
               FILE STATUS IS WS-ADV-FILE-STATUS.

           SELECT STANDING-FILE
               ASSIGN TO "standing.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STD-KEY
               FILE STATUS IS WS-STD-FILE-STATUS.

           SELECT OVERLOAD-FILE
               ASSIGN TO "overload.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OVA-KEY
               FILE STATUS IS WS-OVA-FILE-STATUS.

           SELECT TRANSFER-FILE
               ASSIGN TO "transfer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRF-KEY
               FILE STATUS IS WS-TRF-FILE-STATUS.

           SELECT BILL-HISTORY-FILE
               ASSIGN TO "bilhist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BHS-KEY
               FILE STATUS IS WS-BHS-FILE-STATUS.

           SELECT PETITION-FILE
               ASSIGN TO "petition.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PET-KEY
               FILE STATUS IS WS-PET-FILE-STATUS.

           SELECT GRADE-CHANGE-FILE
               ASSIGN TO "grdchange.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GCR-KEY
               FILE STATUS IS WS-GCR-FILE-STATUS.

           SELECT ISSUE-FILE
               ASSIGN TO "trnissue.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRI-SERIAL-NO
               FILE STATUS IS WS-TRI-FILE-STATUS.

           SELECT MAIL-LOG-FILE
               ASSIGN TO "maillog.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MLG-KEY
               FILE STATUS IS WS-MLG-FILE-STATUS.

           SELECT ICS-STATE-FILE
               ASSIGN TO "icsstate.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ICS-KEY
               FILE STATUS IS WS-ICS-FILE-STATUS.

           SELECT SEQ-SOURCE-FILE
               ASSIGN TO WS-SEQ-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-FILE-STATUS.

           SELECT SEQ-WORK-FILE
               ASSIGN TO "anon_work.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRK-FILE-STATUS.

           SELECT ANON-LOG-FILE
               ASSIGN TO "anonlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANL-FILE-STATUS.

           SELECT ANON-PENDING-FILE
               ASSIGN TO "anon_pending.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PND-FILE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "anonymize_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT JOB-CONTROL-FILE
               ASSIGN TO "jobcontrol.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
           COPY "copybooks/STUDENTFILE.cpy".

       FD ENROLLMENT-FILE.
           COPY "copybooks/ENROLLFILE.cpy".

       FD GRADE-FILE.
           COPY "copybooks/GRADEFILE.cpy".

       FD WAITLIST-FILE.
           COPY "copybooks/WAITLISTFILE.cpy".

       FD ATTENDANCE-FILE.
           COPY "copybooks/ATTENDFILE.cpy".

       FD ATTEND-STATUS-FILE.
           COPY "copybooks/ATTSTATFILE.cpy".

       FD ADVISOR-FILE.
           COPY "copybooks/ADVISORFILE.cpy".

       FD STANDING-FILE.
           COPY "copybooks/STANDINGFILE.cpy".

       FD OVERLOAD-FILE.
           COPY "copybooks/OVLAPRFILE.cpy".

       FD TRANSFER-FILE.
           COPY "copybooks/TRANSFERFILE.cpy".

       FD BILL-HISTORY-FILE.
           COPY "copybooks/BILLHISTFILE.cpy".

       FD PETITION-FILE.
           COPY "copybooks/PETITIONFILE.cpy".

       FD GRADE-CHANGE-FILE.
           COPY "copybooks/GRDCHGFILE.cpy".

       FD ISSUE-FILE.
           COPY "copybooks/TRNISSFILE.cpy".

       FD MAIL-LOG-FILE.
           COPY "copybooks/MAILLOGFILE.cpy".

       FD ICS-STATE-FILE.
           COPY "copybooks/ICSSTFILE.cpy".

       FD SEQ-SOURCE-FILE.
       01 SEQ-SOURCE-RECORD        PIC X(300).

       FD SEQ-WORK-FILE.
       01 SEQ-WORK-RECORD          PIC X(300).

       FD ANON-LOG-FILE.
           COPY "copybooks/ANONLOGFILE.cpy".

       FD ANON-PENDING-FILE.
           COPY "copybooks/ANONPNDFILE.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE              PIC X(132).

       FD JOB-CONTROL-FILE.
           COPY "copybooks/JOBCTLFILE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-STU-FILE-STATUS       PIC XX VALUE "00".
          88 WS-STU-FILE-SUCCESS   VALUE "00".
       01 WS-ENR-FILE-STATUS       PIC XX VALUE "00".
          88 WS-ENR-FILE-SUCCESS   VALUE "00".
       01 WS-GRD-FILE-STATUS       PIC XX VALUE "00".
          88 WS-GRD-FILE-SUCCESS   VALUE "00".
       01 WS-WAIT-FILE-STATUS      PIC XX VALUE "00".
          88 WS-WAIT-FILE-SUCCESS  VALUE "00".
       01 WS-ATT-FILE-STATUS       PIC XX VALUE "00".
          88 WS-ATT-FILE-SUCCESS   VALUE "00".
       01 WS-ATS-FILE-STATUS       PIC XX VALUE "00".
          88 WS-ATS-FILE-SUCCESS   VALUE "00".
       01 WS-ADV-FILE-STATUS       PIC XX VALUE "00".
          88 WS-ADV-FILE-SUCCESS   VALUE "00".
       01 WS-STD-FILE-STATUS       PIC XX VALUE "00".
          88 WS-STD-FILE-SUCCESS   VALUE "00".
       01 WS-OVA-FILE-STATUS       PIC XX VALUE "00".
          88 WS-OVA-FILE-SUCCESS   VALUE "00".
       01 WS-TRF-FILE-STATUS       PIC XX VALUE "00".
          88 WS-TRF-FILE-SUCCESS   VALUE "00".
       01 WS-BHS-FILE-STATUS       PIC XX VALUE "00".
          88 WS-BHS-FILE-SUCCESS   VALUE "00".
       01 WS-PET-FILE-STATUS       PIC XX VALUE "00".
          88 WS-PET-FILE-SUCCESS   VALUE "00".
       01 WS-GCR-FILE-STATUS       PIC XX VALUE "00".
          88 WS-GCR-FILE-SUCCESS   VALUE "00".
       01 WS-TRI-FILE-STATUS       PIC XX VALUE "00".
          88 WS-TRI-FILE-SUCCESS   VALUE "00".
       01 WS-MLG-FILE-STATUS       PIC XX VALUE "00".
          88 WS-MLG-FILE-SUCCESS   VALUE "00".
       01 WS-ICS-FILE-STATUS       PIC XX VALUE "00".
          88 WS-ICS-FILE-SUCCESS   VALUE "00".
       01 WS-SEQ-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SEQ-FILE-SUCCESS   VALUE "00".
       01 WS-WRK-FILE-STATUS       PIC XX VALUE "00".
       01 WS-ANL-FILE-STATUS       PIC XX VALUE "00".
          88 WS-ANL-FILE-SUCCESS   VALUE "00".
       01 WS-PND-FILE-STATUS       PIC XX VALUE "00".
          88 WS-PND-FILE-SUCCESS   VALUE "00".
       01 WS-RPT-FILE-STATUS       PIC XX VALUE "00".
       01 WS-JOB-FILE-STATUS       PIC XX VALUE "00".

       01 WS-EOF-FLAG              PIC X VALUE "N".
          88 WS-EOF                VALUE "Y".

       01 WS-BUSINESS-DATE         PIC X(8).
       01 WS-STEP-NAME             PIC X(8).
       01 WS-STEP-STATUS           PIC X VALUE SPACE.
       01 WS-STEP-ROWS             PIC 9(7).

       01 WS-OPERATOR-ID           PIC X(10).
       01 WS-CONFIRM               PIC X.

      * 実行条件(保存年数と試行/本番の区分)
       01 WS-RETENTION-YEARS       PIC 99 VALUE 5.
       01 WS-DRY-RUN-FLAG          PIC X VALUE "Y".
          88 WS-DRY-RUN            VALUE "Y".
          88 WS-DRY-RUN-VALID      VALUES "Y" "N".
       01 WS-CURRENT-YEAR          PIC 9(4).
       01 WS-CUTOFF-YEAR           PIC 9(4).
       01 WS-CUTOFF-YEAR-X         PIC X(4).
       01 WS-LAST-TARGET-YEAR      PIC 9(4).

       01 WS-NAME-PLACEHOLDER      PIC X(20) VALUE "(匿名化済)".

      * 非在籍学生の表(学籍番号の昇順。選定後は対象者だけに詰める)
       01 WS-CANDIDATE-TABLE.
          05 WS-CAN-COUNT          PIC 9(4) VALUE 0.
          05 WS-CAN-ENTRY OCCURS 3000 TIMES.
             10 WS-CAN-STUDENT-ID  PIC X(8).
             10 WS-CAN-NAME        PIC X(20).
             10 WS-CAN-DEPT-ID     PIC X(4).
             10 WS-CAN-LAST-YEAR   PIC X(4).
             10 WS-CAN-PSEUDO-ID   PIC X(8).
             10 WS-CAN-SERIAL-NO   PIC 9(8).
             10 WS-CAN-RECORDS     PIC 9(7).
             10 WS-CAN-ERRORS      PIC 9(5).
             10 WS-CAN-STATE       PIC X.
                88 WS-CAN-SELECTED VALUE "Y".
             10 WS-CAN-PENDING-FLAG PIC X.
                88 WS-CAN-PENDING  VALUE "Y".

       01 WS-CAN-IDX               PIC 9(4).
       01 WS-CAN-KEEP              PIC 9(4).
       01 WS-CAN-HIT               PIC 9(4).
       01 WS-KEY-HIT               PIC 9(4).
       01 WS-FLD-HIT               PIC 9(4).
       01 WS-SEARCH-LOW            PIC 9(4).
       01 WS-SEARCH-HIGH           PIC 9(4).
       01 WS-SEARCH-MID            PIC 9(4).
       01 WS-LOOKUP-ID             PIC X(8).
       01 WS-CAN-OVERFLOW-FLAG     PIC X VALUE "N".
          88 WS-CAN-OVERFLOW       VALUE "Y".
       01 WS-SELECTED-COUNT        PIC 9(4) VALUE 0.

      * 前回中断分の対応表(学籍番号・仮番号・証明書発行番号)
       01 WS-PENDING-TABLE.
          05 WS-PND-COUNT          PIC 9(4) VALUE 0.
          05 WS-PND-ENTRY OCCURS 3000 TIMES.
             10 WS-PND-STUDENT-ID  PIC X(8).
             10 WS-PND-PSEUDO-ID   PIC X(8).
             10 WS-PND-SERIAL-NO   PIC 9(8).

       01 WS-PND-IDX               PIC 9(4).
       01 WS-PND-HIT               PIC 9(4).

      * 仮番号("Z"+7桁の通番。記録と対応表の最大値の次から)
       01 WS-PSEUDO-SEQ            PIC 9(7) VALUE 0.
       01 WS-PSEUDO-ID.
          05 WS-PSEUDO-PREFIX      PIC X VALUE "Z".
          05 WS-PSEUDO-NUMBER      PIC 9(7).
       01 WS-PSEUDO-FREE-FLAG      PIC X VALUE "N".
          88 WS-PSEUDO-FREE        VALUE "Y".

      * 成績証明書発行の呼出要求(A=永久保存)
       01 WS-TRN-REQUEST.
          05 WS-TRN-MODE           PIC X VALUE SPACE.
          05 WS-TRN-STUDENT-ID     PIC X(8) VALUE SPACES.
          05 WS-TRN-SERIAL-NO      PIC 9(8) VALUE 0.
          05 WS-TRN-RESULT         PIC X VALUE SPACE.
             88 WS-TRN-ISSUED      VALUE "Y".

      * ファイル別の対象件数(状態 M=ファイルなし)
       01 WS-FILE-TABLE.
          05 WS-FTB-ENTRY OCCURS 24 TIMES.
             10 WS-FTB-NAME        PIC X(20).
             10 WS-FTB-COUNT       PIC 9(7).
             10 WS-FTB-ERRORS      PIC 9(5).
             10 WS-FTB-STATE       PIC X.
                88 WS-FTB-MISSING  VALUE "M".

       01 WS-FILE-IDX              PIC 99.
       01 WS-FILE-MAX              PIC 99 VALUE 24.

      * 順編成ファイルの書換位置(学籍番号・氏名・受信者区分)
       01 WS-SEQ-FILENAME          PIC X(30).
       01 WS-SEQ-RECORD            PIC X(300).
       01 WS-SEQ-ID-POS            PIC 9(3).
       01 WS-SEQ-NAME-POS          PIC 9(3).
       01 WS-SEQ-TYPE-POS          PIC 9(3).
       01 WS-SEQ-TYPE-VALUE        PIC X.
       01 WS-SEQ-READ-COUNT        PIC 9(7).
       01 WS-SEQ-HIT-COUNT         PIC 9(7).
       01 WS-SEQ-VERIFY-COUNT      PIC 9(7).

       01 WS-SAVE-KEY              PIC X(60).

       01 WS-TOTAL-RECORDS         PIC 9(7) VALUE 0.
       01 WS-TOTAL-ERRORS          PIC 9(5) VALUE 0.
       01 WS-ARCHIVE-FAILED        PIC 9(4) VALUE 0.

       01 WS-DISPLAY-NUM           PIC Z(6)9.
       01 WS-DISPLAY-ERR           PIC Z(4)9.
       01 WS-DISPLAY-CAN           PIC ZZZ9.
       01 WS-DISPLAY-SERIAL        PIC Z(7)9.
       01 WS-MODE-TEXT             PIC X(20).

       LINKAGE SECTION.
       01 LS-OPERATOR-ID           PIC X(10).
       01 LS-SIGNED-IN-FLAG        PIC X.
          88 LS-SIGNED-IN          VALUE "Y".
       01 LS-OPERATOR-ROLE         PIC X.
          88 LS-REGISTRAR          VALUE "R".
       01 LS-PERM-TABLE.
          05 LS-PERM-COUNT         PIC 99.
          05 LS-PERM-ENTRY OCCURS 99 TIMES.
             10 LS-PERM-FUNC       PIC 99.

       SCREEN SECTION.
       01 ANO-OPTION-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "長期非在籍学生の匿名化".
           05 LINE 3 COLUMN 1 VALUE "非在籍後の保存年数:".
           05 LINE 3 COLUMN 30 PIC 99 USING WS-RETENTION-YEARS.
           05 LINE 4 COLUMN 1 VALUE "試行(Y=件数のみ N=書換):".
           05 LINE 4 COLUMN 30 PIC X USING WS-DRY-RUN-FLAG.

       PROCEDURE DIVISION USING LS-OPERATOR-ID, LS-SIGNED-IN-FLAG,
                                 LS-OPERATOR-ROLE, LS-PERM-TABLE.
       MAIN-PROCESS.
           MOVE SPACES TO WS-OPERATOR-ID.
           IF LS-SIGNED-IN
               MOVE LS-OPERATOR-ID TO WS-OPERATOR-ID
           END-IF.
           MOVE 5 TO WS-RETENTION-YEARS.
           MOVE "Y" TO WS-DRY-RUN-FLAG.
           DISPLAY ANO-OPTION-SCREEN.
           ACCEPT ANO-OPTION-SCREEN.

           IF WS-RETENTION-YEARS IS NOT NUMERIC
               OR WS-RETENTION-YEARS = 0
               DISPLAY "エラー:保存年数は1以上です。"
               GOBACK
           END-IF.
           IF NOT WS-DRY-RUN-VALID
               DISPLAY "エラー:試行はYかNです。"
               GOBACK
           END-IF.
           IF NOT WS-DRY-RUN AND WS-OPERATOR-ID = SPACES
               DISPLAY "エラー:書換にはログインが必要。"
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE(1:4) TO WS-CURRENT-YEAR.
           COMPUTE WS-CUTOFF-YEAR
               = WS-CURRENT-YEAR - WS-RETENTION-YEARS.
           MOVE WS-CUTOFF-YEAR TO WS-CUTOFF-YEAR-X.
           COMPUTE WS-LAST-TARGET-YEAR = WS-CUTOFF-YEAR - 1.
           IF WS-DRY-RUN
               MOVE "試行(書換なし)" TO WS-MODE-TEXT
           ELSE
               MOVE "本番" TO WS-MODE-TEXT
           END-IF.

           PERFORM INIT-FILE-TABLE.
           PERFORM LOAD-PENDING-MAP.
           PERFORM LOAD-INACTIVE-STUDENTS.
           IF NOT WS-STU-FILE-SUCCESS
               DISPLAY "エラー:学生マスタが開けません。"
               GOBACK
           END-IF.
           PERFORM SCAN-ACTIVITY-YEARS.
           PERFORM SELECT-CANDIDATES.

           MOVE WS-SELECTED-COUNT TO WS-DISPLAY-CAN.
           DISPLAY "対象学生数: " WS-DISPLAY-CAN.
           IF WS-CAN-OVERFLOW
               DISPLAY "警告:非在籍学生が3000名を超過。"
               DISPLAY "残りは次回の実行で処理します。"
           END-IF.

           IF NOT WS-DRY-RUN AND WS-SELECTED-COUNT > 0
               DISPLAY "対象学生を匿名化します。"
               DISPLAY "実行しますか(Y/N): "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                   DISPLAY "中止しました。"
                   GOBACK
               END-IF
               MOVE "ANONYMIZ" TO WS-STEP-NAME
               MOVE "S" TO WS-STEP-STATUS
               MOVE 0 TO WS-STEP-ROWS
               PERFORM WRITE-JOB-STEP-RECORD
               PERFORM FIND-LAST-PSEUDO-NO
               PERFORM ASSIGN-PSEUDONYMS
               PERFORM ARCHIVE-TRANSCRIPTS
           END-IF.

           IF WS-SELECTED-COUNT > 0
               PERFORM ANON-ALL-FILES
           END-IF.

           IF WS-STEP-STATUS = "S"
               PERFORM WRITE-ANON-LOG
               IF WS-TOTAL-ERRORS = 0
                   PERFORM CLEAR-PENDING-MAP
                   MOVE "C" TO WS-STEP-STATUS
               ELSE
                   MOVE "F" TO WS-STEP-STATUS
               END-IF
               MOVE WS-TOTAL-RECORDS TO WS-STEP-ROWS
               PERFORM WRITE-JOB-STEP-RECORD
           END-IF.

           PERFORM WRITE-REPORT.

           DISPLAY " ".
           MOVE WS-TOTAL-RECORDS TO WS-DISPLAY-NUM.
           DISPLAY "対象件数合計: " WS-DISPLAY-NUM.
           IF WS-TOTAL-ERRORS > 0
               MOVE WS-TOTAL-ERRORS TO WS-DISPLAY-ERR
               DISPLAY "書換エラー: " WS-DISPLAY-ERR
               DISPLAY "原因を除いて再実行のこと。"
           END-IF.
           DISPLAY "出力: anonymize_report.txt".
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
      * 書き換えるファイルの一覧(報告の並び順)
      *-----------------------------------------------------------
       INIT-FILE-TABLE.
           MOVE "student.dat" TO WS-FTB-NAME(1).
           MOVE "enroll.dat" TO WS-FTB-NAME(2).
           MOVE "grades.dat" TO WS-FTB-NAME(3).
           MOVE "waitlist.dat" TO WS-FTB-NAME(4).
           MOVE "stunotify.dat" TO WS-FTB-NAME(5).
           MOVE "sylenr_rejq.dat" TO WS-FTB-NAME(6).
           MOVE "stufeed_rejq.dat" TO WS-FTB-NAME(7).
           MOVE "sylatt_rejq.dat" TO WS-FTB-NAME(8).
           MOVE "attendance.dat" TO WS-FTB-NAME(9).
           MOVE "attstat.dat" TO WS-FTB-NAME(10).
           MOVE "advisor.dat" TO WS-FTB-NAME(11).
           MOVE "standing.dat" TO WS-FTB-NAME(12).
           MOVE "overload.dat" TO WS-FTB-NAME(13).
           MOVE "transfer.dat" TO WS-FTB-NAME(14).
           MOVE "bilhist.dat" TO WS-FTB-NAME(15).
           MOVE "petition.dat" TO WS-FTB-NAME(16).
           MOVE "grdchange.dat" TO WS-FTB-NAME(17).
           MOVE "grdchglog.dat" TO WS-FTB-NAME(18).
           MOVE "trnissue.dat" TO WS-FTB-NAME(19).
           MOVE "maillog.dat" TO WS-FTB-NAME(20).
           MOVE "notify.dat" TO WS-FTB-NAME(21).
           MOVE "papermail.dat" TO WS-FTB-NAME(22).
           MOVE "icsstate.dat" TO WS-FTB-NAME(23).
           MOVE "displaced.dat" TO WS-FTB-NAME(24).
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-MAX
               MOVE 0 TO WS-FTB-COUNT(WS-FILE-IDX)
               MOVE 0 TO WS-FTB-ERRORS(WS-FILE-IDX)
               MOVE SPACE TO WS-FTB-STATE(WS-FILE-IDX)
           END-PERFORM.

      *-----------------------------------------------------------
      * 前回の本番が中断・エラーで終わった分の対応表を読む
      * (これらの学生は同じ仮番号で書換を続け、証明書は再保存
      *  しない)
      *-----------------------------------------------------------
       LOAD-PENDING-MAP.
           MOVE 0 TO WS-PND-COUNT.
           OPEN INPUT ANON-PENDING-FILE.
           IF NOT WS-PND-FILE-SUCCESS
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ ANON-PENDING-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-PND-COUNT < 3000
                           ADD 1 TO WS-PND-COUNT
                           MOVE PND-STUDENT-ID
                               TO WS-PND-STUDENT-ID(WS-PND-COUNT)
                           MOVE PND-PSEUDO-ID
                               TO WS-PND-PSEUDO-ID(WS-PND-COUNT)
                           MOVE PND-ARCHIVE-SERIAL
                               TO WS-PND-SERIAL-NO(WS-PND-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ANON-PENDING-FILE.
           IF WS-PND-COUNT > 0
               DISPLAY "前回中断分を引継ぎ: " WS-PND-COUNT
           END-IF.

       FIND-PENDING-ENTRY.
           MOVE 0 TO WS-PND-HIT.
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                   UNTIL WS-PND-IDX > WS-PND-COUNT
                      OR WS-PND-HIT > 0
               IF WS-PND-STUDENT-ID(WS-PND-IDX) = WS-LOOKUP-ID
                   MOVE WS-PND-IDX TO WS-PND-HIT
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------
      * 非在籍で未匿名化の学生を表に入れる(最終年度は入学年度で
      * 始め、履修・成績の年度で引き上げる)
      *-----------------------------------------------------------
       LOAD-INACTIVE-STUDENTS.
           MOVE 0 TO WS-CAN-COUNT.
           MOVE "N" TO WS-CAN-OVERFLOW-FLAG.
           OPEN INPUT STUDENT-FILE.
           IF NOT WS-STU-FILE-SUCCESS
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO STU-ID.
           START STUDENT-FILE KEY IS NOT LESS THAN STU-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF
               READ STUDENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF STU-INACTIVE
                           AND STU-NAME NOT = WS-NAME-PLACEHOLDER
                           PERFORM ADD-INACTIVE-STUDENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STUDENT-FILE.
           MOVE "00" TO WS-STU-FILE-STATUS.

       ADD-INACTIVE-STUDENT.
           IF WS-CAN-COUNT >= 3000
               MOVE "Y" TO WS-CAN-OVERFLOW-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CAN-COUNT.
           MOVE WS-CAN-COUNT TO WS-CAN-IDX.
           MOVE STU-ID TO WS-CAN-STUDENT-ID(WS-CAN-IDX).
           MOVE STU-NAME TO WS-CAN-NAME(WS-CAN-IDX).
           MOVE STU-DEPARTMENT-ID TO WS-CAN-DEPT-ID(WS-CAN-IDX).
           MOVE STU-ADMISSION-YEAR TO WS-CAN-LAST-YEAR(WS-CAN-IDX).
           MOVE SPACES TO WS-CAN-PSEUDO-ID(WS-CAN-IDX).
           MOVE 0 TO WS-CAN-SERIAL-NO(WS-CAN-IDX).
           MOVE 0 TO WS-CAN-RECORDS(WS-CAN-IDX).
           MOVE 0 TO WS-CAN-ERRORS(WS-CAN-IDX).
           MOVE "Y" TO WS-CAN-STATE(WS-CAN-IDX).
           MOVE "N" TO WS-CAN-PENDING-FLAG(WS-CAN-IDX).
           MOVE STU-ID TO WS-LOOKUP-ID.
           PERFORM FIND-PENDING-ENTRY.
           IF WS-PND-HIT > 0
               MOVE "Y" TO WS-CAN-PENDING-FLAG(WS-CAN-IDX)
               MOVE WS-PND-PSEUDO-ID(WS-PND-HIT)
                   TO WS-CAN-PSEUDO-ID(WS-CAN-IDX)
               MOVE WS-PND-SERIAL-NO(WS-PND-HIT)
                   TO WS-CAN-SERIAL-NO(WS-CAN-IDX)
           END-IF.

      * 履修明細と成績結果の最も新しい年度を最終年度とする
       SCAN-ACTIVITY-YEARS.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENR-FILE-SUCCESS
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ ENROLLMENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE ENR-STUDENT-ID TO WS-LOOKUP-ID
                           PERFORM FIND-CANDIDATE
                           IF WS-CAN-HIT > 0
                               AND ENR-ACADEMIC-YEAR
                                   > WS-CAN-LAST-YEAR(WS-CAN-HIT)
                               MOVE ENR-ACADEMIC-YEAR
                                   TO WS-CAN-LAST-YEAR(WS-CAN-HIT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLLMENT-FILE
           END-IF.

           OPEN INPUT GRADE-FILE.
           IF WS-GRD-FILE-SUCCESS
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ GRADE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE GRD-STUDENT-ID TO WS-LOOKUP-ID
                           PERFORM FIND-CANDIDATE
                           IF WS-CAN-HIT > 0
                               AND GRD-ACADEMIC-YEAR
                                   > WS-CAN-LAST-YEAR(WS-CAN-HIT)
                               MOVE GRD-ACADEMIC-YEAR
                                   TO WS-CAN-LAST-YEAR(WS-CAN-HIT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRADE-FILE
           END-IF.

      *-----------------------------------------------------------
      * 最終年度が基準年度(当年-保存年数)より前の学生だけを残す
      * 最終年度が不明な学生は対象にしない。前回中断分は残す
      *-----------------------------------------------------------
       SELECT-CANDIDATES.
           MOVE 0 TO WS-CAN-KEEP.
           PERFORM VARYING WS-CAN-IDX FROM 1 BY 1
                   UNTIL WS-CAN-IDX > WS-CAN-COUNT
               IF WS-CAN-PENDING(WS-CAN-IDX)
                   OR (WS-CAN-LAST-YEAR(WS-CAN-IDX) IS NUMERIC
                   AND WS-CAN-LAST-YEAR(WS-CAN-IDX)
                       < WS-CUTOFF-YEAR-X)
                   ADD 1 TO WS-CAN-KEEP
                   IF WS-CAN-KEEP < WS-CAN-IDX
                       MOVE WS-CAN-ENTRY(WS-CAN-IDX)
                           TO WS-CAN-ENTRY(WS-CAN-KEEP)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-CAN-KEEP TO WS-CAN-COUNT.
           MOVE WS-CAN-COUNT TO WS-SELECTED-COUNT.

      * 学籍番号で対象表を二分探索する(該当なし・除外は0)
       FIND-CANDIDATE.
           MOVE 0 TO WS-CAN-HIT.
           MOVE 1 TO WS-SEARCH-LOW.
           MOVE WS-CAN-COUNT TO WS-SEARCH-HIGH.
           PERFORM UNTIL WS-SEARCH-LOW > WS-SEARCH-HIGH
                      OR WS-CAN-HIT > 0
               COMPUTE WS-SEARCH-MID
                   = (WS-SEARCH-LOW + WS-SEARCH-HIGH) / 2
               EVALUATE TRUE
                   WHEN WS-CAN-STUDENT-ID(WS-SEARCH-MID)
                           = WS-LOOKUP-ID
                       MOVE WS-SEARCH-MID TO WS-CAN-HIT
                   WHEN WS-CAN-STUDENT-ID(WS-SEARCH-MID)
                           < WS-LOOKUP-ID
                       COMPUTE WS-SEARCH-LOW = WS-SEARCH-MID + 1
                   WHEN OTHER
                       COMPUTE WS-SEARCH-HIGH = WS-SEARCH-MID - 1
               END-EVALUATE
           END-PERFORM.
           IF WS-CAN-HIT > 0
               IF NOT WS-CAN-SELECTED(WS-CAN-HIT)
                   MOVE 0 TO WS-CAN-HIT
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * 仮番号の採番: 匿名化記録と対応表の最大値の次から、学生
      * マスタに同じ番号がないものを割り当てる
      *-----------------------------------------------------------
       FIND-LAST-PSEUDO-NO.
           MOVE 0 TO WS-PSEUDO-SEQ.
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                   UNTIL WS-PND-IDX > WS-PND-COUNT
               IF WS-PND-PSEUDO-ID(WS-PND-IDX)(2:7) IS NUMERIC
                   AND WS-PND-PSEUDO-ID(WS-PND-IDX)(2:7)
                       > WS-PSEUDO-SEQ
                   MOVE WS-PND-PSEUDO-ID(WS-PND-IDX)(2:7)
                       TO WS-PSEUDO-SEQ
               END-IF
           END-PERFORM.
           OPEN INPUT ANON-LOG-FILE.
           IF NOT WS-ANL-FILE-SUCCESS
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ ANON-LOG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF ANL-PSEUDO-ID(2:7) IS NUMERIC
                           AND ANL-PSEUDO-ID(2:7) > WS-PSEUDO-SEQ
                           MOVE ANL-PSEUDO-ID(2:7) TO WS-PSEUDO-SEQ
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ANON-LOG-FILE.

       ASSIGN-PSEUDONYMS.
           OPEN INPUT STUDENT-FILE.
           PERFORM VARYING WS-CAN-IDX FROM 1 BY 1
                   UNTIL WS-CAN-IDX > WS-CAN-COUNT
               IF NOT WS-CAN-PENDING(WS-CAN-IDX)
                   PERFORM NEXT-FREE-PSEUDO-ID
                   MOVE WS-PSEUDO-ID TO WS-CAN-PSEUDO-ID(WS-CAN-IDX)
               END-IF
           END-PERFORM.
           CLOSE STUDENT-FILE.

       NEXT-FREE-PSEUDO-ID.
           MOVE "N" TO WS-PSEUDO-FREE-FLAG.
           PERFORM UNTIL WS-PSEUDO-FREE
               ADD 1 TO WS-PSEUDO-SEQ
               MOVE WS-PSEUDO-SEQ TO WS-PSEUDO-NUMBER
               MOVE WS-PSEUDO-ID TO STU-ID
               READ STUDENT-FILE
                   KEY IS STU-ID
                   INVALID KEY
                       MOVE "Y" TO WS-PSEUDO-FREE-FLAG
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------
      * 書換前に成績証明書を永久保存する(SYLTRN 保存モード)
      * 保存できた学生だけを対応表に書き、書換の対象とする
      *-----------------------------------------------------------
       ARCHIVE-TRANSCRIPTS.
           MOVE 0 TO WS-ARCHIVE-FAILED.
           OPEN EXTEND ANON-PENDING-FILE.
           IF NOT WS-PND-FILE-SUCCESS
               OPEN OUTPUT ANON-PENDING-FILE
           END-IF.
           PERFORM VARYING WS-CAN-IDX FROM 1 BY 1
                   UNTIL WS-CAN-IDX > WS-CAN-COUNT
               IF NOT WS-CAN-PENDING(WS-CAN-IDX)
                   PERFORM ARCHIVE-ONE-TRANSCRIPT
               END-IF
           END-PERFORM.
           CLOSE ANON-PENDING-FILE.
           IF WS-ARCHIVE-FAILED > 0
               DISPLAY "警告:証明書保存失敗で対象外: "
                   WS-ARCHIVE-FAILED
           END-IF.

       ARCHIVE-ONE-TRANSCRIPT.
           MOVE "A" TO WS-TRN-MODE.
           MOVE WS-CAN-STUDENT-ID(WS-CAN-IDX) TO WS-TRN-STUDENT-ID.
           MOVE 0 TO WS-TRN-SERIAL-NO.
           MOVE "N" TO WS-TRN-RESULT.
           CALL "SYLTRN" USING WS-TRN-REQUEST
               ON EXCEPTION
                   DISPLAY "エラー:SYLTRN呼出失敗"
           END-CALL.
           IF NOT WS-TRN-ISSUED
               MOVE "N" TO WS-CAN-STATE(WS-CAN-IDX)
               SUBTRACT 1 FROM WS-SELECTED-COUNT
               ADD 1 TO WS-ARCHIVE-FAILED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TRN-SERIAL-NO TO WS-CAN-SERIAL-NO(WS-CAN-IDX).
           MOVE WS-CAN-STUDENT-ID(WS-CAN-IDX) TO PND-STUDENT-ID.
           MOVE WS-CAN-PSEUDO-ID(WS-CAN-IDX) TO PND-PSEUDO-ID.
           MOVE WS-TRN-SERIAL-NO TO PND-ARCHIVE-SERIAL.
           WRITE ANON-PENDING-RECORD.

      *-----------------------------------------------------------
      * 全ファイルの対象件数を数え、本番では書き換える
      * 学生マスタは最後に書き換える(途中で止まっても次回に
      * 同じ学生が選ばれ、対応表の仮番号で続きを処理できる)
      *-----------------------------------------------------------
       ANON-ALL-FILES.
           PERFORM ANON-ENROLL-FILE.
           PERFORM ANON-GRADE-FILE.
           PERFORM ANON-WAITLIST-FILE.

      *    学生通知: 先頭が学籍番号
           MOVE 5 TO WS-FILE-IDX.
           MOVE 1 TO WS-SEQ-ID-POS.
           MOVE 0 TO WS-SEQ-NAME-POS.
           MOVE 0 TO WS-SEQ-TYPE-POS.
           PERFORM ANON-SEQUENTIAL-FILE.
      *    履修取込の保留: 理由(2-51)の後に取込レコードの写し
           MOVE 6 TO WS-FILE-IDX.
           MOVE 52 TO WS-SEQ-ID-POS.
           MOVE 60 TO WS-SEQ-NAME-POS.
           MOVE 0 TO WS-SEQ-TYPE-POS.
           PERFORM ANON-SEQUENTIAL-FILE.
      *    学生フィードの保留: 写しの先頭は取引区分
           MOVE 7 TO WS-FILE-IDX.
           MOVE 53 TO WS-SEQ-ID-POS.
           MOVE 61 TO WS-SEQ-NAME-POS.
           MOVE 0 TO WS-SEQ-TYPE-POS.
           PERFORM ANON-SEQUENTIAL-FILE.
      *    出欠取込の保留: 写しの科目・年度・区分・日付の後
           MOVE 8 TO WS-FILE-IDX.
           MOVE 72 TO WS-SEQ-ID-POS.
           MOVE 0 TO WS-SEQ-NAME-POS.
           MOVE 0 TO WS-SEQ-TYPE-POS.
           PERFORM ANON-SEQUENTIAL-FILE.

           PERFORM ANON-ATTENDANCE-FILE.
           PERFORM ANON-ATTEND-STATUS-FILE.
           PERFORM ANON-ADVISOR-FILE.
           PERFORM ANON-STANDING-FILE.
           PERFORM ANON-OVERLOAD-FILE.
           PERFORM ANON-TRANSFER-FILE.
           PERFORM ANON-BILL-HISTORY-FILE.
           PERFORM ANON-PETITION-FILE.
           PERFORM ANON-GRADE-CHANGE-FILE.

      *    成績変更記録: 時刻・申請番号・科目・年度の後
           MOVE 18 TO WS-FILE-IDX.
           MOVE 37 TO WS-SEQ-ID-POS.
           MOVE 0 TO WS-SEQ-NAME-POS.
           MOVE 0 TO WS-SEQ-TYPE-POS.
           PERFORM ANON-SEQUENTIAL-FILE.

           PERFORM ANON-ISSUE-FILE.
           PERFORM ANON-MAIL-LOG-FILE.

      *    教員通知: 末尾が対象学生の学籍番号
           MOVE 21 TO WS-FILE-IDX.
           MOVE 39 TO WS-SEQ-ID-POS.
           MOVE 0 TO WS-SEQ-NAME-POS.
           MOVE 0 TO WS-SEQ-TYPE-POS.
           PERFORM ANON-SEQUENTIAL-FILE.
      *    郵送通知: 受信者区分Sの行だけ(9桁目が区分)
           MOVE 22 TO WS-FILE-IDX.
           MOVE 10 TO WS-SEQ-ID-POS.
           MOVE 18 TO WS-SEQ-NAME-POS.
           MOVE 9 TO WS-SEQ-TYPE-POS.
           MOVE "S" TO WS-SEQ-TYPE-VALUE.
           PERFORM ANON-SEQUENTIAL-FILE.
      *    閉講による履修解除者: 先頭が学籍番号、続いて氏名
           MOVE 24 TO WS-FILE-IDX.
           MOVE 1 TO WS-SEQ-ID-POS.
           MOVE 9 TO WS-SEQ-NAME-POS.
           MOVE 0 TO WS-SEQ-TYPE-POS.
           PERFORM ANON-SEQUENTIAL-FILE.

           PERFORM ANON-ICS-STATE-FILE.
           PERFORM ANON-STUDENT-FILE.

       COUNT-HIT.
           ADD 1 TO WS-FTB-COUNT(WS-FILE-IDX).
           ADD 1 TO WS-CAN-RECORDS(WS-CAN-HIT).
           ADD 1 TO WS-TOTAL-RECORDS.

       COUNT-ERROR.
           ADD 1 TO WS-FTB-ERRORS(WS-FILE-IDX).
           ADD 1 TO WS-CAN-ERRORS(WS-CAN-HIT).
           ADD 1 TO WS-TOTAL-ERRORS.
           DISPLAY "エラー:書換失敗 "
               FUNCTION TRIM(WS-FTB-NAME(WS-FILE-IDX)) " "
               WS-CAN-PSEUDO-ID(WS-CAN-HIT).

       MARK-FILE-MISSING.
           MOVE "M" TO WS-FTB-STATE(WS-FILE-IDX).

      *-----------------------------------------------------------
      * 学籍番号をキーに含むファイルは、新しいキーで書いてから
      * 元のキーを削除し、元のキーの次から読み直す。新しいキー
      * が既にあれば前回中断時に書けていたものとして元を削除する
      * (仮番号は対象表にないため、読み直しで再び拾われない)
      *-----------------------------------------------------------
       ANON-ENROLL-FILE.
           MOVE 2 TO WS-FILE-IDX.
           IF WS-DRY-RUN
               OPEN INPUT ENROLLMENT-FILE
           ELSE
               OPEN I-O ENROLLMENT-FILE
           END-IF.
           IF NOT WS-ENR-FILE-SUCCESS
               PERFORM MARK-FILE-MISSING
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO ENR-KEY.
           START ENROLLMENT-FILE KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE ENR-STUDENT-ID TO WS-LOOKUP-ID
                       PERFORM FIND-CANDIDATE
                       IF WS-CAN-HIT > 0
                           PERFORM COUNT-HIT
                           IF NOT WS-DRY-RUN
                               PERFORM REKEY-ENROLLMENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ENROLLMENT-FILE.

       REKEY-ENROLLMENT.
           MOVE ENR-KEY TO WS-SAVE-KEY.
           MOVE WS-CAN-PSEUDO-ID(WS-CAN-HIT) TO ENR-STUDENT-ID.
           MOVE WS-NAME-PLACEHOLDER TO ENR-STUDENT-NAME.
           WRITE ENROLLMENT-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-ENR-FILE-SUCCESS OR WS-ENR-FILE-STATUS = "22"
               MOVE WS-SAVE-KEY TO ENR-KEY
               DELETE ENROLLMENT-FILE RECORD
                   INVALID KEY
                       PERFORM COUNT-ERROR
               END-DELETE
           ELSE
               PERFORM COUNT-ERROR
           END-IF.
           MOVE WS-SAVE-KEY TO ENR-KEY.
           START ENROLLMENT-FILE KEY IS GREATER THAN ENR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

       ANON-GRADE-FILE.
           MOVE 3 TO WS-FILE-IDX.
           IF WS-DRY-RUN
               OPEN INPUT GRADE-FILE
           ELSE
               OPEN I-O GRADE-FILE
           END-IF.
           IF NOT WS-GRD-FILE-SUCCESS
               PERFORM MARK-FILE-MISSING
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO GRD-KEY.
           START GRADE-FILE KEY IS NOT LESS THAN GRD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF
               READ GRADE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE GRD-STUDENT-ID TO WS-LOOKUP-ID
                       PERFORM FIND-CANDIDATE
                       IF WS-CAN-HIT > 0
                           PERFORM COUNT-HIT
                           IF NOT WS-DRY-RUN
                               PERFORM REKEY-GRADE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GRADE-FILE.

       REKEY-GRADE.
           MOVE GRD-KEY TO WS-SAVE-KEY.
           MOVE WS-CAN-PSEUDO-ID(WS-CAN-HIT) TO GRD-STUDENT-ID.
           WRITE GRADE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-GRD-FILE-SUCCESS OR WS-GRD-FILE-STATUS = "22"
               MOVE WS-SAVE-KEY TO GRD-KEY
               DELETE GRADE-FILE RECORD
                   INVALID KEY
                       PERFORM COUNT-ERROR
               END-DELETE
           ELSE
               PERFORM COUNT-ERROR
           END-IF.
           MOVE WS-SAVE-KEY TO GRD-KEY.
           START GRADE-FILE KEY IS GREATER THAN GRD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

      * 学籍番号がキー外のファイルはその場で書き換える
       ANON-WAITLIST-FILE.
           MOVE 4 TO WS-FILE-IDX.
           IF WS-DRY-RUN
               OPEN INPUT WAITLIST-FILE
           ELSE
               OPEN I-O WAITLIST-FILE
           END-IF.
           IF NOT WS-WAIT-FILE-SUCCESS
               PERFORM MARK-FILE-MISSING
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ WAITLIST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE WAIT-STUDENT-ID TO WS-LOOKUP-ID
                       PERFORM FIND-CANDIDATE
                       IF WS-CAN-HIT > 0
                           PERFORM COUNT-HIT
                           IF NOT WS-DRY-RUN
                               MOVE WS-CAN-PSEUDO-ID(WS-CAN-HIT)
                                   TO WAIT-STUDENT-ID
                               MOVE WS-NAME-PLACEHOLDER
                                   TO WAIT-STUDENT-NAME
                               REWRITE WAITLIST-RECORD
                                   INVALID KEY
                                       PERFORM COUNT-ERROR
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WAITLIST-FILE.

      *-----------------------------------------------------------
      * 順編成ファイル: 作業ファイルへ書き換えながら写し、件数を
      * 照合してから元ファイルへ書き戻す(不一致なら元のまま)
      *-----------------------------------------------------------
       ANON-SEQUENTIAL-FILE.
           MOVE WS-FTB-NAME(WS-FILE-IDX) TO WS-SEQ-FILENAME.
           MOVE 0 TO WS-SEQ-READ-COUNT.
           MOVE 0 TO WS-SEQ-HIT-COUNT.
           OPEN INPUT SEQ-SOURCE-FILE.
           IF NOT WS-SEQ-FILE-SUCCESS
               PERFORM MARK-FILE-MISSING
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-DRY-RUN
               OPEN OUTPUT SEQ-WORK-FILE
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ SEQ-SOURCE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SEQ-READ-COUNT
                       MOVE SEQ-SOURCE-RECORD TO WS-SEQ-RECORD
                       PERFORM CHECK-SEQ-RECORD
                       IF NOT WS-DRY-RUN
                           MOVE WS-SEQ-RECORD TO SEQ-WORK-RECORD
                           WRITE SEQ-WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SEQ-SOURCE-FILE.
           IF NOT WS-DRY-RUN
               CLOSE SEQ-WORK-FILE
               IF WS-SEQ-HIT-COUNT > 0
                   PERFORM COPY-BACK-SEQ-FILE
               END-IF
           END-IF.

       CHECK-SEQ-RECORD.
           IF WS-SEQ-TYPE-POS > 0
               IF WS-SEQ-RECORD(WS-SEQ-TYPE-POS:1)
                   NOT = WS-SEQ-TYPE-VALUE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-SEQ-RECORD(WS-SEQ-ID-POS:8) TO WS-LOOKUP-ID.
           PERFORM FIND-CANDIDATE.
           IF WS-CAN-HIT = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM COUNT-HIT.
           ADD 1 TO WS-SEQ-HIT-COUNT.
           MOVE WS-CAN-PSEUDO-ID(WS-CAN-HIT)
               TO WS-SEQ-RECORD(WS-SEQ-ID-POS:8).
           IF WS-SEQ-NAME-POS > 0
               MOVE WS-NAME-PLACEHOLDER
                   TO WS-SEQ-RECORD(WS-SEQ-NAME-POS:20)
           END-IF.

       COPY-BACK-SEQ-FILE.
           MOVE 0 TO WS-SEQ-VERIFY-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT SEQ-WORK-FILE.
           PERFORM UNTIL WS-EOF
               READ SEQ-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SEQ-VERIFY-COUNT
               END-READ
           END-PERFORM.
           CLOSE SEQ-WORK-FILE.
           IF WS-SEQ-VERIFY-COUNT NOT = WS-SEQ-READ-COUNT
               ADD WS-SEQ-HIT-COUNT TO WS-FTB-ERRORS(WS-FILE-IDX)
               ADD WS-SEQ-HIT-COUNT TO WS-TOTAL-ERRORS
               DISPLAY "エラー:件数検証に失敗 "
                   FUNCTION TRIM(WS-SEQ-FILENAME)
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT SEQ-WORK-FILE.
           OPEN OUTPUT SEQ-SOURCE-FILE.
           PERFORM UNTIL WS-EOF
               READ SEQ-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SEQ-WORK-RECORD TO SEQ-SOURCE-RECORD
                       WRITE SEQ-SOURCE-RECORD
               END-READ
           END-PERFORM.
           CLOSE SEQ-WORK-FILE.
           CLOSE SEQ-SOURCE-FILE.

       ANON-ATTENDANCE-FILE.
           MOVE 9 TO WS-FILE-IDX.
           IF WS-DRY-RUN
               OPEN INPUT ATTENDANCE-FILE
           ELSE
               OPEN I-O ATTENDANCE-FILE
           END-IF.
           IF NOT WS-ATT-FILE-SUCCESS
               PERFORM MARK-FILE-MISSING
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO ATT-KEY.
           START ATTENDANCE-FILE KEY IS NOT LESS THAN ATT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF
               READ ATTENDANCE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE ATT-STUDENT-ID TO WS-LOOKUP-ID
                       PERFORM FIND-CANDIDATE
                       IF WS-CAN-HIT > 0
                           PERFORM COUNT-HIT
                           IF NOT WS-DRY-RUN
                               PERFORM REKEY-ATTENDANCE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ATTENDANCE-FILE.

       REKEY-ATTENDANCE.
           MOVE ATT-KEY TO WS-SAVE-KEY.
           MOVE WS-CAN-PSEUDO-ID(WS-CAN-HIT) TO ATT-STUDENT-ID.
           WRITE ATTENDANCE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-ATT-FILE-SUCCESS OR WS-ATT-FILE-STATUS = "22"
               MOVE WS-SAVE-KEY TO ATT-KEY
               DELETE ATTENDANCE-FILE RECORD
                   INVALID KEY
                       PERFORM COUNT-ERROR
               END-DELETE
           ELSE
               PERFORM COUNT-ERROR
           END-IF.
           MOVE WS-SAVE-KEY TO ATT-KEY.
           START ATTENDANCE-FILE KEY IS GREATER THAN ATT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

       ANON-ATTEND-STATUS-FILE.
           MOVE 10 TO WS-FILE-IDX.
           IF WS-DRY-RUN
               OPEN INPUT ATTEND-STATUS-FILE
           ELSE
               OPEN I-O ATTEND-STATUS-FILE
           END-IF.
           IF NOT WS-ATS-FILE-SUCCESS
               PERFORM MARK-FILE-MISSING
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO ATS-KEY.
           START ATTEND-STATUS-FILE KEY IS NOT LESS THAN ATS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF
               READ ATTEND-STATUS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE ATS-STUDENT-ID TO WS-LOOKUP-ID
                       PERFORM FIND-CANDIDATE
                       IF WS-CAN-HIT > 0
                           PERFORM COUNT-HIT
                           IF NOT WS-DRY-RUN
                               PERFORM REKEY-ATTEND-STATUS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ATTEND-STATUS-FILE.

       REKEY-ATTEND-STATUS.
           MOVE ATS-KEY TO WS-SAVE-KEY.
           MOVE WS-CAN-PSEUDO-ID(WS-CAN-HIT) TO ATS-STUDENT-ID.
           WRITE ATTEND-STATUS-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-ATS-FILE-SUCCESS OR WS-ATS-FILE-STATUS = "22"
               MOVE WS-SAVE-KEY TO ATS-KEY
               DELETE ATTEND-STATUS-FILE RECORD
                   INVALID KEY
                       PERFORM COUNT-ERROR
               END-DELETE
           ELSE
               PERFORM COUNT-ERROR
           END-IF.
           MOVE WS-SAVE-KEY TO ATS-KEY.
           START ATTEND-STATUS-FILE KEY IS GREATER THAN ATS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

       ANON-ADVISOR-FILE.
           MOVE 11 TO WS-FILE-IDX.
           IF WS-DRY-RUN
               OPEN INPUT ADVISOR-FILE
           ELSE
               OPEN I-O ADVISOR-FILE
           END-IF.
           IF NOT WS-ADV-FILE-SUCCESS
               PERFORM MARK-FILE-MISSING
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO ADV-KEY.
           START ADVISOR-FILE KEY IS NOT LESS THAN ADV-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF
               READ ADVISOR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE ADV-STUDENT-ID TO WS-LOOKUP-ID
                       PERFORM FIND-CANDIDATE
                       IF WS-CAN-HIT > 0
                           PERFORM COUNT-HIT
                           IF NOT WS-DRY-RUN
                               PERFORM REKEY-ADVISOR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ADVISOR-FILE.

       REKEY-ADVISOR.
           MOVE ADV-KEY TO WS-SAVE-KEY.
           MOVE WS-CAN-PSEUDO-ID(WS-CAN-HIT) TO ADV-STUDENT-ID.
           WRITE ADVISOR-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-ADV-FILE-SUCCESS OR WS-ADV-FILE-STATUS = "22"
               MOVE WS-SAVE-KEY TO ADV-KEY
               DELETE ADVISOR-FILE RECORD
                   INVALID KEY
                       PERFORM COUNT-ERROR
               END-DELETE
           ELSE
               PERFORM COUNT-ERROR
           END-IF.
           MOVE WS-SAVE-KEY TO ADV-KEY.
           START ADVISOR-FILE KEY IS GREATER THAN ADV-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

       ANON-STANDING-FILE.
           MOVE 12 TO WS-FILE-IDX.
           IF WS-DRY-RUN
               OPEN INPUT STANDING-FILE
           ELSE
               OPEN I-O STANDING-FILE
           END-IF.
           IF NOT WS-STD-FILE-SUCCESS
               PERFORM MARK-FILE-MISSING
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO STD-KEY.
           START STANDING-FILE KEY IS NOT LESS THAN STD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF
               READ STANDING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE STD-STUDENT-ID TO WS-LOOKUP-ID
                       PERFORM FIND-CANDIDATE
                       IF WS-CAN-HIT > 0
                           PERFORM COUNT-HIT
                           IF NOT WS-DRY-RUN
                               PERFORM REKEY-STANDING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STANDING-FILE.

       REKEY-STANDING.
           MOVE STD-KEY TO WS-SAVE-KEY.
           MOVE WS-CAN-PSEUDO-ID(WS-CAN-HIT) TO STD-STUDENT-ID.
           WRITE STANDING-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-STD-FILE-SUCCESS OR WS-STD-FILE-STATUS = "22"
               MOVE WS-SAVE-KEY TO STD-KEY
               DELETE STANDING-FILE RECORD
                   INVALID KEY
                       PERFORM COUNT-ERROR
               END-DELETE
           ELSE
               PERFORM COUNT-ERROR
           END-IF.
           MOVE WS-SAVE-KEY TO STD-KEY.
           START STANDING-FILE KEY IS GREATER THAN STD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

       ANON-OVERLOAD-FILE.
           MOVE 13 TO WS-FILE-IDX.
           IF WS-DRY-RUN
               OPEN INPUT OVERLOAD-FILE
           ELSE
               OPEN I-O OVERLOAD-FILE
           END-IF.
           IF NOT WS-OVA-FILE-SUCCESS
               PERFORM MARK-FILE-MISSING
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO OVA-KEY.
           START OVERLOAD-FILE KEY IS NOT LESS THAN OVA-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF
               READ OVERLOAD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE OVA-STUDENT-ID TO WS-LOOKUP-ID
                       PERFORM FIND-CANDIDATE
                       IF WS-CAN-HIT > 0
                           PERFORM COUNT-HIT
                           IF NOT WS-DRY-RUN
                               PERFORM REKEY-OVERLOAD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OVERLOAD-FILE.

       REKEY-OVERLOAD.
           MOVE OVA-KEY TO WS-SAVE-KEY.
           MOVE WS-CAN-PSEUDO-ID(WS-CAN-HIT) TO OVA-STUDENT-ID.
           WRITE OVERLOAD-APPROVAL-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-OVA-FILE-SUCCESS OR WS-OVA-FILE-STATUS = "22"
               MOVE WS-SAVE-KEY TO OVA-KEY
               DELETE OVERLOAD-FILE RECORD
                   INVALID KEY
                       PERFORM COUNT-ERROR
               END-DELETE
           ELSE
               PERFORM COUNT-ERROR
           END-IF.
           MOVE WS-SAVE-KEY TO OVA-KEY.
           START OVERLOAD-FILE KEY IS GREATER THAN OVA-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

       ANON-TRANSFER-FILE.
           MOVE 14 TO WS-FILE-IDX.
           IF WS-DRY-RUN
               OPEN INPUT TRANSFER-FILE
           ELSE
               OPEN I-O TRANSFER-FILE
           END-IF.
           IF NOT WS-TRF-FILE-SUCCESS
               PERFORM MARK-FILE-MISSING
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO TRF-KEY.
           START TRANSFER-FILE KEY IS NOT LESS THAN TRF-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF
               READ TRANSFER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE TRF-STUDENT-ID TO WS-LOOKUP-ID
                       PERFORM FIND-CANDIDATE
                       IF WS-CAN-HIT > 0
                           PERFORM COUNT-HIT
                           IF NOT WS-DRY-RUN
                               PERFORM REKEY-TRANSFER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANSFER-FILE.

       REKEY-TRANSFER.
           MOVE TRF-KEY TO WS-SAVE-KEY.
           MOVE WS-CAN-PSEUDO-ID(WS-CAN-HIT) TO TRF-STUDENT-ID.
           WRITE TRANSFER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-TRF-FILE-SUCCESS OR WS-TRF-FILE-STATUS = "22"
               MOVE WS-SAVE-KEY TO TRF-KEY
               DELETE TRANSFER-FILE RECORD
                   INVALID KEY
                       PERFORM COUNT-ERROR
               END-DELETE
           ELSE
               PERFORM COUNT-ERROR
           END-IF.
           MOVE WS-SAVE-KEY TO TRF-KEY.
           START TRANSFER-FILE KEY IS GREATER THAN TRF-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

       ANON-BILL-HISTORY-FILE.
           MOVE 15 TO WS-FILE-IDX.
           IF WS-DRY-RUN
               OPEN INPUT BILL-HISTORY-FILE
           ELSE
               OPEN I-O BILL-HISTORY-FILE
           END-IF.
           IF NOT WS-BHS-FILE-SUCCESS
               PERFORM MARK-FILE-MISSING
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO BHS-KEY.
           START BILL-HISTORY-FILE KEY IS NOT LESS THAN BHS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF
               READ BILL-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE BHS-STUDENT-ID TO WS-LOOKUP-ID
                       PERFORM FIND-CANDIDATE
                       IF WS-CAN-HIT > 0
                           PERFORM COUNT-HIT
                           IF NOT WS-DRY-RUN
                               PERFORM REKEY-BILL-HISTORY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BILL-HISTORY-FILE.

       REKEY-BILL-HISTORY.
           MOVE BHS-KEY TO WS-SAVE-KEY.
           MOVE WS-CAN-PSEUDO-ID(WS-CAN-HIT) TO BHS-STUDENT-ID.
           MOVE WS-NAME-PLACEHOLDER TO BHS-STUDENT-NAME.
           WRITE BILL-HISTORY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-BHS-FILE-SUCCESS OR WS-BHS-FILE-STATUS = "22"
               MOVE WS-SAVE-KEY TO BHS-KEY
               DELETE BILL-HISTORY-FILE RECORD
                   INVALID KEY
                       PERFORM COUNT-ERROR
               END-DELETE
           ELSE
               PERFORM COUNT-ERROR
           END-IF.
           MOVE WS-SAVE-KEY TO BHS-KEY.
           START BILL-HISTORY-FILE KEY IS GREATER THAN BHS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

       ANON-PETITION-FILE.
           MOVE 16 TO WS-FILE-IDX.
           IF WS-DRY-RUN
               OPEN INPUT PETITION-FILE
           ELSE
               OPEN I-O PETITION-FILE
           END-IF.
           IF NOT WS-PET-FILE-SUCCESS
               PERFORM MARK-FILE-MISSING
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ PETITION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE PET-STUDENT-ID TO WS-LOOKUP-ID
                       PERFORM FIND-CANDIDATE
                       IF WS-CAN-HIT > 0
                           PERFORM COUNT-HIT
                           IF NOT WS-DRY-RUN
                               MOVE WS-CAN-PSEUDO-ID(WS-CAN-HIT)
                                   TO PET-STUDENT-ID
                               REWRITE PETITION-RECORD
                                   INVALID KEY
                                       PERFORM COUNT-ERROR
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PETITION-FILE.

       ANON-GRADE-CHANGE-FILE.
           MOVE 17 TO WS-FILE-IDX.
           IF WS-DRY-RUN
               OPEN INPUT GRADE-CHANGE-FILE
           ELSE
               OPEN I-O GRADE-CHANGE-FILE
           END-IF.
           IF NOT WS-GCR-FILE-SUCCESS
               PERFORM MARK-FILE-MISSING
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ GRADE-CHANGE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE GCR-STUDENT-ID TO WS-LOOKUP-ID
                       PERFORM FIND-CANDIDATE
                       IF WS-CAN-HIT > 0
                           PERFORM COUNT-HIT
                           IF NOT WS-DRY-RUN
                               MOVE WS-CAN-PSEUDO-ID(WS-CAN-HIT)
                                   TO GCR-STUDENT-ID
                               REWRITE GRADE-CHANGE-RECORD
                                   INVALID KEY
                                       PERFORM COUNT-ERROR
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GRADE-CHANGE-FILE.

      * 発行台帳(今回の永久保存分を含む)
       ANON-ISSUE-FILE.
           MOVE 19 TO WS-FILE-IDX.
           IF WS-DRY-RUN
               OPEN INPUT ISSUE-FILE
           ELSE
               OPEN I-O ISSUE-FILE
           END-IF.
           IF NOT WS-TRI-FILE-SUCCESS
               PERFORM MARK-FILE-MISSING
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ ISSUE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE TRI-STUDENT-ID TO WS-LOOKUP-ID
                       PERFORM FIND-CANDIDATE
                       IF WS-CAN-HIT > 0
                           PERFORM COUNT-HIT
                           IF NOT WS-DRY-RUN
                               MOVE WS-CAN-PSEUDO-ID(WS-CAN-HIT)
                                   TO TRI-STUDENT-ID
                               MOVE WS-NAME-PLACEHOLDER
                                   TO TRI-STUDENT-NAME
                               REWRITE TRANSCRIPT-ISSUE-RECORD
                                   INVALID KEY
                                       PERFORM COUNT-ERROR
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ISSUE-FILE.

      *-----------------------------------------------------------
      * 通知送信記録: 学生宛(受信者区分S)はキーの受信者番号を、
      * 教員宛の指導学生通知は対象学生番号を置き換える
      *-----------------------------------------------------------
       ANON-MAIL-LOG-FILE.
           MOVE 20 TO WS-FILE-IDX.
           IF WS-DRY-RUN
               OPEN INPUT MAIL-LOG-FILE
           ELSE
               OPEN I-O MAIL-LOG-FILE
           END-IF.
           IF NOT WS-MLG-FILE-SUCCESS
               PERFORM MARK-FILE-MISSING
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO MLG-KEY.
           START MAIL-LOG-FILE KEY IS NOT LESS THAN MLG-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF
               READ MAIL-LOG-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM CHECK-MAIL-LOG-RECORD
               END-READ
           END-PERFORM.
           CLOSE MAIL-LOG-FILE.

       CHECK-MAIL-LOG-RECORD.
           MOVE 0 TO WS-KEY-HIT.
           IF MLG-RECIPIENT-TYPE = "S"
               MOVE MLG-RECIPIENT-ID TO WS-LOOKUP-ID
               PERFORM FIND-CANDIDATE
               MOVE WS-CAN-HIT TO WS-KEY-HIT
           END-IF.
           MOVE MLG-STUDENT-ID TO WS-LOOKUP-ID.
           PERFORM FIND-CANDIDATE.
           MOVE WS-CAN-HIT TO WS-FLD-HIT.
           IF WS-KEY-HIT = 0 AND WS-FLD-HIT = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-KEY-HIT > 0
               MOVE WS-KEY-HIT TO WS-CAN-HIT
           END-IF.
           PERFORM COUNT-HIT.
           IF WS-DRY-RUN
               EXIT PARAGRAPH
           END-IF.

           IF WS-FLD-HIT > 0
               MOVE WS-CAN-PSEUDO-ID(WS-FLD-HIT) TO MLG-STUDENT-ID
           END-IF.
           IF WS-KEY-HIT = 0
               REWRITE MAIL-LOG-RECORD
                   INVALID KEY
                       PERFORM COUNT-ERROR
               END-REWRITE
               EXIT PARAGRAPH
           END-IF.

           MOVE MLG-KEY TO WS-SAVE-KEY.
           MOVE WS-CAN-PSEUDO-ID(WS-KEY-HIT) TO MLG-RECIPIENT-ID.
           WRITE MAIL-LOG-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-MLG-FILE-SUCCESS OR WS-MLG-FILE-STATUS = "22"
               MOVE WS-SAVE-KEY TO MLG-KEY
               DELETE MAIL-LOG-FILE RECORD
                   INVALID KEY
                       PERFORM COUNT-ERROR
               END-DELETE
           ELSE
               PERFORM COUNT-ERROR
           END-IF.
           MOVE WS-SAVE-KEY TO MLG-KEY.
           START MAIL-LOG-FILE KEY IS GREATER THAN MLG-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

      *-----------------------------------------------------------
      * 予定表配信状態: 学生分(区分S)のキーを仮番号に付け替え、
      * 配信ファイル名も仮番号の名前にする
      *-----------------------------------------------------------
       ANON-ICS-STATE-FILE.
           MOVE 23 TO WS-FILE-IDX.
           IF WS-DRY-RUN
               OPEN INPUT ICS-STATE-FILE
           ELSE
               OPEN I-O ICS-STATE-FILE
           END-IF.
           IF NOT WS-ICS-FILE-SUCCESS
               PERFORM MARK-FILE-MISSING
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO ICS-KEY.
           START ICS-STATE-FILE KEY IS NOT LESS THAN ICS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF
               READ ICS-STATE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF ICS-OWNER-STUDENT
                           MOVE ICS-OWNER-ID TO WS-LOOKUP-ID
                           PERFORM FIND-CANDIDATE
                           IF WS-CAN-HIT > 0
                               PERFORM COUNT-HIT
                               IF NOT WS-DRY-RUN
                                   PERFORM REKEY-ICS-STATE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ICS-STATE-FILE.

       REKEY-ICS-STATE.
           MOVE ICS-KEY TO WS-SAVE-KEY.
           MOVE WS-CAN-PSEUDO-ID(WS-CAN-HIT) TO ICS-OWNER-ID.
           MOVE SPACES TO ICS-FILENAME.
           STRING "ical/S_" DELIMITED BY SIZE
                  FUNCTION TRIM(ICS-OWNER-ID) DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  ICS-ACADEMIC-YEAR DELIMITED BY SIZE
                  ".ics" DELIMITED BY SIZE
               INTO ICS-FILENAME
           END-STRING.
           WRITE ICS-STATE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-ICS-FILE-SUCCESS OR WS-ICS-FILE-STATUS = "22"
               MOVE WS-SAVE-KEY TO ICS-KEY
               DELETE ICS-STATE-FILE RECORD
                   INVALID KEY
                       PERFORM COUNT-ERROR
               END-DELETE
           ELSE
               PERFORM COUNT-ERROR
           END-IF.
           MOVE WS-SAVE-KEY TO ICS-KEY.
           START ICS-STATE-FILE KEY IS GREATER THAN ICS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

      *-----------------------------------------------------------
      * 学生マスタ: 仮番号・匿名化済の氏名で書き、元を削除する
      * (学科・入学年度・在籍区分は統計のためそのまま残す)
      *-----------------------------------------------------------
       ANON-STUDENT-FILE.
           MOVE 1 TO WS-FILE-IDX.
           IF WS-DRY-RUN
               PERFORM VARYING WS-CAN-IDX FROM 1 BY 1
                       UNTIL WS-CAN-IDX > WS-CAN-COUNT
                   MOVE WS-CAN-IDX TO WS-CAN-HIT
                   PERFORM COUNT-HIT
               END-PERFORM
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O STUDENT-FILE.
           IF NOT WS-STU-FILE-SUCCESS
               PERFORM MARK-FILE-MISSING
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-CAN-IDX FROM 1 BY 1
                   UNTIL WS-CAN-IDX > WS-CAN-COUNT
               IF WS-CAN-SELECTED(WS-CAN-IDX)
                   MOVE WS-CAN-IDX TO WS-CAN-HIT
                   PERFORM REKEY-STUDENT
               END-IF
           END-PERFORM.
           CLOSE STUDENT-FILE.

       REKEY-STUDENT.
           MOVE WS-CAN-STUDENT-ID(WS-CAN-HIT) TO STU-ID.
           READ STUDENT-FILE
               KEY IS STU-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           PERFORM COUNT-HIT.
           MOVE WS-CAN-PSEUDO-ID(WS-CAN-HIT) TO STU-ID.
           MOVE WS-NAME-PLACEHOLDER TO STU-NAME.
           WRITE STUDENT-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-STU-FILE-SUCCESS OR WS-STU-FILE-STATUS = "22"
               MOVE WS-CAN-STUDENT-ID(WS-CAN-HIT) TO STU-ID
               DELETE STUDENT-FILE RECORD
                   INVALID KEY
                       PERFORM COUNT-ERROR
               END-DELETE
           ELSE
               PERFORM COUNT-ERROR
           END-IF.

      *-----------------------------------------------------------
      * 匿名化記録: 学生1名ごとに仮番号・証明書の発行番号・件数
      * を残す(元の学籍番号・氏名は記録しない)
      *-----------------------------------------------------------
       WRITE-ANON-LOG.
           OPEN EXTEND ANON-LOG-FILE.
           IF NOT WS-ANL-FILE-SUCCESS
               OPEN OUTPUT ANON-LOG-FILE
           END-IF.
           PERFORM VARYING WS-CAN-IDX FROM 1 BY 1
                   UNTIL WS-CAN-IDX > WS-CAN-COUNT
               IF WS-CAN-SELECTED(WS-CAN-IDX)
                   MOVE FUNCTION CURRENT-DATE TO ANL-TIMESTAMP
                   MOVE WS-CAN-PSEUDO-ID(WS-CAN-IDX) TO ANL-PSEUDO-ID
                   MOVE WS-CAN-SERIAL-NO(WS-CAN-IDX)
                       TO ANL-ARCHIVE-SERIAL
                   MOVE WS-CAN-DEPT-ID(WS-CAN-IDX)
                       TO ANL-DEPARTMENT-ID
                   MOVE WS-CAN-LAST-YEAR(WS-CAN-IDX) TO ANL-LAST-YEAR
                   MOVE WS-RETENTION-YEARS TO ANL-RETENTION-YEARS
                   MOVE WS-CAN-RECORDS(WS-CAN-IDX)
                       TO ANL-RECORD-COUNT
                   MOVE WS-CAN-ERRORS(WS-CAN-IDX) TO ANL-ERROR-COUNT
                   MOVE WS-OPERATOR-ID TO ANL-OPERATOR-ID
                   IF WS-CAN-ERRORS(WS-CAN-IDX) = 0
                       MOVE "C" TO ANL-RESULT
                   ELSE
                       MOVE "E" TO ANL-RESULT
                   END-IF
                   WRITE ANON-LOG-RECORD
               END-IF
           END-PERFORM.
           CLOSE ANON-LOG-FILE.

      * 全件正常に終わったら対応表を空にする
       CLEAR-PENDING-MAP.
           OPEN OUTPUT ANON-PENDING-FILE.
           CLOSE ANON-PENDING-FILE.

      *-----------------------------------------------------------
      * 報告書: 条件、対象学生の一覧、ファイル別の対象件数
      * 試行では確認のため学籍番号と氏名を、本番では仮番号と
      * 証明書の発行番号だけを出す
      *-----------------------------------------------------------
       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "個人情報匿名化報告  " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MODE-TEXT) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "実行日: " DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  "  操作者: " DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "保存年数: " DELIMITED BY SIZE
                  WS-RETENTION-YEARS DELIMITED BY SIZE
                  "  対象: 最終履修年度が" DELIMITED BY SIZE
                  WS-LAST-TARGET-YEAR DELIMITED BY SIZE
                  "以前の非在籍学生" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-SELECTED-COUNT TO WS-DISPLAY-CAN.
           MOVE SPACES TO REPORT-LINE.
           STRING "対象学生数: " DELIMITED BY SIZE
                  WS-DISPLAY-CAN DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF WS-CAN-OVERFLOW
               MOVE "警告: 非在籍学生が3000名を超過。"
                   & "残りは次回。" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-ARCHIVE-FAILED > 0
               MOVE WS-ARCHIVE-FAILED TO WS-DISPLAY-CAN
               MOVE SPACES TO REPORT-LINE
               STRING "証明書保存失敗で対象外: "
                      DELIMITED BY SIZE
                      WS-DISPLAY-CAN DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF WS-DRY-RUN
               MOVE "学籍番号 氏名                 "
                   & "学科 最終年度   件数" TO REPORT-LINE
           ELSE
               MOVE "仮番号   学科 最終年度 "
                   & "保存番号    件数  エラー" TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE(1:60).
           WRITE REPORT-LINE.
           PERFORM VARYING WS-CAN-IDX FROM 1 BY 1
                   UNTIL WS-CAN-IDX > WS-CAN-COUNT
               IF WS-CAN-SELECTED(WS-CAN-IDX)
                   PERFORM WRITE-CANDIDATE-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "ファイル             対象件数  エラー"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE(1:60).
           WRITE REPORT-LINE.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-MAX
               PERFORM WRITE-FILE-LINE
           END-PERFORM.
           MOVE ALL "-" TO REPORT-LINE(1:60).
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-RECORDS TO WS-DISPLAY-NUM.
           MOVE WS-TOTAL-ERRORS TO WS-DISPLAY-ERR.
           MOVE SPACES TO REPORT-LINE.
           STRING "合計                  " DELIMITED BY SIZE
                  WS-DISPLAY-NUM DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-DISPLAY-ERR DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.

       WRITE-CANDIDATE-LINE.
           MOVE WS-CAN-RECORDS(WS-CAN-IDX) TO WS-DISPLAY-NUM.
           MOVE SPACES TO REPORT-LINE.
           IF WS-DRY-RUN
               STRING WS-CAN-STUDENT-ID(WS-CAN-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-CAN-NAME(WS-CAN-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-CAN-DEPT-ID(WS-CAN-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-CAN-LAST-YEAR(WS-CAN-IDX) DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      WS-DISPLAY-NUM DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               MOVE WS-CAN-SERIAL-NO(WS-CAN-IDX) TO WS-DISPLAY-SERIAL
               MOVE WS-CAN-ERRORS(WS-CAN-IDX) TO WS-DISPLAY-ERR
               STRING WS-CAN-PSEUDO-ID(WS-CAN-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-CAN-DEPT-ID(WS-CAN-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-CAN-LAST-YEAR(WS-CAN-IDX) DELIMITED BY SIZE
                      "     " DELIMITED BY SIZE
                      WS-DISPLAY-SERIAL DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-DISPLAY-NUM DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-DISPLAY-ERR DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           END-IF.
           WRITE REPORT-LINE.

       WRITE-FILE-LINE.
           MOVE WS-FTB-COUNT(WS-FILE-IDX) TO WS-DISPLAY-NUM.
           MOVE WS-FTB-ERRORS(WS-FILE-IDX) TO WS-DISPLAY-ERR.
           MOVE SPACES TO REPORT-LINE.
           IF WS-FTB-MISSING(WS-FILE-IDX)
               STRING WS-FTB-NAME(WS-FILE-IDX) DELIMITED BY SIZE
                      "  (ファイルなし)" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               STRING WS-FTB-NAME(WS-FILE-IDX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-DISPLAY-NUM DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-DISPLAY-ERR DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           END-IF.
           WRITE REPORT-LINE.
