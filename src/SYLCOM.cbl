               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.

           SELECT TEACHER-AVAIL-FILE
               ASSIGN TO "tchavail.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAV-KEY
               FILE STATUS IS WS-TAV-FILE-STATUS.

           SELECT COTEACH-FILE
               ASSIGN TO "coteach.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTC-KEY
               FILE STATUS IS WS-CTC-FILE-STATUS.

           SELECT PROCTOR-FILE
               ASSIGN TO "proctor.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-KEY
               FILE STATUS IS WS-PRC-FILE-STATUS.

           SELECT QUOTA-FILE
               ASSIGN TO "quota.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QTA-KEY
               FILE STATUS IS WS-QTA-FILE-STATUS.

           SELECT SEAT-COUNT-FILE
               ASSIGN TO "seatcount.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCT-KEY
               FILE STATUS IS WS-SCT-FILE-STATUS.

           SELECT ROOM-BOOKING-FILE
               ASSIGN TO "roombook.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKG-KEY
               FILE STATUS IS WS-BKG-FILE-STATUS.

           SELECT SOD-EXCEPTION-FILE
               ASSIGN TO "sodexc.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOD-FILE-STATUS.

           SELECT PETITION-FILE
               ASSIGN TO "petition.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PET-KEY
               FILE STATUS IS WS-PET-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SYLLABUS-FILE.
       FD JOURNAL-FILE.
           COPY "copybooks/JOURNALFILE.cpy".

       FD TEACHER-AVAIL-FILE.
           COPY "copybooks/TCHAVLFILE.cpy".

       FD COTEACH-FILE.
           COPY "copybooks/COTEACHFILE.cpy".

       FD PROCTOR-FILE.
           COPY "copybooks/PROCTORFILE.cpy".

       FD QUOTA-FILE.
           COPY "copybooks/QUOTAFILE.cpy".

       FD SEAT-COUNT-FILE.
           COPY "copybooks/SEATCNTFILE.cpy".

       FD ROOM-BOOKING-FILE.
           COPY "copybooks/ROOMBKFILE.cpy".

       FD SOD-EXCEPTION-FILE.
           COPY "copybooks/SODEXCFILE.cpy".

       FD PETITION-FILE.
           COPY "copybooks/PETITIONFILE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS           PIC XX VALUE "00".
          88 WS-FILE-SUCCESS       VALUE "00".

       01 WS-JRN-FILE-STATUS       PIC XX VALUE "00".

       01 WS-TAV-FILE-STATUS       PIC XX VALUE "00".
          88 WS-TAV-FILE-SUCCESS   VALUE "00".

       01 WS-TAV-EOF-FLAG          PIC X VALUE "N".
          88 WS-TAV-EOF            VALUE "Y".

       01 WS-TAV-PREF-FLAG         PIC X VALUE "N".
          88 WS-TAV-HAS-PREFERRED  VALUE "Y".

       01 WS-TAV-HIT-FLAG          PIC X VALUE "N".
          88 WS-TAV-IN-PREFERRED   VALUE "Y".

       01 WS-CTC-FILE-STATUS       PIC XX VALUE "00".
          88 WS-CTC-FILE-SUCCESS   VALUE "00".

       01 WS-CTC-OPEN-FLAG         PIC X VALUE "N".
          88 WS-CTC-OPENED         VALUE "Y".

       01 WS-CTC-EOF-FLAG          PIC X VALUE "N".
          88 WS-CTC-EOF            VALUE "Y".

       01 WS-CTC-SRCH-COURSE-ID    PIC X(6).
       01 WS-CTC-SRCH-YEAR         PIC X(4).
       01 WS-CTC-SRCH-SECTION-NO   PIC X(2).
       01 WS-CTC-SHARE-TOTAL       PIC 9(3).
       01 WS-CTC-LEAD-SHARE        PIC 9(3).
       01 WS-CTC-IDX               PIC 9.
       01 WS-CTC-POS               PIC 99.

      * 区分の共同担当教員(最大5名)
       01 WS-CTC-TABLE.
          05 WS-CTC-COUNT          PIC 9 VALUE 0.
          05 WS-CTC-ENTRY OCCURS 5 TIMES.
             10 WS-CTC-TEACHER     PIC X(5).
             10 WS-CTC-ROLE        PIC X.
             10 WS-CTC-SHARE       PIC 9(3).

      * 競合チェック対象区分の担当教員(主担当+共同担当)
       01 WS-OWN-TCH-TABLE.
          05 WS-OWN-TCH-COUNT      PIC 9 VALUE 0.
          05 WS-OWN-TCH OCCURS 6 TIMES PIC X(5).

       01 WS-OWN-TCH-IDX           PIC 9.
       01 WS-CAND-TEACHER          PIC X(5).
       01 WS-TCH-OVERLAP-FLAG      PIC X VALUE "N".
          88 WS-TCH-OVERLAP        VALUE "Y".

       01 WS-PRC-FILE-STATUS       PIC XX VALUE "00".
          88 WS-PRC-FILE-SUCCESS   VALUE "00".

       01 WS-PRC-EOF-FLAG          PIC X VALUE "N".
          88 WS-PRC-EOF            VALUE "Y".

      * 試験監督の重複チェック用
       01 WS-EXD-TEACHER           PIC X(5).
       01 WS-EXD-DATE              PIC X(8).
       01 WS-EXD-SLOT              PIC 99.
       01 WS-EXD-OWN-COURSE-ID     PIC X(6).
       01 WS-EXD-OWN-SECTION       PIC X(2).
       01 WS-EXD-DATE-NUM          PIC 9(8).
       01 WS-EXD-DATE-INT          PIC 9(8).
       01 WS-EXD-WEEKDAY-WORK      PIC 9(8).

       01 WS-AVL-TEACHER           PIC X(5).
       01 WS-AVL-SEMESTER          PIC X(2).
       01 WS-AVL-DAY               PIC 9.
       01 WS-AVL-PERIOD            PIC 99.
       01 WS-AVL-LEAD-TEACHER      PIC X(5).
       01 WS-AVL-SAVE-CODE         PIC 9.
       01 WS-AVL-SAVE-RESULT       PIC X(200).
       01 WS-AVL-BLOCK-FLAG        PIC X VALUE "N".
          88 WS-AVL-BLOCKED        VALUE "Y".

       01 WS-LOCK-ACTION           PIC X.
       01 WS-LOCK-OPERATOR-ID      PIC X(10).
       01 WS-LOCK-PROGRAM-ID       PIC X(8).

       01 WS-XRF-DEL-IDX           PIC 99.

       01 WS-QTA-FILE-STATUS       PIC XX VALUE "00".
          88 WS-QTA-FILE-SUCCESS   VALUE "00".

       01 WS-QTA-EOF-FLAG          PIC X VALUE "N".
          88 WS-QTA-EOF            VALUE "Y".

       01 WS-SCT-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SCT-FILE-SUCCESS   VALUE "00".
          88 WS-SCT-FILE-NOTFOUND  VALUE "23".

      * 座席数ファイルの保守用
       01 WS-SCT-COURSE-ID         PIC X(6).
       01 WS-SCT-YEAR              PIC X(4).
       01 WS-SCT-SECTION-NO        PIC X(2).
       01 WS-SCT-STUDENT-ID        PIC X(8).
       01 WS-SCT-DEPT-ID           PIC X(4).
       01 WS-SCT-OP                PIC X.
       01 WS-SCT-SIGN              PIC X.
       01 WS-SCT-IDX               PIC 99.
       01 WS-SCT-HIT               PIC 99.
       01 WS-SCT-NEW-FLAG          PIC X VALUE "N".
          88 WS-SCT-NEW            VALUE "Y".

       01 WS-BKG-FILE-STATUS       PIC XX VALUE "00".
          88 WS-BKG-FILE-SUCCESS   VALUE "00".

       01 WS-BKG-EOF-FLAG          PIC X VALUE "N".
          88 WS-BKG-EOF            VALUE "Y".

      * 教室予約の重複チェック用
       01 WS-BKC-ROOM              PIC X(10).
       01 WS-BKC-PERIOD            PIC 99.
       01 WS-BKC-FROM              PIC X(8).
       01 WS-BKC-TO                PIC X(8).
       01 WS-BKC-PATTERN           PIC X.
       01 WS-BKC-PATTERN-DAY REDEFINES WS-BKC-PATTERN PIC 9.
       01 WS-BKC-OWN-KEY           PIC X(20).
       01 WS-BKC-DATE-NUM          PIC 9(8).
       01 WS-BKC-FROM-INT          PIC 9(8).
       01 WS-BKC-TO-INT            PIC 9(8).
       01 WS-BKC-BKG-START-INT     PIC 9(8).
       01 WS-BKC-BKG-END-INT       PIC 9(8).
       01 WS-BKC-LO-INT            PIC 9(8).
       01 WS-BKC-HI-INT            PIC 9(8).
       01 WS-BKC-DAY-INT           PIC 9(8).
       01 WS-BKC-WORK              PIC 9(8).
       01 WS-BKC-WEEKDAY           PIC 9.
       01 WS-BKC-CAND-WEEKDAY      PIC 9.
       01 WS-BKC-BKG-WEEKDAY       PIC 9.
       01 WS-BKC-CAND-HIT-FLAG     PIC X VALUE "N".
          88 WS-BKC-CAND-HIT       VALUE "Y".
       01 WS-BKC-BKG-HIT-FLAG      PIC X VALUE "N".
          88 WS-BKC-BKG-HIT        VALUE "Y".
       01 WS-BKC-YEAR-NUM          PIC 9(4).

      * 職務分離(自己承認)の確認
       01 WS-SOD-FILE-STATUS       PIC XX VALUE "00".
       01 WS-SOD-ACTION            PIC X.
       01 WS-SOD-OBJECT-TYPE       PIC X.
       01 WS-SOD-SYL-KEY           PIC X(12).
       01 WS-SOD-APPROVER-ID       PIC X(10).
       01 WS-SOD-SUBMITTER-ID      PIC X(10).
       01 WS-SOD-EDITOR-ID         PIC X(10).
       01 WS-SOD-OVERRIDE-ID       PIC X(10).
       01 WS-SOD-PIN               PIC X(4).
       01 WS-SOD-EOF-FLAG          PIC X VALUE "N".
          88 WS-SOD-EOF            VALUE "Y".
       01 WS-SOD-PREV-STATUS       PIC X.

      * 期限後履修願の照合・適用
       01 WS-PET-FILE-STATUS       PIC XX VALUE "00".
          88 WS-PET-FILE-SUCCESS   VALUE "00".
       01 WS-PET-ACTION            PIC X.
       01 WS-PET-TYPE              PIC X.
       01 WS-PET-STUDENT-ID        PIC X(8).
       01 WS-PET-COURSE-ID         PIC X(6).
       01 WS-PET-YEAR              PIC X(4).
       01 WS-PET-EOF-FLAG          PIC X VALUE "N".
          88 WS-PET-EOF            VALUE "Y".
       01 WS-PET-FOUND-FLAG        PIC X VALUE "N".
          88 WS-PET-FOUND          VALUE "Y".

       LINKAGE SECTION.
       01 LS-FUNCTION-CODE         PIC X.
       01 LS-PARAM-1               PIC X(50).
                   PERFORM MAINTAIN-ALT-INDEXES
               WHEN "L"
                   PERFORM MANAGE-SESSION-LOCK
               WHEN "A"
                   PERFORM CHECK-TEACHER-AVAILABILITY
               WHEN "K"
                   PERFORM LIST-CO-TEACHERS
               WHEN "E"
                   PERFORM CHECK-EXAM-DUTY-CONFLICT
               WHEN "Q"
                   PERFORM MAINTAIN-SEAT-COUNT
               WHEN "B"
                   PERFORM CHECK-ROOM-BOOKING
               WHEN "V"
                   PERFORM CHECK-SEGREGATION-OF-DUTY
               WHEN "J"
                   PERFORM CHECK-LATE-PETITION
               WHEN OTHER
                   MOVE "エラー:不明な機能" TO LS-RESULT
                   MOVE 1 TO LS-RETURN-CODE

      *-----------------------------------------------------------
      * 学籍番号の存在・在籍確認
      * (OKなら氏名(1:20)、所属学科(21:4)、入学年度(25:4)を返す)
      *-----------------------------------------------------------
       CHECK-STUDENT-ID.
           MOVE LS-PARAM-1(1:8) TO WS-SEARCH-STU-ID.
                   ELSE
                       MOVE STU-NAME TO LS-RESULT(1:20)
                       MOVE STU-DEPARTMENT-ID TO LS-RESULT(21:4)
                       MOVE STU-ADMISSION-YEAR TO LS-RESULT(25:4)
                   END-IF
           END-READ.

           MOVE "N" TO WS-SCHED-CONFLICT-FLAG.
           MOVE "N" TO WS-SCHED-EOF-FLAG.

      *    主担当と共同担当教員をまとめて教員重複の対象にする
           MOVE "N" TO WS-CTC-OPEN-FLAG.
           OPEN INPUT COTEACH-FILE.
           IF WS-CTC-FILE-SUCCESS
               MOVE "Y" TO WS-CTC-OPEN-FLAG
           ELSE
               CLOSE COTEACH-FILE
           END-IF.
           PERFORM BUILD-OWN-TEACHER-LIST.

      *    索引があれば同一時限のエントリだけを読む
           OPEN INPUT XREF-FILE.
           IF WS-XRF-FILE-SUCCESS
               PERFORM CHECK-CONFLICT-FULL-SCAN
           END-IF.

           IF WS-CTC-OPENED
               CLOSE COTEACH-FILE
           END-IF.

      *    臨時の教室予約とも重ならないこと
           IF NOT WS-SCHED-CONFLICT
               AND WS-SCHED-ROOM NOT = SPACES
               AND WS-SCHED-ROOM NOT = HIGH-VALUES
               PERFORM CHECK-CLASS-BOOKING
           END-IF.

           IF WS-SCHED-CONFLICT
               MOVE 1 TO LS-RETURN-CODE
           END-IF.

      *-----------------------------------------------------------
      * 授業の教室・曜日・時限を教室予約と照合する
      * PARAM-1 (31:2)=学期 (33:8)=特定日(補講候補日など)
      * 特定日があればその日だけ、なければ学期の期間(学期が年度
      * の外なら4月1日からの年度全体)で照合する
      *-----------------------------------------------------------
       CHECK-CLASS-BOOKING.
           MOVE WS-SCHED-ROOM TO WS-BKC-ROOM.
           MOVE WS-SCHED-PERIOD TO WS-BKC-PERIOD.
           MOVE WS-SCHED-DAY TO WS-BKC-PATTERN-DAY.
           MOVE SPACES TO WS-BKC-OWN-KEY.
           IF LS-PARAM-1(33:8) IS NUMERIC
               MOVE LS-PARAM-1(33:8) TO WS-BKC-FROM
               MOVE LS-PARAM-1(33:8) TO WS-BKC-TO
           ELSE
               PERFORM SET-CLASS-BOOKING-RANGE
           END-IF.
           PERFORM CHECK-BOOKING-CLASH.

       SET-CLASS-BOOKING-RANGE.
           MOVE SPACES TO WS-BKC-FROM.
           MOVE SPACES TO WS-BKC-TO.
           IF WS-SCHED-YEAR NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SCHED-YEAR TO WS-BKC-YEAR-NUM.
           STRING WS-BKC-YEAR-NUM DELIMITED BY SIZE
                  "0401" DELIMITED BY SIZE
               INTO WS-BKC-FROM
           END-STRING.
           ADD 1 TO WS-BKC-YEAR-NUM.
           STRING WS-BKC-YEAR-NUM DELIMITED BY SIZE
                  "0331" DELIMITED BY SIZE
               INTO WS-BKC-TO
           END-STRING.
           IF LS-PARAM-1(31:2) = SPACES
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT SEMESTER-FILE.
           IF NOT WS-SEM-FILE-SUCCESS
               CLOSE SEMESTER-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE LS-PARAM-1(31:2) TO SEM-CODE.
           READ SEMESTER-FILE
               KEY IS SEM-CODE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SEM-START-DATE IS NUMERIC
                       AND SEM-END-DATE IS NUMERIC
                       AND SEM-START-DATE NOT < WS-BKC-FROM
                       AND SEM-END-DATE NOT > WS-BKC-TO
                       MOVE SEM-START-DATE TO WS-BKC-FROM
                       MOVE SEM-END-DATE TO WS-BKC-TO
                   END-IF
           END-READ.
           CLOSE SEMESTER-FILE.

      *-----------------------------------------------------------
      * 索引による競合チェック(同一年度・曜日・時限のみ読む)
      *-----------------------------------------------------------
               END-STRING
               MOVE "Y" TO WS-SCHED-CONFLICT-FLAG
           END-IF.
           MOVE XRF-TEACHER-ID TO WS-CAND-TEACHER.
           MOVE XRF-COURSE-ID TO WS-CTC-SRCH-COURSE-ID.
           MOVE XRF-YEAR TO WS-CTC-SRCH-YEAR.
           MOVE XRF-SECTION-NO TO WS-CTC-SRCH-SECTION-NO.
           PERFORM CHECK-TEACHER-OVERLAP.
           IF WS-TCH-OVERLAP
               STRING "警告:教員重複(" DELIMITED BY SIZE
                      XRF-COURSE-ID DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   END-STRING
                   MOVE "Y" TO WS-SCHED-CONFLICT-FLAG
               END-IF
               MOVE SYL-TEACHER-ID TO WS-CAND-TEACHER
               MOVE SYL-COURSE-ID TO WS-CTC-SRCH-COURSE-ID
               MOVE SYL-ACADEMIC-YEAR TO WS-CTC-SRCH-YEAR
               MOVE SYL-SECTION-NO TO WS-CTC-SRCH-SECTION-NO
               PERFORM CHECK-TEACHER-OVERLAP
               IF WS-TCH-OVERLAP
                   STRING "警告:教員重複(" DELIMITED BY SIZE
                          SYL-COURSE-ID DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * 対象区分の主担当と共同担当教員の一覧を作る
      *-----------------------------------------------------------
       BUILD-OWN-TEACHER-LIST.
           MOVE 0 TO WS-OWN-TCH-COUNT.
           IF WS-SCHED-TEACHER NOT = SPACES
               ADD 1 TO WS-OWN-TCH-COUNT
               MOVE WS-SCHED-TEACHER TO WS-OWN-TCH(WS-OWN-TCH-COUNT)
           END-IF.
           MOVE WS-SCHED-OWN-ID TO WS-CTC-SRCH-COURSE-ID.
           MOVE WS-SCHED-YEAR TO WS-CTC-SRCH-YEAR.
           MOVE WS-SCHED-OWN-SECTION TO WS-CTC-SRCH-SECTION-NO.
           PERFORM COLLECT-CO-TEACHERS.
           PERFORM VARYING WS-CTC-IDX FROM 1 BY 1
                   UNTIL WS-CTC-IDX > WS-CTC-COUNT
               IF WS-CTC-TEACHER(WS-CTC-IDX) NOT = WS-SCHED-TEACHER
                   ADD 1 TO WS-OWN-TCH-COUNT
                   MOVE WS-CTC-TEACHER(WS-CTC-IDX)
                       TO WS-OWN-TCH(WS-OWN-TCH-COUNT)
               END-IF
           END-PERFORM.

      * 相手区分の主担当・共同担当が対象区分の教員と重なるか
       CHECK-TEACHER-OVERLAP.
           MOVE "N" TO WS-TCH-OVERLAP-FLAG.
           PERFORM VARYING WS-OWN-TCH-IDX FROM 1 BY 1
                   UNTIL WS-OWN-TCH-IDX > WS-OWN-TCH-COUNT
                      OR WS-TCH-OVERLAP
               IF WS-OWN-TCH(WS-OWN-TCH-IDX) = WS-CAND-TEACHER
                   MOVE "Y" TO WS-TCH-OVERLAP-FLAG
               END-IF
           END-PERFORM.
           IF WS-TCH-OVERLAP
               EXIT PARAGRAPH
           END-IF.

           PERFORM COLLECT-CO-TEACHERS.
           PERFORM VARYING WS-CTC-IDX FROM 1 BY 1
                   UNTIL WS-CTC-IDX > WS-CTC-COUNT
                      OR WS-TCH-OVERLAP
               PERFORM VARYING WS-OWN-TCH-IDX FROM 1 BY 1
                       UNTIL WS-OWN-TCH-IDX > WS-OWN-TCH-COUNT
                          OR WS-TCH-OVERLAP
                   IF WS-OWN-TCH(WS-OWN-TCH-IDX)
                           = WS-CTC-TEACHER(WS-CTC-IDX)
                       MOVE "Y" TO WS-TCH-OVERLAP-FLAG
                   END-IF
               END-PERFORM
           END-PERFORM.

      * 指定区分の共同担当教員を表に集める(ファイルはオープン済み)
       COLLECT-CO-TEACHERS.
           MOVE 0 TO WS-CTC-COUNT.
           MOVE 0 TO WS-CTC-SHARE-TOTAL.
           IF NOT WS-CTC-OPENED
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-CTC-EOF-FLAG.
           MOVE WS-CTC-SRCH-COURSE-ID TO CTC-COURSE-ID.
           MOVE WS-CTC-SRCH-YEAR TO CTC-ACADEMIC-YEAR.
           MOVE WS-CTC-SRCH-SECTION-NO TO CTC-SECTION-NO.
           MOVE LOW-VALUES TO CTC-TEACHER-ID.
           START COTEACH-FILE KEY IS NOT LESS THAN CTC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CTC-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-CTC-EOF
               READ COTEACH-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CTC-EOF-FLAG
                   NOT AT END
                       IF CTC-COURSE-ID = WS-CTC-SRCH-COURSE-ID
                           AND CTC-ACADEMIC-YEAR = WS-CTC-SRCH-YEAR
                           AND CTC-SECTION-NO
                               = WS-CTC-SRCH-SECTION-NO
                           IF WS-CTC-COUNT < 5
                               ADD 1 TO WS-CTC-COUNT
                               MOVE CTC-TEACHER-ID
                                   TO WS-CTC-TEACHER(WS-CTC-COUNT)
                               MOVE CTC-ROLE
                                   TO WS-CTC-ROLE(WS-CTC-COUNT)
                               MOVE CTC-SHARE-PCT
                                   TO WS-CTC-SHARE(WS-CTC-COUNT)
                               ADD CTC-SHARE-PCT
                                   TO WS-CTC-SHARE-TOTAL
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-CTC-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------
      * 共同担当教員の一覧
      * PARAM-1: (1:6)=科目 (7:4)=年度 (11:2)=区分
      * RESULT : (1:1)=人数 (2:3)=主担当の負担割合
      *          (5:)=教員ID(5)+役割(1)+負担割合(3)を人数分
      *-----------------------------------------------------------
       LIST-CO-TEACHERS.
           MOVE LS-PARAM-1(1:6) TO WS-CTC-SRCH-COURSE-ID.
           MOVE LS-PARAM-1(7:4) TO WS-CTC-SRCH-YEAR.
           MOVE LS-PARAM-1(11:2) TO WS-CTC-SRCH-SECTION-NO.
           IF WS-CTC-SRCH-SECTION-NO = SPACES
               MOVE "01" TO WS-CTC-SRCH-SECTION-NO
           END-IF.

           MOVE "N" TO WS-CTC-OPEN-FLAG.
           OPEN INPUT COTEACH-FILE.
           IF WS-CTC-FILE-SUCCESS
               MOVE "Y" TO WS-CTC-OPEN-FLAG
           END-IF.
           PERFORM COLLECT-CO-TEACHERS.
           CLOSE COTEACH-FILE.

           IF WS-CTC-SHARE-TOTAL > 100
               MOVE 0 TO WS-CTC-LEAD-SHARE
           ELSE
               COMPUTE WS-CTC-LEAD-SHARE = 100 - WS-CTC-SHARE-TOTAL
           END-IF.
           MOVE WS-CTC-COUNT TO LS-RESULT(1:1).
           MOVE WS-CTC-LEAD-SHARE TO LS-RESULT(2:3).
           MOVE 5 TO WS-CTC-POS.
           PERFORM VARYING WS-CTC-IDX FROM 1 BY 1
                   UNTIL WS-CTC-IDX > WS-CTC-COUNT
               MOVE WS-CTC-ENTRY(WS-CTC-IDX) TO LS-RESULT(WS-CTC-POS:9)
               ADD 9 TO WS-CTC-POS
           END-PERFORM.

      *-----------------------------------------------------------
      * 試験監督の競合チェック
      * PARAM-1: (1:5)=教員ID (6:8)=試験日 (14:2)=時限 (16:4)=年度
      *          (20:6)=対象試験の科目 (26:2)=区分
      * 試験日の学期に同じ曜日・時限の授業を担当している(主担当・
      * 共同担当とも)か、同じ日時限に別試験の監督があれば戻り値1
      *-----------------------------------------------------------
       CHECK-EXAM-DUTY-CONFLICT.
           MOVE LS-PARAM-1(1:5) TO WS-EXD-TEACHER.
           MOVE LS-PARAM-1(6:8) TO WS-EXD-DATE.
           MOVE LS-PARAM-1(14:2) TO WS-EXD-SLOT.
           MOVE LS-PARAM-1(16:4) TO WS-SCHED-YEAR.
           MOVE LS-PARAM-1(20:6) TO WS-EXD-OWN-COURSE-ID.
           MOVE LS-PARAM-1(26:2) TO WS-EXD-OWN-SECTION.
           IF WS-EXD-TEACHER = SPACES OR WS-EXD-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-SCHED-CONFLICT-FLAG.
           MOVE "N" TO WS-SCHED-EOF-FLAG.
           MOVE WS-EXD-DATE TO WS-EXD-DATE-NUM.
           COMPUTE WS-EXD-DATE-INT
               = FUNCTION INTEGER-OF-DATE(WS-EXD-DATE-NUM).
           COMPUTE WS-EXD-WEEKDAY-WORK
               = FUNCTION MOD(WS-EXD-DATE-INT - 1, 7).
           COMPUTE WS-SCHED-DAY = WS-EXD-WEEKDAY-WORK + 1.
           MOVE WS-EXD-SLOT TO WS-SCHED-PERIOD.
           MOVE 1 TO WS-OWN-TCH-COUNT.
           MOVE WS-EXD-TEACHER TO WS-OWN-TCH(1).

           MOVE "N" TO WS-CTC-OPEN-FLAG.
           OPEN INPUT COTEACH-FILE.
           IF WS-CTC-FILE-SUCCESS
               MOVE "Y" TO WS-CTC-OPEN-FLAG
           ELSE
               CLOSE COTEACH-FILE
           END-IF.
           OPEN INPUT SYLLABUS-FILE.
           OPEN INPUT SEMESTER-FILE.

           OPEN INPUT XREF-FILE.
           IF WS-XRF-FILE-SUCCESS
               PERFORM CHECK-EXAM-CLASS-BY-XREF
               CLOSE XREF-FILE
           ELSE
               CLOSE XREF-FILE
               PERFORM CHECK-EXAM-CLASS-FULL-SCAN
           END-IF.

           CLOSE SEMESTER-FILE.
           CLOSE SYLLABUS-FILE.
           IF WS-CTC-OPENED
               CLOSE COTEACH-FILE
           END-IF.

           IF NOT WS-SCHED-CONFLICT
               PERFORM CHECK-EXAM-DUTY-OVERLAP
           END-IF.
           IF WS-SCHED-CONFLICT
               MOVE 1 TO LS-RETURN-CODE
           END-IF.

       CHECK-EXAM-CLASS-BY-XREF.
           MOVE WS-SCHED-YEAR TO XRF-YEAR.
           MOVE WS-SCHED-DAY TO XRF-CLASS-DAY.
           MOVE WS-SCHED-PERIOD TO XRF-CLASS-PERIOD.
           MOVE LOW-VALUES TO XRF-COURSE-ID.
           MOVE LOW-VALUES TO XRF-SECTION-NO.
           START XREF-FILE KEY IS NOT LESS THAN XRF-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCHED-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-SCHED-EOF OR WS-SCHED-CONFLICT
               READ XREF-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCHED-EOF-FLAG
                   NOT AT END
                       IF XRF-YEAR = WS-SCHED-YEAR
                           AND XRF-CLASS-DAY = WS-SCHED-DAY
                           AND XRF-CLASS-PERIOD = WS-SCHED-PERIOD
                           MOVE XRF-TEACHER-ID TO WS-CAND-TEACHER
                           MOVE XRF-COURSE-ID TO WS-CTC-SRCH-COURSE-ID
                           MOVE XRF-YEAR TO WS-CTC-SRCH-YEAR
                           MOVE XRF-SECTION-NO
                               TO WS-CTC-SRCH-SECTION-NO
                           PERFORM CHECK-TEACHER-OVERLAP
                           IF WS-TCH-OVERLAP
                               MOVE XRF-COURSE-ID TO SYL-COURSE-ID
                               MOVE XRF-YEAR TO SYL-ACADEMIC-YEAR
                               MOVE XRF-SECTION-NO TO SYL-SECTION-NO
                               READ SYLLABUS-FILE
                                   KEY IS SYL-RECORD-KEY
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM CHECK-EXAM-CLASS-TERM
                               END-READ
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-SCHED-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-EXAM-CLASS-FULL-SCAN.
           MOVE LOW-VALUES TO SYL-RECORD-KEY.
           START SYLLABUS-FILE KEY IS NOT LESS THAN SYL-RECORD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCHED-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-SCHED-EOF OR WS-SCHED-CONFLICT
               READ SYLLABUS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCHED-EOF-FLAG
                   NOT AT END
                       IF SYL-ACADEMIC-YEAR = WS-SCHED-YEAR
                           AND SYL-CLASS-DAY = WS-SCHED-DAY
                           AND SYL-CLASS-PERIOD = WS-SCHED-PERIOD
                           MOVE SYL-TEACHER-ID TO WS-CAND-TEACHER
                           MOVE SYL-COURSE-ID TO WS-CTC-SRCH-COURSE-ID
                           MOVE SYL-ACADEMIC-YEAR TO WS-CTC-SRCH-YEAR
                           MOVE SYL-SECTION-NO
                               TO WS-CTC-SRCH-SECTION-NO
                           PERFORM CHECK-TEACHER-OVERLAP
                           IF WS-TCH-OVERLAP
                               PERFORM CHECK-EXAM-CLASS-TERM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * 授業が試験日の学期に行われるか(学期期間不明なら競合扱い)
       CHECK-EXAM-CLASS-TERM.
           IF SYL-STATUS-CANCELLED
               EXIT PARAGRAPH
           END-IF.
           MOVE SYL-SEMESTER TO SEM-CODE.
           READ SEMESTER-FILE
               KEY IS SEM-CODE
               INVALID KEY
                   MOVE SPACES TO SEM-START-DATE
                   MOVE SPACES TO SEM-END-DATE
           END-READ.
           IF SEM-START-DATE NOT = SPACES
               AND WS-EXD-DATE < SEM-START-DATE
               EXIT PARAGRAPH
           END-IF.
           IF SEM-END-DATE NOT = SPACES
               AND WS-EXD-DATE > SEM-END-DATE
               EXIT PARAGRAPH
           END-IF.
           STRING "エラー:授業と重複(" DELIMITED BY SIZE
                  SYL-COURSE-ID DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  SYL-SECTION-NO DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO LS-RESULT
           END-STRING.
           MOVE "Y" TO WS-SCHED-CONFLICT-FLAG.

      * 同じ日時限の他試験の監督割当を探す
       CHECK-EXAM-DUTY-OVERLAP.
           OPEN INPUT PROCTOR-FILE.
           IF NOT WS-PRC-FILE-SUCCESS
               CLOSE PROCTOR-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-PRC-EOF-FLAG.
           MOVE LOW-VALUES TO PRC-KEY.
           START PROCTOR-FILE KEY IS NOT LESS THAN PRC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PRC-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-PRC-EOF OR WS-SCHED-CONFLICT
               READ PROCTOR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PRC-EOF-FLAG
                   NOT AT END
                       IF PRC-TEACHER-ID = WS-EXD-TEACHER
                           AND PRC-EXAM-DATE = WS-EXD-DATE
                           AND PRC-EXAM-SLOT = WS-EXD-SLOT
                           AND (PRC-COURSE-ID
                                   NOT = WS-EXD-OWN-COURSE-ID
                             OR PRC-SECTION-NO
                                   NOT = WS-EXD-OWN-SECTION)
                           STRING "エラー:試験監督と重複("
                                      DELIMITED BY SIZE
                                  PRC-COURSE-ID DELIMITED BY SIZE
                                  "-" DELIMITED BY SIZE
                                  PRC-SECTION-NO DELIMITED BY SIZE
                                  ")" DELIMITED BY SIZE
                               INTO LS-RESULT
                           END-STRING
                           MOVE "Y" TO WS-SCHED-CONFLICT-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROCTOR-FILE.

      *-----------------------------------------------------------
      * 教員出講可否のチェック
      * PARAM-1: (1:5)=教員ID (6:2)=学期 (8:1)=曜日 (9:2)=時限
      *          (11:6)=科目 (17:4)=年度 (21:2)=区分
      *          (科目の指定があれば区分の共同担当教員も照合する)
      * 出講不可(当該時限または終日)なら戻り値1、希望時限の指定が
      * あるのにその外へ置く場合は戻り値2(警告)を返す
      *-----------------------------------------------------------
       CHECK-TEACHER-AVAILABILITY.
           MOVE LS-PARAM-1(1:5) TO WS-AVL-TEACHER.
           MOVE LS-PARAM-1(1:5) TO WS-AVL-LEAD-TEACHER.
           MOVE LS-PARAM-1(6:2) TO WS-AVL-SEMESTER.
           MOVE LS-PARAM-1(8:1) TO WS-AVL-DAY.
           MOVE LS-PARAM-1(9:2) TO WS-AVL-PERIOD.
           IF WS-AVL-DAY = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-AVL-TEACHER = SPACES AND LS-PARAM-1(11:6) = SPACES
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT TEACHER-AVAIL-FILE.
           IF NOT WS-TAV-FILE-SUCCESS
               CLOSE TEACHER-AVAIL-FILE
               EXIT PARAGRAPH
           END-IF.

           IF WS-AVL-TEACHER NOT = SPACES
               PERFORM CHECK-ONE-TEACHER-AVAIL
           END-IF.
           IF LS-PARAM-1(11:6) NOT = SPACES AND LS-RETURN-CODE NOT = 1
               PERFORM CHECK-CO-TEACHER-AVAIL
           END-IF.
           CLOSE TEACHER-AVAIL-FILE.

      * 区分の共同担当教員を順に照合し、出講不可があれば止める
      * (希望時限外は主担当に警告がなければ最初の1件を返す)
       CHECK-CO-TEACHER-AVAIL.
           MOVE LS-PARAM-1(11:6) TO WS-CTC-SRCH-COURSE-ID.
           MOVE LS-PARAM-1(17:4) TO WS-CTC-SRCH-YEAR.
           MOVE LS-PARAM-1(21:2) TO WS-CTC-SRCH-SECTION-NO.
           IF WS-CTC-SRCH-SECTION-NO = SPACES
               MOVE "01" TO WS-CTC-SRCH-SECTION-NO
           END-IF.
           MOVE "N" TO WS-CTC-OPEN-FLAG.
           OPEN INPUT COTEACH-FILE.
           IF WS-CTC-FILE-SUCCESS
               MOVE "Y" TO WS-CTC-OPEN-FLAG
           END-IF.
           PERFORM COLLECT-CO-TEACHERS.
           CLOSE COTEACH-FILE.

           MOVE LS-RETURN-CODE TO WS-AVL-SAVE-CODE.
           MOVE LS-RESULT TO WS-AVL-SAVE-RESULT.
           MOVE "N" TO WS-AVL-BLOCK-FLAG.
           PERFORM VARYING WS-CTC-IDX FROM 1 BY 1
                   UNTIL WS-CTC-IDX > WS-CTC-COUNT OR WS-AVL-BLOCKED
               IF WS-CTC-TEACHER(WS-CTC-IDX) NOT = WS-AVL-LEAD-TEACHER
                   MOVE WS-CTC-TEACHER(WS-CTC-IDX) TO WS-AVL-TEACHER
                   MOVE 0 TO LS-RETURN-CODE
                   MOVE SPACES TO LS-RESULT
                   PERFORM CHECK-ONE-TEACHER-AVAIL
                   EVALUATE LS-RETURN-CODE
                       WHEN 1
                           MOVE "Y" TO WS-AVL-BLOCK-FLAG
                           MOVE SPACES TO LS-RESULT
                           STRING "エラー:共同担当 "
                                      DELIMITED BY SIZE
                                  WS-AVL-TEACHER DELIMITED BY SIZE
                                  " の出講不可時限("
                                      DELIMITED BY SIZE
                                  FUNCTION TRIM(TAV-NOTE)
                                      DELIMITED BY SIZE
                                  ")" DELIMITED BY SIZE
                               INTO LS-RESULT
                           END-STRING
                       WHEN 2
                           IF WS-AVL-SAVE-CODE = 0
                               MOVE 2 TO WS-AVL-SAVE-CODE
                               MOVE SPACES TO WS-AVL-SAVE-RESULT
                               STRING "警告:共同担当 "
                                          DELIMITED BY SIZE
                                      WS-AVL-TEACHER
                                          DELIMITED BY SIZE
                                      " の希望時限外です"
                                          DELIMITED BY SIZE
                                   INTO WS-AVL-SAVE-RESULT
                               END-STRING
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF NOT WS-AVL-BLOCKED
               MOVE WS-AVL-SAVE-CODE TO LS-RETURN-CODE
               MOVE WS-AVL-SAVE-RESULT TO LS-RESULT
           END-IF.

      * 1名分の照合(出講可否ファイルはオープン済み)
       CHECK-ONE-TEACHER-AVAIL.
           MOVE WS-AVL-TEACHER TO TAV-TEACHER-ID.
           MOVE WS-AVL-SEMESTER TO TAV-SEMESTER.
           MOVE WS-AVL-DAY TO TAV-CLASS-DAY.
           MOVE 0 TO TAV-CLASS-PERIOD.
           READ TEACHER-AVAIL-FILE
               KEY IS TAV-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TAV-UNAVAILABLE
                       PERFORM SET-UNAVAILABLE-RESULT
                   END-IF
           END-READ.
           IF LS-RETURN-CODE = 0
               MOVE WS-AVL-PERIOD TO TAV-CLASS-PERIOD
               READ TEACHER-AVAIL-FILE
                   KEY IS TAV-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TAV-UNAVAILABLE
                           PERFORM SET-UNAVAILABLE-RESULT
                       END-IF
               END-READ
           END-IF.
           IF LS-RETURN-CODE = 0
               PERFORM CHECK-PREFERRED-SLOTS
           END-IF.

       SET-UNAVAILABLE-RESULT.
           STRING "エラー:教員の出講不可時限("
                      DELIMITED BY SIZE
                  FUNCTION TRIM(TAV-NOTE) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO LS-RESULT
           END-STRING.
           MOVE 1 TO LS-RETURN-CODE.

      * 同じ教員・学期の希望時限を集め、外れていれば警告
       CHECK-PREFERRED-SLOTS.
           MOVE "N" TO WS-TAV-PREF-FLAG.
           MOVE "N" TO WS-TAV-HIT-FLAG.
           MOVE "N" TO WS-TAV-EOF-FLAG.
           MOVE WS-AVL-TEACHER TO TAV-TEACHER-ID.
           MOVE WS-AVL-SEMESTER TO TAV-SEMESTER.
           MOVE 0 TO TAV-CLASS-DAY.
           MOVE 0 TO TAV-CLASS-PERIOD.
           START TEACHER-AVAIL-FILE KEY IS NOT LESS THAN TAV-KEY
               INVALID KEY
                   MOVE "Y" TO WS-TAV-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-TAV-EOF OR WS-TAV-IN-PREFERRED
               READ TEACHER-AVAIL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-TAV-EOF-FLAG
                   NOT AT END
                       IF TAV-TEACHER-ID NOT = WS-AVL-TEACHER
                           OR TAV-SEMESTER NOT = WS-AVL-SEMESTER
                           MOVE "Y" TO WS-TAV-EOF-FLAG
                       ELSE
                           IF TAV-PREFERRED
                               MOVE "Y" TO WS-TAV-PREF-FLAG
                               IF TAV-CLASS-DAY = WS-AVL-DAY
                                   AND TAV-CLASS-PERIOD
                                       = WS-AVL-PERIOD
                                   MOVE "Y" TO WS-TAV-HIT-FLAG
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-TAV-HAS-PREFERRED AND NOT WS-TAV-IN-PREFERRED
               MOVE "警告:教員の希望時限外です" TO LS-RESULT
               MOVE 2 TO LS-RETURN-CODE
           END-IF.

      *-----------------------------------------------------------
      * 学科別・教員別の代替索引の保守(PARAM-2: W=登録, D=削除)
      * 旧学科・旧教員のエントリを除いてから新エントリを登録する
               WRITE JOURNAL-RECORD
               CLOSE JOURNAL-FILE
           END-IF.

      *-----------------------------------------------------------
      * 区分別座席数ファイルの保守
      * PARAM-1: (1:6)=科目 (7:4)=年度 (11:2)=区分 (13:8)=学籍番号
      * PARAM-2: (1:1)=E 履修中人数 / W 待機人数 / C 区分閉講
      *          (2:1)=+ 加算 / - 減算
      * 区分空白は先頭の閉講でない区分に数える。レコードがなければ
      * シラバスの定員と学科別割当から作成する
      *-----------------------------------------------------------
       MAINTAIN-SEAT-COUNT.
           MOVE LS-PARAM-1(1:6) TO WS-SCT-COURSE-ID.
           MOVE LS-PARAM-1(7:4) TO WS-SCT-YEAR.
           MOVE LS-PARAM-1(11:2) TO WS-SCT-SECTION-NO.
           MOVE LS-PARAM-1(13:8) TO WS-SCT-STUDENT-ID.
           MOVE LS-PARAM-2(1:1) TO WS-SCT-OP.
           MOVE LS-PARAM-2(2:1) TO WS-SCT-SIGN.

           OPEN INPUT SYLLABUS-FILE.
           IF WS-SCT-SECTION-NO = SPACES
               PERFORM FIND-SEAT-SECTION
           END-IF.

           OPEN I-O SEAT-COUNT-FILE.
           IF WS-SCT-FILE-NOTFOUND
               OPEN OUTPUT SEAT-COUNT-FILE
               CLOSE SEAT-COUNT-FILE
               OPEN I-O SEAT-COUNT-FILE
           END-IF.

           MOVE "N" TO WS-SCT-NEW-FLAG.
           MOVE WS-SCT-COURSE-ID TO SCT-COURSE-ID.
           MOVE WS-SCT-YEAR TO SCT-ACADEMIC-YEAR.
           MOVE WS-SCT-SECTION-NO TO SCT-SECTION-NO.
           READ SEAT-COUNT-FILE
               KEY IS SCT-KEY
               INVALID KEY
                   PERFORM INIT-SEAT-COUNT-RECORD
           END-READ.

           EVALUATE WS-SCT-OP
               WHEN "E"
                   IF WS-SCT-SIGN = "+"
                       ADD 1 TO SCT-ENROLLED
                   ELSE
                       IF SCT-ENROLLED > 0
                           SUBTRACT 1 FROM SCT-ENROLLED
                       END-IF
                   END-IF
                   PERFORM ADJUST-SEAT-DEPT-USED
               WHEN "W"
                   IF WS-SCT-SIGN = "+"
                       ADD 1 TO SCT-WAITLISTED
                   ELSE
                       IF SCT-WAITLISTED > 0
                           SUBTRACT 1 FROM SCT-WAITLISTED
                       END-IF
                   END-IF
               WHEN "C"
                   MOVE 0 TO SCT-CAPACITY
           END-EVALUATE.

           MOVE FUNCTION CURRENT-DATE TO SCT-LAST-UPDATED.
           IF WS-SCT-NEW
               WRITE SEAT-COUNT-RECORD
                   INVALID KEY
                       MOVE 1 TO LS-RETURN-CODE
               END-WRITE
           ELSE
               REWRITE SEAT-COUNT-RECORD
                   INVALID KEY
                       MOVE 1 TO LS-RETURN-CODE
               END-REWRITE
           END-IF.

           CLOSE SEAT-COUNT-FILE.
           CLOSE SYLLABUS-FILE.

      * 科目の先頭の閉講でない区分(全区分閉講なら先頭区分)
       FIND-SEAT-SECTION.
           MOVE "N" TO WS-SCHED-EOF-FLAG.
           MOVE WS-SCT-COURSE-ID TO SYL-COURSE-ID.
           MOVE WS-SCT-YEAR TO SYL-ACADEMIC-YEAR.
           MOVE LOW-VALUES TO SYL-SECTION-NO.
           START SYLLABUS-FILE KEY IS NOT LESS THAN SYL-RECORD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCHED-EOF-FLAG
           END-START.

           MOVE SPACES TO WS-SCHED-OWN-SECTION.
           PERFORM UNTIL WS-SCHED-EOF
               READ SYLLABUS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCHED-EOF-FLAG
                   NOT AT END
                       IF SYL-COURSE-ID = WS-SCT-COURSE-ID
                           AND SYL-ACADEMIC-YEAR = WS-SCT-YEAR
                           IF WS-SCHED-OWN-SECTION = SPACES
                               MOVE SYL-SECTION-NO
                                   TO WS-SCHED-OWN-SECTION
                           END-IF
                           IF NOT SYL-STATUS-CANCELLED
                               MOVE SYL-SECTION-NO
                                   TO WS-SCT-SECTION-NO
                               MOVE "Y" TO WS-SCHED-EOF-FLAG
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-SCHED-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-SCT-SECTION-NO = SPACES
               MOVE WS-SCHED-OWN-SECTION TO WS-SCT-SECTION-NO
           END-IF.
           IF WS-SCT-SECTION-NO = SPACES
               MOVE "01" TO WS-SCT-SECTION-NO
           END-IF.

      * 新規レコード: 区分の定員・学期と学科別割当を設定する
       INIT-SEAT-COUNT-RECORD.
           MOVE "Y" TO WS-SCT-NEW-FLAG.
           INITIALIZE SEAT-COUNT-RECORD.
           MOVE WS-SCT-COURSE-ID TO SCT-COURSE-ID.
           MOVE WS-SCT-YEAR TO SCT-ACADEMIC-YEAR.
           MOVE WS-SCT-SECTION-NO TO SCT-SECTION-NO.

           MOVE WS-SCT-COURSE-ID TO SYL-COURSE-ID.
           MOVE WS-SCT-YEAR TO SYL-ACADEMIC-YEAR.
           MOVE WS-SCT-SECTION-NO TO SYL-SECTION-NO.
           READ SYLLABUS-FILE
               KEY IS SYL-RECORD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SYL-SEMESTER TO SCT-SEMESTER
                   IF NOT SYL-STATUS-CANCELLED
                       MOVE SYL-CAPACITY TO SCT-CAPACITY
                   END-IF
           END-READ.

           OPEN INPUT QUOTA-FILE.
           IF NOT WS-QTA-FILE-SUCCESS
               CLOSE QUOTA-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-QTA-EOF-FLAG.
           MOVE WS-SCT-COURSE-ID TO QTA-COURSE-ID.
           MOVE WS-SCT-YEAR TO QTA-ACADEMIC-YEAR.
           MOVE WS-SCT-SECTION-NO TO QTA-SECTION-NO.
           MOVE LOW-VALUES TO QTA-DEPT-ID.
           START QUOTA-FILE KEY IS NOT LESS THAN QTA-KEY
               INVALID KEY
                   MOVE "Y" TO WS-QTA-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-QTA-EOF
               READ QUOTA-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-QTA-EOF-FLAG
                   NOT AT END
                       IF QTA-COURSE-ID = WS-SCT-COURSE-ID
                           AND QTA-ACADEMIC-YEAR = WS-SCT-YEAR
                           AND QTA-SECTION-NO = WS-SCT-SECTION-NO
                           IF SCT-DEPT-COUNT < 10
                               ADD 1 TO SCT-DEPT-COUNT
                               MOVE QTA-DEPT-ID
                                   TO SCT-DEPT-ID(SCT-DEPT-COUNT)
                               MOVE QTA-SEAT-QUOTA
                                   TO SCT-DEPT-QUOTA(SCT-DEPT-COUNT)
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-QTA-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE QUOTA-FILE.

      * 学生の所属学科の使用数を加減する(割当のない学科は追加)
       ADJUST-SEAT-DEPT-USED.
           IF WS-SCT-STUDENT-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-SCT-DEPT-ID.
           OPEN INPUT STUDENT-FILE.
           IF WS-STU-FILE-SUCCESS
               MOVE WS-SCT-STUDENT-ID TO STU-ID
               READ STUDENT-FILE
                   KEY IS STU-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE STU-DEPARTMENT-ID TO WS-SCT-DEPT-ID
               END-READ
           END-IF.
           CLOSE STUDENT-FILE.
           IF WS-SCT-DEPT-ID = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-SCT-HIT.
           PERFORM VARYING WS-SCT-IDX FROM 1 BY 1
                   UNTIL WS-SCT-IDX > SCT-DEPT-COUNT
               IF SCT-DEPT-ID(WS-SCT-IDX) = WS-SCT-DEPT-ID
                   MOVE WS-SCT-IDX TO WS-SCT-HIT
               END-IF
           END-PERFORM.

           IF WS-SCT-HIT = 0
               IF WS-SCT-SIGN = "+" AND SCT-DEPT-COUNT < 10
                   ADD 1 TO SCT-DEPT-COUNT
                   MOVE WS-SCT-DEPT-ID TO SCT-DEPT-ID(SCT-DEPT-COUNT)
                   MOVE 0 TO SCT-DEPT-QUOTA(SCT-DEPT-COUNT)
                   MOVE 1 TO SCT-DEPT-USED(SCT-DEPT-COUNT)
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF WS-SCT-SIGN = "+"
               ADD 1 TO SCT-DEPT-USED(WS-SCT-HIT)
           ELSE
               IF SCT-DEPT-USED(WS-SCT-HIT) > 0
                   SUBTRACT 1 FROM SCT-DEPT-USED(WS-SCT-HIT)
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * 教室予約との重複チェック
      * PARAM-1: (1:10)=教室 (11:2)=時限(00=終日) (13:8)=開始日
      *          (21:8)=終了日(空白=開始日のみ)
      *          (29:1)=繰返し(O=単発 D=毎日 W=毎週 1-7=曜日指定)
      *          (30:20)=自予約のキー(変更時の除外用。空白=なし)
      * 重なる予約があれば戻り値1と予約日・用件を返す
      *-----------------------------------------------------------
       CHECK-ROOM-BOOKING.
           MOVE LS-PARAM-1(1:10) TO WS-BKC-ROOM.
           IF LS-PARAM-1(11:2) IS NUMERIC
               MOVE LS-PARAM-1(11:2) TO WS-BKC-PERIOD
           ELSE
               MOVE 0 TO WS-BKC-PERIOD
           END-IF.
           MOVE LS-PARAM-1(13:8) TO WS-BKC-FROM.
           MOVE LS-PARAM-1(21:8) TO WS-BKC-TO.
           IF WS-BKC-TO = SPACES
               MOVE WS-BKC-FROM TO WS-BKC-TO
           END-IF.
           MOVE LS-PARAM-1(29:1) TO WS-BKC-PATTERN.
           MOVE LS-PARAM-1(30:20) TO WS-BKC-OWN-KEY.

           PERFORM CHECK-BOOKING-CLASH.
           IF WS-SCHED-CONFLICT
               MOVE 1 TO LS-RETURN-CODE
           END-IF.

       CHECK-BOOKING-CLASH.
           MOVE "N" TO WS-SCHED-CONFLICT-FLAG.
           IF WS-BKC-ROOM = SPACES
               OR WS-BKC-FROM NOT NUMERIC
               OR WS-BKC-TO NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-BKC-FROM TO WS-BKC-DATE-NUM.
           COMPUTE WS-BKC-FROM-INT
               = FUNCTION INTEGER-OF-DATE(WS-BKC-DATE-NUM).
           MOVE WS-BKC-TO TO WS-BKC-DATE-NUM.
           COMPUTE WS-BKC-TO-INT
               = FUNCTION INTEGER-OF-DATE(WS-BKC-DATE-NUM).
           IF WS-BKC-FROM-INT = 0 OR WS-BKC-TO-INT = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-BKC-WORK
               = FUNCTION MOD(WS-BKC-FROM-INT - 1, 7).
           COMPUTE WS-BKC-CAND-WEEKDAY = WS-BKC-WORK + 1.

           OPEN INPUT ROOM-BOOKING-FILE.
           IF NOT WS-BKG-FILE-SUCCESS
               CLOSE ROOM-BOOKING-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-BKG-EOF-FLAG.
           MOVE WS-BKC-ROOM TO BKG-ROOM-ID.
           MOVE LOW-VALUES TO BKG-START-DATE.
           MOVE 0 TO BKG-PERIOD.
           START ROOM-BOOKING-FILE KEY IS NOT LESS THAN BKG-KEY
               INVALID KEY
                   MOVE "Y" TO WS-BKG-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-BKG-EOF OR WS-SCHED-CONFLICT
               READ ROOM-BOOKING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-BKG-EOF-FLAG
                   NOT AT END
                       IF BKG-ROOM-ID = WS-BKC-ROOM
                           PERFORM CHECK-ONE-BOOKING
                       ELSE
                           MOVE "Y" TO WS-BKG-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ROOM-BOOKING-FILE.

      * 時限と期間が重なる予約について、両方の実施日が一致する
      * 日があるかを1日ずつ確かめる
       CHECK-ONE-BOOKING.
           IF BKG-KEY = WS-BKC-OWN-KEY
               EXIT PARAGRAPH
           END-IF.
           IF WS-BKC-PERIOD NOT = 0 AND BKG-PERIOD NOT = 0
               AND BKG-PERIOD NOT = WS-BKC-PERIOD
               EXIT PARAGRAPH
           END-IF.
           IF BKG-START-DATE > WS-BKC-TO
               OR BKG-END-DATE < WS-BKC-FROM
               EXIT PARAGRAPH
           END-IF.
           IF BKG-START-DATE NOT NUMERIC OR BKG-END-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.

           MOVE BKG-START-DATE TO WS-BKC-DATE-NUM.
           COMPUTE WS-BKC-BKG-START-INT
               = FUNCTION INTEGER-OF-DATE(WS-BKC-DATE-NUM).
           MOVE BKG-END-DATE TO WS-BKC-DATE-NUM.
           COMPUTE WS-BKC-BKG-END-INT
               = FUNCTION INTEGER-OF-DATE(WS-BKC-DATE-NUM).
           COMPUTE WS-BKC-WORK
               = FUNCTION MOD(WS-BKC-BKG-START-INT - 1, 7).
           COMPUTE WS-BKC-BKG-WEEKDAY = WS-BKC-WORK + 1.

           MOVE WS-BKC-FROM-INT TO WS-BKC-LO-INT.
           IF WS-BKC-BKG-START-INT > WS-BKC-LO-INT
               MOVE WS-BKC-BKG-START-INT TO WS-BKC-LO-INT
           END-IF.
           MOVE WS-BKC-TO-INT TO WS-BKC-HI-INT.
           IF WS-BKC-BKG-END-INT < WS-BKC-HI-INT
               MOVE WS-BKC-BKG-END-INT TO WS-BKC-HI-INT
           END-IF.

           PERFORM VARYING WS-BKC-DAY-INT FROM WS-BKC-LO-INT BY 1
                   UNTIL WS-BKC-DAY-INT > WS-BKC-HI-INT
                      OR WS-SCHED-CONFLICT
               PERFORM CHECK-BOOKING-DAY
           END-PERFORM.

       CHECK-BOOKING-DAY.
           COMPUTE WS-BKC-WORK
               = FUNCTION MOD(WS-BKC-DAY-INT - 1, 7).
           COMPUTE WS-BKC-WEEKDAY = WS-BKC-WORK + 1.

           MOVE "N" TO WS-BKC-CAND-HIT-FLAG.
           EVALUATE TRUE
               WHEN WS-BKC-PATTERN = "D"
                   MOVE "Y" TO WS-BKC-CAND-HIT-FLAG
               WHEN WS-BKC-PATTERN = "W"
                   IF WS-BKC-WEEKDAY = WS-BKC-CAND-WEEKDAY
                       MOVE "Y" TO WS-BKC-CAND-HIT-FLAG
                   END-IF
               WHEN WS-BKC-PATTERN >= "1" AND WS-BKC-PATTERN <= "7"
                   IF WS-BKC-WEEKDAY = WS-BKC-PATTERN-DAY
                       MOVE "Y" TO WS-BKC-CAND-HIT-FLAG
                   END-IF
               WHEN OTHER
                   IF WS-BKC-DAY-INT = WS-BKC-FROM-INT
                       MOVE "Y" TO WS-BKC-CAND-HIT-FLAG
                   END-IF
           END-EVALUATE.
           IF NOT WS-BKC-CAND-HIT
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-BKC-BKG-HIT-FLAG.
           EVALUATE TRUE
               WHEN BKG-REPEAT-DAILY
                   MOVE "Y" TO WS-BKC-BKG-HIT-FLAG
               WHEN BKG-REPEAT-WEEKLY
                   IF WS-BKC-WEEKDAY = WS-BKC-BKG-WEEKDAY
                       MOVE "Y" TO WS-BKC-BKG-HIT-FLAG
                   END-IF
               WHEN OTHER
                   IF WS-BKC-DAY-INT = WS-BKC-BKG-START-INT
                       MOVE "Y" TO WS-BKC-BKG-HIT-FLAG
                   END-IF
           END-EVALUATE.
           IF NOT WS-BKC-BKG-HIT
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-BKC-DATE-NUM
               = FUNCTION DATE-OF-INTEGER(WS-BKC-DAY-INT).
           MOVE SPACES TO LS-RESULT.
           STRING "エラー:教室予約と重複(" DELIMITED BY SIZE
                  WS-BKC-DATE-NUM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BKG-PURPOSE DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO LS-RESULT
           END-STRING.
           MOVE "Y" TO WS-SCHED-CONFLICT-FLAG.

      *-----------------------------------------------------------
      * 職務分離の確認(申請者・最終編集者本人による承認の禁止)
      * PARAM-1: (1:1)=動作 C=確認/O=上書き者確認/W=上書き記録
      *          (2:1)=対象種別 S=シラバス V=改訂依頼 P=新規提案
      * C: PARAM-1 (3:12)=シラバスキー (15:10)=承認者
      *            (25:10)=申請者(Sは空白でジャーナルから求める)
      *    本人なら戻り値1。RESULT(101:10)=申請者
      *    (111:10)=最終編集者
      * O/W: PARAM-1 (3:33)=対象キー (36:10)=上書き者 (46:4)=暗証
      *      PARAM-2 (1:10)=承認者 (11:10)=申請者 (21:10)=編集者
      *              (31:8)=プログラムID
      * O: 上書き者が有効な登録係で、本人たちと別人なら戻り値0
      * W: 上書きして承認した記録を自己承認上書き記録へ追加する
      *-----------------------------------------------------------
       CHECK-SEGREGATION-OF-DUTY.
           MOVE LS-PARAM-1(1:1) TO WS-SOD-ACTION.
           MOVE LS-PARAM-1(2:1) TO WS-SOD-OBJECT-TYPE.
           EVALUATE WS-SOD-ACTION
               WHEN "C"
                   PERFORM CHECK-SELF-APPROVAL
               WHEN "O"
                   PERFORM CHECK-SOD-OVERRIDER
               WHEN "W"
                   PERFORM WRITE-SOD-EXCEPTION
               WHEN OTHER
                   MOVE "エラー:不明な動作" TO LS-RESULT
                   MOVE 1 TO LS-RETURN-CODE
           END-EVALUATE.

       CHECK-SELF-APPROVAL.
           MOVE LS-PARAM-1(3:12) TO WS-SOD-SYL-KEY.
           MOVE LS-PARAM-1(15:10) TO WS-SOD-APPROVER-ID.
           MOVE LS-PARAM-1(25:10) TO WS-SOD-SUBMITTER-ID.
           MOVE WS-SOD-SUBMITTER-ID TO WS-SOD-EDITOR-ID.
           IF WS-SOD-OBJECT-TYPE = "S"
               PERFORM FIND-SYLLABUS-EDITORS
           END-IF.
           MOVE WS-SOD-SUBMITTER-ID TO LS-RESULT(101:10).
           MOVE WS-SOD-EDITOR-ID TO LS-RESULT(111:10).

           IF WS-SOD-APPROVER-ID = SPACES
               MOVE "エラー:ログインが必要です。"
                   TO LS-RESULT(1:70)
               MOVE 1 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF WS-SOD-APPROVER-ID = WS-SOD-SUBMITTER-ID
               MOVE "エラー:申請者本人は承認不可"
                   TO LS-RESULT(1:70)
               MOVE 1 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF WS-SOD-APPROVER-ID = WS-SOD-EDITOR-ID
               MOVE "エラー:最終編集者は承認不可"
                   TO LS-RESULT(1:70)
               MOVE 1 TO LS-RETURN-CODE
           END-IF.

      * ジャーナルからシラバスの申請者(承認待ちにした操作者)と
      * 最終編集者を求める(承認・審査の記録は編集に数えない)
       FIND-SYLLABUS-EDITORS.
           MOVE SPACES TO WS-SOD-SUBMITTER-ID.
           MOVE SPACES TO WS-SOD-EDITOR-ID.
           MOVE SPACES TO WS-SOD-PREV-STATUS.
           MOVE "N" TO WS-SOD-EOF-FLAG.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JRN-FILE-STATUS NOT = "00"
               CLOSE JOURNAL-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-SOD-EOF
               READ JOURNAL-FILE
                   AT END
                       MOVE "Y" TO WS-SOD-EOF-FLAG
                   NOT AT END
                       IF JRN-RECORD-IMAGE(1:12) = WS-SOD-SYL-KEY
                           AND JRN-PROGRAM-ID NOT = "SYLAPR"
                           AND JRN-PROGRAM-ID NOT = "SYLREV"
                           AND JRN-OPERATOR-ID NOT = SPACES
                           PERFORM NOTE-SYLLABUS-EDITOR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.

       NOTE-SYLLABUS-EDITOR.
           MOVE JRN-OPERATOR-ID TO WS-SOD-EDITOR-ID.
           IF JRN-RECORD-IMAGE(1616:1) = "P"
               AND WS-SOD-PREV-STATUS NOT = "P"
               MOVE JRN-OPERATOR-ID TO WS-SOD-SUBMITTER-ID
           END-IF.
           MOVE JRN-RECORD-IMAGE(1616:1) TO WS-SOD-PREV-STATUS.

       CHECK-SOD-OVERRIDER.
           MOVE LS-PARAM-1(36:10) TO WS-SOD-OVERRIDE-ID.
           MOVE LS-PARAM-1(46:4) TO WS-SOD-PIN.
           MOVE LS-PARAM-2(1:10) TO WS-SOD-APPROVER-ID.
           MOVE LS-PARAM-2(11:10) TO WS-SOD-SUBMITTER-ID.
           MOVE LS-PARAM-2(21:10) TO WS-SOD-EDITOR-ID.
           MOVE 1 TO LS-RETURN-CODE.

           IF WS-SOD-OVERRIDE-ID = SPACES
               OR WS-SOD-OVERRIDE-ID = WS-SOD-APPROVER-ID
               OR WS-SOD-OVERRIDE-ID = WS-SOD-SUBMITTER-ID
               OR WS-SOD-OVERRIDE-ID = WS-SOD-EDITOR-ID
               MOVE "エラー:上書きは別の登録係が必要"
                   TO LS-RESULT(1:70)
               EXIT PARAGRAPH
           END-IF.

           MOVE "エラー:上書き者の認証に失敗"
               TO LS-RESULT(1:70).
           MOVE "N" TO WS-OVERRIDE-OK-FLAG.
           MOVE "N" TO WS-SOD-EOF-FLAG.
           OPEN INPUT OPERATOR-FILE.
           IF NOT WS-OPR-FILE-SUCCESS
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-SOD-EOF
               READ OPERATOR-FILE
                   AT END
                       MOVE "Y" TO WS-SOD-EOF-FLAG
                   NOT AT END
                       IF OPR-OPERATOR-ID = WS-SOD-OVERRIDE-ID
                           AND OPR-ROLE-REGISTRAR
                           AND OPR-ACTIVE
                           AND OPR-FAIL-COUNT < 3
                           AND (OPR-PIN = SPACES
                                OR OPR-PIN = WS-SOD-PIN)
                           MOVE "Y" TO WS-OVERRIDE-OK-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERATOR-FILE.

           IF WS-OVERRIDE-OK
               MOVE 0 TO LS-RETURN-CODE
               MOVE SPACES TO LS-RESULT
           END-IF.

       WRITE-SOD-EXCEPTION.
           OPEN EXTEND SOD-EXCEPTION-FILE.
           IF WS-SOD-FILE-STATUS NOT = "00"
               OPEN OUTPUT SOD-EXCEPTION-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO SOD-TIMESTAMP.
           MOVE LS-PARAM-2(31:8) TO SOD-PROGRAM-ID.
           MOVE WS-SOD-OBJECT-TYPE TO SOD-OBJECT-TYPE.
           MOVE LS-PARAM-1(3:33) TO SOD-OBJECT-KEY.
           MOVE LS-PARAM-2(1:10) TO SOD-APPROVER-ID.
           MOVE LS-PARAM-2(11:10) TO SOD-SUBMITTER-ID.
           MOVE LS-PARAM-2(21:10) TO SOD-EDITOR-ID.
           MOVE LS-PARAM-1(36:10) TO SOD-OVERRIDE-ID.
           WRITE SOD-EXCEPTION-RECORD.
           CLOSE SOD-EXCEPTION-FILE.

      *-----------------------------------------------------------
      * 期限後履修願(機能"J")
      * PARAM-1: 動作(1:1) C=照合 U=適用, 種別(2:1) R=登録 D=取消,
      *          学籍番号(3:8) 科目(11:6) 年度(17:4)
      *          適用時は願番号(21:5) 適用日(26:8)
      * 照合は承認済で未適用の願を探し、願番号をRESULT(101:5)に
      * 返す。適用は履修明細の書込後に呼び、願を適用済にする
      *-----------------------------------------------------------
       CHECK-LATE-PETITION.
           MOVE LS-PARAM-1(1:1) TO WS-PET-ACTION.
           MOVE LS-PARAM-1(2:1) TO WS-PET-TYPE.
           MOVE LS-PARAM-1(3:8) TO WS-PET-STUDENT-ID.
           MOVE LS-PARAM-1(11:6) TO WS-PET-COURSE-ID.
           MOVE LS-PARAM-1(17:4) TO WS-PET-YEAR.
           EVALUATE WS-PET-ACTION
               WHEN "C"
                   PERFORM FIND-APPROVED-PETITION
               WHEN "U"
                   PERFORM MARK-PETITION-USED
               WHEN OTHER
                   MOVE "エラー:不明な動作" TO LS-RESULT
                   MOVE 1 TO LS-RETURN-CODE
           END-EVALUATE.

       FIND-APPROVED-PETITION.
           MOVE 1 TO LS-RETURN-CODE.
           MOVE "承認済の期限後履修願なし"
               TO LS-RESULT(1:70).
           MOVE "N" TO WS-PET-FOUND-FLAG.
           MOVE "N" TO WS-PET-EOF-FLAG.
           OPEN INPUT PETITION-FILE.
           IF NOT WS-PET-FILE-SUCCESS
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-PET-EOF OR WS-PET-FOUND
               READ PETITION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PET-EOF-FLAG
                   NOT AT END
                       IF PET-STUDENT-ID = WS-PET-STUDENT-ID
                           AND PET-COURSE-ID = WS-PET-COURSE-ID
                           AND PET-ACADEMIC-YEAR = WS-PET-YEAR
                           AND PET-TYPE = WS-PET-TYPE
                           AND PET-STATUS-APPROVED
                           MOVE "Y" TO WS-PET-FOUND-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PETITION-FILE.

           IF WS-PET-FOUND
               MOVE 0 TO LS-RETURN-CODE
               MOVE SPACES TO LS-RESULT
               MOVE PET-PETITION-NO TO LS-RESULT(101:5)
           END-IF.

       MARK-PETITION-USED.
           MOVE 1 TO LS-RETURN-CODE.
           MOVE "エラー:履修願の更新に失敗"
               TO LS-RESULT(1:70).
           OPEN I-O PETITION-FILE.
           IF NOT WS-PET-FILE-SUCCESS
               EXIT PARAGRAPH
           END-IF.
           MOVE LS-PARAM-1(21:5) TO PET-PETITION-NO.
           READ PETITION-FILE
               KEY IS PET-KEY
               INVALID KEY
                   CLOSE PETITION-FILE
                   EXIT PARAGRAPH
           END-READ.
           IF PET-STATUS-APPROVED
               SET PET-STATUS-USED TO TRUE
               MOVE LS-PARAM-1(26:8) TO PET-USED-DATE
               REWRITE PETITION-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO LS-RETURN-CODE
                       MOVE SPACES TO LS-RESULT
               END-REWRITE
           END-IF.
           CLOSE PETITION-FILE.
