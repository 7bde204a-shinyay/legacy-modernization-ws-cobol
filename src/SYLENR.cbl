      *****************************************************************
      * シラバス管理システム - 学生別履修明細取込バッチ(SYLENR)
      * 複数区分の科目は、希望区分に空きがあればその区分へ、なければ
      * 空きのある区分のうち在籍数が最も少なく時間割が重ならない
      * 区分へ割り当てる
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLENR.
               RECORD KEY IS SEM-CODE
               FILE STATUS IS WS-SEM-FILE-STATUS.

           SELECT EXCEPTION-FILE
               ASSIGN TO "schedexc.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SXC-KEY
               FILE STATUS IS WS-EXC-FILE-STATUS.

           SELECT CREDIT-LIMIT-FILE
               ASSIGN TO "creditlimit.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRL-KEY
               FILE STATUS IS WS-CRL-FILE-STATUS.

           SELECT OVERLOAD-FILE
               ASSIGN TO "overload.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OVA-KEY
               FILE STATUS IS WS-OVA-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ENROLLMENT-FILE.
       FD SEMESTER-FILE.
           COPY "copybooks/SEMESTERFILE.cpy".

       FD EXCEPTION-FILE.
           COPY "copybooks/SCHEDEXCFILE.cpy".

       FD CREDIT-LIMIT-FILE.
           COPY "copybooks/CRDLIMFILE.cpy".

       FD OVERLOAD-FILE.
           COPY "copybooks/OVLAPRFILE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS           PIC XX VALUE "00".
          88 WS-FILE-SUCCESS       VALUE "00".

       01 WS-WINDOW-OK-FLAG        PIC X VALUE "Y".
          88 WS-WINDOW-OK          VALUE "Y".
          88 WS-WINDOW-LATE        VALUE "L".

      * 期間外の行に適用する期限後履修願(承認済のもの)
       01 WS-PETITION-TYPE         PIC X.
       01 WS-PETITION-NO           PIC X(5) VALUE SPACES.

       01 WS-SYL-EOF-FLAG          PIC X VALUE "N".
          88 WS-SYL-EOF            VALUE "Y".
       01 WS-IMPORT-EOF-FLAG       PIC X VALUE "N".
          88 WS-IMPORT-EOF         VALUE "Y".

       01 WS-EXC-FILE-STATUS       PIC XX VALUE "00".
          88 WS-EXC-FILE-SUCCESS   VALUE "00".

       01 WS-EXC-OPEN-FLAG         PIC X VALUE "N".
          88 WS-EXC-OPENED         VALUE "Y".

       01 WS-EXC-EOF-FLAG          PIC X VALUE "N".
          88 WS-EXC-EOF            VALUE "Y".

       01 WS-ENR-EOF-FLAG          PIC X VALUE "N".
          88 WS-ENR-EOF            VALUE "Y".

       01 WS-CLASH-FLAG            PIC X VALUE "N".
          88 WS-CLASH-FOUND        VALUE "Y".

      * 時間割重複チェック用の授業枠表
      * (通常の曜日・時限と、有効な時間割例外の上書き枠を
      *  適用期間付きで持つ。通常枠の期間は全期間とする)
       01 WS-NEW-SEMESTER          PIC X(2).
       01 WS-NEW-SLOT-TABLE.
          05 WS-NEW-SLOT-COUNT     PIC 99 VALUE 0.
          05 WS-NEW-SLOT-ENTRY OCCURS 10 TIMES.
             10 WS-NEW-SLOT-DAY    PIC 9.
             10 WS-NEW-SLOT-PERIOD PIC 99.
             10 WS-NEW-SLOT-FROM   PIC X(8).
             10 WS-NEW-SLOT-TO     PIC X(8).

       01 WS-CUR-SLOT-TABLE.
          05 WS-CUR-SLOT-COUNT     PIC 99 VALUE 0.
          05 WS-CUR-SLOT-ENTRY OCCURS 10 TIMES.
             10 WS-CUR-SLOT-DAY    PIC 9.
             10 WS-CUR-SLOT-PERIOD PIC 99.
             10 WS-CUR-SLOT-FROM   PIC X(8).
             10 WS-CUR-SLOT-TO     PIC X(8).

       01 WS-NEW-SLOT-IDX          PIC 99.
       01 WS-CUR-SLOT-IDX          PIC 99.
       01 WS-CLASH-COURSE-ID       PIC X(6).
       01 WS-CLASH-DAY             PIC 9.
       01 WS-CLASH-PERIOD          PIC 99.

       01 WS-CRL-FILE-STATUS       PIC XX VALUE "00".
          88 WS-CRL-FILE-SUCCESS   VALUE "00".

       01 WS-CRL-OPEN-FLAG         PIC X VALUE "N".
          88 WS-CRL-OPENED         VALUE "Y".

       01 WS-OVA-FILE-STATUS       PIC XX VALUE "00".
          88 WS-OVA-FILE-SUCCESS   VALUE "00".

       01 WS-OVA-OPEN-FLAG         PIC X VALUE "N".
          88 WS-OVA-OPENED         VALUE "Y".

      * 履修単位上限チェック用(学生の学科・入学年度と学期合計)
       01 WS-STU-DEPT-ID           PIC X(4).
       01 WS-STU-ADMISSION-YEAR    PIC X(4).
       01 WS-NEW-CREDITS           PIC 9.
       01 WS-CREDIT-LIMIT          PIC 99.
       01 WS-TERM-CREDITS          PIC 999.
       01 WS-CREDIT-OVER-FLAG      PIC X VALUE "N".
          88 WS-CREDIT-OVER        VALUE "Y".

       01 WS-FUNCTION-CODE         PIC X.
       01 WS-PARAM-1               PIC X(50).
       01 WS-PARAM-2               PIC X(50).
       01 WS-RESULT                PIC X(200).
       01 WS-RETURN-CODE           PIC 9.
       01 WS-SEAT-UPDATE           PIC X(2).

      * 区分割当用の区分表(閉講でない区分と在籍数)
       01 WS-SEC-TABLE.
          05 WS-SEC-COUNT          PIC 99 VALUE 0.
          05 WS-SEC-ENTRY OCCURS 20 TIMES.
             10 WS-SEC-NO          PIC X(2).
             10 WS-SEC-CAPACITY    PIC 9(3).
             10 WS-SEC-ENROLLED    PIC 9(4).
             10 WS-SEC-TRIED       PIC X.

       01 WS-SEC-IDX               PIC 99.
       01 WS-SEC-PICK              PIC 99.
       01 WS-PLACED-SECTION        PIC X(2).
       01 WS-ENR-SECTION           PIC X(2).
       01 WS-ROOM-ONLY-FLAG        PIC X VALUE "Y".
          88 WS-ROOM-ONLY          VALUE "Y".

       01 WS-LOAD-COUNT            PIC 9(5) VALUE 0.
       01 WS-DROP-COUNT            PIC 9(5) VALUE 0.
       01 WS-PETITION-COUNT        PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT          PIC 9(5) VALUE 0.
       01 WS-REJECT-REASON         PIC X(50) VALUE SPACES.

               DISPLAY " "
               DISPLAY "取込件数: " WS-LOAD-COUNT
               DISPLAY "取消件数: " WS-DROP-COUNT
               DISPLAY "履修願適用: " WS-PETITION-COUNT
               DISPLAY "拒否件数: " WS-REJECT-COUNT
           ELSE
               DISPLAY "エラー:ファイルが開けません。"
                   DISPLAY "警告:学期マスタなし。"
                   DISPLAY "登録期間の確認は省略。"
               END-IF
               OPEN INPUT EXCEPTION-FILE
               IF WS-EXC-FILE-SUCCESS
                   MOVE "Y" TO WS-EXC-OPEN-FLAG
               END-IF
               OPEN INPUT CREDIT-LIMIT-FILE
               IF WS-CRL-FILE-SUCCESS
                   MOVE "Y" TO WS-CRL-OPEN-FLAG
               END-IF
               OPEN INPUT OVERLOAD-FILE
               IF WS-OVA-FILE-SUCCESS
                   MOVE "Y" TO WS-OVA-OPEN-FLAG
               END-IF
           END-IF.

       CLOSE-FILES.
           IF WS-SEM-OPENED
               CLOSE SEMESTER-FILE
           END-IF.
           IF WS-EXC-OPENED
               CLOSE EXCEPTION-FILE
           END-IF.
           IF WS-CRL-OPENED
               CLOSE CREDIT-LIMIT-FILE
           END-IF.
           IF WS-OVA-OPENED
               CLOSE OVERLOAD-FILE
           END-IF.

      *-----------------------------------------------------------
      * 1件の履修明細を検証して登録する
               PERFORM REJECT-ENROLLMENT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RESULT(21:4) TO WS-STU-DEPT-ID.
           MOVE WS-RESULT(25:4) TO WS-STU-ADMISSION-YEAR.

      *    区分を問わず閉講でない科目の存在を確認する
           PERFORM FIND-ACTIVE-COURSE-SECTION.
           END-IF.

      *    学期マスタの履修登録期間チェック
      *    (締切後でも承認済の期限後履修願があれば通す)
           MOVE SPACES TO WS-PETITION-NO.
           PERFORM CHECK-REGISTER-WINDOW.
           IF WS-WINDOW-LATE
               MOVE "R" TO WS-PETITION-TYPE
               PERFORM FIND-LATE-PETITION
           END-IF.
           IF NOT WS-WINDOW-OK
               PERFORM REJECT-ENROLLMENT
               EXIT PARAGRAPH
           END-IF.

      *    時間割・単位数のチェックに使う登録科目の学期と単位数
           MOVE SYL-SEMESTER TO WS-NEW-SEMESTER.
           MOVE SYL-CREDITS TO WS-NEW-CREDITS.

      *    区分の割当(同一学期の履修中科目と時間割が重ならない区分)
           PERFORM PLACE-IN-SECTION.
           IF WS-PLACED-SECTION = SPACES
               MOVE SPACES TO WS-REJECT-REASON
               STRING "時間割重複(" DELIMITED BY SIZE
                      WS-CLASH-COURSE-ID DELIMITED BY SIZE
                      " 曜日" DELIMITED BY SIZE
                      WS-CLASH-DAY DELIMITED BY SIZE
                      " 時限" DELIMITED BY SIZE
                      WS-CLASH-PERIOD DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
               PERFORM REJECT-ENROLLMENT
               EXIT PARAGRAPH
           END-IF.

      *    学期別の履修単位上限チェック(超過承認があれば承認上限)
           PERFORM CHECK-CREDIT-LIMIT.
           IF WS-CREDIT-OVER
               MOVE SPACES TO WS-REJECT-REASON
               STRING "単位上限超過(" DELIMITED BY SIZE
                      WS-TERM-CREDITS DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WS-CREDIT-LIMIT DELIMITED BY SIZE
                      "単位)" DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
               PERFORM REJECT-ENROLLMENT
               EXIT PARAGRAPH
           END-IF.

           MOVE EIM-COURSE-ID TO ENR-COURSE-ID.
           MOVE EIM-ACADEMIC-YEAR TO ENR-ACADEMIC-YEAR.
           MOVE EIM-STUDENT-ID TO ENR-STUDENT-ID.
           MOVE EIM-REG-DATE TO ENR-REG-DATE.
           MOVE "E" TO ENR-STATUS.
           MOVE SPACES TO ENR-STATUS-DATE.
           MOVE WS-PLACED-SECTION TO ENR-SECTION-NO.
           MOVE WS-PETITION-NO TO ENR-PETITION-NO.
           MOVE SPACES TO ENR-DROP-PETITION-NO.
           WRITE ENROLLMENT-RECORD
               INVALID KEY
                   CONTINUE

           IF WS-FILE-SUCCESS
               ADD 1 TO WS-LOAD-COUNT
               PERFORM APPLY-LATE-PETITION
               MOVE "E+" TO WS-SEAT-UPDATE
               PERFORM UPDATE-SEAT-COUNT
               IF EIM-SECTION-NO NOT = SPACES
                   AND EIM-SECTION-NO NOT = WS-PLACED-SECTION
                   DISPLAY "区分変更: " EIM-COURSE-ID " "
                           EIM-STUDENT-ID " 希望" EIM-SECTION-NO
                           "->" WS-PLACED-SECTION
               END-IF
           ELSE
               IF WS-FILE-DUPLICATE
                   MOVE "履修明細が重複" TO WS-REJECT-REASON
           END-IF.

      *    学期マスタの取消期限チェック
      *    (期限後でも承認済の期限後履修願があれば通す)
           MOVE SPACES TO WS-PETITION-NO.
           PERFORM FIND-COURSE-SEMESTER.
           PERFORM CHECK-DROP-WINDOW.
           IF WS-WINDOW-LATE
               MOVE "D" TO WS-PETITION-TYPE
               PERFORM FIND-LATE-PETITION
           END-IF.
           IF NOT WS-WINDOW-OK
               PERFORM REJECT-ENROLLMENT
               EXIT PARAGRAPH
               SET ENR-STATUS-WITHDRAWN TO TRUE
           END-IF.
           MOVE EIM-REG-DATE TO ENR-STATUS-DATE.
           MOVE WS-PETITION-NO TO ENR-DROP-PETITION-NO.
           REWRITE ENROLLMENT-RECORD
               INVALID KEY
                   MOVE "取消の書込に失敗" TO WS-REJECT-REASON
                   PERFORM REJECT-ENROLLMENT
               NOT INVALID KEY
                   ADD 1 TO WS-DROP-COUNT
                   PERFORM APPLY-LATE-PETITION
                   MOVE "E-" TO WS-SEAT-UPDATE
                   PERFORM UPDATE-SEAT-COUNT
           END-REWRITE.

      * 区分別座席数ファイルの加減(SYLCOM "Q")
       UPDATE-SEAT-COUNT.
           MOVE "Q" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE ENR-COURSE-ID TO WS-PARAM-1(1:6).
           MOVE ENR-ACADEMIC-YEAR TO WS-PARAM-1(7:4).
           MOVE ENR-SECTION-NO TO WS-PARAM-1(11:2).
           MOVE ENR-STUDENT-ID TO WS-PARAM-1(13:8).
           MOVE SPACES TO WS-PARAM-2.
           MOVE WS-SEAT-UPDATE TO WS-PARAM-2(1:2).
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.

      *-----------------------------------------------------------
      * 閉講でない区分を探す(登録行の受入判定)
      * 見つかればそのレコードをシラバス領域に残す。科目自体が
           IF SEM-REG-CLOSE-DATE NOT = SPACES
               AND EIM-REG-DATE > SEM-REG-CLOSE-DATE
               MOVE "登録締切後の登録日" TO WS-REJECT-REASON
               MOVE "L" TO WS-WINDOW-OK-FLAG
           END-IF.

      *-----------------------------------------------------------
           IF SEM-DROP-DEADLINE NOT = SPACES
               AND EIM-REG-DATE > SEM-DROP-DEADLINE
               MOVE "取消期限超過" TO WS-REJECT-REASON
               MOVE "L" TO WS-WINDOW-OK-FLAG
           END-IF.

      *-----------------------------------------------------------
      * 期限後履修願の照合(SYLCOM "J")
      * 承認済で未適用の願があれば期間チェックを通し、願番号を
      * 履修明細に残す。願は明細の書込が済んでから適用済にする
      *-----------------------------------------------------------
       FIND-LATE-PETITION.
           MOVE "J" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE "C" TO WS-PARAM-1(1:1).
           MOVE WS-PETITION-TYPE TO WS-PARAM-1(2:1).
           MOVE EIM-STUDENT-ID TO WS-PARAM-1(3:8).
           MOVE EIM-COURSE-ID TO WS-PARAM-1(11:6).
           MOVE EIM-ACADEMIC-YEAR TO WS-PARAM-1(17:4).
           MOVE SPACES TO WS-PARAM-2.
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.
           IF WS-RETURN-CODE = 0
               MOVE WS-RESULT(101:5) TO WS-PETITION-NO
               MOVE "Y" TO WS-WINDOW-OK-FLAG
           END-IF.

       APPLY-LATE-PETITION.
           IF WS-PETITION-NO = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE "J" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE "U" TO WS-PARAM-1(1:1).
           MOVE WS-PETITION-TYPE TO WS-PARAM-1(2:1).
           MOVE EIM-STUDENT-ID TO WS-PARAM-1(3:8).
           MOVE EIM-COURSE-ID TO WS-PARAM-1(11:6).
           MOVE EIM-ACADEMIC-YEAR TO WS-PARAM-1(17:4).
           MOVE WS-PETITION-NO TO WS-PARAM-1(21:5).
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PARAM-1(26:8).
           MOVE SPACES TO WS-PARAM-2.
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.
           ADD 1 TO WS-PETITION-COUNT.
           DISPLAY "期限後履修願 " WS-PETITION-NO " 適用: "
                   EIM-COURSE-ID " " EIM-STUDENT-ID.
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "警告:" FUNCTION TRIM(WS-RESULT(1:70))
           END-IF.

       READ-SEMESTER-WINDOW.
                   MOVE "00" TO WS-SEM-FILE-STATUS
           END-READ.

      *-----------------------------------------------------------
      * 区分の割当
      * 希望区分に空きがあれば最初に試し、次に空きのある区分を在籍
      * 数の少ない順に、それでも決まらなければ満席の区分も含めて
      * 在籍数の少ない順に試す。時間割が重なる区分は選ばない
      *-----------------------------------------------------------
       PLACE-IN-SECTION.
           MOVE SPACES TO WS-PLACED-SECTION.
           PERFORM LOAD-SECTION-TABLE.
           PERFORM TALLY-SECTION-ENROLLMENT.

           IF EIM-SECTION-NO NOT = SPACES
               PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                       UNTIL WS-SEC-IDX > WS-SEC-COUNT
                   IF WS-SEC-NO(WS-SEC-IDX) = EIM-SECTION-NO
                       AND WS-SEC-ENROLLED(WS-SEC-IDX)
                           < WS-SEC-CAPACITY(WS-SEC-IDX)
                       MOVE WS-SEC-IDX TO WS-SEC-PICK
                       PERFORM TRY-ONE-SECTION
                   END-IF
               END-PERFORM
           END-IF.

           MOVE "Y" TO WS-ROOM-ONLY-FLAG.
           PERFORM TRY-LEAST-FILLED-SECTIONS.
           MOVE "N" TO WS-ROOM-ONLY-FLAG.
           PERFORM TRY-LEAST-FILLED-SECTIONS.

       TRY-LEAST-FILLED-SECTIONS.
           MOVE 1 TO WS-SEC-PICK.
           PERFORM UNTIL WS-PLACED-SECTION NOT = SPACES
                   OR WS-SEC-PICK = 0
               PERFORM PICK-LEAST-FILLED-SECTION
               IF WS-SEC-PICK > 0
                   PERFORM TRY-ONE-SECTION
               END-IF
           END-PERFORM.

      * 未試行の区分から在籍数の最も少ない区分を選ぶ(同数は区分順)
       PICK-LEAST-FILLED-SECTION.
           MOVE 0 TO WS-SEC-PICK.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               IF WS-SEC-TRIED(WS-SEC-IDX) = "N"
                   AND (NOT WS-ROOM-ONLY
                        OR WS-SEC-ENROLLED(WS-SEC-IDX)
                           < WS-SEC-CAPACITY(WS-SEC-IDX))
                   IF WS-SEC-PICK = 0
                       MOVE WS-SEC-IDX TO WS-SEC-PICK
                   ELSE
                       IF WS-SEC-ENROLLED(WS-SEC-IDX)
                           < WS-SEC-ENROLLED(WS-SEC-PICK)
                           MOVE WS-SEC-IDX TO WS-SEC-PICK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * 選んだ区分のシラバスを読み、時間割重複がなければ割り当てる
       TRY-ONE-SECTION.
           MOVE "Y" TO WS-SEC-TRIED(WS-SEC-PICK).
           MOVE EIM-COURSE-ID TO SYL-COURSE-ID.
           MOVE EIM-ACADEMIC-YEAR TO SYL-ACADEMIC-YEAR.
           MOVE WS-SEC-NO(WS-SEC-PICK) TO SYL-SECTION-NO.
           READ SYLLABUS-FILE
               KEY IS SYL-RECORD-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           PERFORM CHECK-STUDENT-CLASH.
           IF NOT WS-CLASH-FOUND
               MOVE WS-SEC-NO(WS-SEC-PICK) TO WS-PLACED-SECTION
           END-IF.

      * 科目の閉講でない区分と定員を区分表に読み込む
       LOAD-SECTION-TABLE.
           MOVE 0 TO WS-SEC-COUNT.
           MOVE "N" TO WS-SYL-EOF-FLAG.
           MOVE EIM-COURSE-ID TO SYL-COURSE-ID.
           MOVE EIM-ACADEMIC-YEAR TO SYL-ACADEMIC-YEAR.
           MOVE LOW-VALUES TO SYL-SECTION-NO.
           START SYLLABUS-FILE KEY IS NOT LESS THAN SYL-RECORD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SYL-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-SYL-EOF
               READ SYLLABUS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SYL-EOF-FLAG
                   NOT AT END
                       IF SYL-COURSE-ID = EIM-COURSE-ID
                           AND SYL-ACADEMIC-YEAR
                               = EIM-ACADEMIC-YEAR
                           IF NOT SYL-STATUS-CANCELLED
                               AND WS-SEC-COUNT < 20
                               ADD 1 TO WS-SEC-COUNT
                               MOVE SYL-SECTION-NO
                                   TO WS-SEC-NO(WS-SEC-COUNT)
                               MOVE SYL-CAPACITY
                                   TO WS-SEC-CAPACITY(WS-SEC-COUNT)
                               MOVE 0
                                   TO WS-SEC-ENROLLED(WS-SEC-COUNT)
                               MOVE "N"
                                   TO WS-SEC-TRIED(WS-SEC-COUNT)
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-SYL-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

      * 履修中(E)の明細を所属区分ごとに数える
      * (区分空白の明細は先頭区分に数える)
       TALLY-SECTION-ENROLLMENT.
           MOVE "N" TO WS-ENR-EOF-FLAG.
           MOVE EIM-COURSE-ID TO ENR-COURSE-ID.
           MOVE EIM-ACADEMIC-YEAR TO ENR-ACADEMIC-YEAR.
           MOVE LOW-VALUES TO ENR-STUDENT-ID.
           START ENROLLMENT-FILE KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ENR-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-ENR-EOF
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ENR-EOF-FLAG
                   NOT AT END
                       IF ENR-COURSE-ID = EIM-COURSE-ID
                           AND ENR-ACADEMIC-YEAR = EIM-ACADEMIC-YEAR
                           IF ENR-STATUS-ENROLLED
                               PERFORM TALLY-ONE-SECTION-MEMBER
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-ENR-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-ONE-SECTION-MEMBER.
           MOVE ENR-SECTION-NO TO WS-ENR-SECTION.
           IF WS-ENR-SECTION = SPACES
               MOVE WS-SEC-NO(1) TO WS-ENR-SECTION
           END-IF.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               IF WS-SEC-NO(WS-SEC-IDX) = WS-ENR-SECTION
                   ADD 1 TO WS-SEC-ENROLLED(WS-SEC-IDX)
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------
      * 学生の時間割重複チェック
      * 登録する科目(TRY-ONE-SECTIONで読んだ区分)の授業枠
      * と、同一年度・同一学期に履修中(E)の他科目の授業枠を比べ、
      * 同じ曜日・時限で適用期間が重なれば重複とする。
      * 時間割例外は登録日時点で終了していないものを数える
      *-----------------------------------------------------------
       CHECK-STUDENT-CLASH.
           MOVE "N" TO WS-CLASH-FLAG.
           MOVE SPACES TO WS-CLASH-COURSE-ID.
           IF SYL-CLASS-DAY = 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM COLLECT-COURSE-SLOTS.
           MOVE WS-CUR-SLOT-TABLE TO WS-NEW-SLOT-TABLE.

           MOVE "N" TO WS-ENR-EOF-FLAG.
           MOVE LOW-VALUES TO ENR-KEY.
           START ENROLLMENT-FILE KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ENR-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-ENR-EOF OR WS-CLASH-FOUND
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ENR-EOF-FLAG
                   NOT AT END
                       IF ENR-STUDENT-ID = EIM-STUDENT-ID
                           AND ENR-ACADEMIC-YEAR = EIM-ACADEMIC-YEAR
                           AND ENR-COURSE-ID NOT = EIM-COURSE-ID
                           AND ENR-STATUS-ENROLLED
                           PERFORM CHECK-ONE-ENROLLED-COURSE
                       END-IF
               END-READ
           END-PERFORM.

      * 履修中の1科目分: 開講区分の授業枠を求めて突き合わせる
       CHECK-ONE-ENROLLED-COURSE.
           PERFORM FIND-ENROLLED-SECTION.
           IF NOT WS-COURSE-OK
               EXIT PARAGRAPH
           END-IF.
           IF SYL-SEMESTER NOT = WS-NEW-SEMESTER
               OR SYL-CLASS-DAY = 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM COLLECT-COURSE-SLOTS.
           PERFORM VARYING WS-NEW-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-NEW-SLOT-IDX > WS-NEW-SLOT-COUNT
                       OR WS-CLASH-FOUND
               PERFORM VARYING WS-CUR-SLOT-IDX FROM 1 BY 1
                       UNTIL WS-CUR-SLOT-IDX > WS-CUR-SLOT-COUNT
                           OR WS-CLASH-FOUND
                   PERFORM COMPARE-ONE-SLOT-PAIR
               END-PERFORM
           END-PERFORM.

       COMPARE-ONE-SLOT-PAIR.
           IF WS-NEW-SLOT-DAY(WS-NEW-SLOT-IDX)
                   = WS-CUR-SLOT-DAY(WS-CUR-SLOT-IDX)
               AND WS-NEW-SLOT-PERIOD(WS-NEW-SLOT-IDX)
                   = WS-CUR-SLOT-PERIOD(WS-CUR-SLOT-IDX)
               AND WS-NEW-SLOT-FROM(WS-NEW-SLOT-IDX)
                   <= WS-CUR-SLOT-TO(WS-CUR-SLOT-IDX)
               AND WS-CUR-SLOT-FROM(WS-CUR-SLOT-IDX)
                   <= WS-NEW-SLOT-TO(WS-NEW-SLOT-IDX)
               MOVE "Y" TO WS-CLASH-FLAG
               MOVE ENR-COURSE-ID TO WS-CLASH-COURSE-ID
               MOVE WS-CUR-SLOT-DAY(WS-CUR-SLOT-IDX) TO WS-CLASH-DAY
               MOVE WS-CUR-SLOT-PERIOD(WS-CUR-SLOT-IDX)
                   TO WS-CLASH-PERIOD
           END-IF.

      *-----------------------------------------------------------
      * 履修中科目の所属区分を読む。区分空白の明細は
      * FIND-ACTIVE-COURSE-SECTIONと同じ規則で先頭区分を採る
      *-----------------------------------------------------------
       FIND-ENROLLED-SECTION.
           MOVE "N" TO WS-COURSE-OK-FLAG.
           MOVE "N" TO WS-SYL-EOF-FLAG.
           IF ENR-SECTION-NO NOT = SPACES
               MOVE ENR-COURSE-ID TO SYL-COURSE-ID
               MOVE ENR-ACADEMIC-YEAR TO SYL-ACADEMIC-YEAR
               MOVE ENR-SECTION-NO TO SYL-SECTION-NO
               READ SYLLABUS-FILE
                   KEY IS SYL-RECORD-KEY
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               IF NOT SYL-STATUS-CANCELLED
                   MOVE "Y" TO WS-COURSE-OK-FLAG
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE ENR-COURSE-ID TO SYL-COURSE-ID.
           MOVE ENR-ACADEMIC-YEAR TO SYL-ACADEMIC-YEAR.
           MOVE LOW-VALUES TO SYL-SECTION-NO.
           START SYLLABUS-FILE KEY IS NOT LESS THAN SYL-RECORD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SYL-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-SYL-EOF OR WS-COURSE-OK
               READ SYLLABUS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SYL-EOF-FLAG
                   NOT AT END
                       IF SYL-COURSE-ID = ENR-COURSE-ID
                           AND SYL-ACADEMIC-YEAR
                               = ENR-ACADEMIC-YEAR
                           IF NOT SYL-STATUS-CANCELLED
                               MOVE "Y" TO WS-COURSE-OK-FLAG
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-SYL-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------
      * シラバス領域の科目区分について授業枠表を作る
      * (通常枠+登録日時点で終了していない時間割例外の上書き枠)
      *-----------------------------------------------------------
       COLLECT-COURSE-SLOTS.
           MOVE 1 TO WS-CUR-SLOT-COUNT.
           MOVE SYL-CLASS-DAY TO WS-CUR-SLOT-DAY(1).
           MOVE SYL-CLASS-PERIOD TO WS-CUR-SLOT-PERIOD(1).
           MOVE "00000000" TO WS-CUR-SLOT-FROM(1).
           MOVE "99999999" TO WS-CUR-SLOT-TO(1).
           IF NOT WS-EXC-OPENED
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-EXC-EOF-FLAG.
           MOVE SYL-COURSE-ID TO SXC-COURSE-ID.
           MOVE SYL-ACADEMIC-YEAR TO SXC-ACADEMIC-YEAR.
           MOVE SYL-SECTION-NO TO SXC-SECTION-NO.
           MOVE LOW-VALUES TO SXC-START-DATE.
           START EXCEPTION-FILE KEY IS NOT LESS THAN SXC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EXC-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EXC-EOF
               READ EXCEPTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EXC-EOF-FLAG
                   NOT AT END
                       IF SXC-COURSE-ID = SYL-COURSE-ID
                           AND SXC-ACADEMIC-YEAR = SYL-ACADEMIC-YEAR
                           AND SXC-SECTION-NO = SYL-SECTION-NO
                           IF SXC-END-DATE >= EIM-REG-DATE
                               PERFORM ADD-EXCEPTION-SLOT
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-EXC-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

      * 曜日・時限とも上書きなし(教室のみの変更)は枠を増やさない
       ADD-EXCEPTION-SLOT.
           IF SXC-OVR-CLASS-DAY = 0 AND SXC-OVR-CLASS-PERIOD = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-CUR-SLOT-COUNT >= 10
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CUR-SLOT-COUNT.
           MOVE SYL-CLASS-DAY TO WS-CUR-SLOT-DAY(WS-CUR-SLOT-COUNT).
           MOVE SYL-CLASS-PERIOD
               TO WS-CUR-SLOT-PERIOD(WS-CUR-SLOT-COUNT).
           IF SXC-OVR-CLASS-DAY > 0
               MOVE SXC-OVR-CLASS-DAY
                   TO WS-CUR-SLOT-DAY(WS-CUR-SLOT-COUNT)
           END-IF.
           IF SXC-OVR-CLASS-PERIOD > 0
               MOVE SXC-OVR-CLASS-PERIOD
                   TO WS-CUR-SLOT-PERIOD(WS-CUR-SLOT-COUNT)
           END-IF.
           MOVE SXC-START-DATE TO WS-CUR-SLOT-FROM(WS-CUR-SLOT-COUNT).
           MOVE SXC-END-DATE TO WS-CUR-SLOT-TO(WS-CUR-SLOT-COUNT).

      *-----------------------------------------------------------
      * 学期別の履修単位上限チェック
      * 上限は学科+入学年度、なければ学科の既定(入学年度空白)。
      * 登録係の超過承認があればその承認上限を使う。上限の定め
      * がない学生は検査しない。同一年度・同一学期に履修中(E)の
      * 他科目の単位数に登録科目の単位数を加えて比べる
      *-----------------------------------------------------------
       CHECK-CREDIT-LIMIT.
           MOVE "N" TO WS-CREDIT-OVER-FLAG.
           MOVE 0 TO WS-CREDIT-LIMIT.
           IF NOT WS-CRL-OPENED
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-STU-DEPT-ID TO CRL-DEPT-ID.
           MOVE WS-STU-ADMISSION-YEAR TO CRL-ADMISSION-YEAR.
           READ CREDIT-LIMIT-FILE
               KEY IS CRL-KEY
               INVALID KEY
                   MOVE SPACES TO CRL-ADMISSION-YEAR
                   READ CREDIT-LIMIT-FILE
                       KEY IS CRL-KEY
                       INVALID KEY
                           EXIT PARAGRAPH
                   END-READ
           END-READ.
           MOVE CRL-MAX-CREDITS TO WS-CREDIT-LIMIT.

           IF WS-OVA-OPENED
               MOVE EIM-STUDENT-ID TO OVA-STUDENT-ID
               MOVE EIM-ACADEMIC-YEAR TO OVA-ACADEMIC-YEAR
               MOVE WS-NEW-SEMESTER TO OVA-SEMESTER
               READ OVERLOAD-FILE
                   KEY IS OVA-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OVA-MAX-CREDITS > WS-CREDIT-LIMIT
                           MOVE OVA-MAX-CREDITS TO WS-CREDIT-LIMIT
                       END-IF
               END-READ
           END-IF.

           MOVE WS-NEW-CREDITS TO WS-TERM-CREDITS.
           MOVE "N" TO WS-ENR-EOF-FLAG.
           MOVE LOW-VALUES TO ENR-KEY.
           START ENROLLMENT-FILE KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ENR-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-ENR-EOF
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ENR-EOF-FLAG
                   NOT AT END
                       IF ENR-STUDENT-ID = EIM-STUDENT-ID
                           AND ENR-ACADEMIC-YEAR = EIM-ACADEMIC-YEAR
                           AND ENR-COURSE-ID NOT = EIM-COURSE-ID
                           AND ENR-STATUS-ENROLLED
                           PERFORM ADD-ENROLLED-CREDITS
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-TERM-CREDITS > WS-CREDIT-LIMIT
               MOVE "Y" TO WS-CREDIT-OVER-FLAG
           END-IF.

      * 履修中の1科目分: 同一学期なら単位数を加える
       ADD-ENROLLED-CREDITS.
           PERFORM FIND-ENROLLED-SECTION.
           IF NOT WS-COURSE-OK
               EXIT PARAGRAPH
           END-IF.
           IF SYL-SEMESTER = WS-NEW-SEMESTER
               ADD SYL-CREDITS TO WS-TERM-CREDITS
           END-IF.

       REJECT-ENROLLMENT.
           ADD 1 TO WS-REJECT-COUNT.
           STRING EIM-COURSE-ID DELIMITED BY SIZE
