      *****************************************************************
      * シラバス管理システム - 教員別作業一覧(SYLTWL)
      * 教員IDでサインインし、その教員が対応すべき未処理事項を
      * 一覧にする(下書き・差戻しのシラバス、審査中・差戻しの
      * 改訂依頼、差戻された新規科目提案、完全性チェックの不備、
      * 成績未入力の区分、試験教室未定の区分、未読通知)。
      * 各項目には経過日数を付け、番号を選ぶと該当する保守機能を
      * 呼び出す。呼出可否はメニューと同じ機能権限で判定する。
      * 登録係以外は自分の教員IDと同じ操作者IDでサインイン済みの
      * ときだけ自分の一覧を表示できる
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLTWL.
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

           SELECT COTEACH-FILE
               ASSIGN TO "coteach.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTC-KEY
               FILE STATUS IS WS-CTC-FILE-STATUS.

           SELECT REVISION-FILE
               ASSIGN TO "revision.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REV-KEY
               FILE STATUS IS WS-REV-FILE-STATUS.

           SELECT PROPOSAL-FILE
               ASSIGN TO "proposal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-KEY
               FILE STATUS IS WS-PRO-FILE-STATUS.

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

           SELECT SEMESTER-FILE
               ASSIGN TO "semester.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEM-CODE
               FILE STATUS IS WS-SEM-FILE-STATUS.

           SELECT EXAM-FILE
               ASSIGN TO "examsched.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXM-KEY
               FILE STATUS IS WS-EXM-FILE-STATUS.

           SELECT NOTIFY-FILE
               ASSIGN TO "notify.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SYLLABUS-FILE.
           COPY "copybooks/SYLFILE.cpy".

       FD COTEACH-FILE.
           COPY "copybooks/COTEACHFILE.cpy".

       FD REVISION-FILE.
           COPY "copybooks/REVISIONFILE.cpy".

       FD PROPOSAL-FILE.
           COPY "copybooks/PROPOSALFILE.cpy".

       FD ENROLLMENT-FILE.
           COPY "copybooks/ENROLLFILE.cpy".

       FD GRADE-FILE.
           COPY "copybooks/GRADEFILE.cpy".

       FD SEMESTER-FILE.
           COPY "copybooks/SEMESTERFILE.cpy".

       FD EXAM-FILE.
           COPY "copybooks/EXAMFILE.cpy".

       FD NOTIFY-FILE.
           COPY "copybooks/NOTIFYFILE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-SYL-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SYL-FILE-SUCCESS   VALUE "00".
       01 WS-CTC-FILE-STATUS       PIC XX VALUE "00".
          88 WS-CTC-FILE-SUCCESS   VALUE "00".
       01 WS-REV-FILE-STATUS       PIC XX VALUE "00".
          88 WS-REV-FILE-SUCCESS   VALUE "00".
       01 WS-PRO-FILE-STATUS       PIC XX VALUE "00".
          88 WS-PRO-FILE-SUCCESS   VALUE "00".
       01 WS-ENR-FILE-STATUS       PIC XX VALUE "00".
          88 WS-ENR-FILE-SUCCESS   VALUE "00".
       01 WS-GRD-FILE-STATUS       PIC XX VALUE "00".
          88 WS-GRD-FILE-SUCCESS   VALUE "00".
       01 WS-SEM-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SEM-FILE-SUCCESS   VALUE "00".
       01 WS-EXM-FILE-STATUS       PIC XX VALUE "00".
          88 WS-EXM-FILE-SUCCESS   VALUE "00".
       01 WS-NTF-FILE-STATUS       PIC XX VALUE "00".
          88 WS-NTF-FILE-SUCCESS   VALUE "00".

      * 任意ファイルの開設状態
       01 WS-CTC-OPEN-FLAG         PIC X VALUE "N".
          88 WS-CTC-OPENED         VALUE "Y".
       01 WS-ENR-OPEN-FLAG         PIC X VALUE "N".
          88 WS-ENR-OPENED         VALUE "Y".
       01 WS-GRD-OPEN-FLAG         PIC X VALUE "N".
          88 WS-GRD-OPENED         VALUE "Y".
       01 WS-SEM-OPEN-FLAG         PIC X VALUE "N".
          88 WS-SEM-OPENED         VALUE "Y".
       01 WS-EXM-OPEN-FLAG         PIC X VALUE "N".
          88 WS-EXM-OPENED         VALUE "Y".

       01 WS-EOF-FLAG              PIC X VALUE "N".
          88 WS-EOF                VALUE "Y".
       01 WS-ENR-EOF-FLAG          PIC X VALUE "N".
          88 WS-ENR-EOF            VALUE "Y".

       01 WS-FUNCTION-CODE         PIC X.
       01 WS-PARAM-1               PIC X(50).
       01 WS-PARAM-2               PIC X(50).
       01 WS-RESULT                PIC X(200).
       01 WS-RETURN-CODE           PIC 9.

       01 WS-TEACHER-ID            PIC X(5).
       01 WS-TEACHER-NAME          PIC X(20).
       01 WS-TARGET-YEAR           PIC X(4).
       01 WS-SELECT-NO             PIC 999 VALUE 0.
       01 WS-DONE-FLAG             PIC X VALUE "N".
          88 WS-DONE               VALUE "Y".

       01 WS-TODAY                 PIC X(8).
       01 WS-DATE-NUM              PIC 9(8).
       01 WS-TODAY-INT             PIC 9(7).
       01 WS-REF-INT               PIC 9(7).

      * 担当判定(主担当または共同担当)
       01 WS-OWNS-FLAG             PIC X VALUE "N".
          88 WS-OWNS-SECTION       VALUE "Y".

      * 区分空白の履修明細が属する区分(科目の閉講でない先頭区分)
       01 WS-LAST-COURSE-KEY       PIC X(10).
       01 WS-EFFECTIVE-SECTION     PIC X(2).

      * 完全性チェック
       01 WS-WEEK-IDX              PIC 99.
       01 WS-WEEK-FILLED-COUNT     PIC 99.
       01 WS-GAP-TEXT              PIC X(30).
       01 WS-GAP-PTR               PIC 99.

      * 成績未入力
       01 WS-MISSING-COUNT         PIC 9(4).
       01 WS-DISPLAY-MISSING       PIC ZZZ9.

      * 改訂依頼(区分ごとに最新の依頼だけを判定する)
       01 WS-HOLD-REV-FLAG         PIC X VALUE "N".
          88 WS-HOLD-REV           VALUE "Y".
       01 WS-HOLD-REV-SECTION-KEY  PIC X(12).
       01 WS-HOLD-REV-STATUS       PIC X.
       01 WS-HOLD-REV-TS           PIC X(21).

      * 新規科目提案
       01 WS-PRO-COURSE-ID         PIC X(6).
       01 WS-PRO-YEAR              PIC X(4).
       01 WS-PRO-SECTION-NO        PIC X(2).
       01 WS-PRO-TEACHER-ID        PIC X(5).
       01 WS-DISPLAY-PRO-NO        PIC 9(5).

      * 追加する項目
       01 WS-NEW-ITEM.
          05 WS-NEW-KIND           PIC X(2).
          05 WS-NEW-COURSE-ID      PIC X(6).
          05 WS-NEW-YEAR           PIC X(4).
          05 WS-NEW-SECTION-NO     PIC X(2).
          05 WS-NEW-TEXT           PIC X(30).
          05 WS-NEW-REF-DATE       PIC X(8).
          05 WS-NEW-FUNC           PIC 99.

      * 作業項目表(最大200件。経過日数は基準日から今日までの
      * 日数で、試験教室未定は試験日までの残日数を負で表す)
       01 WS-ITEM-TABLE.
          05 WS-ITEM-COUNT         PIC 999 VALUE 0.
          05 WS-ITEM-ENTRY OCCURS 200 TIMES.
             10 WS-ITM-KIND        PIC X(2).
                88 WS-ITM-SYL-DRAFT     VALUE "SD".
                88 WS-ITM-SYL-REJECTED  VALUE "SR".
                88 WS-ITM-AUDIT-GAP     VALUE "AU".
                88 WS-ITM-REV-PENDING   VALUE "RP".
                88 WS-ITM-REV-REJECTED  VALUE "RR".
                88 WS-ITM-PRO-REJECTED  VALUE "PR".
                88 WS-ITM-GRADE-MISSING VALUE "GR".
                88 WS-ITM-EXAM-NO-ROOM  VALUE "EX".
                88 WS-ITM-NOTICE        VALUE "NT".
             10 WS-ITM-COURSE-ID   PIC X(6).
             10 WS-ITM-YEAR        PIC X(4).
             10 WS-ITM-SECTION-NO  PIC X(2).
             10 WS-ITM-TEXT        PIC X(30).
             10 WS-ITM-AGE         PIC S9(5).
      *      呼出先の機能番号(メニュー番号。0は画面から処理なし)
             10 WS-ITM-FUNC        PIC 99.
       01 WS-ITEM-OVERFLOW-FLAG    PIC X VALUE "N".
          88 WS-ITEM-OVERFLOW      VALUE "Y".
       01 WS-ITEM-IDX              PIC 999.

       01 WS-KIND-LABEL            PIC X(18).
       01 WS-DISPLAY-NO            PIC ZZ9.
       01 WS-DISPLAY-AGE           PIC -ZZZZ9.

      * 呼出可否
       01 WS-PERM-IDX              PIC 99.
       01 WS-FUNC-PERMITTED-FLAG   PIC X VALUE "Y".
          88 WS-FUNC-PERMITTED     VALUE "Y".
       01 WS-EXPLICIT-GRANT-FLAG   PIC X VALUE "N".
          88 WS-EXPLICIT-GRANT     VALUE "Y".
       01 WS-JUMP-FUNC             PIC 99.

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
       01 TWL-SIGNIN-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "教員別作業一覧".
           05 LINE 3 COLUMN 1 VALUE "教員ID:".
           05 LINE 3 COLUMN 25 PIC X(5) USING WS-TEACHER-ID.
           05 LINE 4 COLUMN 1 VALUE "対象年度(4桁):".
           05 LINE 4 COLUMN 25 PIC X(4) USING WS-TARGET-YEAR.

       PROCEDURE DIVISION USING LS-OPERATOR-ID, LS-SIGNED-IN-FLAG,
                                LS-OPERATOR-ROLE, LS-PERM-TABLE.
       MAIN-PROCESS.
           MOVE SPACES TO WS-TEACHER-ID.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TARGET-YEAR.
           DISPLAY TWL-SIGNIN-SCREEN.
           ACCEPT TWL-SIGNIN-SCREEN.

           IF WS-TEACHER-ID = SPACES OR WS-TARGET-YEAR = SPACES
               DISPLAY "エラー:教員IDと年度は必須です。"
               GOBACK
           END-IF.

           IF NOT LS-REGISTRAR
               IF NOT LS-SIGNED-IN
                   OR LS-OPERATOR-ID NOT = WS-TEACHER-ID
                   DISPLAY "エラー:本人の一覧のみ表示可。"
                   GOBACK
               END-IF
           END-IF.

           MOVE "T" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE WS-TEACHER-ID TO WS-PARAM-1(1:5).
           MOVE SPACES TO WS-PARAM-2.
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.
           IF WS-RETURN-CODE = 1
               DISPLAY WS-RESULT
               GOBACK
           END-IF.
           MOVE WS-RESULT(1:20) TO WS-TEACHER-NAME.

           MOVE "N" TO WS-DONE-FLAG.
           PERFORM UNTIL WS-DONE
               PERFORM BUILD-WORK-LIST
               PERFORM DISPLAY-WORK-LIST
               PERFORM SELECT-WORK-ITEM
           END-PERFORM.
           GOBACK.

      *-----------------------------------------------------------
      * 作業項目を集める(呼出先から戻るたびに作り直す)
      *-----------------------------------------------------------
       BUILD-WORK-LIST.
           MOVE 0 TO WS-ITEM-COUNT.
           MOVE "N" TO WS-ITEM-OVERFLOW-FLAG.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY TO WS-DATE-NUM.
           COMPUTE WS-TODAY-INT
               = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

           OPEN INPUT SYLLABUS-FILE.
           IF NOT WS-SYL-FILE-SUCCESS
               DISPLAY "エラー:シラバスファイルなし"
               CLOSE SYLLABUS-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM OPEN-OPTIONAL-FILES.

           PERFORM SCAN-SYLLABUSES.
           PERFORM SCAN-REVISIONS.
           PERFORM SCAN-PROPOSALS.
           PERFORM SCAN-NOTICES.

           PERFORM CLOSE-OPTIONAL-FILES.
           CLOSE SYLLABUS-FILE.

       OPEN-OPTIONAL-FILES.
           MOVE "N" TO WS-CTC-OPEN-FLAG.
           MOVE "N" TO WS-ENR-OPEN-FLAG.
           MOVE "N" TO WS-GRD-OPEN-FLAG.
           MOVE "N" TO WS-SEM-OPEN-FLAG.
           MOVE "N" TO WS-EXM-OPEN-FLAG.
           OPEN INPUT COTEACH-FILE.
           IF WS-CTC-FILE-SUCCESS
               MOVE "Y" TO WS-CTC-OPEN-FLAG
           END-IF.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENR-FILE-SUCCESS
               MOVE "Y" TO WS-ENR-OPEN-FLAG
           END-IF.
           OPEN INPUT GRADE-FILE.
           IF WS-GRD-FILE-SUCCESS
               MOVE "Y" TO WS-GRD-OPEN-FLAG
           END-IF.
           OPEN INPUT SEMESTER-FILE.
           IF WS-SEM-FILE-SUCCESS
               MOVE "Y" TO WS-SEM-OPEN-FLAG
           END-IF.
           OPEN INPUT EXAM-FILE.
           IF WS-EXM-FILE-SUCCESS
               MOVE "Y" TO WS-EXM-OPEN-FLAG
           END-IF.

       CLOSE-OPTIONAL-FILES.
           IF WS-CTC-OPENED
               CLOSE COTEACH-FILE
           END-IF.
           IF WS-ENR-OPENED
               CLOSE ENROLLMENT-FILE
           END-IF.
           IF WS-GRD-OPENED
               CLOSE GRADE-FILE
           END-IF.
           IF WS-SEM-OPENED
               CLOSE SEMESTER-FILE
           END-IF.
           IF WS-EXM-OPENED
               CLOSE EXAM-FILE
           END-IF.

      *-----------------------------------------------------------
      * 対象年度のシラバスで教員が担当する区分を調べる
      * (区分はキー順に並ぶので、科目の閉講でない先頭区分を
      *  読みながら決める)
      *-----------------------------------------------------------
       SCAN-SYLLABUSES.
           MOVE SPACES TO WS-LAST-COURSE-KEY.
           MOVE SPACES TO WS-EFFECTIVE-SECTION.
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
                           PERFORM CHECK-ONE-SYLLABUS
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ONE-SYLLABUS.
           IF SYL-RECORD-KEY(1:10) NOT = WS-LAST-COURSE-KEY
               MOVE SYL-RECORD-KEY(1:10) TO WS-LAST-COURSE-KEY
               MOVE SPACES TO WS-EFFECTIVE-SECTION
           END-IF.
           IF WS-EFFECTIVE-SECTION = SPACES
               AND NOT SYL-STATUS-CANCELLED
               MOVE SYL-SECTION-NO TO WS-EFFECTIVE-SECTION
           END-IF.

           PERFORM CHECK-TEACHER-OWNS.
           IF NOT WS-OWNS-SECTION
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-NEW-ITEM.
           MOVE SYL-COURSE-ID TO WS-NEW-COURSE-ID.
           MOVE SYL-ACADEMIC-YEAR TO WS-NEW-YEAR.
           MOVE SYL-SECTION-NO TO WS-NEW-SECTION-NO.
           MOVE SYL-COURSE-NAME TO WS-NEW-TEXT.
           MOVE SYL-LAST-UPDATED(1:8) TO WS-NEW-REF-DATE.
           EVALUATE TRUE
               WHEN SYL-STATUS-DRAFT
                   MOVE "SD" TO WS-NEW-KIND
                   MOVE 2 TO WS-NEW-FUNC
                   PERFORM ADD-WORK-ITEM
               WHEN SYL-STATUS-REJECTED
                   MOVE "SR" TO WS-NEW-KIND
                   MOVE 2 TO WS-NEW-FUNC
                   PERFORM ADD-WORK-ITEM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF SYL-STATUS-CANCELLED
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-SYLLABUS-GAPS.

           IF SYL-STATUS-APPROVED
               PERFORM CHECK-GRADES-POSTED
               PERFORM CHECK-EXAM-ROOM
           END-IF.

      * 主担当か、共同担当教員ファイルに登録があれば担当とみなす
       CHECK-TEACHER-OWNS.
           MOVE "N" TO WS-OWNS-FLAG.
           IF SYL-TEACHER-ID = WS-TEACHER-ID
               MOVE "Y" TO WS-OWNS-FLAG
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-CTC-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE SYL-COURSE-ID TO CTC-COURSE-ID.
           MOVE SYL-ACADEMIC-YEAR TO CTC-ACADEMIC-YEAR.
           MOVE SYL-SECTION-NO TO CTC-SECTION-NO.
           MOVE WS-TEACHER-ID TO CTC-TEACHER-ID.
           READ COTEACH-FILE
               KEY IS CTC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-OWNS-FLAG
           END-READ.

      *-----------------------------------------------------------
      * 完全性チェック(SYLAUDと同じ基準: 授業概要・学習目標・
      * 15週分の授業計画)
      *-----------------------------------------------------------
       CHECK-SYLLABUS-GAPS.
           MOVE 0 TO WS-WEEK-FILLED-COUNT.
           PERFORM VARYING WS-WEEK-IDX FROM 1 BY 1
                   UNTIL WS-WEEK-IDX > 15
               IF SYL-WEEK-PLAN(WS-WEEK-IDX) NOT = SPACES
                   ADD 1 TO WS-WEEK-FILLED-COUNT
               END-IF
           END-PERFORM.

           IF SYL-DESCRIPTION NOT = SPACES
               AND SYL-OBJECTIVES NOT = SPACES
               AND WS-WEEK-FILLED-COUNT = 15
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-GAP-TEXT.
           MOVE 1 TO WS-GAP-PTR.
           IF SYL-DESCRIPTION = SPACES
               STRING "概要 " DELIMITED BY SIZE
                   INTO WS-GAP-TEXT WITH POINTER WS-GAP-PTR
           END-IF.
           IF SYL-OBJECTIVES = SPACES
               STRING "目標 " DELIMITED BY SIZE
                   INTO WS-GAP-TEXT WITH POINTER WS-GAP-PTR
           END-IF.
           IF WS-WEEK-FILLED-COUNT < 15
               STRING "計画" WS-WEEK-FILLED-COUNT "/15週"
                   DELIMITED BY SIZE
                   INTO WS-GAP-TEXT WITH POINTER WS-GAP-PTR
           END-IF.

           MOVE "AU" TO WS-NEW-KIND.
           MOVE WS-GAP-TEXT TO WS-NEW-TEXT.
           MOVE 2 TO WS-NEW-FUNC.
           PERFORM ADD-WORK-ITEM.

      *-----------------------------------------------------------
      * 学期終了後に在籍中の履修者の成績が未入力の区分
      * (経過日数は学期終了日から数える)
      *-----------------------------------------------------------
       CHECK-GRADES-POSTED.
           IF NOT WS-ENR-OPENED OR NOT WS-SEM-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE SYL-SEMESTER TO SEM-CODE.
           READ SEMESTER-FILE
               KEY IS SEM-CODE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF SEM-END-DATE IS NOT NUMERIC
               OR SEM-END-DATE NOT < WS-TODAY
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-MISSING-COUNT.
           MOVE "N" TO WS-ENR-EOF-FLAG.
           MOVE SYL-COURSE-ID TO ENR-COURSE-ID.
           MOVE SYL-ACADEMIC-YEAR TO ENR-ACADEMIC-YEAR.
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
                       IF ENR-COURSE-ID NOT = SYL-COURSE-ID
                           OR ENR-ACADEMIC-YEAR
                               NOT = SYL-ACADEMIC-YEAR
                           MOVE "Y" TO WS-ENR-EOF-FLAG
                       ELSE
                           PERFORM CHECK-ONE-ENROLLMENT
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-MISSING-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MISSING-COUNT TO WS-DISPLAY-MISSING.
           MOVE SPACES TO WS-NEW-TEXT.
           STRING "未入力" WS-DISPLAY-MISSING "名" DELIMITED BY SIZE
               INTO WS-NEW-TEXT.
           MOVE "GR" TO WS-NEW-KIND.
           MOVE SEM-END-DATE TO WS-NEW-REF-DATE.
           MOVE 0 TO WS-NEW-FUNC.
           PERFORM ADD-WORK-ITEM.

       CHECK-ONE-ENROLLMENT.
           IF NOT ENR-STATUS-ENROLLED
               EXIT PARAGRAPH
           END-IF.
           IF ENR-SECTION-NO NOT = SYL-SECTION-NO
               IF ENR-SECTION-NO NOT = SPACES
                   OR WS-EFFECTIVE-SECTION NOT = SYL-SECTION-NO
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF NOT WS-GRD-OPENED
               ADD 1 TO WS-MISSING-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE ENR-KEY TO GRD-KEY.
           READ GRADE-FILE
               KEY IS GRD-KEY
               INVALID KEY
                   ADD 1 TO WS-MISSING-COUNT
               NOT INVALID KEY
                   IF GRD-GRADE = SPACE
                       ADD 1 TO WS-MISSING-COUNT
                   END-IF
           END-READ.

      *-----------------------------------------------------------
      * 期末試験日程はあるが試験教室が決まっていない区分
      * (基準日は試験日。試験前は残日数が負で表示される)
      *-----------------------------------------------------------
       CHECK-EXAM-ROOM.
           IF NOT WS-EXM-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE SYL-COURSE-ID TO EXM-COURSE-ID.
           MOVE SYL-ACADEMIC-YEAR TO EXM-ACADEMIC-YEAR.
           MOVE SYL-SECTION-NO TO EXM-SECTION-NO.
           READ EXAM-FILE
               KEY IS EXM-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF EXM-EXAM-ROOM NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-NEW-TEXT.
           STRING "試験日 " EXM-EXAM-DATE DELIMITED BY SIZE
               INTO WS-NEW-TEXT.
           MOVE "EX" TO WS-NEW-KIND.
           MOVE EXM-EXAM-DATE TO WS-NEW-REF-DATE.
           MOVE 48 TO WS-NEW-FUNC.
           PERFORM ADD-WORK-ITEM.

      *-----------------------------------------------------------
      * 担当区分の改訂依頼(区分ごとに最新の依頼が審査中または
      * 差戻しのもの。キーは区分+提出日時の昇順)
      *-----------------------------------------------------------
       SCAN-REVISIONS.
           OPEN INPUT REVISION-FILE.
           IF NOT WS-REV-FILE-SUCCESS
               CLOSE REVISION-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-HOLD-REV-FLAG.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO REV-KEY.
           START REVISION-FILE KEY IS NOT LESS THAN REV-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF
               READ REVISION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-HOLD-REV
                           AND REV-KEY(1:12)
                               NOT = WS-HOLD-REV-SECTION-KEY
                           PERFORM CHECK-HELD-REVISION
                       END-IF
                       IF REV-ACADEMIC-YEAR = WS-TARGET-YEAR
                           MOVE "Y" TO WS-HOLD-REV-FLAG
                           MOVE REV-KEY(1:12)
                               TO WS-HOLD-REV-SECTION-KEY
                           MOVE REV-STATUS TO WS-HOLD-REV-STATUS
                           MOVE REV-SUBMITTED-TS TO WS-HOLD-REV-TS
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-HOLD-REV
               PERFORM CHECK-HELD-REVISION
           END-IF.
           CLOSE REVISION-FILE.

       CHECK-HELD-REVISION.
           MOVE "N" TO WS-HOLD-REV-FLAG.
           IF WS-HOLD-REV-STATUS NOT = "P"
               AND WS-HOLD-REV-STATUS NOT = "R"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-HOLD-REV-SECTION-KEY TO SYL-RECORD-KEY.
           READ SYLLABUS-FILE
               KEY IS SYL-RECORD-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           PERFORM CHECK-TEACHER-OWNS.
           IF NOT WS-OWNS-SECTION
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-NEW-ITEM.
           MOVE SYL-COURSE-ID TO WS-NEW-COURSE-ID.
           MOVE SYL-ACADEMIC-YEAR TO WS-NEW-YEAR.
           MOVE SYL-SECTION-NO TO WS-NEW-SECTION-NO.
           MOVE SYL-COURSE-NAME TO WS-NEW-TEXT.
           MOVE WS-HOLD-REV-TS(1:8) TO WS-NEW-REF-DATE.
      *    審査中は照会のみ、差戻しは更新から再依頼する
           IF WS-HOLD-REV-STATUS = "P"
               MOVE "RP" TO WS-NEW-KIND
               MOVE 4 TO WS-NEW-FUNC
           ELSE
               MOVE "RR" TO WS-NEW-KIND
               MOVE 2 TO WS-NEW-FUNC
           END-IF.
           PERFORM ADD-WORK-ITEM.

      *-----------------------------------------------------------
      * 差戻された新規科目提案(起案者または提案内容の担当教員が
      * 本人で、まだシラバスに登録されていないもの)
      *-----------------------------------------------------------
       SCAN-PROPOSALS.
           OPEN INPUT PROPOSAL-FILE.
           IF NOT WS-PRO-FILE-SUCCESS
               CLOSE PROPOSAL-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO PRO-KEY.
           START PROPOSAL-FILE KEY IS NOT LESS THAN PRO-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF
               READ PROPOSAL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF PRO-STATUS-REJECTED
                           PERFORM CHECK-ONE-PROPOSAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROPOSAL-FILE.

       CHECK-ONE-PROPOSAL.
           MOVE PRO-PROPOSED-IMAGE TO SYLLABUS-RECORD.
           MOVE SYL-COURSE-ID TO WS-PRO-COURSE-ID.
           MOVE SYL-ACADEMIC-YEAR TO WS-PRO-YEAR.
           MOVE SYL-SECTION-NO TO WS-PRO-SECTION-NO.
           MOVE SYL-TEACHER-ID TO WS-PRO-TEACHER-ID.
           IF WS-PRO-YEAR NOT = WS-TARGET-YEAR
               EXIT PARAGRAPH
           END-IF.
           IF PRO-OPERATOR-ID NOT = WS-TEACHER-ID
               AND WS-PRO-TEACHER-ID NOT = WS-TEACHER-ID
               EXIT PARAGRAPH
           END-IF.

           READ SYLLABUS-FILE
               KEY IS SYL-RECORD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           MOVE SPACES TO WS-NEW-ITEM.
           MOVE WS-PRO-COURSE-ID TO WS-NEW-COURSE-ID.
           MOVE WS-PRO-YEAR TO WS-NEW-YEAR.
           MOVE WS-PRO-SECTION-NO TO WS-NEW-SECTION-NO.
           MOVE PRO-PROPOSAL-NO TO WS-DISPLAY-PRO-NO.
           STRING "No" WS-DISPLAY-PRO-NO " " PRO-REJECT-REASON
               DELIMITED BY SIZE INTO WS-NEW-TEXT.
           MOVE PRO-SUBMITTED-TS(1:8) TO WS-NEW-REF-DATE.
           MOVE "PR" TO WS-NEW-KIND.
           MOVE 52 TO WS-NEW-FUNC.
           PERFORM ADD-WORK-ITEM.

      *-----------------------------------------------------------
      * 教員宛の未読通知(まだメール抽出されていない通知)
      *-----------------------------------------------------------
       SCAN-NOTICES.
           OPEN INPUT NOTIFY-FILE.
           IF NOT WS-NTF-FILE-SUCCESS
               CLOSE NOTIFY-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ NOTIFY-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF NTF-TEACHER-ID = WS-TEACHER-ID
                           AND NTF-UNSENT
                           PERFORM ADD-NOTICE-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NOTIFY-FILE.

       ADD-NOTICE-ITEM.
           MOVE SPACES TO WS-NEW-ITEM.
           MOVE NTF-COURSE-ID TO WS-NEW-COURSE-ID.
           MOVE NTF-ACADEMIC-YEAR TO WS-NEW-YEAR.
           EVALUATE TRUE
               WHEN NTF-DECISION-APPROVED
                   MOVE "シラバス承認" TO WS-NEW-TEXT
               WHEN NTF-DECISION-REJECTED
                   MOVE "シラバス差戻し" TO WS-NEW-TEXT
               WHEN NTF-DECISION-CANCELLED
                   MOVE "閉講" TO WS-NEW-TEXT
               WHEN NTF-GRADE-REMINDER
                   MOVE "成績提出督促" TO WS-NEW-TEXT
               WHEN NTF-PROCTOR-ASSIGNED
                   MOVE "試験監督割当" TO WS-NEW-TEXT
               WHEN NTF-PROCTOR-RELEASED
                   MOVE "試験監督解除" TO WS-NEW-TEXT
               WHEN NTF-ADVISEE-WITHDRAWN
                   STRING "指導学生辞退 " NTF-STUDENT-ID
                       DELIMITED BY SIZE INTO WS-NEW-TEXT
               WHEN NTF-ADVISEE-NO-ENROLL
                   STRING "指導学生履修なし " NTF-STUDENT-ID
                       DELIMITED BY SIZE INTO WS-NEW-TEXT
               WHEN OTHER
                   MOVE "通知" TO WS-NEW-TEXT
           END-EVALUATE.
           MOVE NTF-TIMESTAMP(1:8) TO WS-NEW-REF-DATE.
           MOVE "NT" TO WS-NEW-KIND.
           MOVE 0 TO WS-NEW-FUNC.
           PERFORM ADD-WORK-ITEM.

      *-----------------------------------------------------------
      * 項目を表に追加し、基準日からの経過日数を求める
      *-----------------------------------------------------------
       ADD-WORK-ITEM.
           IF WS-ITEM-COUNT >= 200
               MOVE "Y" TO WS-ITEM-OVERFLOW-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ITEM-COUNT.
           MOVE WS-NEW-KIND TO WS-ITM-KIND(WS-ITEM-COUNT).
           MOVE WS-NEW-COURSE-ID TO WS-ITM-COURSE-ID(WS-ITEM-COUNT).
           MOVE WS-NEW-YEAR TO WS-ITM-YEAR(WS-ITEM-COUNT).
           MOVE WS-NEW-SECTION-NO
               TO WS-ITM-SECTION-NO(WS-ITEM-COUNT).
           MOVE WS-NEW-TEXT TO WS-ITM-TEXT(WS-ITEM-COUNT).
           MOVE WS-NEW-FUNC TO WS-ITM-FUNC(WS-ITEM-COUNT).

           MOVE 0 TO WS-ITM-AGE(WS-ITEM-COUNT).
           IF WS-NEW-REF-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NEW-REF-DATE TO WS-DATE-NUM.
           COMPUTE WS-REF-INT
               = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           IF WS-REF-INT = 0 OR WS-TODAY-INT = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ITM-AGE(WS-ITEM-COUNT)
               = WS-TODAY-INT - WS-REF-INT.

      *-----------------------------------------------------------
      * 作業一覧の表示
      *-----------------------------------------------------------
       DISPLAY-WORK-LIST.
           DISPLAY " ".
           DISPLAY "==== 作業一覧 " WS-TEACHER-ID " "
                   WS-TEACHER-NAME " " WS-TARGET-YEAR "年度 ====".
           DISPLAY " No 種別           科目   年度 区分   "
                   "経過 内容".
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               PERFORM DISPLAY-ITEM-LINE
           END-PERFORM.
           IF WS-ITEM-COUNT = 0
               DISPLAY "未処理の項目はありません。"
           END-IF.
           IF WS-ITEM-OVERFLOW
               DISPLAY "警告:項目が200件を超過。"
           END-IF.
           DISPLAY "経過:基準日からの日数"
                   "(試験は試験日まで負)".
           DISPLAY "==================".

       DISPLAY-ITEM-LINE.
           EVALUATE TRUE
               WHEN WS-ITM-SYL-DRAFT(WS-ITEM-IDX)
                   MOVE "下書き" TO WS-KIND-LABEL
               WHEN WS-ITM-SYL-REJECTED(WS-ITEM-IDX)
                   MOVE "承認差戻し" TO WS-KIND-LABEL
               WHEN WS-ITM-AUDIT-GAP(WS-ITEM-IDX)
                   MOVE "記載不備" TO WS-KIND-LABEL
               WHEN WS-ITM-REV-PENDING(WS-ITEM-IDX)
                   MOVE "改訂審査中" TO WS-KIND-LABEL
               WHEN WS-ITM-REV-REJECTED(WS-ITEM-IDX)
                   MOVE "改訂差戻し" TO WS-KIND-LABEL
               WHEN WS-ITM-PRO-REJECTED(WS-ITEM-IDX)
                   MOVE "提案差戻し" TO WS-KIND-LABEL
               WHEN WS-ITM-GRADE-MISSING(WS-ITEM-IDX)
                   MOVE "成績未入力" TO WS-KIND-LABEL
               WHEN WS-ITM-EXAM-NO-ROOM(WS-ITEM-IDX)
                   MOVE "試験教室未定" TO WS-KIND-LABEL
               WHEN OTHER
                   MOVE "未読通知" TO WS-KIND-LABEL
           END-EVALUATE.
           MOVE WS-ITEM-IDX TO WS-DISPLAY-NO.
           MOVE WS-ITM-AGE(WS-ITEM-IDX) TO WS-DISPLAY-AGE.
           DISPLAY WS-DISPLAY-NO " " WS-KIND-LABEL " "
                   WS-ITM-COURSE-ID(WS-ITEM-IDX) " "
                   WS-ITM-YEAR(WS-ITEM-IDX) "  "
                   WS-ITM-SECTION-NO(WS-ITEM-IDX) " "
                   WS-DISPLAY-AGE " "
                   WS-ITM-TEXT(WS-ITEM-IDX).

      *-----------------------------------------------------------
      * 項目番号を選ばせ、対応する保守機能を呼び出す
      *-----------------------------------------------------------
       SELECT-WORK-ITEM.
           MOVE 0 TO WS-SELECT-NO.
           DISPLAY "項目番号(0=終了):" WITH NO ADVANCING.
           ACCEPT WS-SELECT-NO.
           IF WS-SELECT-NO = 0
               MOVE "Y" TO WS-DONE-FLAG
               EXIT PARAGRAPH
           END-IF.
           IF WS-SELECT-NO > WS-ITEM-COUNT
               DISPLAY "無効な番号です。"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ITM-FUNC(WS-SELECT-NO) TO WS-JUMP-FUNC.
           IF WS-JUMP-FUNC = 0
               DISPLAY "この項目は画面から処理不可。"
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-JUMP-PERMITTED.
           IF NOT WS-FUNC-PERMITTED
               DISPLAY "エラー:この機能の権限なし"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "対象: " WS-ITM-COURSE-ID(WS-SELECT-NO) " "
                   WS-ITM-YEAR(WS-SELECT-NO) " "
                   WS-ITM-SECTION-NO(WS-SELECT-NO).
           EVALUATE WS-JUMP-FUNC
               WHEN 2
                   PERFORM CALL-SYLLABUS-UPDATE
               WHEN 4
                   PERFORM CALL-SYLLABUS-QUERY
               WHEN 48
                   PERFORM CALL-EXAM-MAINTAIN
               WHEN 52
                   PERFORM CALL-COURSE-PROPOSAL
           END-EVALUATE.

      *-----------------------------------------------------------
      * メニューと同じ規則で呼出可否を判定する
      * (登録係は常に許可。権限レコードのある操作者は列挙された
      *  機能のみ。更新は登録係か明示的な許可が必要)
      *-----------------------------------------------------------
       CHECK-JUMP-PERMITTED.
           MOVE "Y" TO WS-FUNC-PERMITTED-FLAG.
           IF LS-REGISTRAR
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-EXPLICIT-GRANT-FLAG.
           PERFORM VARYING WS-PERM-IDX FROM 1 BY 1
                   UNTIL WS-PERM-IDX > LS-PERM-COUNT
               IF LS-PERM-FUNC(WS-PERM-IDX) = WS-JUMP-FUNC
                   MOVE "Y" TO WS-EXPLICIT-GRANT-FLAG
               END-IF
           END-PERFORM.

           IF LS-PERM-COUNT > 0 AND NOT WS-EXPLICIT-GRANT
               MOVE "N" TO WS-FUNC-PERMITTED-FLAG
               EXIT PARAGRAPH
           END-IF.
           IF WS-JUMP-FUNC = 2 AND NOT WS-EXPLICIT-GRANT
               MOVE "N" TO WS-FUNC-PERMITTED-FLAG
           END-IF.

       CALL-SYLLABUS-UPDATE.
           DISPLAY "SYLUPDを起動します...".
           CALL "SYLUPD" USING LS-OPERATOR-ID, LS-SIGNED-IN-FLAG,
                               LS-OPERATOR-ROLE, LS-PERM-TABLE
           ON EXCEPTION
               DISPLAY "エラー:SYLUPD呼出失敗"
           END-CALL.

       CALL-SYLLABUS-QUERY.
           DISPLAY "SYLQRYを起動します...".
           CALL "SYLQRY"
           ON EXCEPTION
               DISPLAY "エラー:SYLQRY呼出失敗"
           END-CALL.

       CALL-EXAM-MAINTAIN.
           DISPLAY "SYLEXMを起動します...".
           CALL "SYLEXM"
           ON EXCEPTION
               DISPLAY "エラー:SYLEXM呼出失敗"
           END-CALL.

       CALL-COURSE-PROPOSAL.
           DISPLAY "SYLPROを起動します...".
           CALL "SYLPRO" USING LS-OPERATOR-ID, LS-SIGNED-IN-FLAG,
                               LS-OPERATOR-ROLE, LS-PERM-TABLE
           ON EXCEPTION
               DISPLAY "エラー:SYLPRO呼出失敗"
           END-CALL.
