      *****************************************************************
      * シラバス管理システム - 履修区分変更プログラム(SYLSMV)
      * 履修中の学生を同一科目・年度の別区分へ移す。区分ごとの
      * 在籍数と定員を表示し、満席の区分への移動は確認を求める。
      * 移動した学生には区分変更の通知を出す
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLSMV.
       AUTHOR. SHINYAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLLMENT-FILE
               ASSIGN TO "enroll.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT SYLLABUS-FILE
               ASSIGN TO "syllabus.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-RECORD-KEY
               FILE STATUS IS WS-SYL-FILE-STATUS.

           SELECT STUDENT-NOTIFY-FILE
               ASSIGN TO "stunotify.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ENROLLMENT-FILE.
           COPY "copybooks/ENROLLFILE.cpy".

       FD SYLLABUS-FILE.
           COPY "copybooks/SYLFILE.cpy".

       FD STUDENT-NOTIFY-FILE.
           COPY "copybooks/STUNTFFILE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS           PIC XX VALUE "00".
          88 WS-FILE-SUCCESS       VALUE "00".
          88 WS-FILE-NOT-FOUND     VALUE "23".

       01 WS-SYL-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SYL-FILE-SUCCESS   VALUE "00".

       01 WS-SNT-FILE-STATUS       PIC XX VALUE "00".

       01 WS-EOF-FLAG              PIC X VALUE "N".
          88 WS-EOF                VALUE "Y".

       01 WS-ENROLL-OPEN-FLAG      PIC X VALUE "N".
          88 WS-ENROLL-OPENED      VALUE "Y".

       01 WS-CONTINUE-FLAG         PIC X VALUE "Y".
          88 WS-CONTINUE           VALUE "Y" "y".
          88 WS-EXIT               VALUE "N" "n".

       01 WS-CONFIRM-FLAG          PIC X VALUE "N".
          88 WS-CONFIRMED          VALUE "Y" "y".

       01 WS-SEARCH-COURSE-ID      PIC X(6).
       01 WS-SEARCH-ACADEMIC-YEAR  PIC X(4).
       01 WS-SEARCH-STUDENT-ID     PIC X(8).
       01 WS-NEW-SECTION           PIC X(2).
       01 WS-CURRENT-SECTION       PIC X(2).
       01 WS-ENR-SECTION           PIC X(2).

      * 科目の区分表(閉講でない区分と在籍数)
       01 WS-SEC-TABLE.
          05 WS-SEC-COUNT          PIC 99 VALUE 0.
          05 WS-SEC-ENTRY OCCURS 20 TIMES.
             10 WS-SEC-NO          PIC X(2).
             10 WS-SEC-TEACHER-ID  PIC X(5).
             10 WS-SEC-CAPACITY    PIC 9(3).
             10 WS-SEC-ENROLLED    PIC 9(4).

       01 WS-SEC-IDX               PIC 99.
       01 WS-SEC-NEW-IDX           PIC 99.

       01 WS-MOVE-COUNT            PIC 9(3) VALUE 0.

       01 WS-FUNCTION-CODE         PIC X.
       01 WS-PARAM-1               PIC X(50).
       01 WS-PARAM-2               PIC X(50).
       01 WS-RESULT                PIC X(200).
       01 WS-RETURN-CODE           PIC 9.

       SCREEN SECTION.
       01 SMV-SEARCH-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "履修区分変更".
           05 LINE 3 COLUMN 1 VALUE "科目コードを入力:".
           05 LINE 3 COLUMN 25 PIC X(6) USING WS-SEARCH-COURSE-ID.
           05 LINE 4 COLUMN 1 VALUE "対象年度(4桁):".
           05 LINE 4 COLUMN 25 PIC X(4) USING WS-SEARCH-ACADEMIC-YEAR.
           05 LINE 5 COLUMN 1 VALUE "学籍番号:".
           05 LINE 5 COLUMN 25 PIC X(8) USING WS-SEARCH-STUDENT-ID.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           IF WS-ENROLL-OPENED
               PERFORM UNTIL WS-EXIT
                   PERFORM MOVE-STUDENT-SECTION
                   PERFORM CHECK-CONTINUE
               END-PERFORM
               PERFORM CLOSE-FILES
               DISPLAY "区分変更件数: " WS-MOVE-COUNT
           ELSE
               DISPLAY "履修明細ファイルがありません。"
               DISPLAY "先に履修明細取込を実行。"
           END-IF.

           GOBACK.

       OPEN-FILES.
           OPEN I-O ENROLLMENT-FILE.
           IF WS-FILE-SUCCESS
               MOVE "Y" TO WS-ENROLL-OPEN-FLAG
               OPEN INPUT SYLLABUS-FILE
               OPEN EXTEND STUDENT-NOTIFY-FILE
               IF WS-SNT-FILE-STATUS NOT = "00"
                   OPEN OUTPUT STUDENT-NOTIFY-FILE
               END-IF
           END-IF.

       CLOSE-FILES.
           CLOSE ENROLLMENT-FILE.
           CLOSE SYLLABUS-FILE.
           CLOSE STUDENT-NOTIFY-FILE.

      *-----------------------------------------------------------
      * 指定学生の所属区分を変更する
      *-----------------------------------------------------------
       MOVE-STUDENT-SECTION.
           DISPLAY SMV-SEARCH-SCREEN.
           ACCEPT SMV-SEARCH-SCREEN.

           MOVE WS-SEARCH-COURSE-ID TO ENR-COURSE-ID.
           MOVE WS-SEARCH-ACADEMIC-YEAR TO ENR-ACADEMIC-YEAR.
           MOVE WS-SEARCH-STUDENT-ID TO ENR-STUDENT-ID.
           READ ENROLLMENT-FILE
               KEY IS ENR-KEY
               INVALID KEY
                   DISPLAY "エラー:履修明細なし"
                   EXIT PARAGRAPH
           END-READ.
           IF NOT ENR-STATUS-ENROLLED
               DISPLAY "エラー:履修中でない 状態="
                       ENR-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE ENR-SECTION-NO TO WS-CURRENT-SECTION.

           PERFORM LOAD-SECTION-TABLE.
           IF WS-SEC-COUNT = 0
               DISPLAY "エラー:開講中の区分なし"
               EXIT PARAGRAPH
           END-IF.
           IF WS-CURRENT-SECTION = SPACES
               MOVE WS-SEC-NO(1) TO WS-CURRENT-SECTION
           END-IF.
           PERFORM TALLY-SECTION-ENROLLMENT.

           DISPLAY " ".
           DISPLAY "学生: " WS-SEARCH-STUDENT-ID
                   "  現在の区分: " WS-CURRENT-SECTION.
           DISPLAY "区分 教員  在籍/定員".
           DISPLAY "--------------------".
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               DISPLAY WS-SEC-NO(WS-SEC-IDX) "   "
                       WS-SEC-TEACHER-ID(WS-SEC-IDX) " "
                       WS-SEC-ENROLLED(WS-SEC-IDX) "/"
                       WS-SEC-CAPACITY(WS-SEC-IDX)
           END-PERFORM.
           DISPLAY "--------------------".

           MOVE SPACES TO WS-NEW-SECTION.
           DISPLAY "移動先の区分: " WITH NO ADVANCING.
           ACCEPT WS-NEW-SECTION.

           MOVE 0 TO WS-SEC-NEW-IDX.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               IF WS-SEC-NO(WS-SEC-IDX) = WS-NEW-SECTION
                   MOVE WS-SEC-IDX TO WS-SEC-NEW-IDX
               END-IF
           END-PERFORM.
           IF WS-SEC-NEW-IDX = 0
               DISPLAY "エラー:区分 " WS-NEW-SECTION
                       " は開講中でない"
               EXIT PARAGRAPH
           END-IF.
           IF WS-NEW-SECTION = WS-CURRENT-SECTION
               DISPLAY "現在の区分と同じです。"
               EXIT PARAGRAPH
           END-IF.

           IF WS-SEC-ENROLLED(WS-SEC-NEW-IDX)
               NOT < WS-SEC-CAPACITY(WS-SEC-NEW-IDX)
               MOVE "N" TO WS-CONFIRM-FLAG
               DISPLAY "区分 " WS-NEW-SECTION
                       " は定員に達しています。"
               DISPLAY "移動しますか？(Y/N): " WITH NO ADVANCING
               ACCEPT WS-CONFIRM-FLAG
               IF NOT WS-CONFIRMED
                   DISPLAY "区分変更を取り止めました。"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

      *    集計で明細領域を使ったため読み直して更新する
           MOVE WS-SEARCH-COURSE-ID TO ENR-COURSE-ID.
           MOVE WS-SEARCH-ACADEMIC-YEAR TO ENR-ACADEMIC-YEAR.
           MOVE WS-SEARCH-STUDENT-ID TO ENR-STUDENT-ID.
           READ ENROLLMENT-FILE
               KEY IS ENR-KEY
               INVALID KEY
                   DISPLAY "エラー:履修明細の再読込失敗"
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-NEW-SECTION TO ENR-SECTION-NO.
           REWRITE ENROLLMENT-RECORD
               INVALID KEY
                   DISPLAY "エラー:履修明細の更新失敗"
                   EXIT PARAGRAPH
           END-REWRITE.

           ADD 1 TO WS-MOVE-COUNT.
           PERFORM MOVE-SEAT-COUNT.
           PERFORM WRITE-SECTION-NOTICE.
           DISPLAY "区分 " WS-CURRENT-SECTION " から "
                   WS-NEW-SECTION " へ移動しました。".

      * 区分別座席数ファイルの移動元減算・移動先加算(SYLCOM "Q")
       MOVE-SEAT-COUNT.
           MOVE "Q" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE ENR-COURSE-ID TO WS-PARAM-1(1:6).
           MOVE ENR-ACADEMIC-YEAR TO WS-PARAM-1(7:4).
           MOVE WS-CURRENT-SECTION TO WS-PARAM-1(11:2).
           MOVE ENR-STUDENT-ID TO WS-PARAM-1(13:8).
           MOVE SPACES TO WS-PARAM-2.
           MOVE "E-" TO WS-PARAM-2(1:2).
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.
           MOVE WS-NEW-SECTION TO WS-PARAM-1(11:2).
           MOVE "E+" TO WS-PARAM-2(1:2).
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.

      *-----------------------------------------------------------
      * 科目の閉講でない区分を区分表に読み込む
      *-----------------------------------------------------------
       LOAD-SECTION-TABLE.
           MOVE 0 TO WS-SEC-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE WS-SEARCH-COURSE-ID TO SYL-COURSE-ID.
           MOVE WS-SEARCH-ACADEMIC-YEAR TO SYL-ACADEMIC-YEAR.
           MOVE LOW-VALUES TO SYL-SECTION-NO.
           START SYLLABUS-FILE KEY IS NOT LESS THAN SYL-RECORD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF
               READ SYLLABUS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF SYL-COURSE-ID = WS-SEARCH-COURSE-ID
                           AND SYL-ACADEMIC-YEAR
                               = WS-SEARCH-ACADEMIC-YEAR
                           IF NOT SYL-STATUS-CANCELLED
                               AND WS-SEC-COUNT < 20
                               ADD 1 TO WS-SEC-COUNT
                               MOVE SYL-SECTION-NO
                                   TO WS-SEC-NO(WS-SEC-COUNT)
                               MOVE SYL-TEACHER-ID
                                   TO WS-SEC-TEACHER-ID(WS-SEC-COUNT)
                               MOVE SYL-CAPACITY
                                   TO WS-SEC-CAPACITY(WS-SEC-COUNT)
                               MOVE 0
                                   TO WS-SEC-ENROLLED(WS-SEC-COUNT)
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------
      * 履修中(E)の明細を所属区分ごとに数える
      * (区分空白の明細は先頭区分に数える)
      *-----------------------------------------------------------
       TALLY-SECTION-ENROLLMENT.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE WS-SEARCH-COURSE-ID TO ENR-COURSE-ID.
           MOVE WS-SEARCH-ACADEMIC-YEAR TO ENR-ACADEMIC-YEAR.
           MOVE LOW-VALUES TO ENR-STUDENT-ID.
           START ENROLLMENT-FILE KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF ENR-COURSE-ID = WS-SEARCH-COURSE-ID
                           AND ENR-ACADEMIC-YEAR
                               = WS-SEARCH-ACADEMIC-YEAR
                           IF ENR-STATUS-ENROLLED
                               PERFORM TALLY-ONE-SECTION-MEMBER
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-EOF-FLAG
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
      * 学生宛の区分変更通知
      *-----------------------------------------------------------
       WRITE-SECTION-NOTICE.
           MOVE WS-SEARCH-STUDENT-ID TO SNT-STUDENT-ID.
           MOVE WS-SEARCH-COURSE-ID TO SNT-COURSE-ID.
           MOVE WS-SEARCH-ACADEMIC-YEAR TO SNT-ACADEMIC-YEAR.
           SET SNT-TYPE-SECTION TO TRUE.
           MOVE SPACES TO SNT-NOTICE-TEXT.
           STRING "履修区分が" DELIMITED BY SIZE
                  WS-CURRENT-SECTION DELIMITED BY SIZE
                  "から" DELIMITED BY SIZE
                  WS-NEW-SECTION DELIMITED BY SIZE
                  "に変更されました" DELIMITED BY SIZE
               INTO SNT-NOTICE-TEXT
           END-STRING.
           MOVE FUNCTION CURRENT-DATE TO SNT-TIMESTAMP.
           SET SNT-UNSENT TO TRUE.
           WRITE STUDENT-NOTIFY-RECORD.

       CHECK-CONTINUE.
           DISPLAY " ".
           DISPLAY "続けて変更しますか？(Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CONTINUE-FLAG.
