      *****************************************************************
      * シラバス管理システム - 教員出講可否マスタ保守プログラム(SYLTAV)
      * 教員・学期ごとに曜日・時限の出講不可(U)と希望(P)を保守する。
      * シラバスの時間割登録・更新・審査・持ち越しで参照する
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLTAV.
       AUTHOR. SHINYAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEACHER-AVAIL-FILE
               ASSIGN TO "tchavail.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAV-KEY
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TEACHER-AVAIL-FILE.
           COPY "copybooks/TCHAVLFILE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS           PIC XX VALUE "00".
          88 WS-FILE-SUCCESS       VALUE "00".
          88 WS-FILE-DUP           VALUE "22".
          88 WS-FILE-NOT-FOUND     VALUE "23".

       01 WS-MENU-OPTION           PIC 9 VALUE 0.
       01 WS-EOF-FLAG              PIC X VALUE "N".
          88 WS-EOF                VALUE "Y".

       01 WS-FUNCTION-CODE         PIC X.
       01 WS-PARAM-1               PIC X(50).
       01 WS-PARAM-2               PIC X(50).
       01 WS-RESULT                PIC X(200).
       01 WS-RETURN-CODE           PIC 9.

       01 WS-SEARCH-TEACHER-ID     PIC X(5).
       01 WS-SEARCH-SEMESTER       PIC X(2).
       01 WS-SEARCH-CLASS-DAY      PIC 9.
       01 WS-SEARCH-CLASS-PERIOD   PIC 99.
       01 WS-LIST-COUNT            PIC 9(5) VALUE 0.
       01 WS-TYPE-TEXT             PIC X(6).

       SCREEN SECTION.
       01 TAV-MENU-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "教員出講可否マスタ保守".
           05 LINE 3 COLUMN 1 VALUE "1. 登録".
           05 LINE 4 COLUMN 1 VALUE "2. 更新".
           05 LINE 5 COLUMN 1 VALUE "3. 削除".
           05 LINE 6 COLUMN 1 VALUE "4. 一覧表示".
           05 LINE 7 COLUMN 1 VALUE "9. 終了".
           05 LINE 9 COLUMN 1 VALUE "選択 (1-4,9): ".
           05 LINE 9 COLUMN 16 PIC 9 USING WS-MENU-OPTION.

       01 TAV-INPUT-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "出講可否登録画面".
           05 LINE 3 COLUMN 1 VALUE "教員ID: ".
           05 LINE 3 COLUMN 30 PIC X(5) USING TAV-TEACHER-ID.
           05 LINE 4 COLUMN 1 VALUE "学期コード: ".
           05 LINE 4 COLUMN 30 PIC X(2) USING TAV-SEMESTER.
           05 LINE 5 COLUMN 1 VALUE "曜日(1=月..7=日): ".
           05 LINE 5 COLUMN 30 PIC 9 USING TAV-CLASS-DAY.
           05 LINE 6 COLUMN 1 VALUE "時限(00=終日): ".
           05 LINE 6 COLUMN 30 PIC 99 USING TAV-CLASS-PERIOD.
           05 LINE 7 COLUMN 1 VALUE "区分(U=不可/P=希望): ".
           05 LINE 7 COLUMN 30 PIC X USING TAV-TYPE.
           05 LINE 8 COLUMN 1 VALUE "備考: ".
           05 LINE 8 COLUMN 30 PIC X(20) USING TAV-NOTE.

       01 TAV-SEARCH-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "出講可否の指定".
           05 LINE 3 COLUMN 1 VALUE "教員ID: ".
           05 LINE 3 COLUMN 30 PIC X(5) USING WS-SEARCH-TEACHER-ID.
           05 LINE 4 COLUMN 1 VALUE "学期コード: ".
           05 LINE 4 COLUMN 30 PIC X(2) USING WS-SEARCH-SEMESTER.
           05 LINE 5 COLUMN 1 VALUE "曜日(1=月..7=日): ".
           05 LINE 5 COLUMN 30 PIC 9 USING WS-SEARCH-CLASS-DAY.
           05 LINE 6 COLUMN 1 VALUE "時限(00=終日): ".
           05 LINE 6 COLUMN 30 PIC 99 USING WS-SEARCH-CLASS-PERIOD.

       01 TAV-UPDATE-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "出講可否更新画面".
           05 LINE 2 COLUMN 1 VALUE "教員: ".
           05 LINE 2 COLUMN 12 PIC X(5) FROM TAV-TEACHER-ID.
           05 LINE 2 COLUMN 20 VALUE "学期: ".
           05 LINE 2 COLUMN 28 PIC X(2) FROM TAV-SEMESTER.
           05 LINE 2 COLUMN 32 VALUE "曜日: ".
           05 LINE 2 COLUMN 40 PIC 9 FROM TAV-CLASS-DAY.
           05 LINE 2 COLUMN 43 VALUE "時限: ".
           05 LINE 2 COLUMN 51 PIC 99 FROM TAV-CLASS-PERIOD.
           05 LINE 4 COLUMN 1 VALUE "区分(U=不可/P=希望): ".
           05 LINE 4 COLUMN 30 PIC X USING TAV-TYPE.
           05 LINE 5 COLUMN 1 VALUE "備考: ".
           05 LINE 5 COLUMN 30 PIC X(20) USING TAV-NOTE.

       01 TAV-LIST-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "出講可否一覧".
           05 LINE 3 COLUMN 1 VALUE "教員ID(空白=全員): ".
           05 LINE 3 COLUMN 30 PIC X(5) USING WS-SEARCH-TEACHER-ID.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM OPEN-FILE.
           PERFORM UNTIL WS-MENU-OPTION = 9
               DISPLAY TAV-MENU-SCREEN
               ACCEPT TAV-MENU-SCREEN
               EVALUATE WS-MENU-OPTION
                   WHEN 1
                       PERFORM REGISTER-AVAILABILITY
                   WHEN 2
                       PERFORM UPDATE-AVAILABILITY
                   WHEN 3
                       PERFORM DELETE-AVAILABILITY
                   WHEN 4
                       PERFORM LIST-AVAILABILITY
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "無効な選択です。"
               END-EVALUATE
           END-PERFORM.

           PERFORM CLOSE-FILE.
           GOBACK.

       OPEN-FILE.
           OPEN I-O TEACHER-AVAIL-FILE.
           IF NOT WS-FILE-SUCCESS
               OPEN OUTPUT TEACHER-AVAIL-FILE
               CLOSE TEACHER-AVAIL-FILE
               OPEN I-O TEACHER-AVAIL-FILE
           END-IF.

       CLOSE-FILE.
           CLOSE TEACHER-AVAIL-FILE.

       REGISTER-AVAILABILITY.
           INITIALIZE TEACHER-AVAIL-RECORD.
           MOVE "U" TO TAV-TYPE.
           DISPLAY TAV-INPUT-SCREEN.
           ACCEPT TAV-INPUT-SCREEN.

           PERFORM CHECK-AVAILABILITY-KEY.
           IF NOT WS-FILE-SUCCESS
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-AVAILABILITY-TYPE.
           IF NOT WS-FILE-SUCCESS
               EXIT PARAGRAPH
           END-IF.

           WRITE TEACHER-AVAIL-RECORD
               INVALID KEY
                   DISPLAY "エラー:同一時限が登録済。"
           END-WRITE.

      *-----------------------------------------------------------
      * 教員・学期は共通チェックで確認し、曜日・時限は範囲を見る
      *-----------------------------------------------------------
       CHECK-AVAILABILITY-KEY.
           MOVE "00" TO WS-FILE-STATUS.
           MOVE "T" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE TAV-TEACHER-ID TO WS-PARAM-1(1:5).
           MOVE SPACES TO WS-PARAM-2.
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.
           IF WS-RETURN-CODE = 1
               DISPLAY WS-RESULT
               MOVE "99" TO WS-FILE-STATUS
               EXIT PARAGRAPH
           END-IF.

           MOVE "M" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE TAV-SEMESTER TO WS-PARAM-1(1:2).
           MOVE SPACES TO WS-PARAM-2.
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.
           IF WS-RETURN-CODE = 1
               DISPLAY WS-RESULT
               MOVE "99" TO WS-FILE-STATUS
               EXIT PARAGRAPH
           END-IF.

           IF TAV-CLASS-DAY < 1 OR TAV-CLASS-DAY > 7
               DISPLAY "エラー:曜日は1から7です。"
               MOVE "99" TO WS-FILE-STATUS
           END-IF.
           IF TAV-CLASS-PERIOD > 8
               DISPLAY "エラー:時限は00から08です。"
               MOVE "99" TO WS-FILE-STATUS
           END-IF.

      * 区分はU(不可)かP(希望)のみ。希望は時限の指定が必要
       CHECK-AVAILABILITY-TYPE.
           MOVE "00" TO WS-FILE-STATUS.
           IF NOT TAV-UNAVAILABLE AND NOT TAV-PREFERRED
               DISPLAY "エラー:区分はUかP。"
               MOVE "99" TO WS-FILE-STATUS
               EXIT PARAGRAPH
           END-IF.
           IF TAV-PREFERRED AND TAV-CLASS-PERIOD = 0
               DISPLAY "エラー:希望は時限を指定。"
               MOVE "99" TO WS-FILE-STATUS
           END-IF.

       UPDATE-AVAILABILITY.
           PERFORM FIND-AVAILABILITY.
           IF WS-FILE-SUCCESS
               DISPLAY TAV-UPDATE-SCREEN
               ACCEPT TAV-UPDATE-SCREEN
               PERFORM CHECK-AVAILABILITY-TYPE
               IF WS-FILE-SUCCESS
                   REWRITE TEACHER-AVAIL-RECORD
                       INVALID KEY
                           DISPLAY "エラー:更新に失敗。"
                   END-REWRITE
               END-IF
           END-IF.

       DELETE-AVAILABILITY.
           PERFORM FIND-AVAILABILITY.
           IF WS-FILE-SUCCESS
               DELETE TEACHER-AVAIL-FILE
                   INVALID KEY
                       DISPLAY "エラー:削除に失敗。"
               END-DELETE
           END-IF.

       FIND-AVAILABILITY.
           MOVE SPACES TO WS-SEARCH-TEACHER-ID.
           MOVE SPACES TO WS-SEARCH-SEMESTER.
           MOVE 0 TO WS-SEARCH-CLASS-DAY.
           MOVE 0 TO WS-SEARCH-CLASS-PERIOD.
           DISPLAY TAV-SEARCH-SCREEN.
           ACCEPT TAV-SEARCH-SCREEN.

           MOVE WS-SEARCH-TEACHER-ID TO TAV-TEACHER-ID.
           MOVE WS-SEARCH-SEMESTER TO TAV-SEMESTER.
           MOVE WS-SEARCH-CLASS-DAY TO TAV-CLASS-DAY.
           MOVE WS-SEARCH-CLASS-PERIOD TO TAV-CLASS-PERIOD.
           READ TEACHER-AVAIL-FILE
               KEY IS TAV-KEY
               INVALID KEY
                   DISPLAY "エラー:該当する指定なし。"
                   MOVE "23" TO WS-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-FILE-STATUS
           END-READ.

       LIST-AVAILABILITY.
           MOVE SPACES TO WS-SEARCH-TEACHER-ID.
           DISPLAY TAV-LIST-SCREEN.
           ACCEPT TAV-LIST-SCREEN.

           DISPLAY " ".
           DISPLAY "==== 教員出講可否一覧 ====".
           DISPLAY "教員  学期 曜日 時限 区分   備考".
           MOVE 0 TO WS-LIST-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO TAV-KEY.
           IF WS-SEARCH-TEACHER-ID NOT = SPACES
               MOVE WS-SEARCH-TEACHER-ID TO TAV-TEACHER-ID
           END-IF.
           START TEACHER-AVAIL-FILE KEY IS NOT LESS THAN TAV-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF
               READ TEACHER-AVAIL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-SEARCH-TEACHER-ID NOT = SPACES
                           AND TAV-TEACHER-ID
                               NOT = WS-SEARCH-TEACHER-ID
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                           PERFORM DISPLAY-ONE-AVAILABILITY
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "件数: " WS-LIST-COUNT.
           DISPLAY "=========================".

       DISPLAY-ONE-AVAILABILITY.
           IF TAV-UNAVAILABLE
               MOVE "不可" TO WS-TYPE-TEXT
           ELSE
               MOVE "希望" TO WS-TYPE-TEXT
           END-IF.
           DISPLAY TAV-TEACHER-ID " " TAV-SEMESTER "   "
               TAV-CLASS-DAY "    " TAV-CLASS-PERIOD "   "
               WS-TYPE-TEXT " " TAV-NOTE.
           ADD 1 TO WS-LIST-COUNT.
