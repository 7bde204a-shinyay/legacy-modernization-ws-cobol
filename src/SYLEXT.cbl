      *****************************************************************
      * シラバス管理システム - マスタ桁拡張一括変換バッチ(SYLEXT)
      * 履修明細・学期・要件区分・待機リスト・教員の各ファイルを旧
      * レイアウトから新レイアウトへ一度だけ変換する。
      *  - enroll.dat   (46桁) -> 67桁 (状態"E"、状態日付以降空白)
      *  - enroll.dat   (55桁) -> 67桁 (所属区分・履修願番号は空白)
      *  - semester.dat (38桁) -> 70桁 (登録期間・各期限は空白)
      *  - semester.dat (62桁) -> 70桁 (成績入力期限は空白)
      *  - category.dat (25桁) -> 28桁 (最低開講人数は0)
      *  - waitlist.dat (67桁) -> 69桁 (希望区分は空白)
      *  - teacher.dat  (59桁) -> 60桁 (雇用区分は空白=専任)
      * _newファイルへ書き出し、件数を検証してから元の名前へ
      * 一括で反映する。旧レイアウトで開けないファイル(変換済
      * または未作成)はスキップするため再実行しても安全。
               RECORD KEY IS OLD-ENR-KEY
               FILE STATUS IS WS-OLD-ENR-STATUS.

           SELECT OLD55-ENROLLMENT-FILE
               ASSIGN TO "enroll.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS O55-ENR-KEY
               FILE STATUS IS WS-O55-ENR-STATUS.

           SELECT NEW-ENROLLMENT-FILE
               ASSIGN TO "enroll_new.dat"
               ORGANIZATION IS INDEXED
               RECORD KEY IS OLD-SEM-CODE
               FILE STATUS IS WS-OLD-SEM-STATUS.

           SELECT OLD62-SEMESTER-FILE
               ASSIGN TO "semester.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS O62-SEM-CODE
               FILE STATUS IS WS-O62-SEM-STATUS.

           SELECT NEW-SEMESTER-FILE
               ASSIGN TO "semester_new.dat"
               ORGANIZATION IS INDEXED
               RECORD KEY IS TCA-ID
               FILE STATUS IS WS-TGT-CAT-STATUS.

           SELECT OLD-WAITLIST-FILE
               ASSIGN TO "waitlist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-WAIT-KEY
               FILE STATUS IS WS-OLD-WAIT-STATUS.

           SELECT NEW-WAITLIST-FILE
               ASSIGN TO "waitlist_new.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WAIT-KEY
               FILE STATUS IS WS-NEW-WAIT-STATUS.

           SELECT TARGET-WAITLIST-FILE
               ASSIGN TO "waitlist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TWT-KEY
               FILE STATUS IS WS-TGT-WAIT-STATUS.

           SELECT OLD-TEACHER-FILE
               ASSIGN TO "teacher.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-TCH-ID
               FILE STATUS IS WS-OLD-TCH-STATUS.

           SELECT NEW-TEACHER-FILE
               ASSIGN TO "teacher_new.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCH-ID
               FILE STATUS IS WS-NEW-TCH-STATUS.

           SELECT TARGET-TEACHER-FILE
               ASSIGN TO "teacher.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TTC-ID
               FILE STATUS IS WS-TGT-TCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 旧レイアウト: 状態・状態日付の追加前(46桁)
           05 OLD-ENR-STUDENT-NAME  PIC X(20).
           05 OLD-ENR-REG-DATE      PIC X(8).

      * 旧レイアウト: 所属区分・履修願番号の追加前(55桁)
       FD OLD55-ENROLLMENT-FILE.
       01 OLD55-ENROLLMENT-RECORD.
           05 O55-ENR-KEY           PIC X(18).
           05 O55-ENR-BODY          PIC X(37).

       FD NEW-ENROLLMENT-FILE.
           COPY "copybooks/ENROLLFILE.cpy".

       FD TARGET-ENROLLMENT-FILE.
       01 TARGET-ENROLLMENT-RECORD.
           05 TEN-KEY               PIC X(18).
           05 TEN-BODY              PIC X(49).

      * 旧レイアウト: 登録期間・取消期限の追加前(38桁)
       FD OLD-SEMESTER-FILE.
           05 OLD-SEM-START-DATE    PIC X(8).
           05 OLD-SEM-END-DATE      PIC X(8).

      * 旧レイアウト: 成績入力期限の追加前(62桁)
       FD OLD62-SEMESTER-FILE.
       01 OLD62-SEMESTER-RECORD.
           05 O62-SEM-CODE          PIC X(2).
           05 O62-SEM-BODY          PIC X(60).

       FD NEW-SEMESTER-FILE.
           COPY "copybooks/SEMESTERFILE.cpy".

       FD TARGET-SEMESTER-FILE.
       01 TARGET-SEMESTER-RECORD.
           05 TSM-CODE              PIC X(2).
           05 TSM-BODY              PIC X(68).

      * 旧レイアウト: 最低開講人数の追加前(25桁)
       FD OLD-CATEGORY-FILE.
           05 TCA-ID                PIC X(2).
           05 TCA-BODY              PIC X(26).

      * 旧レイアウト: 希望区分の追加前(67桁)
       FD OLD-WAITLIST-FILE.
       01 OLD-WAITLIST-RECORD.
           05 OLD-WAIT-KEY          PIC X(13).
           05 OLD-WAIT-BODY         PIC X(54).

       FD NEW-WAITLIST-FILE.
           COPY "copybooks/WAITLISTFILE.cpy".

       FD TARGET-WAITLIST-FILE.
       01 TARGET-WAITLIST-RECORD.
           05 TWT-KEY               PIC X(13).
           05 TWT-BODY              PIC X(56).

      * 旧レイアウト: 雇用区分の追加前(59桁)
       FD OLD-TEACHER-FILE.
       01 OLD-TEACHER-RECORD.
           05 OLD-TCH-ID            PIC X(5).
           05 OLD-TCH-BODY          PIC X(54).

       FD NEW-TEACHER-FILE.
           COPY "copybooks/TEACHERFILE.cpy".

       FD TARGET-TEACHER-FILE.
       01 TARGET-TEACHER-RECORD.
           05 TTC-ID                PIC X(5).
           05 TTC-BODY              PIC X(55).

       WORKING-STORAGE SECTION.
       01 WS-OLD-ENR-STATUS        PIC XX VALUE "00".
          88 WS-OLD-ENR-SUCCESS    VALUE "00".
       01 WS-O55-ENR-STATUS        PIC XX VALUE "00".
          88 WS-O55-ENR-SUCCESS    VALUE "00".
       01 WS-NEW-ENR-STATUS        PIC XX VALUE "00".
          88 WS-NEW-ENR-SUCCESS    VALUE "00".
       01 WS-TGT-ENR-STATUS        PIC XX VALUE "00".

       01 WS-OLD-SEM-STATUS        PIC XX VALUE "00".
          88 WS-OLD-SEM-SUCCESS    VALUE "00".
       01 WS-O62-SEM-STATUS        PIC XX VALUE "00".
          88 WS-O62-SEM-SUCCESS    VALUE "00".
       01 WS-NEW-SEM-STATUS        PIC XX VALUE "00".
          88 WS-NEW-SEM-SUCCESS    VALUE "00".
       01 WS-TGT-SEM-STATUS        PIC XX VALUE "00".
          88 WS-NEW-CAT-SUCCESS    VALUE "00".
       01 WS-TGT-CAT-STATUS        PIC XX VALUE "00".

       01 WS-OLD-WAIT-STATUS       PIC XX VALUE "00".
          88 WS-OLD-WAIT-SUCCESS   VALUE "00".
       01 WS-NEW-WAIT-STATUS       PIC XX VALUE "00".
          88 WS-NEW-WAIT-SUCCESS   VALUE "00".
       01 WS-TGT-WAIT-STATUS       PIC XX VALUE "00".

       01 WS-OLD-TCH-STATUS        PIC XX VALUE "00".
          88 WS-OLD-TCH-SUCCESS    VALUE "00".
       01 WS-NEW-TCH-STATUS        PIC XX VALUE "00".
          88 WS-NEW-TCH-SUCCESS    VALUE "00".
       01 WS-TGT-TCH-STATUS        PIC XX VALUE "00".

       01 WS-EOF-FLAG              PIC X VALUE "N".
          88 WS-EOF                VALUE "Y".

           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "マスタ桁拡張一括変換".
           05 LINE 3 COLUMN 1 VALUE "履修明細・学期・要件".
           05 LINE 4 COLUMN 1 VALUE "区分・待機リスト・".
           05 LINE 5 COLUMN 1 VALUE "教員を新形式へ変換。".
           05 LINE 6 COLUMN 1 VALUE "実行します。よろしい".
           05 LINE 6 COLUMN 50 PIC X USING WS-CONFIRMATION.

           PERFORM EXTEND-ENROLLMENT-FILE.
           PERFORM EXTEND-SEMESTER-FILE.
           PERFORM EXTEND-CATEGORY-FILE.
           PERFORM EXTEND-WAITLIST-FILE.
           PERFORM EXTEND-TEACHER-FILE.
           DISPLAY " ".
           DISPLAY "変換が完了しました。".
           GOBACK.

      *-----------------------------------------------------------
      * 履修明細: 46桁 -> 67桁 (状態"E"・状態日付以降空白)
      *           55桁 -> 67桁 (所属区分・履修願番号は空白)
      *-----------------------------------------------------------
       EXTEND-ENROLLMENT-FILE.
           DISPLAY " ".
           MOVE 0 TO WS-CONVERT-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT OLD-ENROLLMENT-FILE.
           IF WS-OLD-ENR-SUCCESS
               PERFORM CONVERT-ENROLLMENT-46
           ELSE
               CLOSE OLD-ENROLLMENT-FILE
               OPEN INPUT OLD55-ENROLLMENT-FILE
               IF NOT WS-O55-ENR-SUCCESS
                   DISPLAY "旧形式で開けず。スキップ。"
                   CLOSE OLD55-ENROLLMENT-FILE
                   EXIT PARAGRAPH
               END-IF
               PERFORM CONVERT-ENROLLMENT-55
           END-IF.

           PERFORM VERIFY-NEW-ENROLLMENT.
           IF WS-VERIFY-COUNT NOT = WS-CONVERT-COUNT
               DISPLAY "検証NG " WS-VERIFY-COUNT
                       " / " WS-CONVERT-COUNT
               DISPLAY "元ファイルは変更していません。"
               EXIT PARAGRAPH
           END-IF.

           PERFORM SWITCH-ENROLLMENT-FILE.
           DISPLAY "変換: " WS-CONVERT-COUNT "件".

       CONVERT-ENROLLMENT-46.
           OPEN OUTPUT NEW-ENROLLMENT-FILE.
           MOVE LOW-VALUES TO OLD-ENR-KEY.
           START OLD-ENROLLMENT-FILE KEY >= OLD-ENR-KEY
                       MOVE OLD-ENR-REG-DATE TO ENR-REG-DATE
                       MOVE "E" TO ENR-STATUS
                       MOVE SPACES TO ENR-STATUS-DATE
                       MOVE SPACES TO ENR-SECTION-NO
                       MOVE SPACES TO ENR-PETITION-NO
                       MOVE SPACES TO ENR-DROP-PETITION-NO
                       WRITE ENROLLMENT-RECORD
                           INVALID KEY
                               DISPLAY "変換失敗: "
           CLOSE OLD-ENROLLMENT-FILE.
           CLOSE NEW-ENROLLMENT-FILE.

       CONVERT-ENROLLMENT-55.
           OPEN OUTPUT NEW-ENROLLMENT-FILE.
           MOVE LOW-VALUES TO O55-ENR-KEY.
           START OLD55-ENROLLMENT-FILE KEY >= O55-ENR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF
               READ OLD55-ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE OLD55-ENROLLMENT-RECORD
                           TO ENROLLMENT-RECORD
                       MOVE SPACES TO ENR-SECTION-NO
                       MOVE SPACES TO ENR-PETITION-NO
                       MOVE SPACES TO ENR-DROP-PETITION-NO
                       WRITE ENROLLMENT-RECORD
                           INVALID KEY
                               DISPLAY "変換失敗: " O55-ENR-KEY
                       END-WRITE
                       ADD 1 TO WS-CONVERT-COUNT
               END-READ
           END-PERFORM.
           CLOSE OLD55-ENROLLMENT-FILE.
           CLOSE NEW-ENROLLMENT-FILE.

       VERIFY-NEW-ENROLLMENT.
           MOVE 0 TO WS-VERIFY-COUNT.
           CLOSE TARGET-ENROLLMENT-FILE.

      *-----------------------------------------------------------
      * 学期マスタ: 38桁 -> 70桁 (登録期間・各期限は空白)
      *             62桁 -> 70桁 (成績入力期限は空白)
      *-----------------------------------------------------------
       EXTEND-SEMESTER-FILE.
           DISPLAY " ".
           MOVE 0 TO WS-CONVERT-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT OLD-SEMESTER-FILE.
           IF WS-OLD-SEM-SUCCESS
               PERFORM CONVERT-SEMESTER-38
           ELSE
               CLOSE OLD-SEMESTER-FILE
               OPEN INPUT OLD62-SEMESTER-FILE
               IF NOT WS-O62-SEM-SUCCESS
                   DISPLAY "旧形式で開けず。スキップ。"
                   CLOSE OLD62-SEMESTER-FILE
                   EXIT PARAGRAPH
               END-IF
               PERFORM CONVERT-SEMESTER-62
           END-IF.

           PERFORM VERIFY-NEW-SEMESTER.
           IF WS-VERIFY-COUNT NOT = WS-CONVERT-COUNT
               DISPLAY "検証NG " WS-VERIFY-COUNT
                       " / " WS-CONVERT-COUNT
               DISPLAY "元ファイルは変更していません。"
               EXIT PARAGRAPH
           END-IF.

           PERFORM SWITCH-SEMESTER-FILE.
           DISPLAY "変換: " WS-CONVERT-COUNT "件".

       CONVERT-SEMESTER-38.
           OPEN OUTPUT NEW-SEMESTER-FILE.
           MOVE LOW-VALUES TO OLD-SEM-CODE.
           START OLD-SEMESTER-FILE KEY >= OLD-SEM-CODE
                       MOVE SPACES TO SEM-REG-OPEN-DATE
                       MOVE SPACES TO SEM-REG-CLOSE-DATE
                       MOVE SPACES TO SEM-DROP-DEADLINE
                       MOVE SPACES TO SEM-GRADE-DEADLINE
                       WRITE SEMESTER-RECORD
                           INVALID KEY
                               DISPLAY "変換失敗: " OLD-SEM-CODE
           CLOSE OLD-SEMESTER-FILE.
           CLOSE NEW-SEMESTER-FILE.

       CONVERT-SEMESTER-62.
           OPEN OUTPUT NEW-SEMESTER-FILE.
           MOVE LOW-VALUES TO O62-SEM-CODE.
           START OLD62-SEMESTER-FILE KEY >= O62-SEM-CODE
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF
               READ OLD62-SEMESTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE OLD62-SEMESTER-RECORD TO SEMESTER-RECORD
                       MOVE SPACES TO SEM-GRADE-DEADLINE
                       WRITE SEMESTER-RECORD
                           INVALID KEY
                               DISPLAY "変換失敗: " O62-SEM-CODE
                       END-WRITE
                       ADD 1 TO WS-CONVERT-COUNT
               END-READ
           END-PERFORM.
           CLOSE OLD62-SEMESTER-FILE.
           CLOSE NEW-SEMESTER-FILE.

       VERIFY-NEW-SEMESTER.
           MOVE 0 TO WS-VERIFY-COUNT.
           CLOSE NEW-CATEGORY-FILE.
           CLOSE TARGET-CATEGORY-FILE.

      *-----------------------------------------------------------
      * 待機リスト: 67桁 -> 69桁 (希望区分は空白)
      *-----------------------------------------------------------
       EXTEND-WAITLIST-FILE.
           DISPLAY " ".
           DISPLAY "-- waitlist.dat".
           MOVE 0 TO WS-CONVERT-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT OLD-WAITLIST-FILE.
           IF NOT WS-OLD-WAIT-SUCCESS
               DISPLAY "旧形式で開けず。スキップ。"
               CLOSE OLD-WAITLIST-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT NEW-WAITLIST-FILE.
           MOVE LOW-VALUES TO OLD-WAIT-KEY.
           START OLD-WAITLIST-FILE KEY >= OLD-WAIT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF
               READ OLD-WAITLIST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE OLD-WAITLIST-RECORD TO WAITLIST-RECORD
                       MOVE SPACES TO WAIT-SECTION-NO
                       WRITE WAITLIST-RECORD
                           INVALID KEY
                               DISPLAY "変換失敗: " OLD-WAIT-KEY
                       END-WRITE
                       ADD 1 TO WS-CONVERT-COUNT
               END-READ
           END-PERFORM.
           CLOSE OLD-WAITLIST-FILE.
           CLOSE NEW-WAITLIST-FILE.

           PERFORM VERIFY-NEW-WAITLIST.
           IF WS-VERIFY-COUNT NOT = WS-CONVERT-COUNT
               DISPLAY "検証NG " WS-VERIFY-COUNT
                       " / " WS-CONVERT-COUNT
               DISPLAY "元ファイルは変更していません。"
               EXIT PARAGRAPH
           END-IF.

           PERFORM SWITCH-WAITLIST-FILE.
           DISPLAY "変換: " WS-CONVERT-COUNT "件".

       VERIFY-NEW-WAITLIST.
           MOVE 0 TO WS-VERIFY-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT NEW-WAITLIST-FILE.
           PERFORM UNTIL WS-EOF
               READ NEW-WAITLIST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-VERIFY-COUNT
               END-READ
           END-PERFORM.
           CLOSE NEW-WAITLIST-FILE.

       SWITCH-WAITLIST-FILE.
           MOVE 0 TO WS-SWITCH-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT NEW-WAITLIST-FILE.
           OPEN OUTPUT TARGET-WAITLIST-FILE.
           PERFORM UNTIL WS-EOF
               READ NEW-WAITLIST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE WAITLIST-RECORD
                           TO TARGET-WAITLIST-RECORD
                       WRITE TARGET-WAITLIST-RECORD
                           INVALID KEY
                               DISPLAY "反映失敗: " TWT-KEY
                       END-WRITE
                       ADD 1 TO WS-SWITCH-COUNT
               END-READ
           END-PERFORM.
           CLOSE NEW-WAITLIST-FILE.
           CLOSE TARGET-WAITLIST-FILE.

      *-----------------------------------------------------------
      * 教員マスタ: 59桁 -> 60桁 (雇用区分は空白=専任)
      *-----------------------------------------------------------
       EXTEND-TEACHER-FILE.
           DISPLAY " ".
           DISPLAY "-- teacher.dat".
           MOVE 0 TO WS-CONVERT-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT OLD-TEACHER-FILE.
           IF NOT WS-OLD-TCH-SUCCESS
               DISPLAY "旧形式で開けず。スキップ。"
               CLOSE OLD-TEACHER-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT NEW-TEACHER-FILE.
           MOVE LOW-VALUES TO OLD-TCH-ID.
           START OLD-TEACHER-FILE KEY >= OLD-TCH-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF
               READ OLD-TEACHER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE OLD-TEACHER-RECORD TO TEACHER-RECORD
                       MOVE SPACES TO TCH-EMPLOY-TYPE
                       WRITE TEACHER-RECORD
                           INVALID KEY
                               DISPLAY "変換失敗: " OLD-TCH-ID
                       END-WRITE
                       ADD 1 TO WS-CONVERT-COUNT
               END-READ
           END-PERFORM.
           CLOSE OLD-TEACHER-FILE.
           CLOSE NEW-TEACHER-FILE.

           PERFORM VERIFY-NEW-TEACHER.
           IF WS-VERIFY-COUNT NOT = WS-CONVERT-COUNT
               DISPLAY "検証NG " WS-VERIFY-COUNT
                       " / " WS-CONVERT-COUNT
               DISPLAY "元ファイルは変更していません。"
               EXIT PARAGRAPH
           END-IF.

           PERFORM SWITCH-TEACHER-FILE.
           DISPLAY "変換: " WS-CONVERT-COUNT "件".

       VERIFY-NEW-TEACHER.
           MOVE 0 TO WS-VERIFY-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT NEW-TEACHER-FILE.
           PERFORM UNTIL WS-EOF
               READ NEW-TEACHER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-VERIFY-COUNT
               END-READ
           END-PERFORM.
           CLOSE NEW-TEACHER-FILE.

       SWITCH-TEACHER-FILE.
           MOVE 0 TO WS-SWITCH-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT NEW-TEACHER-FILE.
           OPEN OUTPUT TARGET-TEACHER-FILE.
           PERFORM UNTIL WS-EOF
               READ NEW-TEACHER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE TEACHER-RECORD
                           TO TARGET-TEACHER-RECORD
                       WRITE TARGET-TEACHER-RECORD
                           INVALID KEY
                               DISPLAY "反映失敗: " TTC-ID
                       END-WRITE
                       ADD 1 TO WS-SWITCH-COUNT
               END-READ
           END-PERFORM.
           CLOSE NEW-TEACHER-FILE.
           CLOSE TARGET-TEACHER-FILE.

      *-----------------------------------------------------------
      * 排他制御の確認(SYLCOM "L")
      * オンラインのセッションが残っている間は起動しない。
