               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPORT-FILE-STATUS.

           SELECT GRADE-CHANGE-FILE
               ASSIGN TO "grdchange.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GCR-KEY
               FILE STATUS IS WS-GCR-FILE-STATUS.

           SELECT SEMESTER-FILE
               ASSIGN TO "semester.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEM-CODE
               FILE STATUS IS WS-SEM-FILE-STATUS.

           SELECT REJECT-LOG-FILE
               ASSIGN TO "sylgrd_reject.log"
               ORGANIZATION IS LINE SEQUENTIAL
       FD GRADE-IMPORT-FILE.
           COPY "copybooks/GRDIMPFILE.cpy".

       FD GRADE-CHANGE-FILE.
           COPY "copybooks/GRDCHGFILE.cpy".

       FD SEMESTER-FILE.
           COPY "copybooks/SEMESTERFILE.cpy".

       FD REJECT-LOG-FILE.
       01 REJECT-LOG-RECORD        PIC X(100).


       01 WS-REJECT-FILE-STATUS    PIC XX VALUE "00".

       01 WS-GCR-FILE-STATUS       PIC XX VALUE "00".
          88 WS-GCR-FILE-SUCCESS   VALUE "00".

       01 WS-SEM-FILE-STATUS       PIC XX VALUE "00".
          88 WS-SEM-FILE-SUCCESS   VALUE "00".

       01 WS-GCR-EOF-FLAG          PIC X VALUE "N".
          88 WS-GCR-EOF            VALUE "Y".

       01 WS-SEM-EOF-FLAG          PIC X VALUE "N".
          88 WS-SEM-EOF            VALUE "Y".

       01 WS-OPEN-REQUEST-FLAG     PIC X VALUE "N".
          88 WS-OPEN-REQUEST-FOUND VALUE "Y".

       01 WS-IMPORT-EOF-FLAG       PIC X VALUE "N".
          88 WS-IMPORT-EOF         VALUE "Y".


       01 WS-LOAD-COUNT            PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT          PIC 9(5) VALUE 0.
       01 WS-REQUEST-COUNT         PIC 9(5) VALUE 0.
       01 WS-PENDING-COUNT         PIC 9(5) VALUE 0.
       01 WS-REJECT-REASON         PIC X(50) VALUE SPACES.

      * 確定済成績の変更申請(登録係の承認で反映する)
       01 WS-NEXT-REQUEST-NO       PIC 9(5) VALUE 0.
       01 WS-SECOND-FLAG           PIC X.
       01 WS-TODAY                 PIC X(8).
       01 WS-LAST-END-DATE         PIC X(8).
       01 WS-LAST-START-DATE       PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM OPEN-FILES.
               DISPLAY " "
               DISPLAY "取込件数: " WS-LOAD-COUNT
               DISPLAY "拒否件数: " WS-REJECT-COUNT
               DISPLAY "変更申請: " WS-REQUEST-COUNT
               DISPLAY "審査中のため保留: " WS-PENDING-COUNT
           ELSE
               DISPLAY "エラー:ファイルが開けません。"
           END-IF.
               END-IF
               OPEN INPUT ENROLLMENT-FILE
               OPEN OUTPUT REJECT-LOG-FILE
               OPEN I-O GRADE-CHANGE-FILE
               IF NOT WS-GCR-FILE-SUCCESS
                   OPEN OUTPUT GRADE-CHANGE-FILE
                   CLOSE GRADE-CHANGE-FILE
                   OPEN I-O GRADE-CHANGE-FILE
               END-IF
           END-IF.

       CLOSE-FILES.
           CLOSE GRADE-FILE.
           CLOSE ENROLLMENT-FILE.
           CLOSE REJECT-LOG-FILE.
           CLOSE GRADE-CHANGE-FILE.

      *-----------------------------------------------------------
      * 1件の成績を検証して登録する
      * (同一キーが既に確定済で評価か素点が異なる場合は
      *  差し替えず、成績変更申請として登録係の承認に回す)
      *-----------------------------------------------------------
       LOAD-ONE-GRADE.
           IF GIM-STUDENT-ID = SPACES
               ADD 1 TO WS-LOAD-COUNT
           ELSE
               IF WS-FILE-DUPLICATE
                   PERFORM REPLACE-EXISTING-GRADE
               ELSE
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING "status=" DELIMITED BY SIZE
               END-IF
           END-IF.

       REPLACE-EXISTING-GRADE.
           READ GRADE-FILE
               KEY IS GRD-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           IF GRD-GRADE = GIM-GRADE AND GRD-SCORE = GIM-SCORE
               ADD 1 TO WS-LOAD-COUNT
               EXIT PARAGRAPH
           END-IF.

      *    同じ成績に審査中の申請があれば重ねて申請しない
           PERFORM FIND-OPEN-REQUEST.
           IF WS-OPEN-REQUEST-FOUND
               ADD 1 TO WS-PENDING-COUNT
               DISPLAY "保留(審査中): " GIM-COURSE-ID " "
                       GIM-STUDENT-ID
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-GRADE-AGE.
           PERFORM FIND-NEXT-REQUEST-NO.
           INITIALIZE GRADE-CHANGE-RECORD.
           MOVE WS-NEXT-REQUEST-NO TO GCR-REQUEST-NO.
           MOVE GRD-COURSE-ID TO GCR-COURSE-ID.
           MOVE GRD-ACADEMIC-YEAR TO GCR-ACADEMIC-YEAR.
           MOVE GRD-STUDENT-ID TO GCR-STUDENT-ID.
           MOVE GRD-GRADE TO GCR-OLD-GRADE.
           MOVE GRD-SCORE TO GCR-OLD-SCORE.
           MOVE GIM-GRADE TO GCR-NEW-GRADE.
           MOVE GIM-SCORE TO GCR-NEW-SCORE.
           MOVE "成績フィードによる差替え" TO GCR-REASON.
           MOVE "SYLGRD" TO GCR-REQUESTED-BY.
           MOVE FUNCTION CURRENT-DATE TO GCR-REQUESTED-TS.
           SET GCR-STATUS-PENDING TO TRUE.
           MOVE WS-SECOND-FLAG TO GCR-SECOND-FLAG.
           WRITE GRADE-CHANGE-RECORD
               INVALID KEY
                   MOVE "変更申請の登録に失敗"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-GRADE
               NOT INVALID KEY
                   ADD 1 TO WS-REQUEST-COUNT
                   DISPLAY "変更申請 " GCR-REQUEST-NO ": "
                           GIM-COURSE-ID " " GIM-STUDENT-ID
           END-WRITE.

      * 同じ成績に対する審査中(承認待ち・第二承認待ち)の申請
       FIND-OPEN-REQUEST.
           MOVE "N" TO WS-OPEN-REQUEST-FLAG.
           MOVE "N" TO WS-GCR-EOF-FLAG.
           MOVE 0 TO GCR-REQUEST-NO.
           START GRADE-CHANGE-FILE KEY IS NOT LESS THAN GCR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-GCR-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-GCR-EOF
               READ GRADE-CHANGE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-GCR-EOF-FLAG
                   NOT AT END
                       IF GCR-COURSE-ID = GRD-COURSE-ID
                           AND GCR-ACADEMIC-YEAR = GRD-ACADEMIC-YEAR
                           AND GCR-STUDENT-ID = GRD-STUDENT-ID
                           AND (GCR-STATUS-PENDING
                                OR GCR-STATUS-SECOND)
                           MOVE "Y" TO WS-OPEN-REQUEST-FLAG
                       END-IF
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------
      * 第二承認の要否(成績変更申請と同じ基準)
      * 今日までに終了した最も新しい学期の開始日より前に
      * 確定した成績は第二承認とする
      * (学期マスタがなければ年度が今年より前の成績を対象)
      *-----------------------------------------------------------
       CHECK-GRADE-AGE.
           MOVE "N" TO WS-SECOND-FLAG.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE SPACES TO WS-LAST-END-DATE.
           MOVE SPACES TO WS-LAST-START-DATE.

           OPEN INPUT SEMESTER-FILE.
           IF WS-SEM-FILE-SUCCESS
               MOVE "N" TO WS-SEM-EOF-FLAG
               MOVE LOW-VALUES TO SEM-CODE
               START SEMESTER-FILE KEY IS NOT LESS THAN SEM-CODE
                   INVALID KEY
                       MOVE "Y" TO WS-SEM-EOF-FLAG
               END-START
               PERFORM UNTIL WS-SEM-EOF
                   READ SEMESTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SEM-EOF-FLAG
                       NOT AT END
                           IF SEM-END-DATE < WS-TODAY
                               AND (WS-LAST-END-DATE = SPACES
                                    OR SEM-END-DATE
                                       > WS-LAST-END-DATE)
                               MOVE SEM-END-DATE
                                   TO WS-LAST-END-DATE
                               MOVE SEM-START-DATE
                                   TO WS-LAST-START-DATE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE SEMESTER-FILE.

           IF WS-LAST-START-DATE NOT = SPACES
               IF GRD-POSTED-DATE < WS-LAST-START-DATE
                   MOVE "Y" TO WS-SECOND-FLAG
               END-IF
           ELSE
               IF GRD-ACADEMIC-YEAR < WS-TODAY(1:4)
                   MOVE "Y" TO WS-SECOND-FLAG
               END-IF
           END-IF.

       FIND-NEXT-REQUEST-NO.
           MOVE 0 TO WS-NEXT-REQUEST-NO.
           MOVE "N" TO WS-GCR-EOF-FLAG.
           MOVE 0 TO GCR-REQUEST-NO.
           START GRADE-CHANGE-FILE KEY IS NOT LESS THAN GCR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-GCR-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-GCR-EOF
               READ GRADE-CHANGE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-GCR-EOF-FLAG
                   NOT AT END
                       MOVE GCR-REQUEST-NO TO WS-NEXT-REQUEST-NO
               END-READ
           END-PERFORM.
           ADD 1 TO WS-NEXT-REQUEST-NO.

       REJECT-GRADE.
           ADD 1 TO WS-REJECT-COUNT.
           STRING GIM-COURSE-ID DELIMITED BY SIZE
