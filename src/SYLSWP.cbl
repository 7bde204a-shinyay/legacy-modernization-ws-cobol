      *****************************************************************
      * シラバス管理システム - 時間割競合一括検査バッチ(SYLSWP)
      * 一括登録・持ち越しで混入した教室/教員の二重予約を洗い出す
      * あわせて教員の出講不可時限・希望時限外への配置も報告する
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLSWP.
             10 WS-SC-PERIOD       PIC 99.
             10 WS-SC-ROOM         PIC X(10).
             10 WS-SC-TEACHER      PIC X(5).
             10 WS-SC-SEMESTER     PIC X(2).
             10 WS-SC-YEAR         PIC X(4).
             10 WS-SC-SECTION-NO   PIC X(2).

       01 WS-I                     PIC 9(3).
       01 WS-J                     PIC 9(3).
       01 WS-CONFLICT-COUNT        PIC 9(5) VALUE 0.
       01 WS-UNAVAIL-COUNT         PIC 9(5) VALUE 0.
       01 WS-OFF-PREF-COUNT        PIC 9(5) VALUE 0.

       01 WS-FUNCTION-CODE         PIC X.
       01 WS-PARAM-1               PIC X(50).
       01 WS-PARAM-2               PIC X(50).
       01 WS-RESULT                PIC X(200).
       01 WS-RETURN-CODE           PIC 9.
       01 WS-OVERFLOW-FLAG         PIC X VALUE "N".
          88 WS-TABLE-OVERFLOW     VALUE "Y".

           PERFORM SCAN-FOR-CONFLICTS.
           DISPLAY " ".
           DISPLAY "競合件数: " WS-CONFLICT-COUNT.

           DISPLAY " ".
           DISPLAY "=== 教員出講可否違反 ===".
           PERFORM SCAN-FOR-AVAILABILITY.
           DISPLAY " ".
           DISPLAY "出講不可時限: " WS-UNAVAIL-COUNT.
           DISPLAY "希望時限外:   " WS-OFF-PREF-COUNT.
           GOBACK.

      *-----------------------------------------------------------
           MOVE WS-EFF-CLASS-PERIOD TO WS-SC-PERIOD(WS-SCHED-COUNT).
           MOVE WS-EFF-CLASS-ROOM TO WS-SC-ROOM(WS-SCHED-COUNT).
           MOVE SYL-TEACHER-ID TO WS-SC-TEACHER(WS-SCHED-COUNT).
           MOVE SYL-SEMESTER TO WS-SC-SEMESTER(WS-SCHED-COUNT).
           MOVE SYL-ACADEMIC-YEAR TO WS-SC-YEAR(WS-SCHED-COUNT).
           MOVE SYL-SECTION-NO TO WS-SC-SECTION-NO(WS-SCHED-COUNT).

      *-----------------------------------------------------------
      * 時間割例外を適用した実効の曜日・時限・教室を求める
                   " 時限:" WS-SC-PERIOD(WS-I)
                   " 教員:" WS-SC-TEACHER(WS-I)
           END-IF.

      *-----------------------------------------------------------
      * 実効の曜日・時限を教員出講可否と突き合わせる(SYLCOM "A"。
      * 区分の共同担当教員も照合する)
      *-----------------------------------------------------------
       SCAN-FOR-AVAILABILITY.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SCHED-COUNT
               IF WS-SC-TEACHER(WS-I) NOT = SPACES
                   PERFORM CHECK-ONE-AVAILABILITY
               END-IF
           END-PERFORM.

       CHECK-ONE-AVAILABILITY.
           MOVE "A" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE WS-SC-TEACHER(WS-I) TO WS-PARAM-1(1:5).
           MOVE WS-SC-SEMESTER(WS-I) TO WS-PARAM-1(6:2).
           MOVE WS-SC-CLASS-DAY(WS-I) TO WS-PARAM-1(8:1).
           MOVE WS-SC-PERIOD(WS-I) TO WS-PARAM-1(9:2).
           MOVE WS-SC-COURSE-ID(WS-I) TO WS-PARAM-1(11:6).
           MOVE WS-SC-YEAR(WS-I) TO WS-PARAM-1(17:4).
           MOVE WS-SC-SECTION-NO(WS-I) TO WS-PARAM-1(21:2).
           MOVE SPACES TO WS-PARAM-2.
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.

           EVALUATE WS-RETURN-CODE
               WHEN 1
                   ADD 1 TO WS-UNAVAIL-COUNT
                   DISPLAY "出講不可: " WS-SC-COURSE-ID(WS-I)
                       " 教員:" WS-SC-TEACHER(WS-I)
                       " 学期:" WS-SC-SEMESTER(WS-I)
                       " 曜日:" WS-SC-CLASS-DAY(WS-I)
                       " 時限:" WS-SC-PERIOD(WS-I)
                   DISPLAY "  " WS-RESULT(1:60)
               WHEN 2
                   ADD 1 TO WS-OFF-PREF-COUNT
                   DISPLAY "希望時限外: " WS-SC-COURSE-ID(WS-I)
                       " 教員:" WS-SC-TEACHER(WS-I)
                       " 学期:" WS-SC-SEMESTER(WS-I)
                       " 曜日:" WS-SC-CLASS-DAY(WS-I)
                       " 時限:" WS-SC-PERIOD(WS-I)
                   DISPLAY "  " WS-RESULT(1:60)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
