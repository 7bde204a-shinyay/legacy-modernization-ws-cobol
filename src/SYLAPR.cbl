       01 WS-NOTIFY-DECISION       PIC X.
       01 WS-OPERATOR-ID           PIC X(10).

       01 WS-FUNCTION-CODE         PIC X.
       01 WS-PARAM-1               PIC X(50).
       01 WS-PARAM-2               PIC X(50).
       01 WS-RESULT                PIC X(200).
       01 WS-RETURN-CODE           PIC 9.

       01 WS-CO-COUNT              PIC 9.
       01 WS-CO-IDX                PIC 9.
       01 WS-CO-POS                PIC 99.

      * 職務分離(申請者・最終編集者本人の承認は登録係の上書きが必要)
       01 WS-APPROVER-OK-FLAG      PIC X VALUE "N".
          88 WS-APPROVER-OK        VALUE "Y".
       01 WS-SOD-OVERRIDDEN-FLAG   PIC X VALUE "N".
          88 WS-SOD-OVERRIDDEN     VALUE "Y".
       01 WS-SOD-ANSWER            PIC X.
       01 WS-SOD-ACTION            PIC X.
       01 WS-SOD-SUBMITTER-ID      PIC X(10).
       01 WS-SOD-EDITOR-ID         PIC X(10).
       01 WS-SOD-OVERRIDE-ID       PIC X(10).
       01 WS-SOD-PIN               PIC X(4).

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
       01 SOD-OVERRIDE-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "自己承認の上書き".
           05 LINE 3 COLUMN 1 VALUE "上書き者ID:".
           05 LINE 3 COLUMN 20 PIC X(10) USING WS-SOD-OVERRIDE-ID.
           05 LINE 4 COLUMN 1 VALUE "暗証番号(4桁):".
           05 LINE 4 COLUMN 20 PIC X(4) USING WS-SOD-PIN
               SECURE.

       01 APR-MENU-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "シラバス承認メニュー".
           05 LINE 6 COLUMN 1 VALUE "承認(A) または 却下(R):".
           05 LINE 6 COLUMN 27 PIC X USING WS-DECISION.

       PROCEDURE DIVISION USING LS-OPERATOR-ID, LS-SIGNED-IN-FLAG,
                                 LS-OPERATOR-ROLE, LS-PERM-TABLE.
       MAIN-PROCESS.
           MOVE SPACES TO WS-OPERATOR-ID.
           IF LS-SIGNED-IN
               MOVE LS-OPERATOR-ID TO WS-OPERATOR-ID
           END-IF.
           PERFORM OPEN-FILE.
           IF WS-FILE-SUCCESS
               PERFORM UNTIL WS-MENU-OPTION = 9
                   DISPLAY APR-MENU-SCREEN
                   ACCEPT APR-MENU-SCREEN
           DISPLAY " ".

       APPROVE-OR-REJECT.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "エラー:ログインが必要です。"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY APR-SEARCH-SCREEN.
           ACCEPT APR-SEARCH-SCREEN.

           DISPLAY APR-DECISION-SCREEN.
           ACCEPT APR-DECISION-SCREEN.

           IF WS-DECISION-APPROVE
               PERFORM VERIFY-APPROVER
               IF NOT WS-APPROVER-OK
                   DISPLAY "承認を中止しました。"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-DECISION-APPROVE
                   SET SYL-STATUS-APPROVED TO TRUE
                           DISPLAY "エラー:更新に失敗。"
                       NOT INVALID KEY
                           PERFORM WRITE-JOURNAL-RECORD
                           IF WS-SOD-OVERRIDDEN
                               PERFORM RECORD-SOD-OVERRIDE
                           END-IF
                           MOVE "A" TO WS-NOTIFY-DECISION
                           PERFORM WRITE-NOTIFY-RECORD
                           DISPLAY "承認しました。"
                   DISPLAY "無効な選択です。"
           END-EVALUATE.

      *-----------------------------------------------------------
      * 職務分離の確認(SYLCOM "V")
      * 承認者が申請者・最終編集者本人なら拒否する。別の登録係が
      * 暗証番号で認証した場合のみ上書きして承認を続ける
      *-----------------------------------------------------------
       VERIFY-APPROVER.
           MOVE "N" TO WS-APPROVER-OK-FLAG.
           MOVE "N" TO WS-SOD-OVERRIDDEN-FLAG.
           MOVE "V" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE "C" TO WS-PARAM-1(1:1).
           MOVE "S" TO WS-PARAM-1(2:1).
           MOVE SYL-RECORD-KEY TO WS-PARAM-1(3:12).
           MOVE WS-OPERATOR-ID TO WS-PARAM-1(15:10).
           MOVE SPACES TO WS-PARAM-2.
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.
           MOVE WS-RESULT(101:10) TO WS-SOD-SUBMITTER-ID.
           MOVE WS-RESULT(111:10) TO WS-SOD-EDITOR-ID.
           IF WS-RETURN-CODE = 0
               MOVE "Y" TO WS-APPROVER-OK-FLAG
               EXIT PARAGRAPH
           END-IF.

           DISPLAY FUNCTION TRIM(WS-RESULT(1:70)).
           DISPLAY "申請者: " WS-SOD-SUBMITTER-ID
                   " 最終編集者: " WS-SOD-EDITOR-ID.
           DISPLAY "登録係の上書きで承認しますか(Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-SOD-ANSWER.
           IF WS-SOD-ANSWER NOT = "Y" AND WS-SOD-ANSWER NOT = "y"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-SOD-OVERRIDE-ID.
           MOVE SPACES TO WS-SOD-PIN.
           DISPLAY SOD-OVERRIDE-SCREEN.
           ACCEPT SOD-OVERRIDE-SCREEN.
           MOVE "O" TO WS-SOD-ACTION.
           PERFORM BUILD-SOD-PARAMS.
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.
           IF WS-RETURN-CODE NOT = 0
               DISPLAY FUNCTION TRIM(WS-RESULT(1:70))
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-APPROVER-OK-FLAG.
           MOVE "Y" TO WS-SOD-OVERRIDDEN-FLAG.

      * 上書きして承認した記録を残す(月次の職務分離例外レポート)
       RECORD-SOD-OVERRIDE.
           MOVE "W" TO WS-SOD-ACTION.
           PERFORM BUILD-SOD-PARAMS.
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.
           DISPLAY "上書き者 " WS-SOD-OVERRIDE-ID
                   " で記録しました。".

       BUILD-SOD-PARAMS.
           MOVE "V" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE WS-SOD-ACTION TO WS-PARAM-1(1:1).
           MOVE "S" TO WS-PARAM-1(2:1).
           MOVE SYL-RECORD-KEY TO WS-PARAM-1(3:12).
           MOVE WS-SOD-OVERRIDE-ID TO WS-PARAM-1(36:10).
           MOVE WS-SOD-PIN TO WS-PARAM-1(46:4).
           MOVE SPACES TO WS-PARAM-2.
           MOVE WS-OPERATOR-ID TO WS-PARAM-2(1:10).
           MOVE WS-SOD-SUBMITTER-ID TO WS-PARAM-2(11:10).
           MOVE WS-SOD-EDITOR-ID TO WS-PARAM-2(21:10).
           MOVE "SYLAPR" TO WS-PARAM-2(31:8).

      *-----------------------------------------------------------
      * シラバス更新ジャーナルへの記録
      *-----------------------------------------------------------

      *-----------------------------------------------------------
      * 審査結果を担当教員宛ての通知アウトボックスへ書き出す
      * (共同担当教員にも同じ通知を書き出す)
      *-----------------------------------------------------------
       WRITE-NOTIFY-RECORD.
           MOVE SYL-TEACHER-ID TO NTF-TEACHER-ID.
           MOVE SYL-ACADEMIC-YEAR TO NTF-ACADEMIC-YEAR.
           MOVE WS-NOTIFY-DECISION TO NTF-DECISION.
           MOVE FUNCTION CURRENT-DATE TO NTF-TIMESTAMP.
           MOVE SPACES TO NTF-STUDENT-ID.
           SET NTF-UNSENT TO TRUE.
           WRITE NOTIFY-RECORD.

           MOVE "K" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE SYL-COURSE-ID TO WS-PARAM-1(1:6).
           MOVE SYL-ACADEMIC-YEAR TO WS-PARAM-1(7:4).
           MOVE SYL-SECTION-NO TO WS-PARAM-1(11:2).
           MOVE SPACES TO WS-PARAM-2.
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.
           MOVE WS-RESULT(1:1) TO WS-CO-COUNT.
           MOVE 5 TO WS-CO-POS.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
               MOVE WS-RESULT(WS-CO-POS:5) TO NTF-TEACHER-ID
               WRITE NOTIFY-RECORD
               ADD 9 TO WS-CO-POS
           END-PERFORM.
