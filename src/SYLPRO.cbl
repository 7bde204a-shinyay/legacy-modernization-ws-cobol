       01 WS-ASSESS-IDX            PIC 9.
       01 WS-ASSESS-TOTAL          PIC 999.

      * 職務分離(起案者本人の承認は登録係の上書きが必要)
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

       01 PRO-MENU-SCREEN.
           05 BLANK SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "提案科目の基本情報".
           05 LINE 2 COLUMN 1 VALUE "起案者ID: ".
           05 LINE 2 COLUMN 28 PIC X(10) FROM WS-OPERATOR-ID.
           05 LINE 3 COLUMN 1 VALUE "科目コード (例: CS1001): ".
           05 LINE 3 COLUMN 28 PIC X(6) USING SYL-COURSE-ID.
           05 LINE 3 COLUMN 40 VALUE "年度(4桁): ".
           05 LINE 5 COLUMN 1 VALUE "差戻理由: ".
           05 LINE 5 COLUMN 25 PIC X(30) USING WS-REJECT-REASON.

       PROCEDURE DIVISION USING LS-OPERATOR-ID, LS-SIGNED-IN-FLAG,
                                 LS-OPERATOR-ROLE, LS-PERM-TABLE.
       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           MOVE SPACES TO WS-OPERATOR-ID.
           IF LS-SIGNED-IN
               MOVE LS-OPERATOR-ID TO WS-OPERATOR-ID
           END-IF.
           PERFORM LOOKUP-OPERATOR-ROLE.
           PERFORM UNTIL WS-MENU-OPTION = 9
               DISPLAY PRO-MENU-SCREEN

           EVALUATE WS-DECISION
               WHEN "A"
                   PERFORM VERIFY-APPROVER
                   IF WS-APPROVER-OK
                       PERFORM APPROVE-PROPOSAL
                   ELSE
                       DISPLAY "承認を中止しました。"
                   END-IF
               WHEN "R"
                   PERFORM REJECT-PROPOSAL
               WHEN OTHER
                   DISPLAY "エラー:提案の更新に失敗。"
           END-REWRITE.
           DISPLAY "承認: 下書きとして登録しました。".
           IF WS-SOD-OVERRIDDEN
               PERFORM RECORD-SOD-OVERRIDE
           END-IF.

      *-----------------------------------------------------------
      * 職務分離の確認(SYLCOM "V")
      * 承認者が提案の起案者本人なら拒否する。別の登録係が
      * 暗証番号で認証した場合のみ上書きして承認を続ける
      *-----------------------------------------------------------
       VERIFY-APPROVER.
           MOVE "N" TO WS-APPROVER-OK-FLAG.
           MOVE "N" TO WS-SOD-OVERRIDDEN-FLAG.
           MOVE "V" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           MOVE "C" TO WS-PARAM-1(1:1).
           MOVE "P" TO WS-PARAM-1(2:1).
           MOVE PRO-PROPOSAL-NO TO WS-PARAM-1(3:5).
           MOVE WS-OPERATOR-ID TO WS-PARAM-1(15:10).
           MOVE PRO-OPERATOR-ID TO WS-PARAM-1(25:10).
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
           DISPLAY "起案者: " WS-SOD-SUBMITTER-ID.
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
           MOVE "P" TO WS-PARAM-1(2:1).
           MOVE PRO-PROPOSAL-NO TO WS-PARAM-1(3:5).
           MOVE WS-SOD-OVERRIDE-ID TO WS-PARAM-1(36:10).
           MOVE WS-SOD-PIN TO WS-PARAM-1(46:4).
           MOVE SPACES TO WS-PARAM-2.
           MOVE WS-OPERATOR-ID TO WS-PARAM-2(1:10).
           MOVE WS-SOD-SUBMITTER-ID TO WS-PARAM-2(11:10).
           MOVE WS-SOD-EDITOR-ID TO WS-PARAM-2(21:10).
           MOVE "SYLPRO" TO WS-PARAM-2(31:8).

       REJECT-PROPOSAL.
           IF WS-REJECT-REASON = SPACES
