               DISPLAY "  警告:補講枠が不足しています。"
           END-IF.

      * 補講日の曜日で教室・教員の競合と当日の教室予約を
      * 確認する(SYLCOM "S")
       TRY-ONE-MAKEUP-DAY.
           MOVE CAL-DATE TO WS-DATE-NUM.
           COMPUTE WS-DATE-INT
           MOVE SYL-TEACHER-ID TO WS-PARAM-1(20:5).
           MOVE SYL-ACADEMIC-YEAR TO WS-PARAM-1(25:4).
           MOVE SYL-SECTION-NO TO WS-PARAM-1(29:2).
           MOVE CAL-DATE TO WS-PARAM-1(33:8).
           MOVE SPACES TO WS-PARAM-2.
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.
