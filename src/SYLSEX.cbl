      *****************************************************************
      * シラバス管理システム - 時間割例外保守プログラム(SYLSEX)
      * 凍結後のシラバスを書き換えずに、期間限定の教室・曜日・
      * 時限の変更(例外)を登録・取消する。変更後の枠が教室予約と
      * 重なる例外は登録しない
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLSEX.
               END-IF
           END-IF.

      *    変更後の教室・曜日・時限が期間中の教室予約と重ならないこと
           PERFORM CHECK-EXCEPTION-BOOKING.
           IF WS-RETURN-CODE = 1
               DISPLAY FUNCTION TRIM(WS-RESULT(1:70))
               EXIT PARAGRAPH
           END-IF.

           WRITE SCHED-EXC-RECORD
               INVALID KEY
                   DISPLAY "エラー:同一開始日の例外あり。"
                   DISPLAY "例外を登録しました。"
           END-WRITE.

      * 上書きのない項目は元の時間割の値で照合する(SYLCOM "B")
       CHECK-EXCEPTION-BOOKING.
           MOVE "B" TO WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PARAM-1.
           IF SXC-OVR-CLASS-ROOM = SPACES
               MOVE SYL-CLASS-ROOM TO WS-PARAM-1(1:10)
           ELSE
               MOVE SXC-OVR-CLASS-ROOM TO WS-PARAM-1(1:10)
           END-IF.
           IF SXC-OVR-CLASS-PERIOD = 0
               MOVE SYL-CLASS-PERIOD TO WS-PARAM-1(11:2)
           ELSE
               MOVE SXC-OVR-CLASS-PERIOD TO WS-PARAM-1(11:2)
           END-IF.
           MOVE SXC-START-DATE TO WS-PARAM-1(13:8).
           MOVE SXC-END-DATE TO WS-PARAM-1(21:8).
           IF SXC-OVR-CLASS-DAY = 0
               MOVE SYL-CLASS-DAY TO WS-PARAM-1(29:1)
           ELSE
               MOVE SXC-OVR-CLASS-DAY TO WS-PARAM-1(29:1)
           END-IF.
           MOVE SPACES TO WS-PARAM-2.
           MOVE 0 TO WS-RETURN-CODE.
           IF WS-PARAM-1(29:1) = "0"
               EXIT PARAGRAPH
           END-IF.
           CALL "SYLCOM" USING WS-FUNCTION-CODE, WS-PARAM-1,
                              WS-PARAM-2, WS-RESULT, WS-RETURN-CODE.

       DELETE-EXCEPTION.
           PERFORM FIND-EXCEPTION.
           IF WS-FILE-SUCCESS
