      *****************************************************************
      * シラバス管理システム - 授業料率マスタ保守プログラム(SYLRTE)
      * 単位当り授業料率と、履修取消時の返金率(取消期限後の日数別)
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLRTE.
               RECORD KEY IS RTE-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT REFUND-FILE
               ASSIGN TO "refundrate.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RFS-KEY
               FILE STATUS IS WS-RFS-FILE-STATUS.

           SELECT CATEGORY-FILE
               ASSIGN TO "category.dat"
               ORGANIZATION IS INDEXED
       FD RATE-FILE.
           COPY "copybooks/RATEFILE.cpy".

       FD REFUND-FILE.
           COPY "copybooks/REFUNDFILE.cpy".

       FD CATEGORY-FILE.
           COPY "copybooks/CATEGORYFILE.cpy".

       01 WS-CAT-FILE-STATUS       PIC XX VALUE "00".
          88 WS-CAT-FILE-SUCCESS   VALUE "00".

       01 WS-RFS-FILE-STATUS       PIC XX VALUE "00".
          88 WS-RFS-FILE-SUCCESS   VALUE "00".

       01 WS-MENU-OPTION           PIC 9 VALUE 0.
       01 WS-EOF-FLAG              PIC X VALUE "N".
          88 WS-EOF                VALUE "Y".
           05 LINE 4 COLUMN 1 VALUE "2. 更新".
           05 LINE 5 COLUMN 1 VALUE "3. 削除".
           05 LINE 6 COLUMN 1 VALUE "4. 一覧表示".
           05 LINE 7 COLUMN 1 VALUE "5. 返金率登録・更新".
           05 LINE 8 COLUMN 1 VALUE "6. 返金率削除".
           05 LINE 9 COLUMN 1 VALUE "7. 返金率一覧".
           05 LINE 10 COLUMN 1 VALUE "9. 終了".
           05 LINE 12 COLUMN 1 VALUE "選択 (1-7,9): ".
           05 LINE 12 COLUMN 16 PIC 9 USING WS-MENU-OPTION.

       01 RTE-INPUT-SCREEN.
           05 BLANK SCREEN.
           05 LINE 4 COLUMN 1 VALUE "単位当り料金(円): ".
           05 LINE 4 COLUMN 30 PIC 9(7) USING RTE-PER-CREDIT-FEE.

       01 RFS-INPUT-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "返金率登録・更新画面".
           05 LINE 3 COLUMN 1 VALUE "年度(4桁/空白=既定): ".
           05 LINE 3 COLUMN 30 PIC X(4) USING RFS-ACADEMIC-YEAR.
           05 LINE 4 COLUMN 1 VALUE "取消期限後の日数: ".
           05 LINE 4 COLUMN 30 PIC 9(3) USING RFS-DAYS-AFTER.
           05 LINE 5 COLUMN 1 VALUE "返金率(%): ".
           05 LINE 5 COLUMN 30 PIC 9(3) USING RFS-REFUND-PERCENT.

       01 RFS-SEARCH-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "返金率の指定".
           05 LINE 3 COLUMN 1 VALUE "年度(4桁/空白=既定): ".
           05 LINE 3 COLUMN 30 PIC X(4) USING RFS-ACADEMIC-YEAR.
           05 LINE 4 COLUMN 1 VALUE "取消期限後の日数: ".
           05 LINE 4 COLUMN 30 PIC 9(3) USING RFS-DAYS-AFTER.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM OPEN-FILE.
                       PERFORM DELETE-RATE-RECORD
                   WHEN 4
                       PERFORM LIST-RATES
                   WHEN 5
                       PERFORM SAVE-REFUND-RATE
                   WHEN 6
                       PERFORM DELETE-REFUND-RATE
                   WHEN 7
                       PERFORM LIST-REFUND-RATES
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
               CLOSE RATE-FILE
               OPEN I-O RATE-FILE
           END-IF.
           OPEN I-O REFUND-FILE.
           IF NOT WS-RFS-FILE-SUCCESS
               OPEN OUTPUT REFUND-FILE
               CLOSE REFUND-FILE
               OPEN I-O REFUND-FILE
           END-IF.

       CLOSE-FILE.
           CLOSE RATE-FILE.
           CLOSE REFUND-FILE.

       REGISTER-RATE.
           INITIALIZE TUITION-RATE-RECORD.
               END-READ
           END-PERFORM.
           DISPLAY "======================".

      *-----------------------------------------------------------
      * 返金率: 取消日が期限後の日数以内となる最小の行を使う
      *-----------------------------------------------------------
       SAVE-REFUND-RATE.
           INITIALIZE REFUND-RATE-RECORD.
           DISPLAY RFS-INPUT-SCREEN.
           ACCEPT RFS-INPUT-SCREEN.

           IF RFS-REFUND-PERCENT > 100
               DISPLAY "エラー:返金率は100以下です。"
               EXIT PARAGRAPH
           END-IF.

           WRITE REFUND-RATE-RECORD
               INVALID KEY
                   REWRITE REFUND-RATE-RECORD
                       INVALID KEY
                           DISPLAY "エラー:更新に失敗。"
                       NOT INVALID KEY
                           DISPLAY "返金率を更新しました。"
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "返金率を登録しました。"
           END-WRITE.

       DELETE-REFUND-RATE.
           INITIALIZE REFUND-RATE-RECORD.
           DISPLAY RFS-SEARCH-SCREEN.
           ACCEPT RFS-SEARCH-SCREEN.

           DELETE REFUND-FILE
               INVALID KEY
                   DISPLAY "エラー:該当返金率なし。"
               NOT INVALID KEY
                   DISPLAY "削除しました。"
           END-DELETE.

       LIST-REFUND-RATES.
           DISPLAY " ".
           DISPLAY "==== 返金率一覧 ====".
           DISPLAY "年度 期限後日数 返金率".
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO RFS-KEY.
           START REFUND-FILE KEY IS NOT LESS THAN RFS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-EOF
               READ REFUND-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       DISPLAY RFS-ACADEMIC-YEAR " "
                           RFS-DAYS-AFTER "日以内  "
                           RFS-REFUND-PERCENT "%"
               END-READ
           END-PERFORM.
           DISPLAY "====================".
