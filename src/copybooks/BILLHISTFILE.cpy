      *****************************************************************
      * 授業料請求履歴ファイル - レコードレイアウト
      * (請求抽出で経理へ送った学生・科目ごとの請求額。調整抽出で
      *  返金・追加請求を反映し、次回の調整との比較元とする)
      *****************************************************************
       01  BILL-HISTORY-RECORD.
           05 BHS-KEY.
              10 BHS-STUDENT-ID     PIC X(8).
              10 BHS-ACADEMIC-YEAR  PIC X(4).
              10 BHS-COURSE-ID      PIC X(6).
           05 BHS-STUDENT-NAME      PIC X(20).
           05 BHS-SEMESTER          PIC X(2).
           05 BHS-CREDITS           PIC 9.
           05 BHS-CATEGORY-ID       PIC X(2).
           05 BHS-BILLED-AMOUNT     PIC 9(9).
           05 BHS-NET-AMOUNT        PIC 9(9).
           05 BHS-STATUS            PIC X.
              88 BHS-STATUS-BILLED      VALUE "B".
              88 BHS-STATUS-REFUNDED    VALUE "R".
           05 BHS-BILLED-DATE       PIC X(8).
           05 BHS-ADJUST-DATE       PIC X(8).
