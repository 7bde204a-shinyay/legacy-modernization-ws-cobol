      *****************************************************************
      * 個人情報匿名化記録ファイル - レコードレイアウト
      * (匿名化した学生1名ごとに1件。元の学籍番号は持たず、
      *  仮番号と匿名化前に永久保存した成績証明書の発行番号で
      *  証明書保存ファイルとだけ対応が取れる)
      *****************************************************************
       01  ANON-LOG-RECORD.
           05 ANL-TIMESTAMP         PIC X(21).
           05 ANL-PSEUDO-ID         PIC X(8).
           05 ANL-ARCHIVE-SERIAL    PIC 9(8).
           05 ANL-DEPARTMENT-ID     PIC X(4).
           05 ANL-LAST-YEAR         PIC X(4).
           05 ANL-RETENTION-YEARS   PIC 99.
           05 ANL-RECORD-COUNT      PIC 9(7).
           05 ANL-ERROR-COUNT       PIC 9(5).
           05 ANL-OPERATOR-ID       PIC X(10).
      *    結果(C=完了 E=書換エラーあり。再実行で残りを処理する)
           05 ANL-RESULT            PIC X.
              88 ANL-RESULT-COMPLETE    VALUE "C".
              88 ANL-RESULT-ERROR       VALUE "E".
