      *****************************************************************
      * メール配信結果取込ファイル - レコードレイアウト
      * (メール連携から戻る配信結果。キーは抽出行の受信者・科目・
      *  通知日時。結果 D=配信 B=不達 F=配信遅延)
      *****************************************************************
       01  MAIL-RESULT-RECORD.
           05 MRS-RECIPIENT-TYPE    PIC X.
           05 MRS-RECIPIENT-ID      PIC X(8).
           05 MRS-COURSE-ID         PIC X(6).
           05 MRS-TIMESTAMP         PIC X(21).
           05 MRS-RESULT            PIC X.
              88 MRS-DELIVERED          VALUE "D".
              88 MRS-BOUNCED            VALUE "B".
              88 MRS-DEFERRED           VALUE "F".
           05 MRS-RESULT-DATE       PIC X(8).
           05 MRS-REASON            PIC X(30).
