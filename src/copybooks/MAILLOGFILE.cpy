      *****************************************************************
      * 通知メール配信記録ファイル - レコードレイアウト
      * (SYLNTF・SYLSNTがメール抽出した通知ごとの配信状況。
      *  受信者区分+受信者ID+科目+通知日時がキーで、配信結果の
      *  取込、不達時の再送、郵送への切替に使う)
      *****************************************************************
       01  MAIL-LOG-RECORD.
           05 MLG-KEY.
      *       受信者区分(T=教員 S=学生)
              10 MLG-RECIPIENT-TYPE PIC X.
                 88 MLG-TO-TEACHER      VALUE "T".
                 88 MLG-TO-STUDENT      VALUE "S".
              10 MLG-RECIPIENT-ID   PIC X(8).
              10 MLG-COURSE-ID      PIC X(6).
              10 MLG-TIMESTAMP      PIC X(21).
           05 MLG-ACADEMIC-YEAR     PIC X(4).
      *    通知区分(教員宛はNTF-DECISION、学生宛はSNT-NOTICE-TYPE)
           05 MLG-NOTICE-CODE       PIC X.
      *    教員宛の指導学生通知の対象学生(その他は空白)
           05 MLG-STUDENT-ID        PIC X(8).
           05 MLG-NOTICE-TEXT       PIC X(60).
           05 MLG-MAIL-ADDRESS      PIC X(30).
      *    配信状況(S=送信済・結果待ち D=配信 B=不達・再送待ち
      *            F=配信遅延 P=郵送へ切替)
           05 MLG-STATUS            PIC X.
              88 MLG-STATUS-SENT        VALUE "S".
              88 MLG-STATUS-DELIVERED   VALUE "D".
              88 MLG-STATUS-BOUNCED     VALUE "B".
              88 MLG-STATUS-DEFERRED    VALUE "F".
              88 MLG-STATUS-PAPER       VALUE "P".
           05 MLG-SEND-COUNT        PIC 99.
           05 MLG-BOUNCE-COUNT      PIC 99.
           05 MLG-LAST-SENT-DATE    PIC X(8).
           05 MLG-LAST-RESULT-DATE  PIC X(8).
           05 MLG-LAST-REASON       PIC X(30).
