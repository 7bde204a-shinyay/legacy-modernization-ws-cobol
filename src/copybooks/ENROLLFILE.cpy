      *****************************************************************
      * 学生別履修明細ファイル - レコードレイアウト
      * (ENR-SECTION-NOは学生の所属区分。空白は区分割当前の明細で、
      *  その科目の閉講でない先頭区分に属するものとみなす)
      * (ENR-PETITION-NOは期限後登録、ENR-DROP-PETITION-NOは期限後
      *  取消を認めた履修願の番号。期間内の登録・取消は空白)
      *****************************************************************
       01  ENROLLMENT-RECORD.
           05 ENR-KEY.
              88 ENR-STATUS-DROPPED     VALUE "D".
              88 ENR-STATUS-WITHDRAWN   VALUE "W".
           05 ENR-STATUS-DATE       PIC X(8).
           05 ENR-SECTION-NO        PIC X(2).
           05 ENR-PETITION-NO       PIC X(5).
           05 ENR-DROP-PETITION-NO  PIC X(5).
