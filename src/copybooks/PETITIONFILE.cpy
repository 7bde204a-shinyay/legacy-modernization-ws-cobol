      *****************************************************************
      * 期限後履修願ファイル - レコードレイアウト
      * (登録締切後の履修登録・取消期限後の取消を学生が願い出て、
      *  登録係が承認した分だけ履修取込の期間チェックを通す)
      *****************************************************************
       01  PETITION-RECORD.
           05 PET-KEY.
              10 PET-PETITION-NO    PIC 9(5).
           05 PET-STUDENT-ID        PIC X(8).
           05 PET-COURSE-ID         PIC X(6).
           05 PET-ACADEMIC-YEAR     PIC X(4).
      *    願の種別(R=期限後登録 D=期限後取消・途中放棄)
           05 PET-TYPE              PIC X.
              88 PET-TYPE-REGISTER      VALUE "R".
              88 PET-TYPE-DROP          VALUE "D".
           05 PET-REASON            PIC X(40).
           05 PET-REQUEST-DATE      PIC X(8).
           05 PET-FILED-DATE        PIC X(8).
           05 PET-FILED-BY          PIC X(10).
      *    状態(P=審査待ち A=承認 J=却下 U=承認済で取込に適用)
           05 PET-STATUS            PIC X.
              88 PET-STATUS-PENDING     VALUE "P".
              88 PET-STATUS-APPROVED    VALUE "A".
              88 PET-STATUS-REJECTED    VALUE "J".
              88 PET-STATUS-USED        VALUE "U".
           05 PET-DECIDED-BY        PIC X(10).
           05 PET-DECIDED-DATE      PIC X(8).
           05 PET-DECISION-NOTE     PIC X(40).
           05 PET-USED-DATE         PIC X(8).
