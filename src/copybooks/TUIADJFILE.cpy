      *****************************************************************
      * 授業料調整抽出ファイル - レコードレイアウト
      * (先頭1件は"CTL"で始まるコントロールレコード。
      *  "ADJ"=学生・科目別の調整明細。C=返金、D=追加請求)
      *****************************************************************
       01  TUITION-ADJUST-RECORD.
           05 ADJ-MARKER            PIC X(3).
              88 ADJ-IS-ADJUST          VALUE "ADJ".
           05 ADJ-STUDENT-ID        PIC X(8).
           05 ADJ-STUDENT-NAME      PIC X(20).
           05 ADJ-ACADEMIC-YEAR     PIC X(4).
           05 ADJ-SEMESTER          PIC X(2).
           05 ADJ-COURSE-ID         PIC X(6).
           05 ADJ-TYPE              PIC X.
              88 ADJ-TYPE-CREDIT        VALUE "C".
              88 ADJ-TYPE-DEBIT         VALUE "D".
           05 ADJ-CREDITS           PIC 9.
           05 ADJ-REFUND-PERCENT    PIC 9(3).
           05 ADJ-STATUS-DATE       PIC X(8).
           05 ADJ-AMOUNT            PIC 9(9).

       01  TUITION-ADJCTL-RECORD.
           05 ACT-MARKER            PIC X(3).
              88 ACT-IS-CONTROL         VALUE "CTL".
           05 ACT-EXTRACT-DATE      PIC X(8).
           05 ACT-ACADEMIC-YEAR     PIC X(4).
           05 ACT-RECORD-COUNT      PIC 9(5).
           05 ACT-CREDIT-COUNT      PIC 9(5).
           05 ACT-CREDIT-AMOUNT     PIC 9(11).
           05 ACT-DEBIT-COUNT       PIC 9(5).
           05 ACT-DEBIT-AMOUNT      PIC 9(11).
