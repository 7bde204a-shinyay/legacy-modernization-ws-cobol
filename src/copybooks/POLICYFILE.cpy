      *****************************************************************
      * 規程文面マスタファイル - レコードレイアウト
      * (学術的誠実性・合理的配慮・出席方針などの定型文。
      *  ブロックごとに適用開始年度で版を分け、シラバスの年度以前で
      *  最も新しい版を使う。POL-REVISIONは同じ版の文面修正回数)
      *****************************************************************
       01  POLICY-RECORD.
           05 POL-KEY.
              10 POL-BLOCK-ID       PIC X(6).
              10 POL-EFFECTIVE-YEAR PIC X(4).
           05 POL-SCOPE-TYPE        PIC X.
              88 POL-SCOPE-UNIVERSITY   VALUE "U".
              88 POL-SCOPE-DEPARTMENT   VALUE "D".
              88 POL-SCOPE-CATEGORY     VALUE "C".
           05 POL-SCOPE-ID          PIC X(4).
           05 POL-SORT-NO           PIC 99.
           05 POL-STATUS            PIC X.
              88 POL-STATUS-ACTIVE      VALUE "A".
              88 POL-STATUS-WITHDRAWN   VALUE "W".
           05 POL-REVISION          PIC 9(3).
           05 POL-TITLE             PIC X(30).
           05 POL-TITLE-EN          PIC X(30).
           05 POL-TEXT              PIC X(360).
           05 POL-TEXT-EN           PIC X(360).
           05 POL-LAST-UPDATED      PIC X(21).
