      *****************************************************************
      * 科目別必要教室種別ファイル - レコードレイアウト
      * (実験室・計算機室などを要する科目のみ登録。教室マスタの
      *  教室種別と同じ値を持つ。教室自動割当で参照する)
      *****************************************************************
       01  COURSE-ROOM-REQ-RECORD.
           05 CRR-COURSE-ID         PIC X(6).
           05 CRR-ROOM-TYPE         PIC X(10).
