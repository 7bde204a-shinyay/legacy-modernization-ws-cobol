      *****************************************************************
      * 匿名化処理中対応表ファイル - レコードレイアウト
      * (証明書の永久保存を終えて書換中の学生の学籍番号と仮番号。
      *  全ファイルの書換が正常に終わったら空にする。中断・エラー
      *  後の再実行では同じ仮番号を使い、証明書は再保存しない)
      *****************************************************************
       01  ANON-PENDING-RECORD.
           05 PND-STUDENT-ID        PIC X(8).
           05 PND-PSEUDO-ID         PIC X(8).
           05 PND-ARCHIVE-SERIAL    PIC 9(8).
