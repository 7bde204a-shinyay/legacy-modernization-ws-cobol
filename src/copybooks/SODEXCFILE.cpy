      *****************************************************************
      * 自己承認上書き記録ファイル - レコードレイアウト
      * (申請者・最終編集者本人による承認を、登録係が上書きして
      *  通した記録。月次の職務分離例外レポートの入力)
      *****************************************************************
       01  SOD-EXCEPTION-RECORD.
           05 SOD-TIMESTAMP         PIC X(21).
           05 SOD-PROGRAM-ID        PIC X(8).
      *    対象種別(S=シラバス V=改訂依頼 P=新規科目提案)
           05 SOD-OBJECT-TYPE       PIC X.
              88 SOD-TYPE-SYLLABUS      VALUE "S".
              88 SOD-TYPE-REVISION      VALUE "V".
              88 SOD-TYPE-PROPOSAL      VALUE "P".
           05 SOD-OBJECT-KEY        PIC X(33).
           05 SOD-APPROVER-ID       PIC X(10).
           05 SOD-SUBMITTER-ID      PIC X(10).
           05 SOD-EDITOR-ID         PIC X(10).
           05 SOD-OVERRIDE-ID       PIC X(10).
