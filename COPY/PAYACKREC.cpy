      ******************************************************************
      *    給与システムから返される受領・拒否の返信ファイル(PAYACK)
      *    のレコードレイアウト。他の受信ファイルと同じく先頭HDR・
      *    末尾TRL(TRLの4桁目から明細件数6桁)の枠付き固定長
      *    レコードで、明細は先頭3桁のレコード種別で2種類ある。
      *      FIL  送信ファイル1本への回答。送信ファイル番号は
      *           こちらが送ったHDRの24桁目からの8桁。
      *           PAYACK-F-RESULT  A=受領 / R=ファイルごと拒否
      *           PAYACK-F-COUNT   給与側で数えた明細件数
      *           PAYACK-F-HASH    給与側で計算したハッシュ合計
      *                            (整数12桁+小数1桁、小数点なし)。
      *                            PAYIF・PAYDELTAは日数の合計、
      *                            ABSDED・SETTIF・SHUTPYは
      *                            金額の合計
      *      LIN  明細1件への回答。明細番号は送信ファイル内の
      *           DTLの並び順(1から)。
      *           PAYACK-L-RESULT  A=受領 / R=拒否
      *    受領した明細の個別の回答は省略してよい(FILがAで明細の
      *    回答が無いものは受領とみなす)。拒否理由は給与側の
      *    コードと文言をそのまま記録する。
      ******************************************************************
       01  PAY-ACK-FILE-REC.
           03  PAYACK-F-TYPE           PIC  X(03).
           03  PAYACK-F-FILE-NO        PIC  X(08).
           03  PAYACK-F-KIND           PIC  X(06).
           03  PAYACK-F-RESULT         PIC  X(01).
           03  PAYACK-F-COUNT          PIC  X(06).
           03  PAYACK-F-HASH           PIC  X(13).
           03  PAYACK-F-REASON-CD      PIC  X(04).
           03  PAYACK-F-REASON         PIC  X(40).
       01  PAY-ACK-LINE-REC.
           03  PAYACK-L-TYPE           PIC  X(03).
           03  PAYACK-L-FILE-NO        PIC  X(08).
           03  PAYACK-L-LINE-NO        PIC  X(06).
           03  PAYACK-L-EMP-ID         PIC  X(06).
           03  PAYACK-L-RESULT         PIC  X(01).
           03  PAYACK-L-REASON-CD      PIC  X(04).
           03  PAYACK-L-REASON         PIC  X(40).
