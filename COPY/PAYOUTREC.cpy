      ******************************************************************
      *    給与向け送信ファイルの登録を行う共通サブプログラム
      *    PAYOUT-REGと受け渡す領域。給与へファイルを送る各プログラム
      *    (PAY_EXTRACTのPAYIF・PAYDELTA、ABS_EXTRACTのABSDED、
      *    RETIRE・CO_TRANSFERのSETTIF、SHUT_ALLOWのSHUTPY)が、
      *    HDR/DTL/TRLの各レコードを
      *    書くところでPOR-FUNCTIONを設定してCALLする。
      *      H  ファイルの登録。POR-FILE-KIND・POR-PERIOD・
      *         POR-COMPANYを設定する。採番した送信ファイル番号を
      *         POR-FILE-NOに返すので、HDRに載せて送る
      *      D  明細1件の登録。POR-FILE-NO・POR-LINE-NO(ファイル内
      *         の明細の連番)・社員ID・明細キー(対象月・日付・
      *         元の履歴IDなど明細を特定する値)・日数・金額
      *      T  送信の確定。POR-FILE-NOとTRLに載せた件数・ハッシュ
      *         合計・金額合計
      *    給与からの受領・拒否の返信(PAYACK)はPAY_ACKが突き合わせる。
      *    POR-COMPANYが空白の場合はPLM_COMPANYから補う。
      ******************************************************************
       01  POR-PARM-VARS.
           03  POR-FUNCTION         PIC  X(1).
               88  POR-REGISTER-FILE    VALUE "H".
               88  POR-REGISTER-LINE    VALUE "D".
               88  POR-CLOSE-FILE       VALUE "T".
           03  POR-FILE-KIND        PIC  X(6).
           03  POR-FILE-NO          PIC  9(8).
           03  POR-PERIOD           PIC  X(6).
           03  POR-COMPANY          PIC  X(2).
           03  POR-LINE-NO          PIC  9(6).
           03  POR-EMP-ID           PIC  X(6).
           03  POR-LINE-KEY         PIC  X(10).
           03  POR-LINE-DAYS        PIC S9(5)V9.
           03  POR-LINE-AMOUNT      PIC  9(12).
           03  POR-DETAIL-COUNT     PIC  9(6).
           03  POR-HASH-TOTAL       PIC  9(12)V9.
           03  POR-AMOUNT-TOTAL     PIC  9(12).
