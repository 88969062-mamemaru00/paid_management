      ******************************************************************
      *    給与システムから毎月受け渡される賃金実績ファイル(WAGEIN)
      *    の1レコード分のレイアウト。社員ID+賃金計算期間(YYYYMM)で
      *    1か月分を表し、同じキーの再送は上書きとする。EMPINと
      *    同じく先頭HDR・末尾TRLの枠付き固定長レコード。
      *      WAGEIN-MONTH-WAGES   その月に支払った賃金の総額(円)。
      *                           平均賃金の算定基礎(臨時の賃金・
      *                           賞与は給与側で除いて渡す)
      *      WAGEIN-WORK-DAYS     その月の労働日数(平均賃金の最低
      *                           保障額の計算に使う)
      *      WAGEIN-NORMAL-DAILY  通常の賃金の日額(円)
      *      WAGEIN-STD-MONTHLY   健康保険の標準報酬月額(円)
      ******************************************************************
       01  WAGE-IN-REC.
           03  WAGEIN-EMP-ID           PIC  X(06).
           03  WAGEIN-PERIOD           PIC  X(06).
           03  WAGEIN-MONTH-WAGES      PIC  X(09).
           03  WAGEIN-WORK-DAYS        PIC  X(02).
           03  WAGEIN-NORMAL-DAILY     PIC  X(07).
           03  WAGEIN-STD-MONTHLY      PIC  X(07).
