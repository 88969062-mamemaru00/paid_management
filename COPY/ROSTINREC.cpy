      ******************************************************************
      *    勤務管理から受け渡される変形労働時間制の月間勤務表の
      *    入力ファイル(ROSTIN)の1レコード分のレイアウト。社員ID+
      *    勤務日で1日を表し、同じキーの再送は上書きとする。EMPINと
      *    同じく先頭HDR・末尾TRLの枠付き固定長レコード。
      *      ROSTIN-SHIFT-CODE    勤務区分(早番・遅番・夜勤など
      *                           勤務管理側のコード)。OFFは公休
      *      ROSTIN-SCHED-HOURS   その日の所定労働時間(時間、整数)。
      *                           00は公休として扱う
      ******************************************************************
       01  ROSTER-IN-REC.
           03  ROSTIN-EMP-ID           PIC  X(06).
           03  ROSTIN-WORK-DATE        PIC  X(10).
           03  ROSTIN-SHIFT-CODE       PIC  X(04).
           03  ROSTIN-SCHED-HOURS      PIC  X(02).
