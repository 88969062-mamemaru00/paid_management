      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 HOUR_RECONV.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    所定労働時間(DAILY_WORK_HOURS)変更時の時間単位年休の
      *    再換算バッチ。EMPIN(INPUT_PROGRAM)・雇用区分変更
      *    (EMPTYPE_ADJ)・勤務表の見直しなどでEMP_MASTERの
      *    DAILY_WORK_HOURSが変わった社員について、厚労省の取扱い
      *    (日単位の部分はそのまま、時間単位の部分は所定労働時間の
      *    変動に比例して時間数を変更し、1時間未満の端数は切上げ)
      *    で次の2つを換算し直す。
      *      1 有効ロットの残日数のうち1日未満の時間の部分
      *        (例 8時間→6時間で1日+3時間 → 1日+3時間(2.25を
      *        切上げ))。時間単位の取得実績があるロットだけを対象
      *        とし、半日単位で残った0.5日はそのまま残す。
      *      2 法定年休(ANNUAL)の時間単位取得の年5日上限のうち、
      *        休暇年度内の残りの部分(使用済時間数をそれに合わせて
      *        置き換え、PAID_CALCの上限検査に反映する)。
      *    換算の差分はADJUST区分のPL_HISTORYへ、換算前後の値を
      *    CORRECT_REASONに付けて書き込み、換算明細書をHRCNVOUTへ
      *    出力し、本人へ通知(NOTIFY_QUEUE)する。
      *    変更の検出は、換算の基準とした所定労働時間を社員ごとに
      *    EMP_HOURS_BASISへ控えておき、EMP_MASTERの現在値と比べて
      *    行う(変更の経路を問わない)。控えの無い社員(新規入社・
      *    本バッチの初回実行)は現在値を控えるだけで換算しない。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO "HRCNVOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRINT-REC               PIC X(80).
       FD  ERROR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERROR-LOG-REC           PIC X(100).

       WORKING-STORAGE             SECTION.
           01  WS-ERR-PROGRAM-NAME     PIC X(12) VALUE
               "HOUR_RECONV".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.

           01  WS-NEXT-HISTORY-ID      PIC 9(8) VALUE 0.
           01  WS-EMP-TOTAL            PIC 9(6) VALUE 0.
           01  WS-LOT-TOTAL            PIC 9(6) VALUE 0.
           01  WS-EMP-LOT-COUNT        PIC 9(4) VALUE 0.

      *    1日あたりの時間数(変更前=控え、変更後=EMP_MASTER)。
           01  WS-OLD-HOURS-NUM        PIC 9(2).
           01  WS-NEW-HOURS-NUM        PIC 9(2).

      *    ロットの残日数の換算用。
           01  WS-HOLD-DAYS-NUM        PIC S9(3)V9.
           01  WS-WHOLE-DAYS           PIC 9(3).
           01  WS-FRAC-DAYS            PIC 9V9.
           01  WS-OLD-PART-HOURS       PIC 9(2).
           01  WS-NEW-PART-HOURS       PIC 9(2).
           01  WS-PART-WORK            PIC 9(3)V9(4).
           01  WS-NEW-FRAC             PIC 9(2)V9.
           01  WS-NEW-HOLD-DAYS        PIC S9(3)V9.
           01  WS-DELTA-DAYS-NUM       PIC S9(3)V9.

      *    時間単位年休の年5日上限の換算用(時間数)。
           01  WS-CAP-OLD-NUM          PIC 9(3).
           01  WS-CAP-NEW-NUM          PIC 9(3).
           01  WS-USED-OLD-NUM         PIC S9(4)V99.
           01  WS-USED-NEW-NUM         PIC S9(4)V99.
           01  WS-REMAIN-OLD-NUM       PIC S9(4)V99.
           01  WS-REMAIN-DAYS          PIC 9(2).
           01  WS-REMAIN-PART          PIC S9(3)V99.
           01  WS-REMAIN-PART-NEW      PIC 9(3).
           01  WS-REMAIN-NEW-NUM       PIC 9(4).
           01  WS-DELTA-HOURS-NUM      PIC S9(3)V99.
           01  WS-ZERO-DAYS-NUM        PIC S9(3)V9 VALUE 0.

      *    明細・通知用の編集項目。
           01  WS-OLD-DISP             PIC ZZ9.9.
           01  WS-NEW-DISP             PIC ZZ9.9.
           01  WS-USED-OLD-DISP        PIC ZZZ9.
           01  WS-USED-NEW-DISP        PIC ZZZ9.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           01  PASSWD                  PIC  X(10) VALUE SPACE.
           COPY EMPREC.
           COPY PLBREC.
           COPY PLHREC.
           01  WS-OLD-HOURS            PIC  X(2).
           01  WS-NEW-HOURS            PIC  X(2).
           01  WS-LY-START             PIC  X(10).
           01  WS-LY-BALANCE-ID        PIC  X(12).
           01  WS-USED-HOURS           PIC  X(10).
           01  WS-HR-REASON            PIC  X(40).
           01  WS-HR-UNIT              PIC  X(1).
      *    通知キュー(NOTIFY_QUEUE)への書き込み用。
           01  WS-NQ-TYPE              PIC  X(10).
           01  WS-NQ-TEXT              PIC  X(200).
      *    グループ会社統合後の対象会社コード(PLM_COMPANY環境変数、
      *    未指定は01)。
           01  WS-COMPANY              PIC  X(2) VALUE "01".
      *    夜間ジョブの実行番号とステップ名(RUN_ROLLBACKでの
      *    取消単位)。単独実行では空白。
           01  WS-RUN-ID               PIC  X(8) VALUE SPACE.
           01  WS-RUN-STEP             PIC  X(20) VALUE SPACE.
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    通知キューの本文は本人の希望言語で積む(MSG-LOOKUP)。
           01  WS-EMP-LANG             PIC  X(2) VALUE "JA".
           01  WS-MSG-LBL1             PIC  X(60).
           01  WS-MSG-LBL2             PIC  X(120).
           01  WS-MSG-LBL3             PIC  X(60).
           COPY MSGREC.

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** HOUR_RECONV STARTED ***".

           ACCEPT WS-RUN-ID FROM ENVIRONMENT "PLM_RUN_ID".
           ACCEPT WS-RUN-STEP FROM ENVIRONMENT "PLM_RUN_STEP".
           ACCEPT WS-COMPANY FROM ENVIRONMENT "PLM_COMPANY".
           IF WS-COMPANY = SPACE
               MOVE "01" TO WS-COMPANY
           END-IF.

           PERFORM CONNECT-TO-DATABASE.
           PERFORM ENSURE-TABLES-RTN.
           PERFORM SEED-BASIS-RTN.
           PERFORM GET-NEXT-HISTORY-ID.

           OPEN OUTPUT PRINT-FILE.
           MOVE SPACE TO PRINT-REC.
           STRING "所定労働時間変更に伴う"
               "時間単位年休の再換算明細"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM RECONVERT-EACH-EMPLOYEE.
           CLOSE PRINT-FILE.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "再換算対象者数 : " WS-EMP-TOTAL.
           DISPLAY "再換算ロット数 : " WS-LOT-TOTAL.
           DISPLAY "*** HOUR_RECONV FINISHED ***".
           STOP RUN.

      ******************************************************************
       CONNECT-TO-DATABASE.
      ******************************************************************
           MOVE  "testdb@db"       TO   DBNAME.
           MOVE  "postgres"        TO   USERNAME.
           ACCEPT DBNAME   FROM ENVIRONMENT "PLM_DBNAME".
           ACCEPT USERNAME FROM ENVIRONMENT "PLM_DBUSER".
           ACCEPT PASSWD   FROM ENVIRONMENT "PLM_DBPASS".
           IF PASSWD = SPACES
               CALL "CRED-DECRYPT" USING PASSWD
           END-IF.
           MOVE ZERO TO WS-CONNECT-RETRY-CNT.
           MOVE -01 TO SQLCODE.
           PERFORM UNTIL SQLCODE NOT = -01
                   OR WS-CONNECT-RETRY-CNT > WS-CONNECT-MAX-RETRY
               EXEC SQL
                   CONNECT :USERNAME IDENTIFIED BY :PASSWD
                       USING :DBNAME
               END-EXEC
               IF SQLCODE = -01
                   ADD 1 TO WS-CONNECT-RETRY-CNT
                   IF WS-CONNECT-RETRY-CNT <= WS-CONNECT-MAX-RETRY
                       DISPLAY "*** DB CONNECT FAILED, RETRY "
                           WS-CONNECT-RETRY-CNT "/"
                           WS-CONNECT-MAX-RETRY " ***"
                       CALL "C$SLEEP" USING WS-CONNECT-WAIT-SECS
                   END-IF
               END-IF
           END-PERFORM.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       ENSURE-TABLES-RTN.
      ******************************************************************
      *    換算の基準とした所定労働時間の控え(社員ごとに1行)。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS EMP_HOURS_BASIS
               (
                   HB_EMP_ID      VARCHAR(6) NOT NULL,
                   BASIS_HOURS    SMALLINT NOT NULL,
                   HB_UPDATED_AT  TIMESTAMP NOT NULL
                                   DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT EHB_0 PRIMARY KEY (HB_EMP_ID)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS NOTIFY_QUEUE
               (
                   NOTIFY_ID      BIGSERIAL,
                   N_EMP_ID       VARCHAR(6) NOT NULL,
                   NOTIFY_TYPE    VARCHAR(10) NOT NULL,
                   NOTIFY_TEXT    VARCHAR(200),
                   CREATED_AT     TIMESTAMP NOT NULL
                                   DEFAULT CURRENT_TIMESTAMP,
                   DISPATCHED_AT  TIMESTAMP,
                   DISPATCH_ROUTE VARCHAR(6),
                   CONSTRAINT NTFQ_0 PRIMARY KEY (NOTIFY_ID)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       SEED-BASIS-RTN.
      ******************************************************************
      *    控えの無い社員は現在の所定労働時間を控える(換算しない)。
           EXEC SQL
               INSERT INTO EMP_HOURS_BASIS (HB_EMP_ID, BASIS_HOURS)
               SELECT EMP_ID, DAILY_WORK_HOURS
               FROM EMP_MASTER
               WHERE COMPANY_CODE = :WS-COMPANY
                 AND DAILY_WORK_HOURS > 0
               ON CONFLICT (HB_EMP_ID) DO NOTHING
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       RECONVERT-EACH-EMPLOYEE.
      ******************************************************************
      *    控えと現在値が異なる社員を順に換算する。更新はループ内で
      *    行い、COMMITはカーソルを閉じた後にまとめて行う。
      *    退職者は換算しない(控えは次に在籍した時点の値で比べる)。
           EXEC SQL
               DECLARE HR_EMP_CURSOR CURSOR FOR
               SELECT E.EMP_ID, E.EMP_NAME,
                      CAST(B.BASIS_HOURS AS VARCHAR(2)),
                      CAST(E.DAILY_WORK_HOURS AS VARCHAR(2))
               FROM EMP_MASTER E
               INNER JOIN EMP_HOURS_BASIS B
                   ON B.HB_EMP_ID = E.EMP_ID
               WHERE E.COMPANY_CODE = :WS-COMPANY
                 AND E.DAILY_WORK_HOURS > 0
                 AND B.BASIS_HOURS > 0
                 AND B.BASIS_HOURS <> E.DAILY_WORK_HOURS
                 AND COALESCE(E.EMP_STATUS_CODE,' ') <> 'RETIRED'
               ORDER BY E.EMP_ID ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN HR_EMP_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH HR_EMP_CURSOR
                   INTO :EMP-ID, :EMP-NAME, :WS-OLD-HOURS,
                        :WS-NEW-HOURS
               END-EXEC
               IF SQLCODE = 0
                   PERFORM RECONVERT-ONE-EMPLOYEE
                   MOVE ZERO TO SQLCODE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE HR_EMP_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       RECONVERT-ONE-EMPLOYEE.
      ******************************************************************
           ADD 1 TO WS-EMP-TOTAL.
           MOVE ZERO TO WS-EMP-LOT-COUNT.
           MOVE FUNCTION NUMVAL(WS-OLD-HOURS) TO WS-OLD-HOURS-NUM.
           MOVE FUNCTION NUMVAL(WS-NEW-HOURS) TO WS-NEW-HOURS-NUM.

           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "社員ID : " EMP-ID "   氏名 : " EMP-NAME
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "所定労働時間 : " WS-OLD-HOURS " 時間 -> "
               WS-NEW-HOURS " 時間"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "ロット        付与日      換算前  換算後"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

           PERFORM RECONVERT-EACH-LOT.
           PERFORM RECONVERT-HOURLY-CAP-RTN.

           EXEC SQL
               UPDATE EMP_HOURS_BASIS
               SET BASIS_HOURS = :WS-NEW-HOURS-NUM,
                   HB_UPDATED_AT = CURRENT_TIMESTAMP
               WHERE HB_EMP_ID = :EMP-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM ENQUEUE-NOTIFY-RTN.

      ******************************************************************
       RECONVERT-EACH-LOT.
      ******************************************************************
      *    有効で残日数に1日未満の端数があり、時間単位の取得実績が
      *    あるロット(時間単位可の種別)を換算する。
           EXEC SQL
               DECLARE HR_LOT_CURSOR CURSOR FOR
               SELECT P.BALANCE_ID,
                      TO_CHAR(P.GRANT_DAYS,'YYYY-MM-DD'),
                      P.HOLD_DAYS
               FROM PL_BALANCE P
               WHERE P.B_EMP_ID = :EMP-ID
                 AND P.BALANCE_STATUS = TRUE
                 AND P.HOLD_DAYS > 0
                 AND P.HOLD_DAYS <> TRUNC(P.HOLD_DAYS)
                 AND (P.EXPIRE_DATE IS NULL
                      OR P.EXPIRE_DATE >= CURRENT_DATE)
                 AND P.LEAVE_TYPE IN
                     (SELECT LEAVE_TYPE FROM LEAVE_TYPE_MASTER
                      WHERE HOURLY_OK = 'Y')
                 AND EXISTS
                     (SELECT 1 FROM PL_HISTORY H
                      WHERE H.H_BALANCE_ID = P.BALANCE_ID
                        AND H.ACQ_UNIT = 'H')
               ORDER BY P.GRANT_DAYS ASC, P.BALANCE_ID ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN HR_LOT_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH HR_LOT_CURSOR
                   INTO :BALANCE-ID, :GRANT-DAYS, :HOLD-DAYS
               END-EXEC
               IF SQLCODE = 0
                   PERFORM RECONVERT-ONE-LOT
                   MOVE ZERO TO SQLCODE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE HR_LOT_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       RECONVERT-ONE-LOT.
      ******************************************************************
      *    残日数を日の部分と時間の部分に分け、時間の部分だけを
      *    新しい所定労働時間に比例させて換算する(端数切上げ)。
      *    時間の部分は旧所定時間での時間数に直して(1時間単位に
      *    丸めて)から換算する。差分の無いロットはそのまま。
           MOVE FUNCTION NUMVAL(HOLD-DAYS) TO WS-HOLD-DAYS-NUM.
           MOVE WS-HOLD-DAYS-NUM TO WS-WHOLE-DAYS.
           COMPUTE WS-FRAC-DAYS = WS-HOLD-DAYS-NUM - WS-WHOLE-DAYS.
           COMPUTE WS-OLD-PART-HOURS ROUNDED =
               WS-FRAC-DAYS * WS-OLD-HOURS-NUM.

           COMPUTE WS-PART-WORK =
               WS-OLD-PART-HOURS * WS-NEW-HOURS-NUM
               / WS-OLD-HOURS-NUM.
           MOVE WS-PART-WORK TO WS-NEW-PART-HOURS.
           IF WS-NEW-PART-HOURS < WS-PART-WORK
               ADD 1 TO WS-NEW-PART-HOURS
           END-IF.
           COMPUTE WS-NEW-FRAC ROUNDED =
               WS-NEW-PART-HOURS / WS-NEW-HOURS-NUM.
           COMPUTE WS-NEW-HOLD-DAYS = WS-WHOLE-DAYS + WS-NEW-FRAC.
           COMPUTE WS-DELTA-DAYS-NUM =
               WS-NEW-HOLD-DAYS - WS-HOLD-DAYS-NUM.

           IF WS-OLD-PART-HOURS > 0 AND WS-DELTA-DAYS-NUM NOT = 0
               EXEC SQL
                   UPDATE PL_BALANCE
                   SET HOLD_DAYS = :WS-NEW-HOLD-DAYS,
                       LAST_UPD_DATE = CURRENT_DATE
                   WHERE BALANCE_ID = :BALANCE-ID
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF

               MOVE SPACE TO WS-HR-REASON
               STRING "HRCONV " WS-OLD-HOURS "H>" WS-NEW-HOURS
                   "H " WS-WHOLE-DAYS "D" WS-OLD-PART-HOURS
                   "H>" WS-WHOLE-DAYS "D" WS-NEW-PART-HOURS "H"
                   DELIMITED BY SIZE INTO WS-HR-REASON
               MOVE "D" TO WS-HR-UNIT
               MOVE ZERO TO WS-DELTA-HOURS-NUM
               PERFORM WRITE-ADJUST-HISTORY-RTN

               ADD 1 TO WS-LOT-TOTAL
               ADD 1 TO WS-EMP-LOT-COUNT
               MOVE WS-HOLD-DAYS-NUM TO WS-OLD-DISP
               MOVE WS-NEW-HOLD-DAYS TO WS-NEW-DISP
               MOVE SPACE TO PRINT-REC
               STRING BALANCE-ID "  " GRANT-DAYS "  "
                   WS-OLD-DISP "   " WS-NEW-DISP
                   "  (" WS-WHOLE-DAYS "日" WS-OLD-PART-HOURS
                   "時間 -> " WS-WHOLE-DAYS "日"
                   WS-NEW-PART-HOURS "時間)"
                   DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
           END-IF.

      ******************************************************************
       RECONVERT-HOURLY-CAP-RTN.
      ******************************************************************
      *    法定年休の時間単位取得の年5日上限。休暇年度の起点は
      *    PAID_CALCのCHECK-HOURLY-CAP-RTNと同じく当日以前で最新の
      *    付与日とする。上限の残り(旧所定時間での時間数)を日と
      *    時間に分け、時間の部分を比例換算(端数切上げ)した残りを
      *    新しい上限(5×新所定時間)から差し引いた値を使用済時間数
      *    とし、その差をADJUST区分(ACQ_UNIT='H'、日数0)で記録する。
           EXEC SQL
               SELECT TO_CHAR(COALESCE(MAX(GRANT_DAYS),
                      DATE_TRUNC('year', CURRENT_DATE)),
                      'YYYY-MM-DD'),
                      COALESCE(
                          (SELECT X.BALANCE_ID FROM PL_BALANCE X
                           WHERE X.B_EMP_ID = :EMP-ID
                             AND X.LEAVE_TYPE = 'ANNUAL'
                             AND X.GRANT_DAYS <= CURRENT_DATE
                           ORDER BY X.GRANT_DAYS DESC,
                                    X.BALANCE_ID DESC
                           LIMIT 1),' ')
               INTO :WS-LY-START, :WS-LY-BALANCE-ID
               FROM PL_BALANCE
               WHERE B_EMP_ID = :EMP-ID
                 AND LEAVE_TYPE = 'ANNUAL'
                 AND GRANT_DAYS <= CURRENT_DATE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               SELECT CAST(COALESCE(SUM(0 - H.ACQ_HOURS),0)
                      AS VARCHAR(10))
               INTO :WS-USED-HOURS
               FROM PL_HISTORY H
               INNER JOIN PL_BALANCE B
                   ON H.H_BALANCE_ID = B.BALANCE_ID
               WHERE B.B_EMP_ID = :EMP-ID
                 AND B.LEAVE_TYPE = 'ANNUAL'
                 AND H.TRANSACTION_TYPE IN ('USE','CORRECT','ADJUST')
                 AND H.ACQ_UNIT = 'H'
                 AND H.ACQ_DATE >= CAST(:WS-LY-START AS DATE)
                 AND H.ACQ_DATE <
                     CAST(:WS-LY-START AS DATE) + INTERVAL '1 year'
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE FUNCTION NUMVAL(WS-USED-HOURS) TO WS-USED-OLD-NUM.
           COMPUTE WS-CAP-OLD-NUM = 5 * WS-OLD-HOURS-NUM.
           COMPUTE WS-CAP-NEW-NUM = 5 * WS-NEW-HOURS-NUM.
           COMPUTE WS-REMAIN-OLD-NUM =
               WS-CAP-OLD-NUM - WS-USED-OLD-NUM.

      *    使用実績が無い、上限を使い切っている、または記録先の
      *    ロットが無い場合は換算しない。
           IF WS-USED-OLD-NUM > 0 AND WS-REMAIN-OLD-NUM > 0
              AND WS-LY-BALANCE-ID NOT = SPACE
               COMPUTE WS-REMAIN-DAYS =
                   WS-REMAIN-OLD-NUM / WS-OLD-HOURS-NUM
               COMPUTE WS-REMAIN-PART = WS-REMAIN-OLD-NUM
                   - WS-REMAIN-DAYS * WS-OLD-HOURS-NUM
               COMPUTE WS-PART-WORK =
                   WS-REMAIN-PART * WS-NEW-HOURS-NUM
                   / WS-OLD-HOURS-NUM
               MOVE WS-PART-WORK TO WS-REMAIN-PART-NEW
               IF WS-REMAIN-PART-NEW < WS-PART-WORK
                   ADD 1 TO WS-REMAIN-PART-NEW
               END-IF
               COMPUTE WS-REMAIN-NEW-NUM =
                   WS-REMAIN-DAYS * WS-NEW-HOURS-NUM
                   + WS-REMAIN-PART-NEW
               COMPUTE WS-USED-NEW-NUM =
                   WS-CAP-NEW-NUM - WS-REMAIN-NEW-NUM
               IF WS-USED-NEW-NUM < 0
                   MOVE 0 TO WS-USED-NEW-NUM
               END-IF
               COMPUTE WS-DELTA-HOURS-NUM =
                   WS-USED-OLD-NUM - WS-USED-NEW-NUM
               IF WS-DELTA-HOURS-NUM NOT = 0
                   PERFORM WRITE-CAP-ADJUST-RTN
               END-IF
           END-IF.

      ******************************************************************
       WRITE-CAP-ADJUST-RTN.
      ******************************************************************
           MOVE WS-USED-OLD-NUM TO WS-USED-OLD-DISP.
           MOVE WS-USED-NEW-NUM TO WS-USED-NEW-DISP.
           MOVE WS-LY-BALANCE-ID TO BALANCE-ID.
           MOVE SPACE TO WS-HR-REASON.
           STRING "HRCAP " WS-OLD-HOURS "H>" WS-NEW-HOURS
               "H USED" WS-USED-OLD-DISP ">" WS-USED-NEW-DISP
               DELIMITED BY SIZE INTO WS-HR-REASON.
           MOVE "H" TO WS-HR-UNIT.
           MOVE ZERO TO WS-DELTA-DAYS-NUM.
           PERFORM WRITE-ADJUST-HISTORY-RTN.

           MOVE SPACE TO PRINT-REC.
           STRING "時間単位年休の使用済時間(年5日上限 "
               WS-CAP-OLD-NUM "->" WS-CAP-NEW-NUM "時間) : "
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "    " WS-USED-OLD-DISP " 時間 -> "
               WS-USED-NEW-DISP " 時間  (休暇年度 " WS-LY-START
               " から)"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

      ******************************************************************
       WRITE-ADJUST-HISTORY-RTN.
      ******************************************************************
      *    換算差分のADJUST行。ロットの換算は日数の差分(時間0)、
      *    上限の換算は時間の差分(日数0)を持つ。
           PERFORM GET-NEXT-HISTORY-ID.
           MOVE WS-NEXT-HISTORY-ID TO HISTORY-ID.
           EXEC SQL
               INSERT INTO PL_HISTORY
                   (HISTORY_ID, H_BALANCE_ID, ACQ_DATE, ACQ_DAYS,
                    ACQ_HOURS, INSERT_DATETIME, TRANSACTION_TYPE,
                    CORRECT_REASON, ACQ_UNIT, RUN_ID, RUN_STEP)
               VALUES
                   (:HISTORY-ID, :BALANCE-ID, CURRENT_DATE,
                    :WS-DELTA-DAYS-NUM, :WS-DELTA-HOURS-NUM,
                    CURRENT_TIMESTAMP, 'ADJUST', :WS-HR-REASON,
                    :WS-HR-UNIT,
                    CAST(NULLIF(TRIM(:WS-RUN-ID),'') AS NUMERIC(8)),
                    NULLIF(TRIM(:WS-RUN-STEP),''))
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       ENQUEUE-NOTIFY-RTN.
      ******************************************************************
      *    本人へ1件通知する。宛先別の配付はNOTIFY_DISPが行う。
           MOVE EMP-ID TO MSG-EMP-ID.
           PERFORM SET-EMP-LANG-RTN.
           MOVE "NQ_HRCONV_1" TO MSG-KEY.
           MOVE "所定労働時間の変更" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-MSG-LBL1.
           MOVE "NQ_HRCONV_2" TO MSG-KEY.
           MOVE SPACE TO MSG-TEXT.
           STRING "に伴い、"
               "年休残の時間部分と時間単位年休の"
               "上限を換算し直しました。"
               "換算ロット"
               DELIMITED BY SIZE INTO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-MSG-LBL2.
           MOVE "NQ_HOUR_UNIT" TO MSG-KEY.
           MOVE "時間" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-MSG-LBL3.
           MOVE "NQ_COUNT_UNIT" TO MSG-KEY.
           MOVE "件" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.

           MOVE "HRCONV" TO WS-NQ-TYPE.
           MOVE SPACE TO WS-NQ-TEXT.
           STRING FUNCTION TRIM(WS-MSG-LBL1) "(" WS-OLD-HOURS
               FUNCTION TRIM(WS-MSG-LBL3) "→" WS-NEW-HOURS
               FUNCTION TRIM(WS-MSG-LBL3) ")"
               FUNCTION TRIM(WS-MSG-LBL2) " " WS-EMP-LOT-COUNT
               " " FUNCTION TRIM(MSG-TEXT)
               DELIMITED BY SIZE INTO WS-NQ-TEXT.

           EXEC SQL
               INSERT INTO NOTIFY_QUEUE
                   (N_EMP_ID, NOTIFY_TYPE, NOTIFY_TEXT)
               VALUES (:EMP-ID, :WS-NQ-TYPE, :WS-NQ-TEXT)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       SET-EMP-LANG-RTN.
      ******************************************************************
      *    本人の希望言語(未登録は日本語)。
           MOVE "L" TO MSG-FUNC.
           CALL "MSG-LOOKUP" USING SQLCA MSG-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           MOVE MSG-LANG TO WS-EMP-LANG.

      ******************************************************************
       MSG-TEXT-RTN.
      ******************************************************************
           MOVE "T" TO MSG-FUNC.
           MOVE WS-EMP-LANG TO MSG-LANG.
           CALL "MSG-LOOKUP" USING SQLCA MSG-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       GET-NEXT-HISTORY-ID.
      ******************************************************************
      *    採番はSELECT MAX+1ではなくデータベースシーケンスで行う
      *    (同時実行でも重複しない)。呼び出しごとに新しいIDを返す。
           EXEC SQL
               SELECT NEXTVAL('PL_HISTORY_SEQ')
               INTO :WS-NEXT-HISTORY-ID
           END-EXEC.

      ******************************************************************
       WRITE-ERROR-LOG.
      ******************************************************************
           ACCEPT WS-ERR-TIMESTAMP FROM DATE YYYYMMDD.
           MOVE SPACE TO ERROR-LOG-REC.
           STRING WS-ERR-TIMESTAMP "  " WS-ERR-PROGRAM-NAME
               "  SQLCODE=" SQLCODE
               DELIMITED BY SIZE INTO ERROR-LOG-REC.
           OPEN EXTEND ERROR-LOG-FILE.
           WRITE ERROR-LOG-REC.
           CLOSE ERROR-LOG-FILE.

      ******************************************************************
       ERROR-RTN.
      ******************************************************************
           PERFORM WRITE-ERROR-LOG.
           DISPLAY "*** SQL ERROR ***".
           DISPLAY "SQLCODE: " SQLCODE " " NO ADVANCING.
           EVALUATE SQLCODE
              WHEN +10
                 DISPLAY "Record not found"
              WHEN -01
                 DISPLAY "Connection failed"
              WHEN -20
                 DISPLAY "Internal error"
              WHEN -30
                 DISPLAY "PostgreSQL error"
                 DISPLAY "ERRCODE: " SQLSTATE
                 DISPLAY SQLERRMC

                 *> TO RESTART TRANSACTION, PERFORM ROLLBACK.
                 EXEC SQL
                     ROLLBACK
                 END-EXEC

                 *> Alternative rollback using OCESQL library.
                 CALL "OCESQLStartSQL" END-CALL
                 CALL "OCESQLExec" USING
                     BY REFERENCE SQLCA
                     BY REFERENCE "ROLLBACK" & x"00"
                 END-CALL
                 CALL "OCESQLEndSQL" END-CALL

              WHEN OTHER
                 DISPLAY "Undefined error"
                 DISPLAY "ERRCODE: " SQLSTATE
                 DISPLAY SQLERRMC
           END-EVALUATE.
      ******************************************************************
