      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 OBLIG-PERIOD.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    5日取得義務(労基法39条7項)の義務期間を求める共通サブ
      *    プログラム。COMPLY_RPT・PL_DESIGNATE・LEDGER_RPTが
      *    呼び出し元のSQLCAと受け渡し領域(COPY OBLGREC)を渡して
      *    CALLする(結果は呼び出し元のSQLCODEで判定する)。
      *    入社時の前倒し付与や基準日グループの変更で、前回付与から
      *    1年以内に次の付与があると義務期間が重なる。この場合は
      *    労基則24条の5第2項により、前回付与日から後の付与日の
      *    1年後までを1つの期間とし、必要日数を月数÷12×5日
      *    (月の端数は1か月、日数の端数は半日に切上げ)とする。
      *    重なりが続く場合は鎖のようにつないで1期間にまとめる。
      *    対象は休暇種別マスタでCOUNT_5DAY='Y'の種別のうち、付与
      *    日数(GRANT/LOAGRANT/ADJUST/CATCHUPの合計)が10日以上の
      *    ロット。消化日数は期間内にその社員の同種別ロット(期間の
      *    付与日の範囲のもの)から取得したUSE/DESIGNATEの合計。
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       WORKING-STORAGE             SECTION.
           01  WS-FOUND-SW             PIC X(1).
               88  WS-FOUND                VALUE "Y".
           01  WS-DONE-SW              PIC X(1).
               88  WS-DONE                 VALUE "Y".
           01  WS-REQ-WORK             PIC 9(4)V9(4).
           01  WS-REQ-HALVES           PIC 9(4).

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  WS-OP-BALANCE-ID        PIC  X(12).
           01  WS-OP-EMP-ID            PIC  X(6).
           01  WS-OP-EMP-COUNT         PIC  X(8).
           01  WS-OP-LOT-ID            PIC  X(12).
           01  WS-OP-GRANT             PIC  X(10).
           01  WS-OP-LIMIT             PIC  X(10).
           01  WS-OP-START             PIC  X(10).
           01  WS-OP-LAST-GRANT        PIC  X(10).
           01  WS-OP-GROUP-LIMIT       PIC  X(10).
           01  WS-OP-END               PIC  X(10).
           01  WS-OP-MONTHS            PIC  X(4).
           01  WS-OP-USED              PIC  X(8).
           EXEC SQL END DECLARE SECTION END-EXEC.

           01  WS-GROUP-LEAD-ID        PIC  X(12).
           01  WS-GROUP-COUNT          PIC  9(2).

       LINKAGE                     SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY OBLGREC.

      ******************************************************************
       PROCEDURE                   DIVISION USING SQLCA
                                                  OBL-PARM-VARS.
      ******************************************************************
       MAIN-RTN.
           MOVE ZERO  TO OBL-LOT-COUNT.
           MOVE SPACE TO OBL-LEAD-ID OBL-START OBL-END OBL-LIMIT
                         OBL-LAST-GRANT.
           MOVE ZERO  TO OBL-MONTHS OBL-REQUIRED OBL-USED.
           MOVE OBL-BALANCE-ID TO WS-OP-BALANCE-ID.

           PERFORM GET-LOT-EMP-RTN.
           IF SQLCODE = ZERO
               AND FUNCTION NUMVAL(WS-OP-EMP-COUNT) > 0
               PERFORM FIND-GROUP-RTN
           END-IF.
           IF SQLCODE = ZERO AND WS-FOUND
               PERFORM CALC-PERIOD-RTN
           END-IF.

           GOBACK.

      ******************************************************************
       GET-LOT-EMP-RTN.
      ******************************************************************
           MOVE "N" TO WS-FOUND-SW.
           EXEC SQL
               SELECT COUNT(*), COALESCE(MAX(B_EMP_ID),' ')
               INTO :WS-OP-EMP-COUNT, :WS-OP-EMP-ID
               FROM PL_BALANCE
               WHERE BALANCE_ID = :WS-OP-BALANCE-ID
           END-EXEC.

      ******************************************************************
       FIND-GROUP-RTN.
      ******************************************************************
      *    社員の対象ロットを付与日順に読み、前の期間の終わり
      *    (直前の付与日の1年後)より前に付与されたロットを同じ
      *    期間へつなぐ。判定対象のロットを含む期間が閉じた時点で
      *    以降の行は読み捨てる。
           MOVE "N" TO WS-DONE-SW.
           MOVE ZERO TO WS-GROUP-COUNT.
           EXEC SQL
               DECLARE OBL_LOT_CURSOR CURSOR FOR
               SELECT B.BALANCE_ID,
                      TO_CHAR(B.GRANT_DAYS,'YYYY-MM-DD'),
                      TO_CHAR(B.GRANT_DAYS + INTERVAL '1 year',
                              'YYYY-MM-DD')
               FROM PL_BALANCE B
               WHERE B.B_EMP_ID = :WS-OP-EMP-ID
                 AND B.LEAVE_TYPE IN
                     (SELECT LEAVE_TYPE FROM LEAVE_TYPE_MASTER
                      WHERE COUNT_5DAY = 'Y')
                 AND (SELECT COALESCE(SUM(H.ACQ_DAYS),0)
                      FROM PL_HISTORY H
                      WHERE H.H_BALANCE_ID = B.BALANCE_ID
                        AND H.TRANSACTION_TYPE IN
                            ('GRANT','LOAGRANT','ADJUST',
                             'CATCHUP')) >= 10
               ORDER BY B.GRANT_DAYS ASC, B.BALANCE_ID ASC
           END-EXEC.
           IF SQLCODE = ZERO
               EXEC SQL OPEN OBL_LOT_CURSOR END-EXEC
           END-IF.
           IF SQLCODE = ZERO
               PERFORM READ-GROUP-LOTS-RTN
           END-IF.

      ******************************************************************
       READ-GROUP-LOTS-RTN.
      ******************************************************************
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH OBL_LOT_CURSOR
                   INTO :WS-OP-LOT-ID, :WS-OP-GRANT, :WS-OP-LIMIT
               END-EXEC
               IF SQLCODE = 0 AND NOT WS-DONE
                   PERFORM CHAIN-ONE-LOT-RTN
               END-IF
           END-PERFORM.

           IF SQLCODE = 100
               EXEC SQL CLOSE OBL_LOT_CURSOR END-EXEC
           END-IF.

      ******************************************************************
       CHAIN-ONE-LOT-RTN.
      ******************************************************************
           IF WS-GROUP-COUNT > 0
               AND WS-OP-GRANT < WS-OP-GROUP-LIMIT
               ADD 1 TO WS-GROUP-COUNT
               MOVE WS-OP-LIMIT TO WS-OP-GROUP-LIMIT
               MOVE WS-OP-GRANT TO WS-OP-LAST-GRANT
           ELSE
               IF WS-FOUND
                   MOVE "Y" TO WS-DONE-SW
               ELSE
                   MOVE 1 TO WS-GROUP-COUNT
                   MOVE WS-OP-LOT-ID TO WS-GROUP-LEAD-ID
                   MOVE WS-OP-GRANT  TO WS-OP-START
                   MOVE WS-OP-GRANT  TO WS-OP-LAST-GRANT
                   MOVE WS-OP-LIMIT  TO WS-OP-GROUP-LIMIT
               END-IF
           END-IF.
           IF NOT WS-DONE AND WS-OP-LOT-ID = WS-OP-BALANCE-ID
               MOVE "Y" TO WS-FOUND-SW
           END-IF.

      ******************************************************************
       CALC-PERIOD-RTN.
      ******************************************************************
      *    期間の月数(端数の日は1か月に切上げ)、末日、期間内の
      *    消化日数を求め、必要日数を半日単位に切り上げる。
           EXEC SQL
               SELECT CAST(EXTRACT(YEAR FROM
                          AGE(CAST(:WS-OP-GROUP-LIMIT AS DATE),
                              CAST(:WS-OP-START AS DATE))) * 12
                      + EXTRACT(MONTH FROM
                          AGE(CAST(:WS-OP-GROUP-LIMIT AS DATE),
                              CAST(:WS-OP-START AS DATE)))
                      + CASE WHEN EXTRACT(DAY FROM
                          AGE(CAST(:WS-OP-GROUP-LIMIT AS DATE),
                              CAST(:WS-OP-START AS DATE))) > 0
                             THEN 1 ELSE 0 END AS VARCHAR(4)),
                      TO_CHAR(CAST(:WS-OP-GROUP-LIMIT AS DATE) - 1,
                              'YYYY-MM-DD')
               INTO :WS-OP-MONTHS, :WS-OP-END
           END-EXEC.
           IF SQLCODE = ZERO
               PERFORM CALC-USED-RTN
           END-IF.

      ******************************************************************
       CALC-USED-RTN.
      ******************************************************************
           EXEC SQL
               SELECT COALESCE(SUM(0 - H.ACQ_DAYS),0)
               INTO :WS-OP-USED
               FROM PL_HISTORY H
               INNER JOIN PL_BALANCE B
                   ON H.H_BALANCE_ID = B.BALANCE_ID
               WHERE B.B_EMP_ID = :WS-OP-EMP-ID
                 AND B.LEAVE_TYPE IN
                     (SELECT LEAVE_TYPE FROM LEAVE_TYPE_MASTER
                      WHERE COUNT_5DAY = 'Y')
                 AND B.GRANT_DAYS >= CAST(:WS-OP-START AS DATE)
                 AND B.GRANT_DAYS <= CAST(:WS-OP-LAST-GRANT AS DATE)
                 AND H.TRANSACTION_TYPE IN ('USE','DESIGNATE')
                 AND H.ACQ_DATE >= CAST(:WS-OP-START AS DATE)
                 AND H.ACQ_DATE < CAST(:WS-OP-GROUP-LIMIT AS DATE)
           END-EXEC.
           IF SQLCODE = ZERO
               PERFORM SET-RESULT-RTN
           END-IF.

      ******************************************************************
       SET-RESULT-RTN.
      ******************************************************************
           MOVE WS-GROUP-COUNT   TO OBL-LOT-COUNT.
           MOVE WS-GROUP-LEAD-ID TO OBL-LEAD-ID.
           MOVE WS-OP-START      TO OBL-START.
           MOVE WS-OP-END        TO OBL-END.
           MOVE WS-OP-GROUP-LIMIT TO OBL-LIMIT.
           MOVE WS-OP-LAST-GRANT TO OBL-LAST-GRANT.
           MOVE FUNCTION NUMVAL(WS-OP-MONTHS) TO OBL-MONTHS.
           MOVE FUNCTION NUMVAL(WS-OP-USED)   TO OBL-USED.

           COMPUTE WS-REQ-WORK = OBL-MONTHS * 10 / 12.
           MOVE WS-REQ-WORK TO WS-REQ-HALVES.
           IF WS-REQ-HALVES < WS-REQ-WORK
               ADD 1 TO WS-REQ-HALVES
           END-IF.
           COMPUTE OBL-REQUIRED = WS-REQ-HALVES / 2.
      ******************************************************************
