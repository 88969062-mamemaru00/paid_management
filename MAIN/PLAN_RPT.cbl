      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 PLAN_RPT.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    年休取得計画表(LEAVE_PLAN)と取得実績の突き合わせ。
      *    四半期ごとに部門単位で、基準日を年休年度に含むANNUAL
      *    ロットに計画のある在籍者について、基準日までの計画日数と
      *    実績(PL_HISTORYのUSEと時季指定DESIGNATE)を並べ、実績が
      *    本人の計画に届いていない者に「遅れ」を付ける。COMPLY_RPT
      *    が5日取得義務の未達を付与から1年で判定するより前に、
      *    部門が声を掛けられるようにするためのもの。
      *    実績は計画のロットに限らず、その年休年度(付与日から
      *    基準日まで)に取得した本人のANNUAL全ロット分を数える
      *    (前年度繰越分から先に消化されるため)。年間の計画が
      *    5日に満たない者には「計画5日未満」を付ける。
      *    基準日は起動時に入力する(0は直前の四半期末)。
      *    出力はPLANRPT。操作者の部門参照範囲はDEPT_RPTと同じ。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO "PLANRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRINT-REC               PIC X(132).
       FD  ERROR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERROR-LOG-REC           PIC X(100).

       WORKING-STORAGE             SECTION.
           01  WS-ERR-PROGRAM-NAME     PIC X(12) VALUE
               "PLAN_RPT".
           01  WS-SIGNON-SW            PIC X(1) VALUE "N".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.

           01  WS-PAGE-NO              PIC  9(3) VALUE 0.
           01  WS-LINE-NO              PIC  9(3) VALUE 0.
           01  WS-LINES-PER-PAGE       PIC  9(3) VALUE 40.
           01  WS-SCOPE-SKIPPED        PIC  9(6) VALUE 0.

      *    基準日。0は起動日の直前の四半期末とする。
           01  WS-BASE-NUM             PIC  9(8) VALUE 0.
           01  WS-TODAY-NUM            PIC  9(8).
           01  WS-TODAY-R REDEFINES WS-TODAY-NUM.
               03  WS-TODAY-YYYY           PIC  9(4).
               03  WS-TODAY-MM             PIC  9(2).
               03  WS-TODAY-DD             PIC  9(2).
           01  WS-DATE-VALID-SW        PIC  X(1) VALUE "N".
               88  WS-DATE-VALID           VALUE "Y".

           01  WS-PLAN-TOTAL-NUM       PIC  9(3)V9.
           01  WS-PLAN-TODATE-NUM      PIC  9(3)V9.
           01  WS-ACTUAL-NUM           PIC  9(3)V9.
           01  WS-GAP-NUM              PIC S9(3)V9.
           01  WS-JUDGE                PIC  X(20).
           01  WS-BEHIND-COUNT         PIC  9(6) VALUE 0.
           01  WS-EMP-COUNT            PIC  9(6) VALUE 0.

      *    部門小計用。部門が変わったところで小計行を出す。
           01  WS-FIRST-ROW-SW         PIC  X(1) VALUE "Y".
               88  WS-FIRST-ROW            VALUE "Y".
           01  WS-CURR-DEPT            PIC  X(6) VALUE SPACE.
           01  WS-CURR-DEPT-NAME       PIC  X(30) VALUE SPACE.
           01  WS-DEPT-EMP-NUM         PIC  9(5) VALUE 0.
           01  WS-DEPT-BEHIND-NUM      PIC  9(5) VALUE 0.
           01  WS-DEPT-PLAN-SUM        PIC  9(6)V9 VALUE 0.
           01  WS-DEPT-ACTUAL-SUM      PIC  9(6)V9 VALUE 0.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           01  PASSWD                  PIC  X(10) VALUE SPACE.
           COPY EMPREC.
           COPY PLBREC.
           01  WS-BASE-DATE            PIC  X(10).
           01  WS-DEPT-CODE            PIC  X(06).
           01  WS-DEPT-NAME            PIC  X(30).
           01  WS-PLAN-TOTAL           PIC  X(06).
           01  WS-PLAN-TODATE          PIC  X(06).
           01  WS-ACTUAL-DAYS          PIC  X(06).
      *    グループ会社統合後の対象会社コード(PLM_COMPANY環境変数、
      *    未指定は01)。
           01  WS-COMPANY              PIC  X(2) VALUE "01".
      *    操作者の部門参照範囲(OPER_DEPT_SCOPE)。
           01  WS-OPERATOR-ID          PIC  X(10) VALUE "UNKNOWN".
           01  WS-SCOPE-COUNT          PIC  X(8).
           01  WS-SCOPE-OK             PIC  X(8).
           01  WS-AUD-OLD-VALUE        PIC  X(40).
           01  WS-AUD-NEW-VALUE        PIC  X(40).
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** PLAN_RPT STARTED ***".

           ACCEPT WS-COMPANY FROM ENVIRONMENT "PLM_COMPANY".
           IF WS-COMPANY = SPACE
               MOVE "01" TO WS-COMPANY
           END-IF.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "PLM_OPERATOR".
           IF WS-OPERATOR-ID = SPACE
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.

           PERFORM INPUT-BASE-DATE-RTN.

           MOVE  "testdb@db"       TO   DBNAME.
           MOVE  "postgres"        TO   USERNAME.
           ACCEPT DBNAME   FROM ENVIRONMENT "PLM_DBNAME".
           ACCEPT USERNAME FROM ENVIRONMENT "PLM_DBUSER".
           ACCEPT PASSWD   FROM ENVIRONMENT "PLM_DBPASS".
           IF PASSWD = SPACES
               CALL "CRED-DECRYPT" USING PASSWD
           END-IF.

           PERFORM CONNECT-RTN.

      *    パスワードによるサインオン(OPER-SIGNON)で本人を確認して
      *    から処理に入る。
           CALL "OPER-SIGNON" USING SQLCA WS-OPERATOR-ID
               WS-ERR-PROGRAM-NAME WS-SIGNON-SW.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF WS-SIGNON-SW NOT = "Y"
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ENSURE-PLAN-TABLE-RTN.
           PERFORM ENSURE-SCOPE-TABLE-RTN.

           OPEN OUTPUT PRINT-FILE.
           PERFORM WRITE-HEADER.
           PERFORM PRINT-PLAN-VS-ACTUAL-RTN.

           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "対象者 : " WS-EMP-COUNT
               "  うち計画遅れ : " WS-BEHIND-COUNT
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           CLOSE PRINT-FILE.

           IF WS-SCOPE-SKIPPED > 0
      *        範囲外の部門を抑止した事実をPL_AUDITへ残す。
               PERFORM WRITE-SCOPE-AUDIT-RTN
           END-IF.

           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

           DISPLAY "対象者 : " WS-EMP-COUNT
               "  計画遅れ : " WS-BEHIND-COUNT.
           DISPLAY "*** PLAN_RPT FINISHED ***".
           STOP RUN.

      ******************************************************************
       INPUT-BASE-DATE-RTN.
      ******************************************************************
      *    基準日の入力。0は起動日の直前の四半期末(3/31・6/30・
      *    9/30・12/31のうち起動日より前で最も近い日)。
           DISPLAY "基準日 (YYYYMMDD、0=前四半期末) : >> ".
           ACCEPT WS-BASE-NUM FROM CONSOLE.
           IF WS-BASE-NUM = ZERO
               ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD
               EVALUATE TRUE
                   WHEN WS-TODAY-MM <= 3
                       SUBTRACT 1 FROM WS-TODAY-YYYY
                       MOVE 12 TO WS-TODAY-MM
                       MOVE 31 TO WS-TODAY-DD
                   WHEN WS-TODAY-MM <= 6
                       MOVE 03 TO WS-TODAY-MM
                       MOVE 31 TO WS-TODAY-DD
                   WHEN WS-TODAY-MM <= 9
                       MOVE 06 TO WS-TODAY-MM
                       MOVE 30 TO WS-TODAY-DD
                   WHEN OTHER
                       MOVE 09 TO WS-TODAY-MM
                       MOVE 30 TO WS-TODAY-DD
               END-EVALUATE
               MOVE WS-TODAY-NUM TO WS-BASE-NUM
           END-IF.
           CALL "DATE-CHK" USING WS-BASE-NUM WS-DATE-VALID-SW.
           IF NOT WS-DATE-VALID
               DISPLAY "*** 日付が不正です。"
                   "処理を中止します ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACE TO WS-BASE-DATE.
           STRING WS-BASE-NUM(1:4) "-" WS-BASE-NUM(5:2) "-"
               WS-BASE-NUM(7:2)
               DELIMITED BY SIZE INTO WS-BASE-DATE.
           DISPLAY "基準日 : " WS-BASE-DATE.

      ******************************************************************
       ENSURE-PLAN-TABLE-RTN.
      ******************************************************************
      *    取得計画表。通常はDB/LEAVE_PLANが作成・取り込むが、
      *    取込より先に本レポートが動いても落ちないよう作成しておく。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS LEAVE_PLAN
               (
                   P_EMP_ID       VARCHAR(6) NOT NULL,
                   PLAN_DATE      DATE NOT NULL,
                   P_BALANCE_ID   VARCHAR(12) NOT NULL,
                   PLAN_DAYS      DECIMAL(3,1) NOT NULL DEFAULT 1.0,
                   PLAN_SOURCE    VARCHAR(4) NOT NULL,
                   P_UPDATED_AT   TIMESTAMP NOT NULL
                                   DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT LVPL_0 PRIMARY KEY (P_EMP_ID, PLAN_DATE)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS DEPT_MASTER
               (
                   DEPT_CODE      VARCHAR(6) NOT NULL,
                   DEPT_NAME      VARCHAR(40) NOT NULL,
                   PARENT_DEPT    VARCHAR(6),
                   MANAGER_EMP_ID VARCHAR(6),
                   VALID_FROM     DATE NOT NULL
                                   DEFAULT DATE '1900-01-01',
                   VALID_TO       DATE,
                   DM_UPDATED_AT  TIMESTAMP NOT NULL
                                   DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT DEPT_0 PRIMARY KEY (DEPT_CODE)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL COMMIT WORK END-EXEC.

      ******************************************************************
       PRINT-PLAN-VS-ACTUAL-RTN.
      ******************************************************************
      *    基準日を年休年度に含むANNUALロットに計画のある在籍者を
      *    部門・社員ID順に読む。
           EXEC SQL
               DECLARE PLAN_CURSOR CURSOR FOR
               SELECT COALESCE(E.DEPT_CODE,'------'),
                      COALESCE(SUBSTR(D.DEPT_NAME,1,10),'(未登録)'),
                      E.EMP_ID, E.EMP_NAME, B.BALANCE_ID,
                      TO_CHAR(B.GRANT_DAYS,'YYYY-MM-DD'),
                      CAST(P.PLAN_TOTAL AS VARCHAR(6)),
                      CAST(P.PLAN_TODATE AS VARCHAR(6)),
                      CAST(COALESCE(
                          (SELECT SUM(-H.ACQ_DAYS)
                           FROM PL_HISTORY H
                           INNER JOIN PL_BALANCE HB
                               ON H.H_BALANCE_ID = HB.BALANCE_ID
                           WHERE HB.B_EMP_ID = E.EMP_ID
                             AND HB.LEAVE_TYPE = 'ANNUAL'
                             AND H.TRANSACTION_TYPE
                                 IN ('USE','DESIGNATE')
                             AND H.ACQ_DATE >= B.GRANT_DAYS
                             AND H.ACQ_DATE
                                 <= CAST(:WS-BASE-DATE AS DATE)),
                          0) AS VARCHAR(6))
               FROM EMP_MASTER E
               INNER JOIN PL_BALANCE B
                   ON B.B_EMP_ID = E.EMP_ID
               INNER JOIN
                   (SELECT P_BALANCE_ID,
                           SUM(PLAN_DAYS) AS PLAN_TOTAL,
                           SUM(CASE WHEN PLAN_DATE
                                   <= CAST(:WS-BASE-DATE AS DATE)
                               THEN PLAN_DAYS ELSE 0 END)
                               AS PLAN_TODATE
                    FROM LEAVE_PLAN
                    GROUP BY P_BALANCE_ID) P
                   ON P.P_BALANCE_ID = B.BALANCE_ID
               LEFT JOIN DEPT_MASTER D
                   ON D.DEPT_CODE = E.DEPT_CODE
               WHERE E.EMP_STATUS = TRUE
                 AND E.COMPANY_CODE = :WS-COMPANY
                 AND B.LEAVE_TYPE = 'ANNUAL'
                 AND B.BALANCE_STATUS = TRUE
                 AND B.GRANT_DAYS <= CAST(:WS-BASE-DATE AS DATE)
                 AND CAST(:WS-BASE-DATE AS DATE)
                     < B.GRANT_DAYS + INTERVAL '1 year'
               ORDER BY 1 ASC, E.EMP_ID ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN PLAN_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH PLAN_CURSOR
                   INTO :WS-DEPT-CODE, :WS-DEPT-NAME, :EMP-ID,
                        :EMP-NAME, :BALANCE-ID, :GRANT-DAYS,
                        :WS-PLAN-TOTAL, :WS-PLAN-TODATE,
                        :WS-ACTUAL-DAYS
               END-EXEC
               IF SQLCODE = 0
                   PERFORM CHECK-DEPT-IN-SCOPE-RTN
                   IF FUNCTION NUMVAL(WS-SCOPE-OK) > 0
                       IF NOT WS-FIRST-ROW
                          AND WS-DEPT-CODE NOT = WS-CURR-DEPT
                           PERFORM WRITE-DEPT-SUBTOTAL-LINE
                       END-IF
                       MOVE "N" TO WS-FIRST-ROW-SW
                       MOVE WS-DEPT-CODE TO WS-CURR-DEPT
                       MOVE WS-DEPT-NAME TO WS-CURR-DEPT-NAME
                       PERFORM WRITE-PLAN-LINE
                   ELSE
                       ADD 1 TO WS-SCOPE-SKIPPED
                   END-IF
                   MOVE ZERO TO SQLCODE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE PLAN_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF NOT WS-FIRST-ROW
               PERFORM WRITE-DEPT-SUBTOTAL-LINE
           END-IF.

      ******************************************************************
       WRITE-HEADER.
      ******************************************************************
      *    新しいページの先頭に見出しを出力する。
           ADD 1 TO WS-PAGE-NO.
           MOVE ZERO TO WS-LINE-NO.
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "年休取得計画 計画・実績対比表"
               "  基準日 "
               WS-BASE-DATE "  (PAGE " WS-PAGE-NO ")"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "部門    社員ID 氏名                 "
               "付与日     "
               "年間計画 計画累計 取得累計 差     判定"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           ADD 3 TO WS-LINE-NO.

      ******************************************************************
       WRITE-PLAN-LINE.
      ******************************************************************
      *    1人分の明細行。差は取得累計-計画累計(負なら遅れ)。
           IF WS-LINE-NO >= WS-LINES-PER-PAGE
               PERFORM WRITE-HEADER
           END-IF.

           MOVE FUNCTION NUMVAL(WS-PLAN-TOTAL)  TO WS-PLAN-TOTAL-NUM.
           MOVE FUNCTION NUMVAL(WS-PLAN-TODATE) TO WS-PLAN-TODATE-NUM.
           MOVE FUNCTION NUMVAL(WS-ACTUAL-DAYS) TO WS-ACTUAL-NUM.
           COMPUTE WS-GAP-NUM = WS-ACTUAL-NUM - WS-PLAN-TODATE-NUM.

           MOVE SPACE TO WS-JUDGE.
           IF WS-GAP-NUM < 0
               MOVE "遅れ" TO WS-JUDGE
               ADD 1 TO WS-BEHIND-COUNT
               ADD 1 TO WS-DEPT-BEHIND-NUM
           END-IF.
           IF WS-PLAN-TOTAL-NUM < 5
               IF WS-JUDGE = SPACE
                   MOVE "計画5日未満" TO WS-JUDGE
               ELSE
                   MOVE "遅れ/計画5日未満" TO WS-JUDGE
               END-IF
           END-IF.

           MOVE SPACE TO PRINT-REC.
           STRING WS-DEPT-CODE "  " EMP-ID " " EMP-NAME " "
               GRANT-DAYS " " WS-PLAN-TOTAL-NUM "     "
               WS-PLAN-TODATE-NUM "     " WS-ACTUAL-NUM "     "
               WS-GAP-NUM "  " WS-JUDGE
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           ADD 1 TO WS-LINE-NO.

           ADD 1 TO WS-EMP-COUNT.
           ADD 1 TO WS-DEPT-EMP-NUM.
           ADD WS-PLAN-TODATE-NUM TO WS-DEPT-PLAN-SUM.
           ADD WS-ACTUAL-NUM TO WS-DEPT-ACTUAL-SUM.

      ******************************************************************
       WRITE-DEPT-SUBTOTAL-LINE.
      ******************************************************************
      *    直前の部門の小計行。印字後に累計を0へ戻す。
           IF WS-LINE-NO >= WS-LINES-PER-PAGE
               PERFORM WRITE-HEADER
           END-IF.

           MOVE SPACE TO PRINT-REC.
           STRING "  計 " WS-CURR-DEPT " " WS-CURR-DEPT-NAME
               " 人数 " WS-DEPT-EMP-NUM
               " 遅れ " WS-DEPT-BEHIND-NUM
               " 計画累計 " WS-DEPT-PLAN-SUM
               " 取得累計 " WS-DEPT-ACTUAL-SUM
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           ADD 2 TO WS-LINE-NO.

           MOVE ZERO TO WS-DEPT-EMP-NUM.
           MOVE ZERO TO WS-DEPT-BEHIND-NUM.
           MOVE ZERO TO WS-DEPT-PLAN-SUM.
           MOVE ZERO TO WS-DEPT-ACTUAL-SUM.

      ******************************************************************
       ENSURE-SCOPE-TABLE-RTN.
      ******************************************************************
      *    操作者の部門参照範囲。範囲登録のある操作者は範囲内の
      *    部門だけが印字される(未登録は全部門)。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS PL_AUDIT
               (
                   AUDIT_ID       BIGSERIAL,
                   AUDIT_AT       TIMESTAMP NOT NULL
                                   DEFAULT CURRENT_TIMESTAMP,
                   PROGRAM_NAME   VARCHAR(12) NOT NULL,
                   OPERATOR_ID    VARCHAR(10) NOT NULL,
                   A_EMP_ID       VARCHAR(6),
                   A_BALANCE_ID   VARCHAR(12),
                   A_HISTORY_ID   VARCHAR(8),
                   OLD_VALUE      VARCHAR(40),
                   NEW_VALUE      VARCHAR(40),
                   CONSTRAINT AUD_0 PRIMARY KEY (AUDIT_ID)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS OPER_DEPT_SCOPE
               (
                   OPER_ID      VARCHAR(10) NOT NULL,
                   DEPT_CODE    VARCHAR(6) NOT NULL,
                   CONSTRAINT ODSC_0 PRIMARY KEY
                       (OPER_ID, DEPT_CODE)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-SCOPE-COUNT
               FROM OPER_DEPT_SCOPE
               WHERE OPER_ID = :WS-OPERATOR-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       CHECK-DEPT-IN-SCOPE-RTN.
      ******************************************************************
      *    フェッチした社員の部門が参照範囲内かを判定する。
      *    範囲未登録の操作者は常に許可。
           IF FUNCTION NUMVAL(WS-SCOPE-COUNT) = 0
               MOVE "1" TO WS-SCOPE-OK
           ELSE
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-SCOPE-OK
                   FROM OPER_DEPT_SCOPE
                   WHERE OPER_ID = :WS-OPERATOR-ID
                     AND DEPT_CODE = :WS-DEPT-CODE
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
           END-IF.

      ******************************************************************
       WRITE-SCOPE-AUDIT-RTN.
      ******************************************************************
           MOVE "SCOPE-SKIP" TO WS-AUD-OLD-VALUE.
           MOVE SPACE TO WS-AUD-NEW-VALUE.
           STRING "EMPLOYEES=" WS-SCOPE-SKIPPED
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           CALL "AUDIT-LOCK" USING SQLCA.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               INSERT INTO PL_AUDIT
                   (PROGRAM_NAME, OPERATOR_ID,
                    OLD_VALUE, NEW_VALUE)
               VALUES
                   (:WS-ERR-PROGRAM-NAME, :WS-OPERATOR-ID,
                    :WS-AUD-OLD-VALUE, :WS-AUD-NEW-VALUE)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           CALL "AUDIT-SEAL" USING SQLCA.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL COMMIT WORK END-EXEC.

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
       CONNECT-RTN.
      ******************************************************************
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
