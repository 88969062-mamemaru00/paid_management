      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 EMP_INQ.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    社員1名の総合照会。問い合わせ対応のためにEMP_LIST・
      *    ASOF_INQ・DEPT_INQ・AUDIT_RPTやPL_REQUEST/NOTIFY_QUEUEへの
      *    個別SQLを渡り歩かなくて済むよう、次の区分を1画面に出す。
      *      1 基本情報と在籍状態の経過(入社・休職/復職・退職/
      *        再雇用。状態の変更はLOA_PERIODとPL_AUDITのSTATUS=
      *        記録による)
      *      2 部門所属履歴(DEPT_ASSIGN_HIST)
      *      3 休職期間(LOA_PERIOD)
      *      4 ロット別の残日数と失効日(PL_BALANCE)
      *      5 承認待ち・承認済みの申請(PL_REQUEST)と未確定の予約
      *        (PL_HISTORYのRESERVED行)
      *      6 送付した通知と配信経路(NOTIFY_QUEUE)
      *      7 この社員に関する直近20件の操作記録(PL_AUDIT)
      *    一覧の後はロットIDを指定して、そのロットの履歴行
      *    (HIST_ARCHでアーカイブ済みの行も含む)へドリルダウン
      *    できる(空欄で終了)。
      *    操作者に部門参照範囲(OPER_DEPT_SCOPE)が登録されている
      *    場合は、範囲外の部門の社員を照会させず、試みをPL_AUDITへ
      *    記録する(DEPT_INQと同じ扱い)。
      *    起動引数: 社員ID。未指定は対話入力。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  ERROR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERROR-LOG-REC            PIC X(100).

       WORKING-STORAGE             SECTION.
           01  WS-ERR-PROGRAM-NAME     PIC X(12) VALUE
               "EMP_INQ".
           01  WS-SIGNON-SW            PIC X(1) VALUE "N".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.

           01  WS-ROW-COUNT-NUM        PIC 9(6) VALUE 0.
           01  WS-HOLD-NUM             PIC S9(5)V9.
           01  WS-HOLD-TOTAL-NUM       PIC S9(5)V9 VALUE 0.
           01  WS-HOLD-TOTAL-DISP      PIC -(4)9.9.
           01  WS-LOT-FOUND-SW         PIC X(1) VALUE "N".
               88  WS-LOT-FOUND            VALUE "Y".

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           01  PASSWD                  PIC  X(10) VALUE SPACE.
           COPY EMPREC.
           01  WS-INQ-EMP-ID           PIC  X(6).
           01  WS-EMP-COUNT            PIC  X(8).
           01  WS-COMPANY-CODE         PIC  X(2).
           01  WS-WORK-PATTERN         PIC  X(7).
           01  WS-RETIRE-DATE          PIC  X(10).
           01  WS-PURGED-AT            PIC  X(10).
      *    各区分の明細行の受け取り用(区分ごとに使い回す)。
           01  WS-IQ-DATE1             PIC  X(19).
           01  WS-IQ-DATE2             PIC  X(19).
           01  WS-IQ-CODE              PIC  X(12).
           01  WS-IQ-TEXT1             PIC  X(40).
           01  WS-IQ-TEXT2             PIC  X(40).
           01  WS-IQ-AMOUNT            PIC  X(8).
           01  WS-IQ-UNIT              PIC  X(1).
           01  WS-IQ-NOTICE            PIC  X(60).
           01  WS-LOT-ID               PIC  X(12).
           01  WS-LOT-GRANT            PIC  X(10).
           01  WS-LOT-EXPIRE           PIC  X(10).
           01  WS-LOT-TYPE             PIC  X(8).
           01  WS-LOT-GRANTED          PIC  X(8).
           01  WS-LOT-HOLD             PIC  X(8).
           01  WS-LOT-ACTIVE           PIC  X(1).
           01  WS-DRILL-LOT-ID         PIC  X(12).
           01  WS-LOT-COUNT            PIC  X(8).
      *    操作者の部門参照範囲(OPER_DEPT_SCOPE)の検査用。範囲
      *    未登録の操作者は従来どおり全部門を参照できる。
           01  WS-OPERATOR-ID          PIC  X(10) VALUE "UNKNOWN".
           01  WS-SCOPE-COUNT          PIC  X(8).
           01  WS-SCOPE-OK             PIC  X(8).
           01  WS-AUD-OLD-VALUE        PIC  X(40).
           01  WS-AUD-NEW-VALUE        PIC  X(40).
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY ACCLOGREC.

           01  WS-CMD-ARGS             PIC X(16) VALUE SPACE.

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** EMP_INQ STARTED ***".

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "PLM_OPERATOR".
           IF WS-OPERATOR-ID = SPACE
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.

           ACCEPT WS-CMD-ARGS FROM COMMAND-LINE.
           IF WS-CMD-ARGS NOT = SPACE
               MOVE WS-CMD-ARGS(1:6) TO WS-INQ-EMP-ID
           ELSE
               DISPLAY "対象社員ID : >> "
               ACCEPT WS-INQ-EMP-ID FROM CONSOLE
           END-IF.

           PERFORM CONNECT-TO-DATABASE.

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
           PERFORM ENSURE-INQ-TABLES-RTN.
           PERFORM LOOKUP-EMPLOYEE-RTN.

           IF FUNCTION NUMVAL(WS-EMP-COUNT) = 0
               DISPLAY "社員ID " WS-INQ-EMP-ID
                   " が見つかりません"
               EXEC SQL DISCONNECT ALL END-EXEC
               DISPLAY "*** EMP_INQ FINISHED ***"
               STOP RUN
           END-IF.

           PERFORM CHECK-EMP-SCOPE-RTN.

           PERFORM SHOW-MASTER-RTN.
           PERFORM SHOW-STATUS-HIST-RTN.
           PERFORM SHOW-DEPT-HIST-RTN.
           PERFORM SHOW-LOA-RTN.
           PERFORM SHOW-LOTS-RTN.
           PERFORM SHOW-REQUESTS-RTN.
           PERFORM SHOW-RESERVATIONS-RTN.
           PERFORM SHOW-NOTICES-RTN.
           PERFORM SHOW-AUDIT-RTN.
           PERFORM WRITE-ACCESS-LOG-RTN.

           PERFORM DRILL-DOWN-LOOP.

           EXEC SQL DISCONNECT ALL END-EXEC.
           DISPLAY "*** EMP_INQ FINISHED ***".
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
       ENSURE-INQ-TABLES-RTN.
      ******************************************************************
      *    照会先の表がまだ無い環境でも落ちないよう、各作成元と
      *    同じ定義で用意しておく。
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
               CREATE TABLE IF NOT EXISTS DEPT_ASSIGN_HIST
               (
                   DA_EMP_ID      VARCHAR(6) NOT NULL,
                   DEPT_CODE      VARCHAR(6),
                   FROM_DATE      DATE NOT NULL,
                   TO_DATE        DATE,
                   CONSTRAINT DAH_0 PRIMARY KEY
                       (DA_EMP_ID, FROM_DATE)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS LOA_PERIOD
               (
                   LOA_ID         VARCHAR(8) NOT NULL,
                   L_EMP_ID       VARCHAR(6) NOT NULL,
                   LOA_START      DATE NOT NULL,
                   LOA_END        DATE,
                   LOA_TYPE       VARCHAR(10) NOT NULL
                                   DEFAULT 'OTHER',
                   LOA_CREATED_AT TIMESTAMP NOT NULL
                                   DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT LOA_0 PRIMARY KEY (LOA_ID)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS PL_REQUEST
               (
                   REQUEST_ID       VARCHAR(8) NOT NULL,
                   RQ_EMP_ID        VARCHAR(6) NOT NULL,
                   RQ_UNIT          VARCHAR(1) NOT NULL,
                   RQ_AMOUNT        DECIMAL(5,1) NOT NULL,
                   RQ_USE_DATE      DATE NOT NULL,
                   RQ_STATUS        VARCHAR(10) NOT NULL
                                     DEFAULT 'PENDING',
                   RQ_APPROVER      VARCHAR(10),
                   RQ_DENY_REASON   VARCHAR(40),
                   RQ_CREATED_AT    TIMESTAMP NOT NULL
                                     DEFAULT CURRENT_TIMESTAMP,
                   RQ_DECIDED_AT    TIMESTAMP,
                   CONSTRAINT PLR_0 PRIMARY KEY (REQUEST_ID)
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

           EXEC SQL
               CREATE TABLE IF NOT EXISTS PL_HISTORY_ARCH
               (
                   HISTORY_ID       VARCHAR(8) NOT NULL,
                   H_BALANCE_ID     VARCHAR(12) NOT NULL,
                   ACQ_DATE         DATE,
                   ACQ_DAYS         DECIMAL(3,1),
                   ACQ_HOURS        DECIMAL(5,2),
                   INSERT_DATETIME  TIMESTAMP,
                   TRANSACTION_TYPE VARCHAR(10),
                   ORIG_HISTORY_ID  VARCHAR(8),
                   CORRECT_REASON   VARCHAR(40),
                   REQUEST_REF      VARCHAR(8),
                   ACQ_UNIT         VARCHAR(1),
                   ARCHIVE_YEAR     NUMERIC(4) NOT NULL,
                   ARCHIVED_AT      TIMESTAMP NOT NULL
                                     DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT PLHA_0 PRIMARY KEY (HISTORY_ID)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL COMMIT WORK END-EXEC.

      ******************************************************************
       LOOKUP-EMPLOYEE-RTN.
      ******************************************************************
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-EMP-COUNT
               FROM EMP_MASTER
               WHERE EMP_ID = :WS-INQ-EMP-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-EMP-COUNT) > 0
               EXEC SQL
                   SELECT EMP_ID, EMP_NAME,
                          COALESCE(TO_CHAR(EMP_JOIN_DATE,
                                           'YYYY-MM-DD'),' '),
                          EMPLOYMENT_TYPE,
                          COALESCE(DEPT_CODE,' '),
                          COALESCE(EMP_STATUS_CODE,' '),
                          CAST(WEEKLY_WORK_DAYS AS VARCHAR(1)),
                          CAST(DAILY_WORK_HOURS AS VARCHAR(2)),
                          COMPANY_CODE,
                          COALESCE(WORK_PATTERN,' '),
                          COALESCE(TO_CHAR(EMP_RETIRE_DATE,
                                           'YYYY-MM-DD'),' '),
                          COALESCE(TO_CHAR(EMP_PURGED_AT,
                                           'YYYY-MM-DD'),' ')
                   INTO :EMP-ID, :EMP-NAME, :EMP-JOIN_DATE,
                        :EMPLOYMENT-TYPE, :DEPT-CODE,
                        :EMP-STATUS-CODE, :WEEKLY-WORK-DAYS,
                        :DAILY-WORK-HOURS, :WS-COMPANY-CODE,
                        :WS-WORK-PATTERN, :WS-RETIRE-DATE,
                        :WS-PURGED-AT
                   FROM EMP_MASTER
                   WHERE EMP_ID = :WS-INQ-EMP-ID
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
           END-IF.

      ******************************************************************
       CHECK-EMP-SCOPE-RTN.
      ******************************************************************
      *    操作者に部門参照範囲(OPER_DEPT_SCOPE)が登録されている
      *    場合、社員の現所属部門が範囲外なら照会を拒否し、試みを
      *    PL_AUDITへ記録する。範囲未登録の操作者は全社員を照会
      *    できる。
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-SCOPE-COUNT
               FROM OPER_DEPT_SCOPE
               WHERE OPER_ID = :WS-OPERATOR-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF FUNCTION NUMVAL(WS-SCOPE-COUNT) > 0
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-SCOPE-OK
                   FROM EMP_MASTER E
                   INNER JOIN OPER_DEPT_SCOPE S
                       ON S.DEPT_CODE = E.DEPT_CODE
                   WHERE E.EMP_ID = :WS-INQ-EMP-ID
                     AND S.OPER_ID = :WS-OPERATOR-ID
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               IF FUNCTION NUMVAL(WS-SCOPE-OK) = 0
                   MOVE "SCOPE-DENY" TO WS-AUD-OLD-VALUE
                   MOVE SPACE TO WS-AUD-NEW-VALUE
                   STRING "EMP=" WS-INQ-EMP-ID
                       DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
                   CALL "AUDIT-LOCK" USING SQLCA
                   IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
                   END-IF
                   EXEC SQL
                       INSERT INTO PL_AUDIT
                           (PROGRAM_NAME, OPERATOR_ID, A_EMP_ID,
                            OLD_VALUE, NEW_VALUE)
                       VALUES
                           (:WS-ERR-PROGRAM-NAME, :WS-OPERATOR-ID,
                            :WS-INQ-EMP-ID, :WS-AUD-OLD-VALUE,
                            :WS-AUD-NEW-VALUE)
                   END-EXEC
                   IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
                   END-IF
                   CALL "AUDIT-SEAL" USING SQLCA
                   IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
                   END-IF
                   EXEC SQL COMMIT WORK END-EXEC
                   DISPLAY "*** 操作者 " WS-OPERATOR-ID
                       " は社員 " WS-INQ-EMP-ID
                       " を参照できません ***"
                   EXEC SQL DISCONNECT ALL END-EXEC
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      ******************************************************************
       SHOW-MASTER-RTN.
      ******************************************************************
           DISPLAY "===============================================".
           DISPLAY "[1] 基本情報".
           DISPLAY "===============================================".
           DISPLAY "社員ID   : " EMP-ID "  氏名 : " EMP-NAME.
           DISPLAY "会社     : " WS-COMPANY-CODE
               "  部門 : " DEPT-CODE
               "  雇用区分 : " EMPLOYMENT-TYPE.
           DISPLAY "入社日   : " EMP-JOIN_DATE
               "  在籍状態 : " EMP-STATUS-CODE.
           DISPLAY "所定労働 : 週 " WEEKLY-WORK-DAYS " 日 / 1日 "
               DAILY-WORK-HOURS " 時間  勤務パターン : "
               WS-WORK-PATTERN.
           IF WS-RETIRE-DATE NOT = SPACE
               DISPLAY "退職日   : " WS-RETIRE-DATE
           END-IF.
           IF WS-PURGED-AT NOT = SPACE
               DISPLAY "個人情報 : " WS-PURGED-AT " 匿名化済み"
           END-IF.

      ******************************************************************
       SHOW-STATUS-HIST-RTN.
      ******************************************************************
      *    在籍状態の経過。専用の履歴表は無いため、入社日・休職
      *    期間(LOA_PERIOD)・退職日と、RETIRE/INPUT_PROGRAMが
      *    PL_AUDITへ残すSTATUS=の変更記録を日付順に並べる。
           DISPLAY "--- 在籍状態の経過 ---".
           MOVE ZERO TO WS-ROW-COUNT-NUM.
           EXEC SQL
               DECLARE EI_STAT_CURSOR CURSOR FOR
               SELECT TO_CHAR(U.EV_DATE,'YYYY-MM-DD'),
                      U.EV_TEXT1, U.EV_TEXT2
               FROM
                 (SELECT CAST(EMP_JOIN_DATE AS TIMESTAMP) EV_DATE,
                         CAST('入社' AS VARCHAR(40)) EV_TEXT1,
                         CAST(' ' AS VARCHAR(40)) EV_TEXT2
                  FROM EMP_MASTER
                  WHERE EMP_ID = :WS-INQ-EMP-ID
                    AND EMP_JOIN_DATE IS NOT NULL
                  UNION ALL
                  SELECT CAST(LOA_START AS TIMESTAMP),
                         CAST('休職開始' AS VARCHAR(40)),
                         CAST(LOA_TYPE AS VARCHAR(40))
                  FROM LOA_PERIOD
                  WHERE L_EMP_ID = :WS-INQ-EMP-ID
                  UNION ALL
                  SELECT CAST(LOA_END AS TIMESTAMP),
                         CAST('復職' AS VARCHAR(40)),
                         CAST(LOA_TYPE AS VARCHAR(40))
                  FROM LOA_PERIOD
                  WHERE L_EMP_ID = :WS-INQ-EMP-ID
                    AND LOA_END IS NOT NULL
                  UNION ALL
                  SELECT AUDIT_AT,
                         CAST(COALESCE(OLD_VALUE,' ') || ' -> ' ||
                              COALESCE(NEW_VALUE,' ')
                              AS VARCHAR(40)),
                         CAST(PROGRAM_NAME || ' ' || OPERATOR_ID
                              AS VARCHAR(40))
                  FROM PL_AUDIT
                  WHERE A_EMP_ID = :WS-INQ-EMP-ID
                    AND (OLD_VALUE LIKE 'STATUS=%'
                         OR NEW_VALUE LIKE 'STATUS=%')
                  UNION ALL
                  SELECT CAST(EMP_RETIRE_DATE AS TIMESTAMP),
                         CAST('退職' AS VARCHAR(40)),
                         CAST(' ' AS VARCHAR(40))
                  FROM EMP_MASTER
                  WHERE EMP_ID = :WS-INQ-EMP-ID
                    AND EMP_RETIRE_DATE IS NOT NULL) U
               ORDER BY U.EV_DATE ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN EI_STAT_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH EI_STAT_CURSOR
                   INTO :WS-IQ-DATE1, :WS-IQ-TEXT1, :WS-IQ-TEXT2
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-ROW-COUNT-NUM
                   DISPLAY "  " WS-IQ-DATE1(1:10) " " WS-IQ-TEXT1
                       " " WS-IQ-TEXT2
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE EI_STAT_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF WS-ROW-COUNT-NUM = 0
               DISPLAY "  (記録なし)"
           END-IF.

      ******************************************************************
       SHOW-DEPT-HIST-RTN.
      ******************************************************************
           DISPLAY "===============================================".
           DISPLAY "[2] 部門所属履歴".
           DISPLAY "===============================================".
           MOVE ZERO TO WS-ROW-COUNT-NUM.
           EXEC SQL
               DECLARE EI_DEPT_CURSOR CURSOR FOR
               SELECT TO_CHAR(FROM_DATE,'YYYY-MM-DD'),
                      COALESCE(TO_CHAR(TO_DATE,'YYYY-MM-DD'),
                               '(現在)'),
                      COALESCE(DEPT_CODE,' ')
               FROM DEPT_ASSIGN_HIST
               WHERE DA_EMP_ID = :WS-INQ-EMP-ID
               ORDER BY FROM_DATE ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN EI_DEPT_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH EI_DEPT_CURSOR
                   INTO :WS-IQ-DATE1, :WS-IQ-DATE2, :WS-IQ-CODE
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-ROW-COUNT-NUM
                   DISPLAY "  " WS-IQ-DATE1(1:10) " - "
                       WS-IQ-DATE2(1:10) "  部門 " WS-IQ-CODE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE EI_DEPT_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF WS-ROW-COUNT-NUM = 0
               DISPLAY "  (記録なし)"
           END-IF.

      ******************************************************************
       SHOW-LOA-RTN.
      ******************************************************************
           DISPLAY "===============================================".
           DISPLAY "[3] 休職期間".
           DISPLAY "===============================================".
           MOVE ZERO TO WS-ROW-COUNT-NUM.
           EXEC SQL
               DECLARE EI_LOA_CURSOR CURSOR FOR
               SELECT TO_CHAR(LOA_START,'YYYY-MM-DD'),
                      COALESCE(TO_CHAR(LOA_END,'YYYY-MM-DD'),
                               '(休職中)'),
                      LOA_TYPE
               FROM LOA_PERIOD
               WHERE L_EMP_ID = :WS-INQ-EMP-ID
               ORDER BY LOA_START ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN EI_LOA_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH EI_LOA_CURSOR
                   INTO :WS-IQ-DATE1, :WS-IQ-DATE2, :WS-IQ-CODE
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-ROW-COUNT-NUM
                   DISPLAY "  " WS-IQ-DATE1(1:10) " - "
                       WS-IQ-DATE2(1:10) "  種別 " WS-IQ-CODE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE EI_LOA_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF WS-ROW-COUNT-NUM = 0
               DISPLAY "  (記録なし)"
           END-IF.

      ******************************************************************
       SHOW-LOTS-RTN.
      ******************************************************************
      *    ロット別の残日数と失効日。無効化・失効済みのロットも
      *    経過確認のため出し、状態欄で区別する。
           DISPLAY "===============================================".
           DISPLAY "[4] ロット(付与日/失効日/付与/残)".
           DISPLAY "===============================================".
           MOVE ZERO TO WS-ROW-COUNT-NUM.
           MOVE ZERO TO WS-HOLD-TOTAL-NUM.
           EXEC SQL
               DECLARE EI_LOT_CURSOR CURSOR FOR
               SELECT BALANCE_ID,
                      TO_CHAR(GRANT_DAYS,'YYYY-MM-DD'),
                      COALESCE(TO_CHAR(EXPIRE_DATE,'YYYY-MM-DD'),
                               ' '),
                      LEAVE_TYPE,
                      CAST(COALESCE(GRANTED_DAYS,0) AS VARCHAR(8)),
                      CAST(HOLD_DAYS AS VARCHAR(8)),
                      CASE WHEN BALANCE_STATUS
                            AND (EXPIRE_DATE IS NULL
                                 OR EXPIRE_DATE >= CURRENT_DATE)
                           THEN 'Y' ELSE 'N' END
               FROM PL_BALANCE
               WHERE B_EMP_ID = :WS-INQ-EMP-ID
               ORDER BY GRANT_DAYS ASC, BALANCE_ID ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN EI_LOT_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH EI_LOT_CURSOR
                   INTO :WS-LOT-ID, :WS-LOT-GRANT, :WS-LOT-EXPIRE,
                        :WS-LOT-TYPE, :WS-LOT-GRANTED, :WS-LOT-HOLD,
                        :WS-LOT-ACTIVE
               END-EXEC
               IF SQLCODE = 0
                   PERFORM SHOW-ONE-LOT-RTN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE EI_LOT_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF WS-ROW-COUNT-NUM = 0
               DISPLAY "  (ロットなし)"
           ELSE
               MOVE WS-HOLD-TOTAL-NUM TO WS-HOLD-TOTAL-DISP
               DISPLAY "  有効ロットの残日数合計 : "
                   WS-HOLD-TOTAL-DISP
           END-IF.

      ******************************************************************
       SHOW-ONE-LOT-RTN.
      ******************************************************************
           ADD 1 TO WS-ROW-COUNT-NUM.
           IF WS-LOT-ACTIVE = "Y"
               MOVE FUNCTION NUMVAL(WS-LOT-HOLD) TO WS-HOLD-NUM
               ADD WS-HOLD-NUM TO WS-HOLD-TOTAL-NUM
               DISPLAY "  " WS-LOT-ID " " WS-LOT-TYPE " "
                   WS-LOT-GRANT " / " WS-LOT-EXPIRE
                   " 付与 " WS-LOT-GRANTED " 残 " WS-LOT-HOLD
           ELSE
               DISPLAY "  " WS-LOT-ID " " WS-LOT-TYPE " "
                   WS-LOT-GRANT " / " WS-LOT-EXPIRE
                   " 付与 " WS-LOT-GRANTED " 残 " WS-LOT-HOLD
                   " (失効/無効)"
           END-IF.

      ******************************************************************
       SHOW-REQUESTS-RTN.
      ******************************************************************
      *    承認待ち(PENDING)の申請はすべて、承認済み(APPROVED/
      *    予約中RESERVED)は取得予定日が当日以降のものを出す。
           DISPLAY "===============================================".
           DISPLAY "[5] 申請・予約".
           DISPLAY "===============================================".
           DISPLAY "--- 承認待ち・承認済みの申請 ---".
           MOVE ZERO TO WS-ROW-COUNT-NUM.
           EXEC SQL
               DECLARE EI_REQ_CURSOR CURSOR FOR
               SELECT REQUEST_ID,
                      TO_CHAR(RQ_USE_DATE,'YYYY-MM-DD'),
                      CAST(RQ_AMOUNT AS VARCHAR(8)), RQ_UNIT,
                      RQ_STATUS, COALESCE(RQ_APPROVER,' '),
                      TO_CHAR(RQ_CREATED_AT,'YYYY-MM-DD HH24:MI:SS')
               FROM PL_REQUEST
               WHERE RQ_EMP_ID = :WS-INQ-EMP-ID
                 AND (RQ_STATUS = 'PENDING'
                      OR (RQ_STATUS IN ('APPROVED','RESERVED')
                          AND RQ_USE_DATE >= CURRENT_DATE))
               ORDER BY RQ_USE_DATE ASC, REQUEST_ID ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN EI_REQ_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH EI_REQ_CURSOR
                   INTO :WS-IQ-CODE, :WS-IQ-DATE1, :WS-IQ-AMOUNT,
                        :WS-IQ-UNIT, :WS-IQ-TEXT1, :WS-IQ-TEXT2,
                        :WS-IQ-DATE2
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-ROW-COUNT-NUM
                   DISPLAY "  " WS-IQ-CODE(1:8) " " WS-IQ-DATE1(1:10)
                       " " WS-IQ-AMOUNT WS-IQ-UNIT " "
                       WS-IQ-TEXT1(1:10) " 承認者 " WS-IQ-TEXT2(1:10)
                       " 申請 " WS-IQ-DATE2
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE EI_REQ_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF WS-ROW-COUNT-NUM = 0
               DISPLAY "  (該当なし)"
           END-IF.

      ******************************************************************
       SHOW-RESERVATIONS-RTN.
      ******************************************************************
      *    未確定の予約(PAID_CALCが書いたRESERVED行。夜間の予約
      *    確定前で、取消はPL_RESV_CXL)。
           DISPLAY "--- 未確定の予約 ---".
           MOVE ZERO TO WS-ROW-COUNT-NUM.
           EXEC SQL
               DECLARE EI_RESV_CURSOR CURSOR FOR
               SELECT H.HISTORY_ID,
                      TO_CHAR(H.ACQ_DATE,'YYYY-MM-DD'),
                      CAST(0 - H.ACQ_DAYS AS VARCHAR(8)),
                      COALESCE(H.ACQ_UNIT,'D'),
                      H.H_BALANCE_ID, COALESCE(H.REQUEST_REF,' ')
               FROM PL_HISTORY H
               INNER JOIN PL_BALANCE B
                   ON H.H_BALANCE_ID = B.BALANCE_ID
               WHERE B.B_EMP_ID = :WS-INQ-EMP-ID
                 AND H.TRANSACTION_TYPE = 'RESERVED'
               ORDER BY H.ACQ_DATE ASC, H.HISTORY_ID ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN EI_RESV_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH EI_RESV_CURSOR
                   INTO :WS-IQ-CODE, :WS-IQ-DATE1, :WS-IQ-AMOUNT,
                        :WS-IQ-UNIT, :WS-LOT-ID, :WS-IQ-TEXT1
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-ROW-COUNT-NUM
                   DISPLAY "  履歴 " WS-IQ-CODE(1:8) " "
                       WS-IQ-DATE1(1:10) " " WS-IQ-AMOUNT
                       WS-IQ-UNIT " ロット " WS-LOT-ID
                       " 参照 " WS-IQ-TEXT1(1:8)
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE EI_RESV_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF WS-ROW-COUNT-NUM = 0
               DISPLAY "  (該当なし)"
           END-IF.

      ******************************************************************
       SHOW-NOTICES-RTN.
      ******************************************************************
      *    NOTIFY_QUEUEの通知を新しい順に出す。配信経路
      *    (DISPATCH_ROUTE)はNOTIFY_DISPが送付時に記録する。未送付の
      *    通知は経路欄を(未送付)とする。
           DISPLAY "===============================================".
           DISPLAY "[6] 通知と配信経路".
           DISPLAY "===============================================".
           MOVE ZERO TO WS-ROW-COUNT-NUM.
           EXEC SQL
               DECLARE EI_NTF_CURSOR CURSOR FOR
               SELECT TO_CHAR(CREATED_AT,'YYYY-MM-DD HH24:MI:SS'),
                      NOTIFY_TYPE,
                      COALESCE(TO_CHAR(DISPATCHED_AT,
                                       'YYYY-MM-DD HH24:MI:SS'),
                               ' '),
                      COALESCE(DISPATCH_ROUTE,'(未送付)'),
                      COALESCE(SUBSTR(NOTIFY_TEXT,1,60),' ')
               FROM NOTIFY_QUEUE
               WHERE N_EMP_ID = :WS-INQ-EMP-ID
               ORDER BY NOTIFY_ID DESC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN EI_NTF_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH EI_NTF_CURSOR
                   INTO :WS-IQ-DATE1, :WS-IQ-CODE, :WS-IQ-DATE2,
                        :WS-IQ-TEXT1, :WS-IQ-NOTICE
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-ROW-COUNT-NUM
                   DISPLAY "  " WS-IQ-DATE1 " " WS-IQ-CODE(1:10)
                       " 送付 " WS-IQ-DATE2 " 経路 "
                       WS-IQ-TEXT1(1:12)
                   DISPLAY "      " WS-IQ-NOTICE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE EI_NTF_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF WS-ROW-COUNT-NUM = 0
               DISPLAY "  (通知なし)"
           END-IF.

      ******************************************************************
       SHOW-AUDIT-RTN.
      ******************************************************************
           DISPLAY "===============================================".
           DISPLAY "[7] 操作記録(直近20件)".
           DISPLAY "===============================================".
           MOVE ZERO TO WS-ROW-COUNT-NUM.
           EXEC SQL
               DECLARE EI_AUD_CURSOR CURSOR FOR
               SELECT TO_CHAR(AUDIT_AT,'YYYY-MM-DD HH24:MI:SS'),
                      PROGRAM_NAME, OPERATOR_ID,
                      COALESCE(A_BALANCE_ID,' '),
                      COALESCE(OLD_VALUE,' '),
                      COALESCE(NEW_VALUE,' ')
               FROM PL_AUDIT
               WHERE A_EMP_ID = :WS-INQ-EMP-ID
               ORDER BY AUDIT_ID DESC
               LIMIT 20
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN EI_AUD_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH EI_AUD_CURSOR
                   INTO :WS-IQ-DATE1, :WS-IQ-CODE, :WS-IQ-DATE2,
                        :WS-LOT-ID, :WS-IQ-TEXT1, :WS-IQ-TEXT2
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-ROW-COUNT-NUM
                   DISPLAY "  " WS-IQ-DATE1 " " WS-IQ-CODE " "
                       WS-IQ-DATE2(1:10) " " WS-LOT-ID
                   DISPLAY "      " WS-IQ-TEXT1 " -> " WS-IQ-TEXT2
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE EI_AUD_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF WS-ROW-COUNT-NUM = 0
               DISPLAY "  (記録なし)"
           END-IF.

      ******************************************************************
       DRILL-DOWN-LOOP.
      ******************************************************************
      *    ロットIDを指定して履歴行を表示する。空欄で終了。
           MOVE "X" TO WS-DRILL-LOT-ID.
           PERFORM UNTIL WS-DRILL-LOT-ID = SPACE
               DISPLAY "履歴を表示するロットID"
                   " (空欄=終了) : >> "
               ACCEPT WS-DRILL-LOT-ID FROM CONSOLE
               IF WS-DRILL-LOT-ID NOT = SPACE
                   PERFORM SHOW-LOT-HISTORY
               END-IF
           END-PERFORM.

      ******************************************************************
       SHOW-LOT-HISTORY.
      ******************************************************************
      *    ドリルダウンは照会中の社員のロットに限る(他の社員の
      *    ロットIDを直接指定しても見せない)。
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-LOT-COUNT
               FROM PL_BALANCE
               WHERE BALANCE_ID = :WS-DRILL-LOT-ID
                 AND B_EMP_ID = :WS-INQ-EMP-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-LOT-COUNT) = 0
               DISPLAY "*** 社員 " WS-INQ-EMP-ID
                   " のロットではありません ***"
           ELSE
               PERFORM SHOW-LOT-HISTORY-BODY
           END-IF.

      ******************************************************************
       SHOW-LOT-HISTORY-BODY.
      ******************************************************************
           DISPLAY "-----------------------------------------------".
           DISPLAY "ロット履歴 : " WS-DRILL-LOT-ID.
           EXEC SQL
               DECLARE EI_HIST_CURSOR CURSOR FOR
               SELECT U.HISTORY_ID,
                      TO_CHAR(U.ACQ_DATE,'YYYY-MM-DD'),
                      CAST(U.ACQ_DAYS AS VARCHAR(8)),
                      U.TRANSACTION_TYPE,
                      COALESCE(TO_CHAR(U.INSERT_DATETIME,
                                       'YYYY-MM-DD HH24:MI:SS'),' '),
                      CAST(COALESCE(U.ORIG_HISTORY_ID,' ') || ' ' ||
                           COALESCE(U.CORRECT_REASON,' ')
                           AS VARCHAR(40))
               FROM
                 (SELECT HISTORY_ID, H_BALANCE_ID, ACQ_DATE,
                         ACQ_DAYS, TRANSACTION_TYPE,
                         INSERT_DATETIME, ORIG_HISTORY_ID,
                         CORRECT_REASON
                  FROM PL_HISTORY
                  UNION ALL
                  SELECT HISTORY_ID, H_BALANCE_ID, ACQ_DATE,
                         ACQ_DAYS, TRANSACTION_TYPE,
                         INSERT_DATETIME, ORIG_HISTORY_ID,
                         CORRECT_REASON
                  FROM PL_HISTORY_ARCH) U
               WHERE U.H_BALANCE_ID = :WS-DRILL-LOT-ID
               ORDER BY U.INSERT_DATETIME ASC, U.HISTORY_ID ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN EI_HIST_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH EI_HIST_CURSOR
                   INTO :WS-IQ-CODE, :WS-IQ-DATE1, :WS-IQ-AMOUNT,
                        :WS-IQ-TEXT1, :WS-IQ-DATE2, :WS-IQ-TEXT2
               END-EXEC
               IF SQLCODE = 0
                   DISPLAY "  " WS-IQ-CODE(1:8) " "
                       WS-IQ-DATE1(1:10) " " WS-IQ-AMOUNT " "
                       WS-IQ-TEXT1(1:10) " " WS-IQ-DATE2
                       " " WS-IQ-TEXT2
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE EI_HIST_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           MOVE ZERO TO SQLCODE.

      ******************************************************************
       WRITE-ACCESS-LOG-RTN.
      ******************************************************************
      *    参照記録(PL_ACCESS_LOG)。ロットの履歴へのドリル
      *    ダウンは同じ社員の参照なので記録しない。
           INITIALIZE ACC-PARM-VARS.
           MOVE WS-ERR-PROGRAM-NAME TO ACC-PROGRAM.
           MOVE WS-OPERATOR-ID TO ACC-OPERATOR.
           MOVE "EMP" TO ACC-SCOPE.
           MOVE WS-INQ-EMP-ID TO ACC-EMP-ID.
           MOVE "FULL INQUIRY" TO ACC-DETAIL.
           MOVE 1 TO ACC-ROW-COUNT.
           CALL "ACCESS-LOG" USING SQLCA ACC-PARM-VARS.
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
