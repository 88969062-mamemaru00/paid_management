      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 DEPT_MASTER.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    部門マスタ(DEPT_MASTER)を作成する。部門ごとに持つ項目:
      *      DEPT_NAME       部門名
      *      PARENT_DEPT     上位部門(空白=最上位。最上位を事業部
      *                      とみなし、レポートの事業部小計に使う)
      *      MANAGER_EMP_ID  責任者の社員ID
      *      VALID_FROM      有効開始日
      *      VALID_TO        有効終了日(NULL=期限なし)
      *      CAL_EXPORT      グループカレンダーへの休暇予定の公開
      *                      (Y=公開 / N=公開しない。DEPT_ICAL)
      *    あわせて、部門から最上位(事業部)までを辿った結果を引く
      *    ビューDEPT_ROLLUP(部門・部門名・事業部・事業部名)を作る。
      *    部門の追加・変更はDEPT_MAINTで行う。既存行は上書きしない。
      *    マスタ導入前からEMP_MASTER・DEPT_ASSIGN_HIST・
      *    DEPT_BLACKOUT・DEPT_CALENDAR・OPER_DEPT_SCOPEで使われて
      *    いる部門コードは、部門名=部門コード・最上位・期限なしで
      *    登録しておく(部門名と階層はDEPT_MAINTで整えること。
      *    誤入力で生じた部門はDEPT_MAINTで有効終了日を入れる)。
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
               "DEPT_MASTER".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           01  PASSWD                  PIC  X(10) VALUE SPACE.
           01  WS-TABLE-COUNT          PIC  X(8).
           01  WS-DEPT-COUNT           PIC  X(8) VALUE "0".
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** DEPT_MASTER STARTED ***".

           PERFORM CONNECT-RTN.

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
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    公開区分は後から加えた列のため、既存の表にも追加する
      *    (既存の部門は公開とする)。
           EXEC SQL
               ALTER TABLE DEPT_MASTER
               ADD COLUMN IF NOT EXISTS CAL_EXPORT VARCHAR(1)
                   NOT NULL DEFAULT 'Y'
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM MIGRATE-USED-CODES-RTN.

           EXEC SQL
               CREATE OR REPLACE VIEW DEPT_ROLLUP AS
               WITH RECURSIVE UP_CHAIN (DEPT_CODE, ANC_CODE, LVL) AS
                   (SELECT DEPT_CODE, DEPT_CODE, 0
                    FROM DEPT_MASTER
                    UNION ALL
                    SELECT U.DEPT_CODE, M.PARENT_DEPT, U.LVL + 1
                    FROM UP_CHAIN U
                    INNER JOIN DEPT_MASTER M
                        ON M.DEPT_CODE = U.ANC_CODE
                    WHERE COALESCE(M.PARENT_DEPT,' ') <> ' '
                      AND U.LVL < 20)
               SELECT DISTINCT ON (U.DEPT_CODE)
                      U.DEPT_CODE, D.DEPT_NAME,
                      U.ANC_CODE AS DIV_CODE,
                      COALESCE(A.DEPT_NAME, U.ANC_CODE) AS DIV_NAME
               FROM UP_CHAIN U
               INNER JOIN DEPT_MASTER D
                   ON D.DEPT_CODE = U.DEPT_CODE
               LEFT JOIN DEPT_MASTER A
                   ON A.DEPT_CODE = U.ANC_CODE
               ORDER BY U.DEPT_CODE, U.LVL DESC
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL COMMIT WORK END-EXEC.

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-DEPT-COUNT
               FROM DEPT_MASTER
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

           DISPLAY "部門マスタ登録件数 : " WS-DEPT-COUNT.
           DISPLAY "*** DEPT_MASTER FINISHED ***".
           STOP RUN.

      ******************************************************************
       MIGRATE-USED-CODES-RTN.
      ******************************************************************
      *    マスタ導入前に自由入力された部門コードを拾う。対象の表が
      *    まだ無い新規環境ではその表を飛ばす。
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-TABLE-COUNT
               FROM PG_TABLES
               WHERE TABLENAME = 'emp_master'
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-TABLE-COUNT) > 0
               EXEC SQL
                   INSERT INTO DEPT_MASTER (DEPT_CODE, DEPT_NAME)
                   SELECT DISTINCT DEPT_CODE, DEPT_CODE
                   FROM EMP_MASTER
                   WHERE COALESCE(DEPT_CODE,' ') <> ' '
                   ON CONFLICT (DEPT_CODE) DO NOTHING
               END-EXEC
               IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-TABLE-COUNT
               FROM PG_TABLES
               WHERE TABLENAME = 'dept_assign_hist'
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-TABLE-COUNT) > 0
               EXEC SQL
                   INSERT INTO DEPT_MASTER (DEPT_CODE, DEPT_NAME)
                   SELECT DISTINCT DEPT_CODE, DEPT_CODE
                   FROM DEPT_ASSIGN_HIST
                   WHERE COALESCE(DEPT_CODE,' ') <> ' '
                   ON CONFLICT (DEPT_CODE) DO NOTHING
               END-EXEC
               IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-TABLE-COUNT
               FROM PG_TABLES
               WHERE TABLENAME = 'dept_blackout'
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-TABLE-COUNT) > 0
               EXEC SQL
                   INSERT INTO DEPT_MASTER (DEPT_CODE, DEPT_NAME)
                   SELECT DISTINCT DEPT_CODE, DEPT_CODE
                   FROM DEPT_BLACKOUT
                   WHERE COALESCE(DEPT_CODE,' ') <> ' '
                   ON CONFLICT (DEPT_CODE) DO NOTHING
               END-EXEC
               IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-TABLE-COUNT
               FROM PG_TABLES
               WHERE TABLENAME = 'dept_calendar'
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-TABLE-COUNT) > 0
               EXEC SQL
                   INSERT INTO DEPT_MASTER (DEPT_CODE, DEPT_NAME)
                   SELECT DISTINCT DEPT_CODE, DEPT_CODE
                   FROM DEPT_CALENDAR
                   WHERE COALESCE(DEPT_CODE,' ') <> ' '
                   ON CONFLICT (DEPT_CODE) DO NOTHING
               END-EXEC
               IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-TABLE-COUNT
               FROM PG_TABLES
               WHERE TABLENAME = 'oper_dept_scope'
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-TABLE-COUNT) > 0
               EXEC SQL
                   INSERT INTO DEPT_MASTER (DEPT_CODE, DEPT_NAME)
                   SELECT DISTINCT DEPT_CODE, DEPT_CODE
                   FROM OPER_DEPT_SCOPE
                   WHERE COALESCE(DEPT_CODE,' ') <> ' '
                   ON CONFLICT (DEPT_CODE) DO NOTHING
               END-EXEC
               IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
           END-IF.

      ******************************************************************
       CONNECT-RTN.
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

              WHEN OTHER
                 DISPLAY "Undefined error"
                 DISPLAY "ERRCODE: " SQLSTATE
                 DISPLAY SQLERRMC
           END-EVALUATE.
      ******************************************************************
