      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 LEAVE_TYPE_MASTER.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    休暇種別マスタ(LEAVE_TYPE_MASTER)を作成し、標準の種別を
      *    初期値として投入する。PL_BALANCEのLEAVE_TYPEは本マスタに
      *    登録された種別だけを使う。種別ごとの規則:
      *      TYPE_NAME     表示名
      *      VALID_MONTHS  付与からの有効月数(0=失効なし)
      *      HALF_DAY_OK   半日単位の取得可否(Y/N)
      *      HOURLY_OK     時間単位の取得可否(Y/N)
      *      COUNT_5DAY    年5日の取得義務に算入するか(Y/N)
      *      PAID_FLAG     有給か(Y=給与へ渡す / N=無給)
      *      ON_LEDGER     年次有給休暇管理簿に載せるか(Y/N)
      *    種別の追加・変更はLTYPE_MAINTで行う。既存行は上書き
      *    しない。旧環境でPL_BALANCEに既に使われている種別のうち
      *    マスタに無いものは、表示名=種別コード・既定の規則で
      *    登録しておく(規則はLTYPE_MAINTで見直すこと)。
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
               "LEAVE_TYPE".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           01  PASSWD                  PIC  X(10) VALUE SPACE.
           01  WS-TABLE-COUNT          PIC  X(8).
           01  WS-MIGRATE-COUNT        PIC  X(8) VALUE "0".
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** LEAVE_TYPE_MASTER STARTED ***".

           PERFORM CONNECT-RTN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS LEAVE_TYPE_MASTER
               (
                   LEAVE_TYPE     VARCHAR(8) NOT NULL,
                   TYPE_NAME      VARCHAR(40) NOT NULL,
                   VALID_MONTHS   SMALLINT NOT NULL DEFAULT 24,
                   HALF_DAY_OK    CHAR(1) NOT NULL DEFAULT 'Y',
                   HOURLY_OK      CHAR(1) NOT NULL DEFAULT 'N',
                   COUNT_5DAY     CHAR(1) NOT NULL DEFAULT 'N',
                   PAID_FLAG      CHAR(1) NOT NULL DEFAULT 'Y',
                   ON_LEDGER      CHAR(1) NOT NULL DEFAULT 'N',
                   LT_UPDATED_AT  TIMESTAMP NOT NULL
                                   DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT LTM_0 PRIMARY KEY (LEAVE_TYPE)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    法定年休。有効期間2年(労基法115条)、半日・時間単位
      *    (労使協定の範囲)可、5日義務算入、有給、管理簿記載。
           EXEC SQL
               INSERT INTO LEAVE_TYPE_MASTER
                   (LEAVE_TYPE, TYPE_NAME, VALID_MONTHS, HALF_DAY_OK,
                    HOURLY_OK, COUNT_5DAY, PAID_FLAG, ON_LEDGER)
               VALUES ('ANNUAL', '年次有給休暇', 24, 'Y',
                       'Y', 'Y', 'Y', 'Y')
               ON CONFLICT (LEAVE_TYPE) DO NOTHING
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    積立年休。PL_EXPIREが失効分を積み立てる。失効なし。
           EXEC SQL
               INSERT INTO LEAVE_TYPE_MASTER
                   (LEAVE_TYPE, TYPE_NAME, VALID_MONTHS, HALF_DAY_OK,
                    HOURLY_OK, COUNT_5DAY, PAID_FLAG, ON_LEDGER)
               VALUES ('STORED', '積立年休', 0, 'Y',
                       'N', 'N', 'Y', 'N')
               ON CONFLICT (LEAVE_TYPE) DO NOTHING
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               INSERT INTO LEAVE_TYPE_MASTER
                   (LEAVE_TYPE, TYPE_NAME, VALID_MONTHS, HALF_DAY_OK,
                    HOURLY_OK, COUNT_5DAY, PAID_FLAG, ON_LEDGER)
               VALUES ('SUMMER', '夏季休暇', 12, 'Y',
                       'N', 'N', 'Y', 'N')
               ON CONFLICT (LEAVE_TYPE) DO NOTHING
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               INSERT INTO LEAVE_TYPE_MASTER
                   (LEAVE_TYPE, TYPE_NAME, VALID_MONTHS, HALF_DAY_OK,
                    HOURLY_OK, COUNT_5DAY, PAID_FLAG, ON_LEDGER)
               VALUES ('CONDOLE', '慶弔休暇', 12, 'N',
                       'N', 'N', 'Y', 'N')
               ON CONFLICT (LEAVE_TYPE) DO NOTHING
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    子の看護休暇・介護休暇(育児・介護休業法)。4月〜3月の
      *    年度単位でCARE_GRANTが付与し、年度末で失効する。半日・
      *    時間単位可。法定上は無給でよいため既定は無給(給与へ
      *    渡さない)とし、有給扱いの会社はLTYPE_MAINTで変える。
           EXEC SQL
               INSERT INTO LEAVE_TYPE_MASTER
                   (LEAVE_TYPE, TYPE_NAME, VALID_MONTHS, HALF_DAY_OK,
                    HOURLY_OK, COUNT_5DAY, PAID_FLAG, ON_LEDGER)
               VALUES ('CHLDCARE', '子の看護休暇', 12, 'Y',
                       'Y', 'N', 'N', 'N')
               ON CONFLICT (LEAVE_TYPE) DO NOTHING
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               INSERT INTO LEAVE_TYPE_MASTER
                   (LEAVE_TYPE, TYPE_NAME, VALID_MONTHS, HALF_DAY_OK,
                    HOURLY_OK, COUNT_5DAY, PAID_FLAG, ON_LEDGER)
               VALUES ('FAMLCARE', '介護休暇', 12, 'Y',
                       'Y', 'N', 'N', 'N')
               ON CONFLICT (LEAVE_TYPE) DO NOTHING
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    勤続表彰休暇。勤続の節目(SVC_GRANTの節目規則表)の到来日
      *    にSVC_GRANTが付与し、2年で失効する。会社独自の特別休暇
      *    のため年5日の取得義務には数えない。
           EXEC SQL
               INSERT INTO LEAVE_TYPE_MASTER
                   (LEAVE_TYPE, TYPE_NAME, VALID_MONTHS, HALF_DAY_OK,
                    HOURLY_OK, COUNT_5DAY, PAID_FLAG, ON_LEDGER)
               VALUES ('SVCAWARD', '勤続表彰休暇', 24, 'Y',
                       'N', 'N', 'Y', 'N')
               ON CONFLICT (LEAVE_TYPE) DO NOTHING
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM MIGRATE-USED-TYPES-RTN.

           EXEC SQL COMMIT WORK END-EXEC.

           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

           DISPLAY "既存種別の追加登録 : " WS-MIGRATE-COUNT.
           DISPLAY "*** LEAVE_TYPE_MASTER FINISHED ***".
           STOP RUN.

      ******************************************************************
       MIGRATE-USED-TYPES-RTN.
      ******************************************************************
      *    マスタ導入前にSPGRANTで自由入力された種別を拾う。
      *    PL_BALANCEがまだ無い新規環境では何もしない。
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-TABLE-COUNT
               FROM PG_TABLES
               WHERE TABLENAME = 'pl_balance'
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF FUNCTION NUMVAL(WS-TABLE-COUNT) > 0
               EXEC SQL
                   SELECT COUNT(DISTINCT LEAVE_TYPE)
                   INTO :WS-MIGRATE-COUNT
                   FROM PL_BALANCE
                   WHERE LEAVE_TYPE NOT IN
                         (SELECT LEAVE_TYPE FROM LEAVE_TYPE_MASTER)
               END-EXEC
               IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               EXEC SQL
                   INSERT INTO LEAVE_TYPE_MASTER
                       (LEAVE_TYPE, TYPE_NAME)
                   SELECT DISTINCT LEAVE_TYPE, LEAVE_TYPE
                   FROM PL_BALANCE
                   WHERE LEAVE_TYPE IS NOT NULL
                   ON CONFLICT (LEAVE_TYPE) DO NOTHING
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
