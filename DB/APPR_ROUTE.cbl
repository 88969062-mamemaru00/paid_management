      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 APPR_ROUTE.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    有給休暇申請の承認経路(APPR_ROUTE)と段階別の承認記録
      *    (PL_REQ_APPROVAL)のテーブルを作成し、就業規則の既定経路
      *    (連続3日までは課長、それを超えるものは課長→部長)を
      *    投入する。
      *    経路は部門(ROUTE_DEPT、*は全部門)・休暇種別
      *    (ROUTE_LEAVE_TYPE、*は全種別)・申請日数の上限
      *    (ROUTE_MAX_DAYS、この日数以下の申請に適用)ごとに、
      *    承認段階(ROUTE_LEVEL=1,2,...)を1行ずつ持つ。申請には
      *    部門指定の経路を全部門の経路より優先し、その中で上限
      *    日数が最も小さい経路を当てる。時間単位の申請は0日として
      *    扱う。
      *      LEVEL_APPROVER  その段階の指定承認者(空白は前段と
      *                      別人であれば誰でもよい)
      *      LEVEL_DEPUTY    その段階で滞留したときの振替先(空白は
      *                      部門の代理承認者APPR_DEPUTY)
      *    経路の追加・変更はREQ_AGING(Rモード)で行う。既定行は
      *    ON CONFLICTで上書きしない。
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
               "APPR_ROUTE".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           01  PASSWD                  PIC  X(10) VALUE SPACE.
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** APPR_ROUTE STARTED ***".

           PERFORM CONNECT-RTN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS APPR_ROUTE
               (
                   ROUTE_DEPT       VARCHAR(6) NOT NULL,
                   ROUTE_LEAVE_TYPE VARCHAR(8) NOT NULL,
                   ROUTE_MAX_DAYS   DECIMAL(5,1) NOT NULL,
                   ROUTE_LEVEL      SMALLINT NOT NULL,
                   LEVEL_NAME       VARCHAR(20) NOT NULL,
                   LEVEL_APPROVER   VARCHAR(10),
                   LEVEL_DEPUTY     VARCHAR(10),
                   CONSTRAINT AROUTE_0 PRIMARY KEY
                       (ROUTE_DEPT, ROUTE_LEAVE_TYPE,
                        ROUTE_MAX_DAYS, ROUTE_LEVEL)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS PL_REQ_APPROVAL
               (
                   AP_REQUEST_ID    VARCHAR(8) NOT NULL,
                   AP_LEVEL         SMALLINT NOT NULL,
                   AP_LEVEL_NAME    VARCHAR(20),
                   AP_APPROVER      VARCHAR(10) NOT NULL,
                   AP_DECISION      VARCHAR(10) NOT NULL,
                   AP_DECIDED_AT    TIMESTAMP NOT NULL
                                     DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT PLRA_0 PRIMARY KEY
                       (AP_REQUEST_ID, AP_LEVEL)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    申請が現在待っている承認段階と、その段階に回ってきた
      *    日時(REQ_AGINGの滞留日数の起点)。
           EXEC SQL
               ALTER TABLE PL_REQUEST
               ADD COLUMN IF NOT EXISTS RQ_APPR_LEVEL SMALLINT
                   NOT NULL DEFAULT 1
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               ALTER TABLE PL_REQUEST
               ADD COLUMN IF NOT EXISTS RQ_LEVEL_SINCE TIMESTAMP
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    就業規則の既定経路。3日以下は課長のみ、3日超は課長の
      *    後に部長。
           EXEC SQL
               INSERT INTO APPR_ROUTE
                   (ROUTE_DEPT, ROUTE_LEAVE_TYPE, ROUTE_MAX_DAYS,
                    ROUTE_LEVEL, LEVEL_NAME)
               VALUES ('*', '*', 3.0, 1, '課長')
               ON CONFLICT
                   (ROUTE_DEPT, ROUTE_LEAVE_TYPE,
                    ROUTE_MAX_DAYS, ROUTE_LEVEL)
               DO NOTHING
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               INSERT INTO APPR_ROUTE
                   (ROUTE_DEPT, ROUTE_LEAVE_TYPE, ROUTE_MAX_DAYS,
                    ROUTE_LEVEL, LEVEL_NAME)
               VALUES ('*', '*', 9999.9, 1, '課長')
               ON CONFLICT
                   (ROUTE_DEPT, ROUTE_LEAVE_TYPE,
                    ROUTE_MAX_DAYS, ROUTE_LEVEL)
               DO NOTHING
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               INSERT INTO APPR_ROUTE
                   (ROUTE_DEPT, ROUTE_LEAVE_TYPE, ROUTE_MAX_DAYS,
                    ROUTE_LEVEL, LEVEL_NAME)
               VALUES ('*', '*', 9999.9, 2, '部長')
               ON CONFLICT
                   (ROUTE_DEPT, ROUTE_LEAVE_TYPE,
                    ROUTE_MAX_DAYS, ROUTE_LEVEL)
               DO NOTHING
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL COMMIT WORK END-EXEC.

           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

           DISPLAY "*** APPR_ROUTE FINISHED ***".
           STOP RUN.

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
