      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 GRANT_SCHEDULE.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    年次有給休暇の付与日数表(GRANT_SCHEDULE)を作成し、
      *    労基法39条の法定日数(フルタイムと比例付与)を初期値
      *    として投入する。付与日数は会社コード・発効日・週所定
      *    労働日数区分・付与段階で1行を持つ。
      *      WEEKLY_DAYS  5=週5日以上(または週30時間以上)
      *                   4/3/2/1=比例付与の週所定労働日数
      *      TIER         1=6ヶ月 2=1年6ヶ月 ... 7=6年6ヶ月以上
      *    INPUT_PROGRAM・EMPTYPE_ADJ・FORECAST_RPT・PORTAL_FEEDは
      *    付与日時点で発効済みの最新行を読む。法改正や会社の
      *    上乗せはSCHED_MAINTで発効日付きの行として登録する。
      *    PLM_COMPANY環境変数で対象会社を指定する(未指定は01)。
      *    初期値は発効日1900-01-01で投入し、既存行は上書きしない。
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
               "GRANT_SCHED".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.

      *    法定の付与日数(週所定労働日数区分5,4,3,2,1の順に
      *    6ヶ月から6年6ヶ月以上までの7段階)。
           01  STATUTORY-DAYS-TABLE.
               03  FILLER              PIC X(14) VALUE
                   "10111214161820".
               03  FILLER              PIC X(14) VALUE
                   "07080910121315".
               03  FILLER              PIC X(14) VALUE
                   "05060608091011".
               03  FILLER              PIC X(14) VALUE
                   "03040405060607".
               03  FILLER              PIC X(14) VALUE
                   "01020202030303".
           01  STATUTORY-DAYS-TABLE-R REDEFINES STATUTORY-DAYS-TABLE.
               03  STAT-ROW            OCCURS 5 TIMES.
                   05  STAT-DAYS       PIC 9(2) OCCURS 7 TIMES.
           01  WS-ROW-IDX              PIC 9(1).
           01  WS-TIER-IDX             PIC 9(1).
           01  WS-INSERT-COUNT         PIC 9(4) VALUE 0.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           01  PASSWD                  PIC  X(10) VALUE SPACE.
           01  WS-COMPANY              PIC  X(2) VALUE "01".
           01  WS-GS-WEEKDAYS          PIC  9(1).
           01  WS-GS-TIER              PIC  9(1).
           01  WS-GS-DAYS              PIC  9(2).
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** GRANT_SCHEDULE STARTED ***".

           ACCEPT WS-COMPANY FROM ENVIRONMENT "PLM_COMPANY".
           IF WS-COMPANY = SPACE
               MOVE "01" TO WS-COMPANY
           END-IF.
           DISPLAY "対象会社コード : " WS-COMPANY.

           PERFORM CONNECT-RTN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS GRANT_SCHEDULE
               (
                   COMPANY_CODE   VARCHAR(2) NOT NULL DEFAULT '01',
                   EFFECTIVE_FROM DATE NOT NULL
                                   DEFAULT DATE '1900-01-01',
                   WEEKLY_DAYS    SMALLINT NOT NULL,
                   TIER           SMALLINT NOT NULL,
                   GRANT_DAYS     SMALLINT NOT NULL,
                   CONSTRAINT GSCH_0 PRIMARY KEY
                       (COMPANY_CODE, WEEKLY_DAYS, TIER,
                        EFFECTIVE_FROM)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > 5
               PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                       UNTIL WS-TIER-IDX > 7
                   PERFORM INSERT-ONE-ENTRY-RTN
               END-PERFORM
           END-PERFORM.

           EXEC SQL COMMIT WORK END-EXEC.

           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

           DISPLAY "投入件数 : " WS-INSERT-COUNT.
           DISPLAY "*** GRANT_SCHEDULE FINISHED ***".
           STOP RUN.

      ******************************************************************
       INSERT-ONE-ENTRY-RTN.
      ******************************************************************
      *    表の1行目が週5日、以降4日から1日の順。
           COMPUTE WS-GS-WEEKDAYS = 6 - WS-ROW-IDX.
           MOVE WS-TIER-IDX TO WS-GS-TIER.
           MOVE STAT-DAYS(WS-ROW-IDX, WS-TIER-IDX) TO WS-GS-DAYS.
           EXEC SQL
               INSERT INTO GRANT_SCHEDULE
                   (COMPANY_CODE, WEEKLY_DAYS, TIER, GRANT_DAYS)
               VALUES
                   (:WS-COMPANY, :WS-GS-WEEKDAYS, :WS-GS-TIER,
                    :WS-GS-DAYS)
               ON CONFLICT
                   (COMPANY_CODE, WEEKLY_DAYS, TIER, EFFECTIVE_FROM)
               DO NOTHING
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           ADD 1 TO WS-INSERT-COUNT.

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
