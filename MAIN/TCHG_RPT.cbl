      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 TCHG_RPT.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    時季変更権の行使状況の月次報告(労働組合への提出用)。
      *    指定月(YYYYMM、0は前月)にPL_REQ_APPRで行使された時季
      *    変更(TIMING_CHANGE)を、行使時点の所属部門別に集計して
      *    TCHGRPTへ出力する。
      *      行使件数・対象人数・うち承認後の変更・代替日の受入済
      *      件数・未受入件数を部門ごとに出し、末尾に合計を付ける。
      *    続けて1件ごとの明細(申請ID・社員・元の取得日・代替日・
      *    状態・理由)を部門順に出力する。
      *    対象会社はPLM_COMPANY(未指定は01)の在籍会社で絞る。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO "TCHGRPT"
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
       01  ERROR-LOG-REC            PIC X(100).

       WORKING-STORAGE             SECTION.
           01  WS-ERR-PROGRAM-NAME     PIC X(12) VALUE
               "TCHG_RPT".
           01  WS-OPERATOR-ID          PIC X(10) VALUE "UNKNOWN".
           01  WS-SIGNON-SW            PIC X(1) VALUE "N".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.

      *    対象月(YYYYMM)。0は起動日の前月。
           01  MONTH-INPUT.
               03  WS-MONTH-NUM        PIC 9(6) VALUE 0.
           01  MONTH-INPUT-R REDEFINES MONTH-INPUT.
               03  WS-TGT-YEAR         PIC 9(4).
               03  WS-TGT-MONTH        PIC 9(2).
           01  WS-TODAY-NUM            PIC  9(8).

      *    集計値(数値)と合計。
           01  WS-DEPT-COUNT           PIC  9(6) VALUE 0.
           01  WS-CHANGES-NUM          PIC  9(6).
           01  WS-EMPS-NUM             PIC  9(6).
           01  WS-AFTER-APPR-NUM       PIC  9(6).
           01  WS-ACCEPTED-NUM         PIC  9(6).
           01  WS-OPEN-NUM             PIC  9(6).
           01  WS-TOT-CHANGES          PIC  9(6) VALUE 0.
           01  WS-TOT-EMPS             PIC  9(6) VALUE 0.
           01  WS-TOT-AFTER-APPR       PIC  9(6) VALUE 0.
           01  WS-TOT-ACCEPTED         PIC  9(6) VALUE 0.
           01  WS-TOT-OPEN             PIC  9(6) VALUE 0.
           01  WS-DETAIL-COUNT         PIC  9(6) VALUE 0.

      *    印字用の編集項目。
           01  WS-ED-CHANGES           PIC  Z(5)9.
           01  WS-ED-EMPS              PIC  Z(5)9.
           01  WS-ED-AFTER-APPR        PIC  Z(5)9.
           01  WS-ED-ACCEPTED          PIC  Z(5)9.
           01  WS-ED-OPEN              PIC  Z(5)9.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           01  PASSWD                  PIC  X(10) VALUE SPACE.
           01  WS-FROM-DATE            PIC  X(10).
           01  WS-DEPT-CODE            PIC  X(06).
           01  WS-DEPT-NAME            PIC  X(40).
           01  WS-CHANGES              PIC  X(08).
           01  WS-EMPS                 PIC  X(08).
           01  WS-AFTER-APPR           PIC  X(08).
           01  WS-ACCEPTED             PIC  X(08).
      *    明細行。
           01  WS-TC-REQUEST-ID        PIC  X(08).
           01  WS-TC-EMP-ID            PIC  X(06).
           01  WS-TC-ORIG-DATE         PIC  X(10).
           01  WS-TC-ALT-DATE1         PIC  X(10).
           01  WS-TC-STATUS            PIC  X(10).
           01  WS-TC-NEW-REQUEST-ID    PIC  X(08).
           01  WS-TC-REASON            PIC  X(40).
           01  WS-TC-PRIOR-STATUS      PIC  X(10).
      *    グループ会社統合後の対象会社コード(PLM_COMPANY環境変数、
      *    未指定は01)。
           01  WS-COMPANY              PIC  X(2) VALUE "01".
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** TCHG_RPT STARTED ***".

           ACCEPT WS-COMPANY FROM ENVIRONMENT "PLM_COMPANY".
           IF WS-COMPANY = SPACE
               MOVE "01" TO WS-COMPANY
           END-IF.

           DISPLAY "対象月 (YYYYMM、0=前月) : >> ".
           ACCEPT WS-MONTH-NUM FROM CONSOLE.
           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.
           IF WS-MONTH-NUM = ZERO
               MOVE WS-TODAY-NUM(1:6) TO WS-MONTH-NUM
               IF WS-TGT-MONTH = 1
                   SUBTRACT 1 FROM WS-TGT-YEAR
                   MOVE 12 TO WS-TGT-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-TGT-MONTH
               END-IF
           END-IF.
           IF WS-TGT-YEAR < 1990
               OR WS-TGT-MONTH < 1 OR WS-TGT-MONTH > 12
               DISPLAY "*** 対象月が不正です ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACE TO WS-FROM-DATE.
           STRING WS-TGT-YEAR "-" WS-TGT-MONTH "-01"
               DELIMITED BY SIZE INTO WS-FROM-DATE.

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "PLM_OPERATOR".
           IF WS-OPERATOR-ID = SPACE
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
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
           PERFORM ENSURE-TABLES-RTN.

           OPEN OUTPUT PRINT-FILE.
           PERFORM WRITE-TITLE-RTN.
           PERFORM WRITE-BY-DEPT-RTN.
           PERFORM WRITE-TOTAL-RTN.
           PERFORM WRITE-DETAIL-RTN.
           CLOSE PRINT-FILE.

           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "対象月 : " WS-MONTH-NUM
               "  部門数 : " WS-DEPT-COUNT
               "  行使件数 : " WS-TOT-CHANGES.
           DISPLAY "*** TCHG_RPT FINISHED ***".
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
      *    時季変更の記録表はPL_REQ_APPRが、部門マスタはDEPT_MAINT
      *    が作る。一度も行使のない環境でも0件の報告が出せるよう、
      *    無ければ作っておく。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS TIMING_CHANGE
               (
                   TC_ID             BIGSERIAL,
                   TC_REQUEST_ID     VARCHAR(8) NOT NULL,
                   TC_EMP_ID         VARCHAR(6) NOT NULL,
                   TC_DEPT_CODE      VARCHAR(6),
                   TC_PRIOR_STATUS   VARCHAR(10) NOT NULL,
                   TC_ORIG_DATE      DATE NOT NULL,
                   TC_REASON         VARCHAR(40) NOT NULL,
                   TC_ALT_DATE1      DATE NOT NULL,
                   TC_ALT_DATE2      DATE,
                   TC_ALT_DATE3      DATE,
                   TC_CHANGED_BY     VARCHAR(10) NOT NULL,
                   TC_CHANGED_AT     TIMESTAMP NOT NULL
                                      DEFAULT CURRENT_TIMESTAMP,
                   TC_STATUS         VARCHAR(10) NOT NULL
                                      DEFAULT 'OPEN',
                   TC_NEW_REQUEST_ID VARCHAR(8),
                   TC_ACCEPTED_DATE  DATE,
                   TC_ACCEPTED_AT    TIMESTAMP,
                   CONSTRAINT TCHG_0 PRIMARY KEY (TC_ID)
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

      ******************************************************************
       WRITE-TITLE-RTN.
      ******************************************************************
           MOVE SPACE TO PRINT-REC.
           STRING "時季変更権の行使状況 (月次)  対象月 "
               WS-TGT-YEAR "年" WS-TGT-MONTH "月"
               "  会社 " WS-COMPANY
               "  作成日 " WS-TODAY-NUM
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "部門    行使件数  対象人数  "
               "承認後変更  受入済  未受入  部門名"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

      ******************************************************************
       WRITE-BY-DEPT-RTN.
      ******************************************************************
      *    行使時点の所属部門ごとに集計する。部門が異動していても
      *    行使した時点の部門に計上する。
           EXEC SQL
               DECLARE TC_DEPT_CURSOR CURSOR FOR
               SELECT COALESCE(T.TC_DEPT_CODE,' '),
                      COALESCE(MAX(D.DEPT_NAME),' '),
                      CAST(COUNT(*) AS VARCHAR(8)),
                      CAST(COUNT(DISTINCT T.TC_EMP_ID)
                          AS VARCHAR(8)),
                      CAST(SUM(CASE WHEN T.TC_PRIOR_STATUS
                                        = 'APPROVED'
                                    THEN 1 ELSE 0 END)
                          AS VARCHAR(8)),
                      CAST(SUM(CASE WHEN T.TC_STATUS = 'ACCEPTED'
                                    THEN 1 ELSE 0 END)
                          AS VARCHAR(8))
               FROM TIMING_CHANGE T
               INNER JOIN EMP_MASTER E
                   ON E.EMP_ID = T.TC_EMP_ID
               LEFT JOIN DEPT_MASTER D
                   ON D.DEPT_CODE = T.TC_DEPT_CODE
               WHERE E.COMPANY_CODE = :WS-COMPANY
                 AND T.TC_CHANGED_AT >= CAST(:WS-FROM-DATE AS DATE)
                 AND T.TC_CHANGED_AT < CAST(:WS-FROM-DATE AS DATE)
                                        + INTERVAL '1 month'
               GROUP BY T.TC_DEPT_CODE
               ORDER BY 1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN TC_DEPT_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH TC_DEPT_CURSOR
                   INTO :WS-DEPT-CODE, :WS-DEPT-NAME, :WS-CHANGES,
                        :WS-EMPS, :WS-AFTER-APPR, :WS-ACCEPTED
               END-EXEC
               IF SQLCODE = 0
                   PERFORM WRITE-DEPT-LINE-RTN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE TC_DEPT_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF WS-DEPT-COUNT = 0
               MOVE SPACE TO PRINT-REC
               STRING "  (対象月の時季変更の"
                   "行使はありません)"
                   DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
           END-IF.

      ******************************************************************
       WRITE-DEPT-LINE-RTN.
      ******************************************************************
           MOVE FUNCTION NUMVAL(WS-CHANGES)    TO WS-CHANGES-NUM.
           MOVE FUNCTION NUMVAL(WS-EMPS)       TO WS-EMPS-NUM.
           MOVE FUNCTION NUMVAL(WS-AFTER-APPR) TO WS-AFTER-APPR-NUM.
           MOVE FUNCTION NUMVAL(WS-ACCEPTED)   TO WS-ACCEPTED-NUM.
           COMPUTE WS-OPEN-NUM = WS-CHANGES-NUM - WS-ACCEPTED-NUM.

           ADD 1                  TO WS-DEPT-COUNT.
           ADD WS-CHANGES-NUM     TO WS-TOT-CHANGES.
           ADD WS-EMPS-NUM        TO WS-TOT-EMPS.
           ADD WS-AFTER-APPR-NUM  TO WS-TOT-AFTER-APPR.
           ADD WS-ACCEPTED-NUM    TO WS-TOT-ACCEPTED.
           ADD WS-OPEN-NUM        TO WS-TOT-OPEN.

           MOVE WS-CHANGES-NUM    TO WS-ED-CHANGES.
           MOVE WS-EMPS-NUM       TO WS-ED-EMPS.
           MOVE WS-AFTER-APPR-NUM TO WS-ED-AFTER-APPR.
           MOVE WS-ACCEPTED-NUM   TO WS-ED-ACCEPTED.
           MOVE WS-OPEN-NUM       TO WS-ED-OPEN.
           IF WS-DEPT-CODE = SPACE
               MOVE "(未所属)" TO WS-DEPT-NAME
           END-IF.

           MOVE SPACE TO PRINT-REC.
           STRING WS-DEPT-CODE "  " WS-ED-CHANGES "    "
               WS-ED-EMPS "      " WS-ED-AFTER-APPR "  "
               WS-ED-ACCEPTED "  " WS-ED-OPEN "  "
               WS-DEPT-NAME
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

      ******************************************************************
       WRITE-TOTAL-RTN.
      ******************************************************************
      *    合計行。対象人数は部門ごとの人数の和(月内に部門を移った
      *    社員は両方の部門で数える)。
           MOVE WS-TOT-CHANGES    TO WS-ED-CHANGES.
           MOVE WS-TOT-EMPS       TO WS-ED-EMPS.
           MOVE WS-TOT-AFTER-APPR TO WS-ED-AFTER-APPR.
           MOVE WS-TOT-ACCEPTED   TO WS-ED-ACCEPTED.
           MOVE WS-TOT-OPEN       TO WS-ED-OPEN.
           MOVE SPACE TO PRINT-REC.
           STRING "------------------------------------------------"
               "----------------"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "合計    " WS-ED-CHANGES "    "
               WS-ED-EMPS "      " WS-ED-AFTER-APPR "  "
               WS-ED-ACCEPTED "  " WS-ED-OPEN
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

      ******************************************************************
       WRITE-DETAIL-RTN.
      ******************************************************************
      *    1件ごとの明細。部門・行使日時の順。受入済のものは
      *    作り直した申請IDを添える。
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "明細"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "部門    申請ID    社員ID  元取得日    "
               "代替日1     元状態      状態        "
               "新申請ID  理由"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

           EXEC SQL
               DECLARE TC_DETAIL_CURSOR CURSOR FOR
               SELECT COALESCE(T.TC_DEPT_CODE,' '),
                      T.TC_REQUEST_ID, T.TC_EMP_ID,
                      TO_CHAR(T.TC_ORIG_DATE,'YYYY-MM-DD'),
                      TO_CHAR(T.TC_ALT_DATE1,'YYYY-MM-DD'),
                      T.TC_PRIOR_STATUS, T.TC_STATUS,
                      COALESCE(T.TC_NEW_REQUEST_ID,' '),
                      T.TC_REASON
               FROM TIMING_CHANGE T
               INNER JOIN EMP_MASTER E
                   ON E.EMP_ID = T.TC_EMP_ID
               WHERE E.COMPANY_CODE = :WS-COMPANY
                 AND T.TC_CHANGED_AT >= CAST(:WS-FROM-DATE AS DATE)
                 AND T.TC_CHANGED_AT < CAST(:WS-FROM-DATE AS DATE)
                                        + INTERVAL '1 month'
               ORDER BY 1, T.TC_CHANGED_AT, T.TC_ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN TC_DETAIL_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH TC_DETAIL_CURSOR
                   INTO :WS-DEPT-CODE, :WS-TC-REQUEST-ID,
                        :WS-TC-EMP-ID, :WS-TC-ORIG-DATE,
                        :WS-TC-ALT-DATE1, :WS-TC-PRIOR-STATUS,
                        :WS-TC-STATUS, :WS-TC-NEW-REQUEST-ID,
                        :WS-TC-REASON
               END-EXEC
               IF SQLCODE = 0
                   PERFORM WRITE-DETAIL-LINE-RTN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE TC_DETAIL_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       WRITE-DETAIL-LINE-RTN.
      ******************************************************************
           ADD 1 TO WS-DETAIL-COUNT.
           MOVE SPACE TO PRINT-REC.
           STRING WS-DEPT-CODE "  " WS-TC-REQUEST-ID "  "
               WS-TC-EMP-ID "  " WS-TC-ORIG-DATE "  "
               WS-TC-ALT-DATE1 "  " WS-TC-PRIOR-STATUS "  "
               WS-TC-STATUS "  " WS-TC-NEW-REQUEST-ID "  "
               WS-TC-REASON
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

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
