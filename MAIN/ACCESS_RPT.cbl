      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 ACCESS_RPT.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    個人データ参照記録(PL_ACCESS_LOG)の月次点検レポート。
      *    対象月(起動引数YYYY-MM、省略時は前月)の参照記録から、
      *    次の通常と異なる参照を根拠の行とともにACCRPTへ出力する。
      *      MASS-LOOKUP  1人の操作者が1日に設定人数(PLM_CONFIGの
      *                   ACCESS_MASS_LOOKUPS、既定30名)以上の社員を
      *                   1名ずつ照会した
      *      OUT-OF-DEPT  操作者本人の部門以外の社員・部門を照会した
      *                   (部門参照範囲OPER_DEPT_SCOPEに登録済みの
      *                   部門は除く。操作者×参照先部門で1件)
      *      EXECUTIVE    役員(EMPLOYMENT_TYPEがOFFICER)または
      *                   最上位部門の長(DEPT_MASTERのMANAGER_EMP_ID)
      *                   を照会した(本人による参照は除く)
      *    あわせて、一覧・抽出など母集団の参照と、操作者別の参照
      *    件数を点検用に出す(違反には数えない)。
      *    操作者の部門はOPERATOR_AUTHのOPER_EMP_ID(OPER_MAINTで
      *    登録)の社員の現在の部門による。社員IDを持たない対話の
      *    操作者は部門外参照を点検できないため一覧に出す。
      *    会社別に実行する(PLM_COMPANY)。全社を対象とする参照
      *    (DB_UNLOAD、会社"**")は会社01の実行で出す。
      *    該当があればERRLOGへ件数を記録して終了コード4で終わる。
      *    NIGHTLY_RUNの月次ステップとして実行する。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO "ACCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRINT-REC               PIC X(100).
       FD  ERROR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERROR-LOG-REC            PIC X(100).

       WORKING-STORAGE             SECTION.
           01  WS-ERR-PROGRAM-NAME     PIC X(12) VALUE
               "ACCESS_RPT".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.

      *    該当の種類別件数。
           01  WS-MASS-COUNT           PIC 9(6) VALUE 0.
           01  WS-OUTDEPT-COUNT        PIC 9(6) VALUE 0.
           01  WS-EXEC-COUNT           PIC 9(6) VALUE 0.
           01  WS-FINDING-COUNT        PIC 9(6) VALUE 0.
           01  WS-POPULATION-COUNT     PIC 9(6) VALUE 0.
           01  WS-UNMAPPED-COUNT       PIC 9(6) VALUE 0.
           01  WS-ACCESS-TOTAL         PIC 9(8) VALUE 0.
           01  WS-MASS-LIMIT-NUM       PIC 9(4) VALUE 30.
           01  WS-SECTION-NAME         PIC X(12).

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           01  PASSWD                  PIC  X(10) VALUE SPACE.
           01  WS-COMPANY              PIC  X(2) VALUE "01".
           01  WS-MONTH-ARG            PIC  X(7) VALUE SPACE.
           01  WS-MONTH-FROM           PIC  X(10).
           01  WS-MONTH-TO             PIC  X(10).
           01  WS-CFG-COUNT            PIC  X(8).
           01  WS-MASS-LIMIT           PIC  X(4).
           01  WS-AC-OPER              PIC  X(10).
           01  WS-AC-OPER-DEPT         PIC  X(6).
           01  WS-AC-DEPT              PIC  X(6).
           01  WS-AC-EMP               PIC  X(6).
           01  WS-AC-EMP-NAME          PIC  X(20).
           01  WS-AC-KIND              PIC  X(10).
           01  WS-AC-DATE              PIC  X(10).
           01  WS-AC-AT                PIC  X(16).
           01  WS-AC-LAST-AT           PIC  X(16).
           01  WS-AC-EMP-COUNT         PIC  X(8).
           01  WS-AC-ROW-COUNT         PIC  X(8).
           01  WS-AC-PROGRAMS          PIC  X(60).
           01  WS-AC-PROGRAM           PIC  X(12).
           01  WS-AC-SCOPE             PIC  X(4).
           01  WS-AC-DETAIL            PIC  X(40).
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** ACCESS_RPT STARTED ***".

           ACCEPT WS-MONTH-ARG FROM COMMAND-LINE.
           ACCEPT WS-COMPANY FROM ENVIRONMENT "PLM_COMPANY".
           IF WS-COMPANY = SPACE
               MOVE "01" TO WS-COMPANY
           END-IF.

           PERFORM CONNECT-TO-DATABASE.
           PERFORM ENSURE-TABLES-RTN.
           PERFORM SET-MONTH-RTN.
           PERFORM READ-MASS-LIMIT-RTN.

           OPEN OUTPUT PRINT-FILE.
           MOVE SPACE TO PRINT-REC.
           STRING "個人データ参照記録 点検レポート"
               "  対象月 " WS-MONTH-FROM(1:7) "  会社 " WS-COMPANY
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

           PERFORM CHECK-MASS-LOOKUP-RTN.
           PERFORM CHECK-OUT-OF-DEPT-RTN.
           PERFORM CHECK-EXECUTIVE-RTN.
           PERFORM LIST-POPULATION-RTN.
           PERFORM LIST-OPERATOR-TOTALS-RTN.
           PERFORM LIST-UNMAPPED-RTN.
           PERFORM WRITE-SUMMARY-RTN.
           CLOSE PRINT-FILE.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "対象月           : " WS-MONTH-FROM(1:7).
           DISPLAY "参照記録         : " WS-ACCESS-TOTAL.
           DISPLAY "大量照会         : " WS-MASS-COUNT.
           DISPLAY "部門外の照会     : " WS-OUTDEPT-COUNT.
           DISPLAY "役員の照会       : " WS-EXEC-COUNT.
           DISPLAY "母集団の参照     : " WS-POPULATION-COUNT.
           DISPLAY "社員ID未登録     : " WS-UNMAPPED-COUNT.
           IF WS-FINDING-COUNT > 0
               PERFORM WRITE-FINDING-LOG-RTN
               DISPLAY "*** 点検対象の参照 " WS-FINDING-COUNT
                   " 件 ***"
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "*** ACCESS_RPT FINISHED ***".
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
      *    突き合わせる表(未作成の環境では0件として扱う)と、
      *    操作者と社員の対応の列。参照記録の表はACCESS-LOGと
      *    同じ定義。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS PL_ACCESS_LOG
               (
                   ACCESS_ID       BIGSERIAL,
                   ACCESS_AT       TIMESTAMP NOT NULL
                                    DEFAULT CURRENT_TIMESTAMP,
                   PROGRAM_NAME    VARCHAR(12) NOT NULL,
                   OPERATOR_ID     VARCHAR(10) NOT NULL,
                   ACCESS_SCOPE    VARCHAR(4) NOT NULL,
                   X_EMP_ID        VARCHAR(6),
                   X_DEPT_CODE     VARCHAR(6),
                   COMPANY_CODE    VARCHAR(2) NOT NULL DEFAULT '01',
                   ACCESS_DETAIL   VARCHAR(40),
                   ROW_COUNT       INTEGER NOT NULL DEFAULT 0,
                   CONSTRAINT PACL_0 PRIMARY KEY (ACCESS_ID)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS OPERATOR_AUTH
               (
                   OPER_ID      VARCHAR(10) NOT NULL,
                   AUTH_LEVEL   SMALLINT NOT NULL DEFAULT 1,
                   CONSTRAINT OAUTH_0 PRIMARY KEY (OPER_ID)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               ALTER TABLE OPERATOR_AUTH
                   ADD COLUMN IF NOT EXISTS OPER_KIND
                       VARCHAR(1) NOT NULL DEFAULT 'I',
                   ADD COLUMN IF NOT EXISTS OPER_EMP_ID VARCHAR(6)
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
       SET-MONTH-RTN.
      ******************************************************************
      *    対象月の初日と翌月初日。
           IF WS-MONTH-ARG = SPACE
               EXEC SQL
                   SELECT TO_CHAR(DATE_TRUNC('month', CURRENT_DATE)
                              - INTERVAL '1 month', 'YYYY-MM-DD'),
                          TO_CHAR(DATE_TRUNC('month', CURRENT_DATE),
                              'YYYY-MM-DD')
                   INTO :WS-MONTH-FROM, :WS-MONTH-TO
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT TO_CHAR(CAST(:WS-MONTH-ARG || '-01'
                              AS DATE), 'YYYY-MM-DD'),
                          TO_CHAR(CAST(:WS-MONTH-ARG || '-01' AS DATE)
                              + INTERVAL '1 month', 'YYYY-MM-DD')
                   INTO :WS-MONTH-FROM, :WS-MONTH-TO
               END-EXEC
           END-IF.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       READ-MASS-LIMIT-RTN.
      ******************************************************************
      *    大量照会とみなす1日の照会人数をPLM_CONFIGから読む
      *    (未設定は30名)。
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CFG-COUNT
               FROM PLM_CONFIG
               WHERE CONFIG_KEY = 'ACCESS_MASS_LOOKUPS'
                 AND COMPANY_CODE = :WS-COMPANY
                 AND EFFECTIVE_FROM <= CURRENT_DATE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-CFG-COUNT) > 0
               EXEC SQL
                   SELECT LPAD(TRIM(CONFIG_VALUE),4,'0')
                   INTO :WS-MASS-LIMIT
                   FROM PLM_CONFIG
                   WHERE CONFIG_KEY = 'ACCESS_MASS_LOOKUPS'
                     AND COMPANY_CODE = :WS-COMPANY
                     AND EFFECTIVE_FROM <= CURRENT_DATE
                   ORDER BY EFFECTIVE_FROM DESC
                   LIMIT 1
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               IF WS-MASS-LIMIT IS NUMERIC
                   MOVE WS-MASS-LIMIT TO WS-MASS-LIMIT-NUM
               END-IF
           END-IF.
           MOVE WS-MASS-LIMIT-NUM TO WS-MASS-LIMIT.

      ******************************************************************
       CHECK-MASS-LOOKUP-RTN.
      ******************************************************************
      *    社員1名ずつの照会を操作者×日で集計し、照会した社員数が
      *    設定人数以上の日。
           MOVE "MASS-LOOKUP" TO WS-SECTION-NAME.
           PERFORM WRITE-SECTION-HEAD-RTN.
           EXEC SQL
               DECLARE ACM_CURSOR CURSOR FOR
               SELECT L.OPERATOR_ID,
                      TO_CHAR(CAST(L.ACCESS_AT AS DATE),'YYYY-MM-DD'),
                      CAST(COUNT(DISTINCT L.X_EMP_ID) AS VARCHAR(8)),
                      CAST(COUNT(*) AS VARCHAR(8)),
                      CAST(STRING_AGG(DISTINCT L.PROGRAM_NAME, ',')
                           AS VARCHAR(60))
               FROM PL_ACCESS_LOG L
               WHERE L.ACCESS_SCOPE = 'EMP'
                 AND (L.COMPANY_CODE = :WS-COMPANY
                      OR (L.COMPANY_CODE = '**'
                          AND :WS-COMPANY = '01'))
                 AND L.ACCESS_AT >= CAST(:WS-MONTH-FROM AS DATE)
                 AND L.ACCESS_AT < CAST(:WS-MONTH-TO AS DATE)
               GROUP BY L.OPERATOR_ID, CAST(L.ACCESS_AT AS DATE)
               HAVING COUNT(DISTINCT L.X_EMP_ID)
                      >= CAST(:WS-MASS-LIMIT AS INTEGER)
               ORDER BY 1, 2
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN ACM_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH ACM_CURSOR
                   INTO :WS-AC-OPER, :WS-AC-DATE, :WS-AC-EMP-COUNT,
                        :WS-AC-ROW-COUNT, :WS-AC-PROGRAMS
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-MASS-COUNT
                   ADD 1 TO WS-FINDING-COUNT
                   MOVE SPACE TO PRINT-REC
                   STRING "  MASS-LOOKUP  操作者=" WS-AC-OPER
                       " 日付=" WS-AC-DATE
                       " 社員数=" WS-AC-EMP-COUNT
                       " 照会=" WS-AC-ROW-COUNT
                       DELIMITED BY SIZE INTO PRINT-REC
                   WRITE PRINT-REC
                   MOVE SPACE TO PRINT-REC
                   STRING "      PROGRAM=" WS-AC-PROGRAMS
                       DELIMITED BY SIZE INTO PRINT-REC
                   WRITE PRINT-REC
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE ACM_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       CHECK-OUT-OF-DEPT-RTN.
      ******************************************************************
      *    操作者本人の部門と参照先の部門が異なる照会(社員1名・
      *    部門)を操作者×参照先部門で集計する。参照範囲に登録
      *    済みの部門とサービスIDの操作は除く。
           MOVE "OUT-OF-DEPT" TO WS-SECTION-NAME.
           PERFORM WRITE-SECTION-HEAD-RTN.
           EXEC SQL
               DECLARE ACD_CURSOR CURSOR FOR
               SELECT L.OPERATOR_ID, COALESCE(OE.DEPT_CODE,' '),
                      L.X_DEPT_CODE,
                      CAST(COUNT(*) AS VARCHAR(8)),
                      CAST(COUNT(DISTINCT L.X_EMP_ID) AS VARCHAR(8)),
                      TO_CHAR(MIN(L.ACCESS_AT),'YYYY-MM-DD HH24:MI'),
                      TO_CHAR(MAX(L.ACCESS_AT),'YYYY-MM-DD HH24:MI'),
                      CAST(STRING_AGG(DISTINCT L.PROGRAM_NAME, ',')
                           AS VARCHAR(60))
               FROM PL_ACCESS_LOG L
               INNER JOIN OPERATOR_AUTH O
                   ON O.OPER_ID = L.OPERATOR_ID
               INNER JOIN EMP_MASTER OE
                   ON OE.EMP_ID = O.OPER_EMP_ID
               WHERE L.ACCESS_SCOPE IN ('EMP','DEPT')
                 AND L.X_DEPT_CODE IS NOT NULL
                 AND L.X_DEPT_CODE <> COALESCE(OE.DEPT_CODE,' ')
                 AND COALESCE(O.OPER_KIND,'I') <> 'S'
                 AND NOT EXISTS
                     (SELECT 1 FROM OPER_DEPT_SCOPE S
                      WHERE S.OPER_ID = L.OPERATOR_ID
                        AND S.DEPT_CODE = L.X_DEPT_CODE)
                 AND (L.COMPANY_CODE = :WS-COMPANY
                      OR (L.COMPANY_CODE = '**'
                          AND :WS-COMPANY = '01'))
                 AND L.ACCESS_AT >= CAST(:WS-MONTH-FROM AS DATE)
                 AND L.ACCESS_AT < CAST(:WS-MONTH-TO AS DATE)
               GROUP BY L.OPERATOR_ID, OE.DEPT_CODE, L.X_DEPT_CODE
               ORDER BY 1, 3
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN ACD_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH ACD_CURSOR
                   INTO :WS-AC-OPER, :WS-AC-OPER-DEPT, :WS-AC-DEPT,
                        :WS-AC-ROW-COUNT, :WS-AC-EMP-COUNT,
                        :WS-AC-AT, :WS-AC-LAST-AT, :WS-AC-PROGRAMS
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-OUTDEPT-COUNT
                   ADD 1 TO WS-FINDING-COUNT
                   MOVE SPACE TO PRINT-REC
                   STRING "  OUT-OF-DEPT  操作者=" WS-AC-OPER
                       " (部門 " WS-AC-OPER-DEPT ") 参照先部門="
                       WS-AC-DEPT " 照会=" WS-AC-ROW-COUNT
                       " 社員数=" WS-AC-EMP-COUNT
                       DELIMITED BY SIZE INTO PRINT-REC
                   WRITE PRINT-REC
                   MOVE SPACE TO PRINT-REC
                   STRING "      " WS-AC-AT " - " WS-AC-LAST-AT
                       " PROGRAM=" WS-AC-PROGRAMS
                       DELIMITED BY SIZE INTO PRINT-REC
                   WRITE PRINT-REC
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE ACD_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       CHECK-EXECUTIVE-RTN.
      ******************************************************************
      *    役員・最上位部門の長の社員1名の照会。1件ずつ出す。
           MOVE "EXECUTIVE" TO WS-SECTION-NAME.
           PERFORM WRITE-SECTION-HEAD-RTN.
           EXEC SQL
               DECLARE ACX_CURSOR CURSOR FOR
               SELECT L.OPERATOR_ID, L.X_EMP_ID,
                      COALESCE(E.EMP_NAME,' '),
                      CAST(CASE WHEN E.EMPLOYMENT_TYPE = 'OFFICER'
                                THEN 'OFFICER'
                                ELSE 'DEPT-HEAD' END AS VARCHAR(10)),
                      TO_CHAR(L.ACCESS_AT,'YYYY-MM-DD HH24:MI'),
                      L.PROGRAM_NAME,
                      COALESCE(L.ACCESS_DETAIL,' ')
               FROM PL_ACCESS_LOG L
               INNER JOIN EMP_MASTER E
                   ON E.EMP_ID = L.X_EMP_ID
               LEFT JOIN OPERATOR_AUTH O
                   ON O.OPER_ID = L.OPERATOR_ID
               WHERE L.ACCESS_SCOPE = 'EMP'
                 AND (E.EMPLOYMENT_TYPE = 'OFFICER'
                      OR EXISTS
                         (SELECT 1 FROM DEPT_MASTER D
                          WHERE D.MANAGER_EMP_ID = E.EMP_ID
                            AND COALESCE(TRIM(D.PARENT_DEPT),'') = ''
                            AND (D.VALID_TO IS NULL
                                 OR D.VALID_TO >= CURRENT_DATE)))
                 AND COALESCE(O.OPER_EMP_ID,' ') <> L.X_EMP_ID
                 AND (L.COMPANY_CODE = :WS-COMPANY
                      OR (L.COMPANY_CODE = '**'
                          AND :WS-COMPANY = '01'))
                 AND L.ACCESS_AT >= CAST(:WS-MONTH-FROM AS DATE)
                 AND L.ACCESS_AT < CAST(:WS-MONTH-TO AS DATE)
               ORDER BY L.ACCESS_AT, L.ACCESS_ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN ACX_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH ACX_CURSOR
                   INTO :WS-AC-OPER, :WS-AC-EMP, :WS-AC-EMP-NAME,
                        :WS-AC-KIND, :WS-AC-AT, :WS-AC-PROGRAM,
                        :WS-AC-DETAIL
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-EXEC-COUNT
                   ADD 1 TO WS-FINDING-COUNT
                   MOVE SPACE TO PRINT-REC
                   STRING "  EXECUTIVE    操作者=" WS-AC-OPER
                       " 社員=" WS-AC-EMP " " WS-AC-EMP-NAME
                       " " WS-AC-KIND
                       DELIMITED BY SIZE INTO PRINT-REC
                   WRITE PRINT-REC
                   MOVE SPACE TO PRINT-REC
                   STRING "      " WS-AC-AT " " WS-AC-PROGRAM
                       " " WS-AC-DETAIL
                       DELIMITED BY SIZE INTO PRINT-REC
                   WRITE PRINT-REC
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE ACX_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       LIST-POPULATION-RTN.
      ******************************************************************
      *    一覧・抽出など母集団の参照(全社・部門)。点検用に1件
      *    ずつ出す。
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "[母集団の参照] 一覧・抽出 (点検用)"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           EXEC SQL
               DECLARE ACP_CURSOR CURSOR FOR
               SELECT L.OPERATOR_ID,
                      TO_CHAR(L.ACCESS_AT,'YYYY-MM-DD HH24:MI'),
                      L.PROGRAM_NAME, L.ACCESS_SCOPE,
                      COALESCE(L.X_DEPT_CODE,' '),
                      CAST(L.ROW_COUNT AS VARCHAR(8)),
                      COALESCE(L.ACCESS_DETAIL,' ')
               FROM PL_ACCESS_LOG L
               WHERE L.ACCESS_SCOPE IN ('ALL','DEPT')
                 AND (L.COMPANY_CODE = :WS-COMPANY
                      OR (L.COMPANY_CODE = '**'
                          AND :WS-COMPANY = '01'))
                 AND L.ACCESS_AT >= CAST(:WS-MONTH-FROM AS DATE)
                 AND L.ACCESS_AT < CAST(:WS-MONTH-TO AS DATE)
               ORDER BY L.ACCESS_AT, L.ACCESS_ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN ACP_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH ACP_CURSOR
                   INTO :WS-AC-OPER, :WS-AC-AT, :WS-AC-PROGRAM,
                        :WS-AC-SCOPE, :WS-AC-DEPT, :WS-AC-ROW-COUNT,
                        :WS-AC-DETAIL
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-POPULATION-COUNT
                   MOVE SPACE TO PRINT-REC
                   STRING "  " WS-AC-AT " " WS-AC-OPER " "
                       WS-AC-PROGRAM " " WS-AC-SCOPE " "
                       WS-AC-DEPT " 件数=" WS-AC-ROW-COUNT
                       DELIMITED BY SIZE INTO PRINT-REC
                   WRITE PRINT-REC
                   MOVE SPACE TO PRINT-REC
                   STRING "      " WS-AC-DETAIL
                       DELIMITED BY SIZE INTO PRINT-REC
                   WRITE PRINT-REC
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE ACP_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       LIST-OPERATOR-TOTALS-RTN.
      ******************************************************************
      *    操作者別の参照件数と照会した社員数。
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "[操作者別の参照件数]"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           EXEC SQL
               DECLARE ACT_CURSOR CURSOR FOR
               SELECT L.OPERATOR_ID,
                      CAST(COUNT(*) AS VARCHAR(8)),
                      CAST(COUNT(DISTINCT L.X_EMP_ID) AS VARCHAR(8)),
                      CAST(STRING_AGG(DISTINCT L.PROGRAM_NAME, ',')
                           AS VARCHAR(60))
               FROM PL_ACCESS_LOG L
               WHERE (L.COMPANY_CODE = :WS-COMPANY
                      OR (L.COMPANY_CODE = '**'
                          AND :WS-COMPANY = '01'))
                 AND L.ACCESS_AT >= CAST(:WS-MONTH-FROM AS DATE)
                 AND L.ACCESS_AT < CAST(:WS-MONTH-TO AS DATE)
               GROUP BY L.OPERATOR_ID
               ORDER BY 1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN ACT_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH ACT_CURSOR
                   INTO :WS-AC-OPER, :WS-AC-ROW-COUNT,
                        :WS-AC-EMP-COUNT, :WS-AC-PROGRAMS
               END-EXEC
               IF SQLCODE = 0
                   ADD FUNCTION NUMVAL(WS-AC-ROW-COUNT)
                       TO WS-ACCESS-TOTAL
                   MOVE SPACE TO PRINT-REC
                   STRING "  " WS-AC-OPER " 参照=" WS-AC-ROW-COUNT
                       " 社員数=" WS-AC-EMP-COUNT
                       " " WS-AC-PROGRAMS
                       DELIMITED BY SIZE INTO PRINT-REC
                   WRITE PRINT-REC
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE ACT_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       LIST-UNMAPPED-RTN.
      ******************************************************************
      *    対象月に照会したが社員IDを持たない対話の操作者(サービス
      *    IDは除く)。部門外参照の点検対象外。
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "[社員ID未登録の操作者] "
               "部門外参照の点検対象外"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           EXEC SQL
               DECLARE ACN_CURSOR CURSOR FOR
               SELECT DISTINCT L.OPERATOR_ID
               FROM PL_ACCESS_LOG L
               LEFT JOIN OPERATOR_AUTH O
                   ON O.OPER_ID = L.OPERATOR_ID
               WHERE O.OPER_EMP_ID IS NULL
                 AND COALESCE(O.OPER_KIND,'I') <> 'S'
                 AND L.ACCESS_SCOPE IN ('EMP','DEPT')
                 AND (L.COMPANY_CODE = :WS-COMPANY
                      OR (L.COMPANY_CODE = '**'
                          AND :WS-COMPANY = '01'))
                 AND L.ACCESS_AT >= CAST(:WS-MONTH-FROM AS DATE)
                 AND L.ACCESS_AT < CAST(:WS-MONTH-TO AS DATE)
               ORDER BY 1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN ACN_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH ACN_CURSOR
                   INTO :WS-AC-OPER
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-UNMAPPED-COUNT
                   MOVE SPACE TO PRINT-REC
                   STRING "  " WS-AC-OPER
                       DELIMITED BY SIZE INTO PRINT-REC
                   WRITE PRINT-REC
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE ACN_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       WRITE-SECTION-HEAD-RTN.
      ******************************************************************
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "[" WS-SECTION-NAME "]"
               DELIMITED BY "  " INTO PRINT-REC.
           WRITE PRINT-REC.

      ******************************************************************
       WRITE-SUMMARY-RTN.
      ******************************************************************
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "点検対象 " WS-FINDING-COUNT
               " (MASS-LOOKUP " WS-MASS-COUNT
               " OUT-OF-DEPT " WS-OUTDEPT-COUNT
               " EXECUTIVE " WS-EXEC-COUNT ")"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "参照記録 " WS-ACCESS-TOTAL
               "  母集団の参照 " WS-POPULATION-COUNT
               "  大量照会の基準 " WS-MASS-LIMIT-NUM " 名/日"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

      ******************************************************************
       WRITE-FINDING-LOG-RTN.
      ******************************************************************
           ACCEPT WS-ERR-TIMESTAMP FROM DATE YYYYMMDD.
           MOVE SPACE TO ERROR-LOG-REC.
           STRING WS-ERR-TIMESTAMP "  " WS-ERR-PROGRAM-NAME
               "  ACCESS-REVIEW MONTH=" WS-MONTH-FROM(1:7)
               " CO=" WS-COMPANY " FINDINGS=" WS-FINDING-COUNT
               DELIMITED BY SIZE INTO ERROR-LOG-REC.
           OPEN EXTEND ERROR-LOG-FILE.
           WRITE ERROR-LOG-REC.
           CLOSE ERROR-LOG-FILE.

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
