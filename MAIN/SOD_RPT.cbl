      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 SOD_RPT.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    職務分掌(SoD)違反の月次レポート。対象月(起動引数
      *    YYYY-MM、省略時は前月)の操作記録を突き合わせ、次の違反を
      *    根拠の行とともにSODRPTへ出力する。
      *      SELF-APPROVE  本人の有給申請(PL_REQUEST)を本人が承認・
      *                    却下した(PL_REQ_APPROVAL、段階別の記録が
      *                    無い判断はPL_REQUESTのRQ_APPROVER)
      *      SELF-CORRECT  本人の社員IDの行を本人が更新した
      *                    (PL_AUDIT)、または本人の履歴の訂正を本人が
      *                    起票した(PL_CORRECT_PEND)
      *      COLLUSION     2人の操作者が互いの訂正をリリースし合った
      *                    (対象月のリリースと、対象月を含む直近3か月
      *                    の逆向きのリリースの組。組ごとに期間内の
      *                    保留訂正をすべて根拠として出す)
      *      AUTH-USE      OPER_MAINTで権限レベルを引き上げられた
      *                    操作者が、同じ日のうちに操作した(PL_AUDIT・
      *                    PL_REQ_APPROVAL・訂正のリリース)
      *    操作者と社員の対応はOPERATOR_AUTHのOPER_EMP_ID
      *    (OPER_MAINTで登録)による。社員IDを持たない対話の
      *    操作者で対象月に操作したものは、SELF-APPROVE・
      *    SELF-CORRECTを点検できないため一覧に出す(違反には
      *    数えない)。
      *    会社別に実行する(PLM_COMPANY)。社員に結び付く違反は
      *    その社員の会社、操作者どうしの違反は操作者の社員の会社
      *    (社員IDの無い操作者は01)で出力する。
      *    違反があればERRLOGへ件数を記録して終了コード4で終わる。
      *    NIGHTLY_RUNの月次ステップとして実行する。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO "SODRPT"
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
               "SOD_RPT".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.

      *    違反の種類別件数。
           01  WS-SELF-APPR-COUNT      PIC 9(6) VALUE 0.
           01  WS-SELF-CORR-COUNT      PIC 9(6) VALUE 0.
           01  WS-COLLUSION-COUNT      PIC 9(6) VALUE 0.
           01  WS-AUTH-USE-COUNT       PIC 9(6) VALUE 0.
           01  WS-VIOLATION-COUNT      PIC 9(6) VALUE 0.
           01  WS-UNMAPPED-COUNT       PIC 9(6) VALUE 0.
           01  WS-PREV-PAIR            PIC X(20) VALUE SPACE.
           01  WS-CUR-PAIR             PIC X(20).
           01  WS-VIOLATION-KIND       PIC X(12).

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           01  PASSWD                  PIC  X(10) VALUE SPACE.
           01  WS-COMPANY              PIC  X(2) VALUE "01".
           01  WS-MONTH-ARG            PIC  X(7) VALUE SPACE.
           01  WS-MONTH-FROM           PIC  X(10).
           01  WS-MONTH-TO             PIC  X(10).
           01  WS-LOOKBACK-FROM        PIC  X(10).
           01  WS-SD-OPER              PIC  X(10).
           01  WS-SD-OPER2             PIC  X(10).
           01  WS-SD-EMP               PIC  X(10).
           01  WS-SD-EVID1             PIC  X(90).
           01  WS-SD-EVID2             PIC  X(90).
           01  WS-SD-EVID3             PIC  X(90).
           01  WS-CHG-AT               PIC  X(26).
           01  WS-USE-COUNT            PIC  X(8).
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** SOD_RPT STARTED ***".

           ACCEPT WS-MONTH-ARG FROM COMMAND-LINE.
           ACCEPT WS-COMPANY FROM ENVIRONMENT "PLM_COMPANY".
           IF WS-COMPANY = SPACE
               MOVE "01" TO WS-COMPANY
           END-IF.

           PERFORM CONNECT-TO-DATABASE.
           PERFORM ENSURE-TABLES-RTN.
           PERFORM SET-MONTH-RTN.

           OPEN OUTPUT PRINT-FILE.
           MOVE SPACE TO PRINT-REC.
           STRING "職務分掌違反レポート  対象月 "
               WS-MONTH-FROM(1:7) "  会社 " WS-COMPANY
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

           PERFORM CHECK-SELF-APPROVE-RTN.
           PERFORM CHECK-SELF-CORRECT-RTN.
           PERFORM CHECK-COLLUSION-RTN.
           PERFORM CHECK-AUTH-USE-RTN.
           IF WS-COMPANY = "01"
               PERFORM LIST-UNMAPPED-RTN
           END-IF.
           PERFORM WRITE-SUMMARY-RTN.
           CLOSE PRINT-FILE.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "対象月           : " WS-MONTH-FROM(1:7).
           DISPLAY "本人申請の承認   : " WS-SELF-APPR-COUNT.
           DISPLAY "本人記録の更新   : " WS-SELF-CORR-COUNT.
           DISPLAY "相互リリース     : " WS-COLLUSION-COUNT.
           DISPLAY "権限変更後の使用 : " WS-AUTH-USE-COUNT.
           DISPLAY "社員ID未登録     : " WS-UNMAPPED-COUNT.
           IF WS-VIOLATION-COUNT > 0
               PERFORM WRITE-SOD-LOG-RTN
               DISPLAY "*** 職務分掌違反 " WS-VIOLATION-COUNT
                   " 件 ***"
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "*** SOD_RPT FINISHED ***".
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
      *    操作者と社員の対応の列。
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
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS PL_CORRECT_PEND
               (
                   PEND_ID          NUMERIC(8) NOT NULL,
                   ORIG_HISTORY_ID  VARCHAR(8) NOT NULL,
                   PEND_REASON      VARCHAR(40),
                   MAKER_ID         VARCHAR(10) NOT NULL,
                   PEND_STATUS      VARCHAR(10) NOT NULL
                                     DEFAULT 'PENDING',
                   PEND_CREATED_AT  TIMESTAMP NOT NULL
                                     DEFAULT CURRENT_TIMESTAMP,
                   RELEASED_BY      VARCHAR(10),
                   RELEASED_AT      TIMESTAMP,
                   CONSTRAINT PCP_0 PRIMARY KEY (PEND_ID)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       SET-MONTH-RTN.
      ******************************************************************
      *    対象月の初日・翌月初日と、相互リリースを探す期間の初日
      *    (対象月を含む3か月)。
           IF WS-MONTH-ARG = SPACE
               EXEC SQL
                   SELECT TO_CHAR(DATE_TRUNC('month', CURRENT_DATE)
                              - INTERVAL '1 month', 'YYYY-MM-DD'),
                          TO_CHAR(DATE_TRUNC('month', CURRENT_DATE),
                              'YYYY-MM-DD'),
                          TO_CHAR(DATE_TRUNC('month', CURRENT_DATE)
                              - INTERVAL '3 months', 'YYYY-MM-DD')
                   INTO :WS-MONTH-FROM, :WS-MONTH-TO,
                        :WS-LOOKBACK-FROM
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT TO_CHAR(CAST(:WS-MONTH-ARG || '-01'
                              AS DATE), 'YYYY-MM-DD'),
                          TO_CHAR(CAST(:WS-MONTH-ARG || '-01' AS DATE)
                              + INTERVAL '1 month', 'YYYY-MM-DD'),
                          TO_CHAR(CAST(:WS-MONTH-ARG || '-01' AS DATE)
                              - INTERVAL '2 months', 'YYYY-MM-DD')
                   INTO :WS-MONTH-FROM, :WS-MONTH-TO,
                        :WS-LOOKBACK-FROM
               END-EXEC
           END-IF.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       CHECK-SELF-APPROVE-RTN.
      ******************************************************************
      *    本人の申請への判断。段階別の記録を優先し、同じ承認者の
      *    段階別記録が無い判断(時季変更など)はPL_REQUESTの
      *    RQ_APPROVERで拾う。
           MOVE "SELF-APPROVE" TO WS-VIOLATION-KIND.
           PERFORM WRITE-SECTION-HEAD-RTN.
           EXEC SQL
               DECLARE SDA_CURSOR CURSOR FOR
               SELECT AP.AP_APPROVER, O.OPER_EMP_ID,
                      CAST('PL_REQ_APPROVAL REQ=' || AP.AP_REQUEST_ID
                           || ' LV=' || CAST(AP.AP_LEVEL AS VARCHAR)
                           || ' ' || AP.AP_DECISION || ' '
                           || TO_CHAR(AP.AP_DECIDED_AT,
                                      'YYYY-MM-DD HH24:MI')
                           AS VARCHAR(90)),
                      CAST('PL_REQUEST REQ=' || R.REQUEST_ID
                           || ' EMP=' || R.RQ_EMP_ID || ' USE='
                           || TO_CHAR(R.RQ_USE_DATE, 'YYYY-MM-DD')
                           || ' ' || R.RQ_STATUS
                           AS VARCHAR(90))
               FROM PL_REQ_APPROVAL AP, PL_REQUEST R,
                    OPERATOR_AUTH O, EMP_MASTER E
               WHERE R.REQUEST_ID = AP.AP_REQUEST_ID
                 AND O.OPER_ID = AP.AP_APPROVER
                 AND O.OPER_EMP_ID = R.RQ_EMP_ID
                 AND E.EMP_ID = R.RQ_EMP_ID
                 AND E.COMPANY_CODE = :WS-COMPANY
                 AND AP.AP_DECIDED_AT >= CAST(:WS-MONTH-FROM AS DATE)
                 AND AP.AP_DECIDED_AT < CAST(:WS-MONTH-TO AS DATE)
               UNION ALL
               SELECT R.RQ_APPROVER, O.OPER_EMP_ID,
                      CAST('PL_REQUEST REQ=' || R.REQUEST_ID
                           || ' DECIDED BY ' || R.RQ_APPROVER || ' '
                           || TO_CHAR(R.RQ_DECIDED_AT,
                                      'YYYY-MM-DD HH24:MI')
                           AS VARCHAR(90)),
                      CAST('PL_REQUEST REQ=' || R.REQUEST_ID
                           || ' EMP=' || R.RQ_EMP_ID || ' USE='
                           || TO_CHAR(R.RQ_USE_DATE, 'YYYY-MM-DD')
                           || ' ' || R.RQ_STATUS
                           AS VARCHAR(90))
               FROM PL_REQUEST R, OPERATOR_AUTH O, EMP_MASTER E
               WHERE O.OPER_ID = R.RQ_APPROVER
                 AND O.OPER_EMP_ID = R.RQ_EMP_ID
                 AND E.EMP_ID = R.RQ_EMP_ID
                 AND E.COMPANY_CODE = :WS-COMPANY
                 AND R.RQ_DECIDED_AT >= CAST(:WS-MONTH-FROM AS DATE)
                 AND R.RQ_DECIDED_AT < CAST(:WS-MONTH-TO AS DATE)
                 AND NOT EXISTS
                     (SELECT 1 FROM PL_REQ_APPROVAL X
                      WHERE X.AP_REQUEST_ID = R.REQUEST_ID
                        AND X.AP_APPROVER = R.RQ_APPROVER)
               ORDER BY 1, 3
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN SDA_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH SDA_CURSOR
                   INTO :WS-SD-OPER, :WS-SD-EMP,
                        :WS-SD-EVID1, :WS-SD-EVID2
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-SELF-APPR-COUNT
                   PERFORM WRITE-VIOLATION-RTN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE SDA_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       CHECK-SELF-CORRECT-RTN.
      ******************************************************************
      *    本人の社員IDの行への更新(PL_AUDIT。リリースで適用された
      *    訂正もここに出る)と、本人の履歴の訂正の起票。
           MOVE "SELF-CORRECT" TO WS-VIOLATION-KIND.
           PERFORM WRITE-SECTION-HEAD-RTN.
           EXEC SQL
               DECLARE SDC_CURSOR CURSOR FOR
               SELECT A.OPERATOR_ID, O.OPER_EMP_ID,
                      CAST('PL_AUDIT ID='
                           || CAST(A.AUDIT_ID AS VARCHAR) || ' '
                           || A.PROGRAM_NAME || ' '
                           || TO_CHAR(A.AUDIT_AT,
                                      'YYYY-MM-DD HH24:MI')
                           || ' EMP=' || A.A_EMP_ID || ' HIST='
                           || COALESCE(A.A_HISTORY_ID, '-')
                           AS VARCHAR(90)),
                      CAST(COALESCE(TRIM(A.OLD_VALUE), '') || ' -> '
                           || COALESCE(TRIM(A.NEW_VALUE), '')
                           AS VARCHAR(90))
               FROM PL_AUDIT A, OPERATOR_AUTH O, EMP_MASTER E
               WHERE O.OPER_ID = A.OPERATOR_ID
                 AND O.OPER_EMP_ID = A.A_EMP_ID
                 AND E.EMP_ID = A.A_EMP_ID
                 AND E.COMPANY_CODE = :WS-COMPANY
                 AND A.AUDIT_AT >= CAST(:WS-MONTH-FROM AS DATE)
                 AND A.AUDIT_AT < CAST(:WS-MONTH-TO AS DATE)
               UNION ALL
               SELECT P.MAKER_ID, O.OPER_EMP_ID,
                      CAST('PL_CORRECT_PEND PEND='
                           || CAST(P.PEND_ID AS VARCHAR)
                           || ' MAKER=' || P.MAKER_ID || ' REL='
                           || COALESCE(P.RELEASED_BY, '-') || ' '
                           || P.PEND_STATUS || ' '
                           || TO_CHAR(P.PEND_CREATED_AT,
                                      'YYYY-MM-DD HH24:MI')
                           AS VARCHAR(90)),
                      CAST('PL_HISTORY HIST=' || H.HISTORY_ID
                           || ' LOT=' || H.H_BALANCE_ID
                           || ' EMP=' || B.B_EMP_ID || ' '
                           || TO_CHAR(H.ACQ_DATE, 'YYYY-MM-DD')
                           AS VARCHAR(90))
               FROM PL_CORRECT_PEND P, PL_HISTORY H, PL_BALANCE B,
                    OPERATOR_AUTH O, EMP_MASTER E
               WHERE H.HISTORY_ID = P.ORIG_HISTORY_ID
                 AND B.BALANCE_ID = H.H_BALANCE_ID
                 AND O.OPER_ID = P.MAKER_ID
                 AND O.OPER_EMP_ID = B.B_EMP_ID
                 AND E.EMP_ID = B.B_EMP_ID
                 AND E.COMPANY_CODE = :WS-COMPANY
                 AND P.PEND_CREATED_AT >= CAST(:WS-MONTH-FROM AS DATE)
                 AND P.PEND_CREATED_AT < CAST(:WS-MONTH-TO AS DATE)
               ORDER BY 1, 3
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN SDC_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH SDC_CURSOR
                   INTO :WS-SD-OPER, :WS-SD-EMP,
                        :WS-SD-EVID1, :WS-SD-EVID2
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-SELF-CORR-COUNT
                   PERFORM WRITE-VIOLATION-RTN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE SDC_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       CHECK-COLLUSION-RTN.
      ******************************************************************
      *    対象月にAのリリースしたBの訂正があり、直近3か月にBの
      *    リリースしたAの訂正がある組(A,B)。組を1件の違反とし、
      *    期間内の2人の間の保留訂正をすべて根拠として出す。
           MOVE "COLLUSION" TO WS-VIOLATION-KIND.
           PERFORM WRITE-SECTION-HEAD-RTN.
           MOVE SPACE TO WS-PREV-PAIR.
           EXEC SQL
               DECLARE SDP_CURSOR CURSOR FOR
               SELECT PR.OP1, PR.OP2,
                      CAST('PL_CORRECT_PEND PEND='
                           || CAST(X.PEND_ID AS VARCHAR)
                           || ' MAKER=' || X.MAKER_ID
                           || ' REL=' || X.RELEASED_BY || ' '
                           || TO_CHAR(X.RELEASED_AT,
                                      'YYYY-MM-DD HH24:MI')
                           AS VARCHAR(90)),
                      CAST('  HIST=' || X.ORIG_HISTORY_ID || ' '
                           || COALESCE(X.PEND_REASON, '')
                           AS VARCHAR(90))
               FROM (SELECT DISTINCT
                            LEAST(A.MAKER_ID, A.RELEASED_BY) AS OP1,
                            GREATEST(A.MAKER_ID, A.RELEASED_BY)
                                AS OP2
                     FROM PL_CORRECT_PEND A, PL_CORRECT_PEND B
                     WHERE A.RELEASED_AT
                               >= CAST(:WS-MONTH-FROM AS DATE)
                       AND A.RELEASED_AT
                               < CAST(:WS-MONTH-TO AS DATE)
                       AND B.MAKER_ID = A.RELEASED_BY
                       AND B.RELEASED_BY = A.MAKER_ID
                       AND B.RELEASED_AT
                               >= CAST(:WS-LOOKBACK-FROM AS DATE)
                       AND B.RELEASED_AT
                               < CAST(:WS-MONTH-TO AS DATE)) PR,
                    PL_CORRECT_PEND X
               WHERE ((X.MAKER_ID = PR.OP1
                       AND X.RELEASED_BY = PR.OP2)
                   OR (X.MAKER_ID = PR.OP2
                       AND X.RELEASED_BY = PR.OP1))
                 AND X.RELEASED_AT >= CAST(:WS-LOOKBACK-FROM AS DATE)
                 AND X.RELEASED_AT < CAST(:WS-MONTH-TO AS DATE)
                 AND COALESCE(
                         (SELECT E.COMPANY_CODE
                          FROM OPERATOR_AUTH O, EMP_MASTER E
                          WHERE O.OPER_ID = PR.OP1
                            AND E.EMP_ID = O.OPER_EMP_ID), '01')
                     = :WS-COMPANY
               ORDER BY 1, 2, X.RELEASED_AT
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN SDP_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH SDP_CURSOR
                   INTO :WS-SD-OPER, :WS-SD-OPER2,
                        :WS-SD-EVID1, :WS-SD-EVID2
               END-EXEC
               IF SQLCODE = 0
                   PERFORM WRITE-COLLUSION-RTN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE SDP_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       WRITE-COLLUSION-RTN.
      ******************************************************************
      *    組が変わったところで見出しを出し、根拠の行を続ける。
           MOVE SPACE TO WS-CUR-PAIR.
           STRING WS-SD-OPER WS-SD-OPER2
               DELIMITED BY SIZE INTO WS-CUR-PAIR.
           IF WS-CUR-PAIR NOT = WS-PREV-PAIR
               MOVE WS-CUR-PAIR TO WS-PREV-PAIR
               ADD 1 TO WS-COLLUSION-COUNT
               ADD 1 TO WS-VIOLATION-COUNT
               MOVE SPACE TO PRINT-REC
               STRING "  COLLUSION    操作者=" WS-SD-OPER
                   " / " WS-SD-OPER2
                   DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
           END-IF.
           MOVE SPACE TO PRINT-REC.
           STRING "      " WS-SD-EVID1
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "      " WS-SD-EVID2
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

      ******************************************************************
       CHECK-AUTH-USE-RTN.
      ******************************************************************
      *    OPER_MAINTの登録・変更の記録(NEW_VALUEは
      *    "OPER 操作者ID LV=n KIND=k EMP=社員ID"、20桁目が権限
      *    レベル)のうち、レベルを引き上げたもの。
           MOVE "AUTH-USE" TO WS-VIOLATION-KIND.
           PERFORM WRITE-SECTION-HEAD-RTN.
           EXEC SQL
               DECLARE SDU_CURSOR CURSOR FOR
               SELECT TRIM(SUBSTR(C.NEW_VALUE, 6, 10)),
                      C.OPERATOR_ID,
                      TO_CHAR(C.AUDIT_AT,
                              'YYYY-MM-DD HH24:MI:SS.US'),
                      CAST('PL_AUDIT ID='
                           || CAST(C.AUDIT_ID AS VARCHAR)
                           || ' OPER_MAINT BY ' || C.OPERATOR_ID
                           || ' ' || TO_CHAR(C.AUDIT_AT,
                                             'YYYY-MM-DD HH24:MI')
                           AS VARCHAR(90)),
                      CAST('  ' || COALESCE(TRIM(C.OLD_VALUE), '')
                           || ' -> ' || TRIM(C.NEW_VALUE)
                           AS VARCHAR(90))
               FROM PL_AUDIT C
               WHERE C.PROGRAM_NAME = 'OPER_MAINT'
                 AND C.NEW_VALUE LIKE 'OPER % LV=%'
                 AND C.AUDIT_AT >= CAST(:WS-MONTH-FROM AS DATE)
                 AND C.AUDIT_AT < CAST(:WS-MONTH-TO AS DATE)
                 AND SUBSTR(C.NEW_VALUE, 20, 1) >
                     CASE WHEN TRIM(COALESCE(C.OLD_VALUE, '')) = ''
                          THEN '0'
                          ELSE SUBSTR(C.OLD_VALUE, 20, 1) END
                 AND COALESCE(
                         (SELECT E.COMPANY_CODE
                          FROM OPERATOR_AUTH O, EMP_MASTER E
                          WHERE O.OPER_ID =
                                    TRIM(SUBSTR(C.NEW_VALUE, 6, 10))
                            AND E.EMP_ID = O.OPER_EMP_ID), '01')
                     = :WS-COMPANY
               ORDER BY C.AUDIT_AT
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN SDU_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH SDU_CURSOR
                   INTO :WS-SD-OPER, :WS-SD-OPER2, :WS-CHG-AT,
                        :WS-SD-EVID1, :WS-SD-EVID2
               END-EXEC
               IF SQLCODE = 0
                   PERFORM CHECK-SAME-DAY-USE-RTN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE SDU_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       CHECK-SAME-DAY-USE-RTN.
      ******************************************************************
      *    引き上げ後、その日のうちに対象の操作者が行った操作の
      *    件数と最初の1件。
           EXEC SQL
               SELECT CAST(COUNT(*) AS VARCHAR),
                      CAST(COALESCE(MIN(U.TXT), ' ') AS VARCHAR(90))
               INTO :WS-USE-COUNT, :WS-SD-EVID3
               FROM (SELECT A.OPERATOR_ID AS OP, A.AUDIT_AT AS AT,
                            TO_CHAR(A.AUDIT_AT, 'HH24:MI:SS')
                            || ' PL_AUDIT ID='
                            || CAST(A.AUDIT_ID AS VARCHAR) || ' '
                            || A.PROGRAM_NAME AS TXT
                     FROM PL_AUDIT A
                     UNION ALL
                     SELECT P.AP_APPROVER, P.AP_DECIDED_AT,
                            TO_CHAR(P.AP_DECIDED_AT, 'HH24:MI:SS')
                            || ' PL_REQ_APPROVAL REQ='
                            || P.AP_REQUEST_ID || ' '
                            || P.AP_DECISION
                     FROM PL_REQ_APPROVAL P
                     UNION ALL
                     SELECT Q.RELEASED_BY, Q.RELEASED_AT,
                            TO_CHAR(Q.RELEASED_AT, 'HH24:MI:SS')
                            || ' PL_CORRECT_PEND PEND='
                            || CAST(Q.PEND_ID AS VARCHAR)
                            || ' RELEASE'
                     FROM PL_CORRECT_PEND Q
                     WHERE Q.RELEASED_BY IS NOT NULL) U
               WHERE U.OP = :WS-SD-OPER
                 AND U.AT > CAST(:WS-CHG-AT AS TIMESTAMP)
                 AND U.AT < CAST(SUBSTR(:WS-CHG-AT, 1, 10) AS DATE)
                            + INTERVAL '1 day'
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF FUNCTION NUMVAL(WS-USE-COUNT) > 0
               ADD 1 TO WS-AUTH-USE-COUNT
               ADD 1 TO WS-VIOLATION-COUNT
               MOVE SPACE TO PRINT-REC
               IF WS-SD-OPER = WS-SD-OPER2
                   STRING "  AUTH-USE     操作者=" WS-SD-OPER
                       " 変更者=" WS-SD-OPER2 " (本人)"
                       DELIMITED BY SIZE INTO PRINT-REC
               ELSE
                   STRING "  AUTH-USE     操作者=" WS-SD-OPER
                       " 変更者=" WS-SD-OPER2
                       DELIMITED BY SIZE INTO PRINT-REC
               END-IF
               WRITE PRINT-REC
               MOVE SPACE TO PRINT-REC
               STRING "      " WS-SD-EVID1
                   DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
               MOVE SPACE TO PRINT-REC
               STRING "      " WS-SD-EVID2
                   DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
               MOVE SPACE TO PRINT-REC
               STRING "      当日の操作 " WS-USE-COUNT
                   " 件 最初=" WS-SD-EVID3
                   DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
           END-IF.

      ******************************************************************
       LIST-UNMAPPED-RTN.
      ******************************************************************
      *    対象月に操作したが社員IDを持たない対話の操作者(サービス
      *    IDは除く)。
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "[社員ID未登録の操作者] "
               "本人申請・本人記録の点検対象外"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           EXEC SQL
               DECLARE SDN_CURSOR CURSOR FOR
               SELECT U.OP
               FROM (SELECT A.OPERATOR_ID AS OP
                     FROM PL_AUDIT A
                     WHERE A.AUDIT_AT >= CAST(:WS-MONTH-FROM AS DATE)
                       AND A.AUDIT_AT < CAST(:WS-MONTH-TO AS DATE)
                     UNION
                     SELECT P.AP_APPROVER
                     FROM PL_REQ_APPROVAL P
                     WHERE P.AP_DECIDED_AT
                               >= CAST(:WS-MONTH-FROM AS DATE)
                       AND P.AP_DECIDED_AT
                               < CAST(:WS-MONTH-TO AS DATE)
                     UNION
                     SELECT Q.MAKER_ID
                     FROM PL_CORRECT_PEND Q
                     WHERE Q.PEND_CREATED_AT
                               >= CAST(:WS-MONTH-FROM AS DATE)
                       AND Q.PEND_CREATED_AT
                               < CAST(:WS-MONTH-TO AS DATE)
                     UNION
                     SELECT Q.RELEASED_BY
                     FROM PL_CORRECT_PEND Q
                     WHERE Q.RELEASED_AT
                               >= CAST(:WS-MONTH-FROM AS DATE)
                       AND Q.RELEASED_AT
                               < CAST(:WS-MONTH-TO AS DATE)) U
               LEFT JOIN OPERATOR_AUTH O ON O.OPER_ID = U.OP
               WHERE O.OPER_EMP_ID IS NULL
                 AND COALESCE(O.OPER_KIND, 'I') <> 'S'
               ORDER BY 1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN SDN_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH SDN_CURSOR
                   INTO :WS-SD-OPER
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-UNMAPPED-COUNT
                   MOVE SPACE TO PRINT-REC
                   STRING "  " WS-SD-OPER
                       DELIMITED BY SIZE INTO PRINT-REC
                   WRITE PRINT-REC
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE SDN_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       WRITE-SECTION-HEAD-RTN.
      ******************************************************************
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "[" WS-VIOLATION-KIND "]"
               DELIMITED BY "  " INTO PRINT-REC.
           WRITE PRINT-REC.

      ******************************************************************
       WRITE-VIOLATION-RTN.
      ******************************************************************
      *    1件の違反(操作者・社員と根拠の2行)。
           ADD 1 TO WS-VIOLATION-COUNT.
           MOVE SPACE TO PRINT-REC.
           STRING "  " WS-VIOLATION-KIND " 操作者=" WS-SD-OPER
               " 社員=" WS-SD-EMP
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "      " WS-SD-EVID1
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "      " WS-SD-EVID2
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

      ******************************************************************
       WRITE-SUMMARY-RTN.
      ******************************************************************
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "違反件数 " WS-VIOLATION-COUNT
               " (SELF-APPROVE " WS-SELF-APPR-COUNT
               " SELF-CORRECT " WS-SELF-CORR-COUNT
               " COLLUSION " WS-COLLUSION-COUNT
               " AUTH-USE " WS-AUTH-USE-COUNT ")"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

      ******************************************************************
       WRITE-SOD-LOG-RTN.
      ******************************************************************
      *    違反の件数をERRLOGへ残す。
           ACCEPT WS-ERR-TIMESTAMP FROM DATE YYYYMMDD.
           MOVE SPACE TO ERROR-LOG-REC.
           STRING WS-ERR-TIMESTAMP "  " WS-ERR-PROGRAM-NAME
               "  SOD-VIOLATION MONTH=" WS-MONTH-FROM(1:7)
               " COUNT=" WS-VIOLATION-COUNT
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
