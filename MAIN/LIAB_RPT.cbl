      *          読み、EMP_MASTERのDAILY_WAGEを更新する
      *      R = 評価レポートを作成する(既定)。部門別小計と全社
      *          合計、前回実行との比較を表示し、結果をLIAB_RUNへ
      *          記録して次回の比較に使う。部門小計には部門名を付け、
      *          部門階層の最上位(事業部)単位の小計も出す。
      *          前回実行以降の会社間異動(CO_TRANSFER)があれば、
      *          転出・転入・買取りの内訳も表示する
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       WORKING-STORAGE             SECTION.
           01  WS-ERR-PROGRAM-NAME     PIC X(12) VALUE
               "LIAB_RPT".
           01  WS-OPERATOR-ID          PIC X(10) VALUE "UNKNOWN".
           01  WS-SIGNON-SW            PIC X(1) VALUE "N".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-PRIOR-AMOUNT-NUM     PIC S9(13) VALUE 0.
           01  WS-DELTA-AMOUNT-NUM     PIC S9(13) VALUE 0.
           01  WS-CURR-DEPT            PIC  X(6) VALUE SPACE.
           01  WS-CURR-DEPT-NAME       PIC  X(40) VALUE SPACE.
           01  WS-DIV-AMOUNT-NUM       PIC S9(13) VALUE 0.
           01  WS-CURR-DIV             PIC  X(6) VALUE SPACE.
           01  WS-CURR-DIV-NAME        PIC  X(40) VALUE SPACE.
           01  WS-FIRST-ROW-SW         PIC  X(1) VALUE "Y".
               88  WS-FIRST-ROW            VALUE "Y".
      *    会社間異動の内訳用。
           01  WS-XF-AMOUNT-NUM        PIC  9(12) VALUE 0.
           01  WS-XF-OUT-NUM           PIC S9(13) VALUE 0.
           01  WS-XF-IN-NUM            PIC S9(13) VALUE 0.
           01  WS-XF-BUY-NUM           PIC S9(13) VALUE 0.
           01  WS-XF-NET-NUM           PIC S9(13) VALUE 0.
           01  WS-XF-ROWS              PIC  9(6) VALUE 0.
           01  WS-XF-DIR               PIC  X(6).
      *    参照記録(PL_ACCESS_LOG)に残す評価対象の社員数。
           01  WS-LIAB-EMP-COUNT       PIC  9(8) VALUE 0.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
      *    抽出が前回比の部門別増減を計算できるようにする。
           01  WS-RUN-AT               PIC  X(19).
           01  WS-DEPT-AMT-DB          PIC S9(13).
           01  WS-DEPT-NAME            PIC  X(40).
           01  WS-DIV-CODE             PIC  X(6).
           01  WS-DIV-NAME             PIC  X(40).
      *    会社間異動(EMP_XFER)の1行分と、前回評価時刻。
           01  WS-PRIOR-RUN-AT         PIC  X(19).
           01  WS-XF-EMP-ID            PIC  X(6).
           01  WS-XF-EFF-DATE          PIC  X(10).
           01  WS-XF-FROM              PIC  X(2).
           01  WS-XF-TO                PIC  X(2).
           01  WS-XF-POLICY            PIC  X(8).
           01  WS-XF-DAYS              PIC  X(8).
           01  WS-XF-AMOUNT            PIC  X(12).
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY ACCLOGREC.

           01  WS-CMD-RUN-MODE          PIC X(01) VALUE SPACE.

               MOVE WS-CMD-RUN-MODE TO WS-RUN-MODE
           END-IF.

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
           PERFORM CREATE-RUN-TABLE-RTN.
           PERFORM ENSURE-DEPT-MASTER-RTN.

           IF WS-LOAD-MODE
               PERFORM LOAD-WAGES-RTN
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       ENSURE-DEPT-MASTER-RTN.
      ******************************************************************
      *    部門マスタ(DB/DEPT_MASTERが作成・DEPT_MAINTが保守)と、
      *    部門から最上位(事業部)を引くビュー。マスタに無い部門
      *    コードは部門名を(未登録)とし、その部門自身を事業部と
      *    みなして集計する。
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
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL COMMIT WORK END-EXEC.


      ******************************************************************
       LOAD-WAGES-RTN.
      ******************************************************************
                           AS VARCHAR(8)),
                      CAST(CAST(COALESCE(SUM(B.HOLD_DAYS),0)
                           * E.DAILY_WAGE AS NUMERIC(12))
                           AS VARCHAR(12)),
                      COALESCE(R.DEPT_NAME,'(未登録)'),
                      COALESCE(R.DIV_CODE,
                               COALESCE(E.DEPT_CODE,'------')),
                      COALESCE(R.DIV_NAME,'(未登録)')
               FROM EMP_MASTER E
               LEFT JOIN PL_BALANCE B
                   ON E.EMP_ID = B.B_EMP_ID
               LEFT JOIN DEPT_ROLLUP R
                   ON R.DEPT_CODE = E.DEPT_CODE
               WHERE E.EMP_STATUS_CODE IN ('ACTIVE','LOA')
                 AND E.COMPANY_CODE = :WS-COMPANY
               GROUP BY E.EMP_ID, E.EMP_NAME, E.DEPT_CODE,
                        E.DAILY_WAGE, R.DEPT_NAME, R.DIV_CODE,
                        R.DIV_NAME
               ORDER BY 8 ASC,
                        COALESCE(E.DEPT_CODE,'------') ASC,
                        E.EMP_ID ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE "Y" TO WS-FIRST-ROW-SW.
           MOVE ZERO TO WS-DEPT-AMOUNT-NUM.
           MOVE ZERO TO WS-DIV-AMOUNT-NUM.
           MOVE ZERO TO WS-TOTAL-AMOUNT-NUM.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH LIAB_CURSOR
                   INTO :EMP-ID, :EMP-NAME, :DEPT-CODE,
                        :DAILY-WAGE, :WS-HOLD-SUM, :WS-EMP-AMOUNT,
                        :WS-DEPT-NAME, :WS-DIV-CODE, :WS-DIV-NAME
               END-EXEC
               IF SQLCODE = 0
                   PERFORM REPORT-ONE-EMPLOYEE-RTN

           IF NOT WS-FIRST-ROW
               DISPLAY "部門 " WS-CURR-DEPT " 小計 : "
                   WS-DEPT-AMOUNT-NUM " " WS-CURR-DEPT-NAME
               PERFORM WRITE-DEPT-RUN-RTN
               DISPLAY "事業部 " WS-CURR-DIV " 小計 : "
                   WS-DIV-AMOUNT-NUM " " WS-CURR-DIV-NAME
           END-IF.
           DISPLAY "-----------------------------------------------".
           DISPLAY "全社合計 : " WS-TOTAL-AMOUNT-NUM.

           PERFORM TRANSFER-MOVEMENT-RTN.
           PERFORM COMPARE-PRIOR-RUN-RTN.
           PERFORM WRITE-ACCESS-LOG-RTN.

      ******************************************************************
       REPORT-ONE-EMPLOYEE-RTN.
      ******************************************************************
           IF NOT WS-FIRST-ROW AND (DEPT-CODE NOT = WS-CURR-DEPT
                                  OR WS-DIV-CODE NOT = WS-CURR-DIV)
               DISPLAY "部門 " WS-CURR-DEPT " 小計 : "
                   WS-DEPT-AMOUNT-NUM " " WS-CURR-DEPT-NAME
               PERFORM WRITE-DEPT-RUN-RTN
               MOVE ZERO TO WS-DEPT-AMOUNT-NUM
           END-IF.
      *    事業部(部門階層の最上位)が変わったら事業部小計を出す。
           IF NOT WS-FIRST-ROW AND WS-DIV-CODE NOT = WS-CURR-DIV
               DISPLAY "事業部 " WS-CURR-DIV " 小計 : "
                   WS-DIV-AMOUNT-NUM " " WS-CURR-DIV-NAME
               MOVE ZERO TO WS-DIV-AMOUNT-NUM
           END-IF.
           MOVE "N" TO WS-FIRST-ROW-SW.
           MOVE DEPT-CODE TO WS-CURR-DEPT.
           MOVE WS-DEPT-NAME TO WS-CURR-DEPT-NAME.
           MOVE WS-DIV-CODE TO WS-CURR-DIV.
           MOVE WS-DIV-NAME TO WS-CURR-DIV-NAME.

           ADD 1 TO WS-LIAB-EMP-COUNT.
           MOVE FUNCTION NUMVAL(WS-EMP-AMOUNT) TO WS-EMP-AMOUNT-NUM.
           ADD WS-EMP-AMOUNT-NUM TO WS-DEPT-AMOUNT-NUM.
           ADD WS-EMP-AMOUNT-NUM TO WS-DIV-AMOUNT-NUM.
           ADD WS-EMP-AMOUNT-NUM TO WS-TOTAL-AMOUNT-NUM.

           DISPLAY EMP-ID " " EMP-NAME " 残 " WS-HOLD-SUM
               " 日額 " DAILY-WAGE " 評価額 " WS-EMP-AMOUNT.

      ******************************************************************
       TRANSFER-MOVEMENT-RTN.
      ******************************************************************
      *    前回実行(当社のLIAB_RUN最新行)以降に登録された会社間
      *    異動を、当社から見た転出・転入に分けて表示する。引継ぎ
      *    (CARRY)の転出・転入は残日数ごと引当金が会社間を移った
      *    分、買取り(BUYOUT)は異動元で精算して消えた分で、前回比
      *    増減のうち異動による部分を説明する。金額は異動時点の
      *    日額賃金による評価額(EMP_XFER.XFER_AMOUNT)。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS EMP_XFER
               (
                   XFER_ID        BIGSERIAL,
                   X_EMP_ID       VARCHAR(6) NOT NULL,
                   FROM_COMPANY   VARCHAR(2) NOT NULL,
                   TO_COMPANY     VARCHAR(2) NOT NULL,
                   EFFECTIVE_DATE DATE NOT NULL,
                   XFER_KIND      VARCHAR(8) NOT NULL,
                   LOT_POLICY     VARCHAR(8) NOT NULL,
                   XFER_LOTS      SMALLINT NOT NULL DEFAULT 0,
                   XFER_DAYS      DECIMAL(5,1) NOT NULL DEFAULT 0,
                   XFER_AMOUNT    NUMERIC(12) NOT NULL DEFAULT 0,
                   FUTURE_LOTS    SMALLINT NOT NULL DEFAULT 0,
                   X_OPERATOR_ID  VARCHAR(10) NOT NULL,
                   X_CREATED_AT   TIMESTAMP NOT NULL
                                   DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT XFER_0 PRIMARY KEY (XFER_ID)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE "1900-01-01 00:00:00" TO WS-PRIOR-RUN-AT.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-PRIOR-COUNT
               FROM LIAB_RUN
               WHERE COMPANY_CODE = :WS-COMPANY
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-PRIOR-COUNT) > 0
               EXEC SQL
                   SELECT TO_CHAR(MAX(RUN_AT),
                          'YYYY-MM-DD HH24:MI:SS')
                   INTO :WS-PRIOR-RUN-AT
                   FROM LIAB_RUN
                   WHERE COMPANY_CODE = :WS-COMPANY
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
           END-IF.

           EXEC SQL
               DECLARE LIAB_XFER_CURSOR CURSOR FOR
               SELECT X_EMP_ID,
                      TO_CHAR(EFFECTIVE_DATE,'YYYY-MM-DD'),
                      FROM_COMPANY, TO_COMPANY, LOT_POLICY,
                      CAST(XFER_DAYS AS VARCHAR(8)),
                      CAST(XFER_AMOUNT AS VARCHAR(12))
               FROM EMP_XFER
               WHERE (FROM_COMPANY = :WS-COMPANY
                      OR TO_COMPANY = :WS-COMPANY)
                 AND X_CREATED_AT >
                     CAST(:WS-PRIOR-RUN-AT AS TIMESTAMP)
                 AND X_CREATED_AT <= CAST(:WS-RUN-AT AS TIMESTAMP)
               ORDER BY EFFECTIVE_DATE ASC, XFER_ID ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN LIAB_XFER_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE ZERO TO WS-XF-ROWS.
           MOVE ZERO TO WS-XF-OUT-NUM.
           MOVE ZERO TO WS-XF-IN-NUM.
           MOVE ZERO TO WS-XF-BUY-NUM.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH LIAB_XFER_CURSOR
                   INTO :WS-XF-EMP-ID, :WS-XF-EFF-DATE,
                        :WS-XF-FROM, :WS-XF-TO, :WS-XF-POLICY,
                        :WS-XF-DAYS, :WS-XF-AMOUNT
               END-EXEC
               IF SQLCODE = 0
                   PERFORM REPORT-ONE-TRANSFER-RTN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE LIAB_XFER_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF WS-XF-ROWS > 0
               COMPUTE WS-XF-NET-NUM =
                   WS-XF-IN-NUM - WS-XF-OUT-NUM - WS-XF-BUY-NUM
               DISPLAY "転出(引継ぎ) : " WS-XF-OUT-NUM
               DISPLAY "転入(引継ぎ) : " WS-XF-IN-NUM
               DISPLAY "転出(買取り) : " WS-XF-BUY-NUM
               DISPLAY "異動による増減 : " WS-XF-NET-NUM
           END-IF.

      ******************************************************************
       REPORT-ONE-TRANSFER-RTN.
      ******************************************************************
           IF WS-XF-ROWS = 0
               DISPLAY "-----------------------------------------------"
               DISPLAY "会社間異動(前回評価以降)"
           END-IF.
           ADD 1 TO WS-XF-ROWS.
           MOVE FUNCTION NUMVAL(WS-XF-AMOUNT) TO WS-XF-AMOUNT-NUM.

      *    買取りの転入は日数を伴わない(異動元で精算済み)ため、
      *    当社の増減には数えない。
           IF WS-XF-TO = WS-COMPANY
               MOVE "転入" TO WS-XF-DIR
               IF WS-XF-POLICY NOT = "BUYOUT"
                   ADD WS-XF-AMOUNT-NUM TO WS-XF-IN-NUM
               END-IF
           ELSE
               MOVE "転出" TO WS-XF-DIR
               IF WS-XF-POLICY = "BUYOUT"
                   ADD WS-XF-AMOUNT-NUM TO WS-XF-BUY-NUM
               ELSE
                   ADD WS-XF-AMOUNT-NUM TO WS-XF-OUT-NUM
               END-IF
           END-IF.

           DISPLAY WS-XF-DIR " " WS-XF-EMP-ID " " WS-XF-EFF-DATE
               " " WS-XF-FROM "->" WS-XF-TO " " WS-XF-POLICY
               " 残 " WS-XF-DAYS " 評価額 " WS-XF-AMOUNT.

      ******************************************************************
       COMPARE-PRIOR-RUN-RTN.
      ******************************************************************
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       WRITE-ACCESS-LOG-RTN.
      ******************************************************************
      *    参照記録(PL_ACCESS_LOG)。在籍者全員の日額賃金と
      *    評価額を表示したことを会社単位の母集団参照として残す。
           INITIALIZE ACC-PARM-VARS.
           MOVE WS-ERR-PROGRAM-NAME TO ACC-PROGRAM.
           MOVE "ALL" TO ACC-SCOPE.
           MOVE WS-COMPANY TO ACC-COMPANY.
           MOVE "WAGE VALUATION ACTIVE/LOA" TO ACC-DETAIL.
           MOVE WS-LIAB-EMP-COUNT TO ACC-ROW-COUNT.
           CALL "ACCESS-LOG" USING SQLCA ACC-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL COMMIT WORK END-EXEC.

      ******************************************************************
       WRITE-ERROR-LOG.
      ******************************************************************
