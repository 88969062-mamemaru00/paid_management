      *    それぞれ全社・部門別に集計するレポート。残高は各月の
      *    代表値として月内最終スナップショット日の値を使い、
      *    部門帰属は実績日時点の所属(DEPT_ASSIGN_HIST)による。
      *    部門別の推移には部門名を付け、月ごとに部門階層の最上位
      *    (事業部)単位の小計を出す。
      *    経営層への四半期報告で手作業のPAYCSV再集計を置き換える。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
           01  WS-HOLD-TOTAL-NUM       PIC S9(7)V9.
           01  WS-USED-TOTAL-NUM       PIC S9(7)V9.

      *    事業部(部門階層の最上位)小計用。月と事業部の組が
      *    変わったところで小計を出す。
           01  WS-FIRST-ROW-SW         PIC  X(1) VALUE "Y".
               88  WS-FIRST-ROW            VALUE "Y".
           01  WS-CURR-MONTH-KEY       PIC  X(7) VALUE SPACE.
           01  WS-CURR-DIV             PIC  X(6) VALUE SPACE.
           01  WS-CURR-DIV-NAME        PIC  X(40) VALUE SPACE.
           01  WS-DIV-TOTAL-NUM        PIC S9(7)V9 VALUE 0.
           01  WS-DIV-LABEL            PIC  X(18) VALUE SPACE.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           01  WS-DEPT-CODE            PIC  X(6).
           01  WS-HOLD-TOTAL           PIC  X(10).
           01  WS-USED-TOTAL           PIC  X(10).
           01  WS-DEPT-NAME            PIC  X(40).
           01  WS-DIV-CODE             PIC  X(6).
           01  WS-DIV-NAME             PIC  X(40).
      *    当月(明細を直接見る月)。締まった月は月次サマリを読む。
           01  WS-CUR-MONTH            PIC  X(7).
           EXEC SQL END DECLARE SECTION END-EXEC.
           PERFORM CONNECT-TO-DATABASE.
           PERFORM ENSURE-DEPT-HIST-RTN.
           PERFORM ENSURE-ROLLUP-RTN.
           PERFORM ENSURE-DEPT-MASTER-RTN.

           DISPLAY "-----------------------------------------------".
           DISPLAY "残日数 月次推移(全社)".
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
       COMPANY-TREND-RTN.
      ******************************************************************
       DEPT-TREND-RTN.
      ******************************************************************
      *    部門別の月次推移。部門はEMP_MASTERの現在のDEPT_CODEで
      *    集計する。部門名・事業部は部門マスタ(DEPT_ROLLUP)から引く。
           EXEC SQL
               DECLARE DP_TREND_CURSOR CURSOR FOR
               SELECT Q.YM, Q.DEPT,
                      COALESCE(R.DEPT_NAME,'(未登録)'),
                      COALESCE(R.DIV_CODE, Q.DEPT),
                      COALESCE(R.DIV_NAME,'(未登録)'),
                      Q.HOLD_TOTAL
               FROM
               (SELECT TO_CHAR(S.SNAP_DATE,'YYYY-MM') AS YM,
                      COALESCE(E.DEPT_CODE,'------') AS DEPT,
                      CAST(SUM(S.HOLD_DAYS) AS VARCHAR(10))
                          AS HOLD_TOTAL
               FROM PL_BALANCE_SNAP S
               INNER JOIN EMP_MASTER E
                   ON S.B_EMP_ID = E.EMP_ID
                    FROM PL_BALANCE_SNAP
                    GROUP BY DATE_TRUNC('month', SNAP_DATE))
               GROUP BY TO_CHAR(S.SNAP_DATE,'YYYY-MM'),
                        COALESCE(E.DEPT_CODE,'------')) Q
               LEFT JOIN DEPT_ROLLUP R
                   ON R.DEPT_CODE = Q.DEPT
               ORDER BY 1 ASC, 4 ASC, 2 ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN DP_TREND_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE "Y" TO WS-FIRST-ROW-SW.
           MOVE ZERO TO WS-DIV-TOTAL-NUM.
           MOVE "残日数合計" TO WS-DIV-LABEL.
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH DP_TREND_CURSOR
                   INTO :WS-SNAP-MONTH, :WS-DEPT-CODE,
                        :WS-DEPT-NAME, :WS-DIV-CODE, :WS-DIV-NAME,
                        :WS-HOLD-TOTAL
               END-EXEC
               IF SQLCODE = 0
                   PERFORM CHECK-DIV-BREAK-RTN
                   MOVE FUNCTION NUMVAL(WS-HOLD-TOTAL)
                       TO WS-HOLD-TOTAL-NUM
                   ADD WS-HOLD-TOTAL-NUM TO WS-DIV-TOTAL-NUM
                   DISPLAY WS-SNAP-MONTH "  " WS-DEPT-CODE
                       "  残日数合計 : " WS-HOLD-TOTAL-NUM
                       "  " WS-DEPT-NAME
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE DP_TREND_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF NOT WS-FIRST-ROW
               PERFORM DISPLAY-DIV-TOTAL-RTN
           END-IF.

      ******************************************************************
       COMPANY-USE-TREND-RTN.
      ******************************************************************
      *    締まった月は月次サマリを読み、所属はその月の1日時点で
      *    判定する(月中の異動は月初所属に丸める)。当月だけ明細を
      *    従来どおり実績日単位で帰属させる。
      *    部門名・事業部は部門マスタ(DEPT_ROLLUP)から引く。
           EXEC SQL
               DECLARE DP_USE_CURSOR CURSOR FOR
               SELECT U.YM, U.DEPT,
                      COALESCE(MIN(R.DEPT_NAME),'(未登録)'),
                      COALESCE(MIN(R.DIV_CODE), U.DEPT),
                      COALESCE(MIN(R.DIV_NAME),'(未登録)'),
                      CAST(SUM(U.USED) AS VARCHAR(10))
               FROM
                 (SELECT M.SUM_MONTH AS YM,
                  WHERE H.TRANSACTION_TYPE IN ('USE','DESIGNATE')
                    AND TO_CHAR(H.ACQ_DATE,'YYYY-MM')
                        = :WS-CUR-MONTH) U
               LEFT JOIN DEPT_ROLLUP R
                   ON R.DEPT_CODE = U.DEPT
               GROUP BY U.YM, U.DEPT
               ORDER BY 1 ASC, 4 ASC, 2 ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN DP_USE_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE "Y" TO WS-FIRST-ROW-SW.
           MOVE ZERO TO WS-DIV-TOTAL-NUM.
           MOVE "消化日数合計" TO WS-DIV-LABEL.
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH DP_USE_CURSOR
                   INTO :WS-SNAP-MONTH, :WS-DEPT-CODE,
                        :WS-DEPT-NAME, :WS-DIV-CODE, :WS-DIV-NAME,
                        :WS-USED-TOTAL
               END-EXEC
               IF SQLCODE = 0
                   PERFORM CHECK-DIV-BREAK-RTN
                   MOVE FUNCTION NUMVAL(WS-USED-TOTAL)
                       TO WS-USED-TOTAL-NUM
                   ADD WS-USED-TOTAL-NUM TO WS-DIV-TOTAL-NUM
                   DISPLAY WS-SNAP-MONTH "  " WS-DEPT-CODE
                       "  消化日数合計 : " WS-USED-TOTAL-NUM
                       "  " WS-DEPT-NAME
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE DP_USE_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF NOT WS-FIRST-ROW
               PERFORM DISPLAY-DIV-TOTAL-RTN
           END-IF.

      ******************************************************************
       CHECK-DIV-BREAK-RTN.
      ******************************************************************
      *    月または事業部が変わったら直前の事業部の小計を出す。
           IF NOT WS-FIRST-ROW
              AND (WS-SNAP-MONTH NOT = WS-CURR-MONTH-KEY
                OR WS-DIV-CODE NOT = WS-CURR-DIV)
               PERFORM DISPLAY-DIV-TOTAL-RTN
           END-IF.
           MOVE "N" TO WS-FIRST-ROW-SW.
           MOVE WS-SNAP-MONTH TO WS-CURR-MONTH-KEY.
           MOVE WS-DIV-CODE TO WS-CURR-DIV.
           MOVE WS-DIV-NAME TO WS-CURR-DIV-NAME.

      ******************************************************************
       DISPLAY-DIV-TOTAL-RTN.
      ******************************************************************
           DISPLAY WS-CURR-MONTH-KEY "  " WS-CURR-DIV
               "  事業部計 " WS-DIV-LABEL " : " WS-DIV-TOTAL-NUM
               "  " WS-CURR-DIV-NAME.
           MOVE ZERO TO WS-DIV-TOTAL-NUM.

      ******************************************************************
       WRITE-ERROR-LOG.
      ******************************************************************
