           01  WS-DEPT-USED-TOTAL-NUM    PIC S9(7)V9.
           01  WS-DEPT-UTIL-RATE         PIC  9(3)V99.

      *    事業部(部門階層の最上位)小計用。
           01  WS-FIRST-ROW-SW           PIC  X(1) VALUE "Y".
               88  WS-FIRST-ROW              VALUE "Y".
           01  WS-CURR-DIV               PIC  X(6) VALUE SPACE.
           01  WS-CURR-DIV-NAME          PIC  X(40) VALUE SPACE.
           01  WS-DIV-GRANTED-TOTAL-NUM  PIC S9(7)V9 VALUE 0.
           01  WS-DIV-USED-TOTAL-NUM     PIC S9(7)V9 VALUE 0.
           01  WS-DIV-UTIL-RATE          PIC  9(3)V99.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           01  WS-DEPT-CODE             PIC  X(6).
           01  WS-DEPT-GRANTED-TOTAL    PIC  X(8).
           01  WS-DEPT-USED-TOTAL       PIC  X(8).
           01  WS-DEPT-NAME             PIC  X(40).
           01  WS-DIV-CODE              PIC  X(6).
           01  WS-DIV-NAME              PIC  X(40).
      *    当月(明細を直接見る月)。締まった月は月次サマリを読む。
           01  WS-CUR-MONTH             PIC  X(7).
           EXEC SQL END DECLARE SECTION END-EXEC.
           PERFORM CONNECT-TO-DATABASE.
           PERFORM ENSURE-DEPT-HIST-RTN.
           PERFORM ENSURE-ROLLUP-RTN.
           PERFORM ENSURE-DEPT-MASTER-RTN.
           PERFORM CALC-COMPANY-WIDE-RATE.
           PERFORM CALC-DEPT-RATES.

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
       CALC-COMPANY-WIDE-RATE.
      ******************************************************************

      *    部門の一覧は所属履歴(DEPT_ASSIGN_HIST)から取る。異動で
      *    現在は誰も居なくなった部門の過去実績も集計対象になる。
      *    部門名と事業部は部門マスタ(DEPT_ROLLUP)から引き、事業部
      *    ごとに部門を並べて事業部の小計を出す。
           EXEC SQL
               DECLARE DEPT_CURSOR CURSOR FOR
               SELECT DISTINCT DA.DEPT_CODE,
                      COALESCE(R.DEPT_NAME,'(未登録)'),
                      COALESCE(R.DIV_CODE, DA.DEPT_CODE),
                      COALESCE(R.DIV_NAME,'(未登録)')
               FROM DEPT_ASSIGN_HIST DA
               LEFT JOIN DEPT_ROLLUP R
                   ON R.DEPT_CODE = DA.DEPT_CODE
               WHERE DA.DEPT_CODE IS NOT NULL
               ORDER BY 3, 1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH DEPT_CURSOR
                   INTO :WS-DEPT-CODE, :WS-DEPT-NAME,
                        :WS-DIV-CODE, :WS-DIV-NAME
               END-EXEC
               IF SQLCODE = 0
                   IF NOT WS-FIRST-ROW
                      AND WS-DIV-CODE NOT = WS-CURR-DIV
                       PERFORM DISPLAY-DIV-RATE
                   END-IF
                   MOVE "N" TO WS-FIRST-ROW-SW
                   MOVE WS-DIV-CODE TO WS-CURR-DIV
                   MOVE WS-DIV-NAME TO WS-CURR-DIV-NAME
                   PERFORM CALC-ONE-DEPT-RATE
               END-IF
           END-PERFORM.
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF NOT WS-FIRST-ROW
               PERFORM DISPLAY-DIV-RATE
           END-IF.

           DISPLAY "-----------------------------------------------".

      ******************************************************************
               MOVE 0 TO WS-DEPT-UTIL-RATE
           END-IF.

           DISPLAY "部門 : " WS-DEPT-CODE " " WS-DEPT-NAME.
           DISPLAY "  付与日数合計 : " WS-DEPT-GRANTED-TOTAL-NUM.
           DISPLAY "  消化日数合計 : " WS-DEPT-USED-TOTAL-NUM.
           DISPLAY "  取得率       : " WS-DEPT-UTIL-RATE "%".

           ADD WS-DEPT-GRANTED-TOTAL-NUM TO WS-DIV-GRANTED-TOTAL-NUM.
           ADD WS-DEPT-USED-TOTAL-NUM TO WS-DIV-USED-TOTAL-NUM.

      ******************************************************************
       DISPLAY-DIV-RATE.
      ******************************************************************
      *    直前の事業部の小計(配下部門の付与・消化の合計から求めた
      *    取得率)を出し、累計を0へ戻す。
           IF WS-DIV-GRANTED-TOTAL-NUM > 0
               COMPUTE WS-DIV-UTIL-RATE ROUNDED =
                   (WS-DIV-USED-TOTAL-NUM / WS-DIV-GRANTED-TOTAL-NUM)
                       * 100
           ELSE
               MOVE 0 TO WS-DIV-UTIL-RATE
           END-IF.

           DISPLAY "事業部計 : " WS-CURR-DIV " " WS-CURR-DIV-NAME.
           DISPLAY "  付与日数合計 : " WS-DIV-GRANTED-TOTAL-NUM.
           DISPLAY "  消化日数合計 : " WS-DIV-USED-TOTAL-NUM.
           DISPLAY "  取得率       : " WS-DIV-UTIL-RATE "%".
           DISPLAY "- - - - - - - - - - - - - - - - - - - - - - - -".

           MOVE ZERO TO WS-DIV-GRANTED-TOTAL-NUM.
           MOVE ZERO TO WS-DIV-USED-TOTAL-NUM.

      ******************************************************************
       WRITE-ERROR-LOG.
      ******************************************************************
