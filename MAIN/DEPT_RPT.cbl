       WORKING-STORAGE             SECTION.
           01  WS-ERR-PROGRAM-NAME     PIC X(12) VALUE
               "DEPT_RPT".
           01  WS-SIGNON-SW            PIC X(1) VALUE "N".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-DEPT-DISP            PIC  X(06).
           01  WS-SCOPE-SKIPPED        PIC  9(6) VALUE 0.

      *    事業部(部門階層の最上位)小計用。入社年と事業部の組が
      *    変わったところで小計行を出す。平均は人数で加重する。
           01  WS-FIRST-ROW-SW         PIC  X(1) VALUE "Y".
               88  WS-FIRST-ROW            VALUE "Y".
           01  WS-CURR-YEAR            PIC  X(4) VALUE SPACE.
           01  WS-CURR-DIV             PIC  X(6) VALUE SPACE.
           01  WS-CURR-DIV-NAME        PIC  X(30) VALUE SPACE.
           01  WS-DIV-HEADCOUNT-NUM    PIC  9(7) VALUE 0.
           01  WS-DIV-GRANTED-SUM      PIC S9(9)V99 VALUE 0.
           01  WS-DIV-USED-SUM         PIC S9(9)V99 VALUE 0.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           01  WS-HEADCOUNT            PIC  X(06).
           01  WS-AVG-GRANTED          PIC  X(08).
           01  WS-AVG-USED             PIC  X(08).
           01  WS-DEPT-NAME            PIC  X(30).
           01  WS-DIV-CODE             PIC  X(06).
           01  WS-DIV-NAME             PIC  X(30).
      *    操作者の部門参照範囲(OPER_DEPT_SCOPE)。範囲登録のある
      *    操作者は範囲内の部門のバケットだけが印字される。
           01  WS-OPERATOR-ID          PIC  X(10) VALUE "UNKNOWN".
           END-IF.

           PERFORM CONNECT-RTN.

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
           PERFORM ENSURE-DEPT-HIST-RTN.
           PERFORM ENSURE-SCOPE-TABLE-RTN.
           PERFORM ENSURE-DEPT-MASTER-RTN.

           PERFORM WRITE-HEADER.
           PERFORM PRINT-COHORTS-RTN.
      *    FULL OUTER JOINで束ねる: 異動後の部門のように「消化
      *    だけがあって付与の無い」(またはその逆の)バケットも
      *    集計から落とさないため。
      *    部門名と事業部は部門マスタ(DEPT_ROLLUP)から引き、入社年・
      *    事業部・部門の順に並べて事業部ごとに小計を出す。
           EXEC SQL
               DECLARE COHORT_CURSOR CURSOR FOR
               SELECT Q.JOIN_YEAR, Q.DEPT,
                      COALESCE(SUBSTR(R.DEPT_NAME,1,10),'(未登録)'),
                      COALESCE(R.DIV_CODE, Q.DEPT),
                      COALESCE(SUBSTR(R.DIV_NAME,1,10),'(未登録)'),
                      Q.HEADCOUNT, Q.AVG_GRANTED, Q.AVG_USED
               FROM
               (SELECT CAST(EXTRACT(YEAR FROM E.EMP_JOIN_DATE) AS
                           VARCHAR(4)) AS JOIN_YEAR,
                      COALESCE(G.DEPT_CODE, U.DEPT_CODE,
                               E.DEPT_CODE, '------') AS DEPT,
                      COUNT(*) AS HEADCOUNT,
                      CAST(AVG(COALESCE(G.GRANTED_DAYS,0))
                           AS NUMERIC(5,2)) AS AVG_GRANTED,
                      CAST(AVG(COALESCE(U.USED_DAYS,0))
                           AS NUMERIC(5,2)) AS AVG_USED
               FROM EMP_MASTER E
               LEFT JOIN
                   (SELECT B.B_EMP_ID AS EMP_ID,
                   ON E.EMP_ID = COALESCE(G.EMP_ID, U.EMP_ID)
               GROUP BY EXTRACT(YEAR FROM E.EMP_JOIN_DATE),
                        COALESCE(G.DEPT_CODE, U.DEPT_CODE,
                                 E.DEPT_CODE, '------')) Q
               LEFT JOIN DEPT_ROLLUP R
                   ON R.DEPT_CODE = Q.DEPT
               ORDER BY 1 ASC, 4 ASC, 2 ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH COHORT_CURSOR
                   INTO :WS-JOIN-YEAR, :WS-DEPT-CODE, :WS-DEPT-NAME,
                        :WS-DIV-CODE, :WS-DIV-NAME, :WS-HEADCOUNT,
                        :WS-AVG-GRANTED, :WS-AVG-USED
               END-EXEC
               IF SQLCODE = 0
                   PERFORM CHECK-DEPT-IN-SCOPE-RTN
                   IF FUNCTION NUMVAL(WS-SCOPE-OK) > 0
                       IF NOT WS-FIRST-ROW
                          AND (WS-JOIN-YEAR NOT = WS-CURR-YEAR
                            OR WS-DIV-CODE NOT = WS-CURR-DIV)
                           PERFORM WRITE-DIV-SUBTOTAL-LINE
                       END-IF
                       MOVE "N" TO WS-FIRST-ROW-SW
                       MOVE WS-JOIN-YEAR TO WS-CURR-YEAR
                       MOVE WS-DIV-CODE TO WS-CURR-DIV
                       MOVE WS-DIV-NAME TO WS-CURR-DIV-NAME
                       PERFORM WRITE-COHORT-LINE
                   ELSE
                       ADD 1 TO WS-SCOPE-SKIPPED
           EXEC SQL CLOSE COHORT_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF NOT WS-FIRST-ROW
               PERFORM WRITE-DIV-SUBTOTAL-LINE
           END-IF.

      ******************************************************************
       ENSURE-SCOPE-TABLE-RTN.
      ******************************************************************
               END-IF
           END-IF.

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
       WRITE-SCOPE-AUDIT-RTN.
      ******************************************************************
           MOVE SPACE TO WS-AUD-NEW-VALUE.
           STRING "BUCKETS=" WS-SCOPE-SKIPPED
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           CALL "AUDIT-LOCK" USING SQLCA.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               INSERT INTO PL_AUDIT
                   (PROGRAM_NAME, OPERATOR_ID,
                    :WS-AUD-OLD-VALUE, :WS-AUD-NEW-VALUE)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           CALL "AUDIT-SEAL" USING SQLCA.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL COMMIT WORK END-EXEC.

      ******************************************************************
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "入社年  部門    人数    平均付与日数  "
               "平均消化日数  部門名"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           ADD 3 TO WS-LINE-NO.
           MOVE SPACE TO PRINT-REC.
           STRING WS-JOIN-YEAR "    " WS-DEPT-DISP "  "
               WS-HEADCOUNT-NUM "  " WS-AVG-GRANTED-NUM "        "
               WS-AVG-USED-NUM "  " WS-DEPT-NAME
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           ADD 1 TO WS-LINE-NO.

           ADD WS-HEADCOUNT-NUM TO WS-DIV-HEADCOUNT-NUM.
           COMPUTE WS-DIV-GRANTED-SUM = WS-DIV-GRANTED-SUM
               + WS-AVG-GRANTED-NUM * WS-HEADCOUNT-NUM.
           COMPUTE WS-DIV-USED-SUM = WS-DIV-USED-SUM
               + WS-AVG-USED-NUM * WS-HEADCOUNT-NUM.

      ******************************************************************
       WRITE-DIV-SUBTOTAL-LINE.
      ******************************************************************
      *    直前の(入社年, 事業部)の小計行。平均は人数で加重した
      *    1人当たりの値。印字後に累計を0へ戻す。
           IF WS-LINE-NO >= WS-LINES-PER-PAGE
               PERFORM WRITE-HEADER
           END-IF.

           MOVE WS-DIV-HEADCOUNT-NUM TO WS-HEADCOUNT-NUM.
           IF WS-DIV-HEADCOUNT-NUM > 0
               COMPUTE WS-AVG-GRANTED-NUM ROUNDED =
                   WS-DIV-GRANTED-SUM / WS-DIV-HEADCOUNT-NUM
               COMPUTE WS-AVG-USED-NUM ROUNDED =
                   WS-DIV-USED-SUM / WS-DIV-HEADCOUNT-NUM
           ELSE
               MOVE ZERO TO WS-AVG-GRANTED-NUM
               MOVE ZERO TO WS-AVG-USED-NUM
           END-IF.

           MOVE SPACE TO PRINT-REC.
           STRING WS-CURR-YEAR "  計 " WS-CURR-DIV "  "
               WS-HEADCOUNT-NUM "  " WS-AVG-GRANTED-NUM "        "
               WS-AVG-USED-NUM "  " WS-CURR-DIV-NAME
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           ADD 1 TO WS-LINE-NO.

           MOVE ZERO TO WS-DIV-HEADCOUNT-NUM.
           MOVE ZERO TO WS-DIV-GRANTED-SUM.
           MOVE ZERO TO WS-DIV-USED-SUM.

      ******************************************************************
       WRITE-ERROR-LOG.
      ******************************************************************
