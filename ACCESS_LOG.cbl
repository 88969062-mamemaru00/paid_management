      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 ACCESS-LOG.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    個人データ(賃金・有給の記録)の参照記録を残す共通
      *    サブプログラム。更新はPL_AUDITに残るが、見ただけの操作は
      *    記録が無かったため、照会・抽出の各プログラム(EMP_LIST・
      *    EMP_INQ・LEAVE_STMT・DEPT_INQ・ASOF_INQ・AUDIT_RPT・
      *    LIAB_RPT・CSV_EXPT・DB_UNLOAD)が呼び出し元のSQLCAと
      *    受け渡し領域(COPY ACCLOGREC)を渡してCALLする(結果は
      *    呼び出し元のSQLCODEで判定する)。
      *    参照記録(PL_ACCESS_LOG)へ操作者・プログラム・時刻と、
      *    参照した社員または母集団を1行書く。社員1名の参照では
      *    その時点の社員の部門も残す(部門外参照の点検用)。
      *    COMMITは呼び出し元が行う。開いているカーソルが閉じない
      *    よう、呼び出し元はカーソルを閉じた後にCALLする。
      *    記録の点検は月次のACCESS_RPTで行う。
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       WORKING-STORAGE             SECTION.
      *    テーブルの作成は実行単位の最初の呼び出しで1回だけ行う。
           01  WS-TABLES-SW            PIC X(1) VALUE "N".
               88  WS-TABLES-READY         VALUE "Y".

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  WS-AL-PROGRAM           PIC  X(12).
           01  WS-AL-OPERATOR          PIC  X(10).
           01  WS-AL-SCOPE             PIC  X(4).
           01  WS-AL-EMP-ID            PIC  X(6).
           01  WS-AL-DEPT-CODE         PIC  X(6).
           01  WS-AL-COMPANY           PIC  X(2).
           01  WS-AL-DETAIL            PIC  X(40).
           01  WS-AL-ROW-COUNT         PIC  9(8).
           EXEC SQL END DECLARE SECTION END-EXEC.

       LINKAGE                     SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY ACCLOGREC.

      ******************************************************************
       PROCEDURE                   DIVISION USING SQLCA
                                                  ACC-PARM-VARS.
      ******************************************************************
       MAIN-RTN.
           IF NOT WS-TABLES-READY
               PERFORM ENSURE-ACCESS-TABLE-RTN
           END-IF.

           IF SQLCODE = ZERO
               PERFORM WRITE-ACCESS-ROW-RTN
           END-IF.

           GOBACK.

      ******************************************************************
       ENSURE-ACCESS-TABLE-RTN.
      ******************************************************************
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
           IF SQLCODE = ZERO
               EXEC SQL
                   CREATE INDEX IF NOT EXISTS PACL_1
                       ON PL_ACCESS_LOG (ACCESS_AT, OPERATOR_ID)
               END-EXEC
           END-IF.
           IF SQLCODE = ZERO
               MOVE "Y" TO WS-TABLES-SW
           END-IF.

      ******************************************************************
       WRITE-ACCESS-ROW-RTN.
      ******************************************************************
           MOVE ACC-PROGRAM    TO WS-AL-PROGRAM.
           MOVE ACC-OPERATOR   TO WS-AL-OPERATOR.
           MOVE ACC-SCOPE      TO WS-AL-SCOPE.
           MOVE ACC-EMP-ID     TO WS-AL-EMP-ID.
           MOVE ACC-DEPT-CODE  TO WS-AL-DEPT-CODE.
           MOVE ACC-COMPANY    TO WS-AL-COMPANY.
           MOVE ACC-DETAIL     TO WS-AL-DETAIL.
           MOVE ACC-ROW-COUNT  TO WS-AL-ROW-COUNT.

           IF WS-AL-OPERATOR = SPACE
               ACCEPT WS-AL-OPERATOR FROM ENVIRONMENT "PLM_OPERATOR"
           END-IF.
           IF WS-AL-OPERATOR = SPACE
               MOVE "UNKNOWN" TO WS-AL-OPERATOR
           END-IF.
           IF WS-AL-COMPANY = SPACE
               ACCEPT WS-AL-COMPANY FROM ENVIRONMENT "PLM_COMPANY"
           END-IF.
           IF WS-AL-COMPANY = SPACE
               MOVE "01" TO WS-AL-COMPANY
           END-IF.

      *    社員1名の参照で部門の指定が無ければ、社員マスタの現在の
      *    部門を残す。
           EXEC SQL
               INSERT INTO PL_ACCESS_LOG
                   (PROGRAM_NAME, OPERATOR_ID, ACCESS_SCOPE,
                    X_EMP_ID, X_DEPT_CODE, COMPANY_CODE,
                    ACCESS_DETAIL, ROW_COUNT)
               SELECT :WS-AL-PROGRAM, :WS-AL-OPERATOR,
                      TRIM(:WS-AL-SCOPE),
                      NULLIF(TRIM(:WS-AL-EMP-ID),''),
                      COALESCE(NULLIF(TRIM(:WS-AL-DEPT-CODE),''),
                          (SELECT E.DEPT_CODE
                           FROM EMP_MASTER E
                           WHERE E.EMP_ID = :WS-AL-EMP-ID)),
                      :WS-AL-COMPANY,
                      NULLIF(TRIM(:WS-AL-DETAIL),''),
                      :WS-AL-ROW-COUNT
           END-EXEC.
      ******************************************************************
