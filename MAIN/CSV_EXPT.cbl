       WORKING-STORAGE             SECTION.
           01  WS-ERR-PROGRAM-NAME     PIC X(12) VALUE
               "CSV_EXPT".
           01  WS-SIGNON-SW            PIC X(1) VALUE "N".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  IDX                     PIC  99 VALUE 0.
           01  SYS-TIME                PIC  9(08).
           01  WS-HOLD-DAYS-NUM        PIC S9(3)V9.
           01  WS-CSV-ROW-COUNT        PIC 9(8) VALUE 0.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY ACCLOGREC.

      ******************************************************************
       PROCEDURE                   DIVISION.
           OPEN OUTPUT CSV-FILE.

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
           PERFORM ENSURE-SCOPE-TABLE-RTN.
           PERFORM WRITE-CSV-HEADER.
           PERFORM EXPORT-EACH-EMPLOYEE.
           IF FUNCTION NUMVAL(WS-SCOPE-COUNT) > 0
               PERFORM WRITE-SCOPE-AUDIT-RTN
           END-IF.
           PERFORM WRITE-ACCESS-LOG-RTN.

           EXEC SQL DISCONNECT ALL END-EXEC.

               HOLD-DAYS DELIMITED BY SPACE
               INTO CSV-REC.
           WRITE CSV-REC.
           ADD 1 TO WS-CSV-ROW-COUNT.

      ******************************************************************
       WRITE-SCOPE-AUDIT-RTN.
               MOVE SPACE TO WS-AUD-NEW-VALUE
               STRING "ROWS=" WS-SKIP-COUNT
                   DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
               CALL "AUDIT-LOCK" USING SQLCA
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               EXEC SQL
                   INSERT INTO PL_AUDIT
                       (PROGRAM_NAME, OPERATOR_ID,
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               CALL "AUDIT-SEAL" USING SQLCA
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               EXEC SQL COMMIT WORK END-EXEC
           END-IF.

      ******************************************************************
       WRITE-ACCESS-LOG-RTN.
      ******************************************************************
      *    参照記録(PL_ACCESS_LOG)。在籍者の抽出を会社単位の
      *    母集団参照として残す(範囲登録のある操作者はその旨)。
           INITIALIZE ACC-PARM-VARS.
           MOVE WS-ERR-PROGRAM-NAME TO ACC-PROGRAM.
           MOVE WS-OPERATOR-ID TO ACC-OPERATOR.
           MOVE "ALL" TO ACC-SCOPE.
           MOVE WS-COMPANY TO ACC-COMPANY.
           IF FUNCTION NUMVAL(WS-SCOPE-COUNT) > 0
               MOVE "PAYCSV ACTIVE OPER_DEPT_SCOPE" TO ACC-DETAIL
           ELSE
               MOVE "PAYCSV ACTIVE" TO ACC-DETAIL
           END-IF.
           MOVE WS-CSV-ROW-COUNT TO ACC-ROW-COUNT.
           CALL "ACCESS-LOG" USING SQLCA ACC-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL COMMIT WORK END-EXEC.

      ******************************************************************
       WRITE-ERROR-LOG.
      ******************************************************************
