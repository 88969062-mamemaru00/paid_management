       WORKING-STORAGE             SECTION.
           01  WS-ERR-PROGRAM-NAME     PIC X(12) VALUE
               "DEPT_INQ".
           01  WS-SIGNON-SW            PIC X(1) VALUE "N".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY ACCLOGREC.

      ******************************************************************
       PROCEDURE                   DIVISION.
           ACCEPT WS-INQ-DEPT FROM CONSOLE.

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
           PERFORM CHECK-DEPT-SCOPE-RTN.

           DISPLAY "-----------------------------------------------".
           DISPLAY "部門 " WS-INQ-DEPT " 有給取得状況一覧".
           DISPLAY "-----------------------------------------------".
           PERFORM LIST-DEPT-EMPLOYEES.
           INITIALIZE ACC-PARM-VARS.
           MOVE "DEPT" TO ACC-SCOPE.
           MOVE WS-INQ-DEPT TO ACC-DEPT-CODE.
           MOVE WS-EMP-COUNT-NUM TO ACC-ROW-COUNT.
           PERFORM WRITE-ACCESS-LOG-RTN.

           IF WS-EMP-COUNT-NUM = 0
               DISPLAY "該当する在籍者がいません"
                   MOVE SPACE TO WS-AUD-NEW-VALUE
                   STRING "DEPT=" WS-INQ-DEPT
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
                   DISPLAY "*** 操作者 " WS-OPERATOR-ID
                       " は部門 " WS-INQ-DEPT
                   MOVE SPACE TO WS-AUD-NEW-VALUE
                   STRING "EMP=" WS-DRILL-EMP-ID
                       DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
                   CALL "AUDIT-LOCK" USING SQLCA
                   IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
                   END-IF
                   EXEC SQL
                       INSERT INTO PL_AUDIT
                           (PROGRAM_NAME, OPERATOR_ID, A_EMP_ID,
                   END-EXEC
                   IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
                   END-IF
                   CALL "AUDIT-SEAL" USING SQLCA
                   IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
                   END-IF
                   EXEC SQL COMMIT WORK END-EXEC
                   DISPLAY "*** 参照範囲外の社員IDです ***"
                   MOVE "Y" TO WS-DRILL-DENY-SW

           EXEC SQL CLOSE DI_LOT_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           INITIALIZE ACC-PARM-VARS.
           MOVE "EMP" TO ACC-SCOPE.
           MOVE WS-DRILL-EMP-ID TO ACC-EMP-ID.
           MOVE "DRILL-DOWN" TO ACC-DETAIL.
           MOVE 1 TO ACC-ROW-COUNT.
           PERFORM WRITE-ACCESS-LOG-RTN.
           MOVE ZERO TO SQLCODE.

      ******************************************************************
       WRITE-ACCESS-LOG-RTN.
      ******************************************************************
      *    参照記録(PL_ACCESS_LOG)。範囲・対象は呼び出し側で
      *    設定しておく。
           MOVE WS-ERR-PROGRAM-NAME TO ACC-PROGRAM.
           MOVE WS-OPERATOR-ID TO ACC-OPERATOR.
           CALL "ACCESS-LOG" USING SQLCA ACC-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL COMMIT WORK END-EXEC.

      ******************************************************************
       WRITE-ERROR-LOG.
      ******************************************************************
