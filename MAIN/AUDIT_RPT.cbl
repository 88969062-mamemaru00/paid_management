       WORKING-STORAGE             SECTION.
           01  WS-ERR-PROGRAM-NAME     PIC X(12) VALUE
               "AUDIT_RPT".
           01  WS-OPERATOR-ID          PIC X(10) VALUE "UNKNOWN".
           01  WS-SIGNON-SW            PIC X(1) VALUE "N".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY ACCLOGREC.

      ******************************************************************
       PROCEDURE                   DIVISION.
               MOVE "2099-12-31" TO WS-TO-DATE
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
           PERFORM LIST-AUDIT-ROWS.
           PERFORM WRITE-ACCESS-LOG-RTN.

           EXEC SQL DISCONNECT ALL END-EXEC.

           EXEC SQL CLOSE AUD_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       WRITE-ACCESS-LOG-RTN.
      ******************************************************************
      *    参照記録(PL_ACCESS_LOG)。社員ID指定は1名の参照、
      *    空欄は期間内の全員の更新記録の参照として残す。
           INITIALIZE ACC-PARM-VARS.
           MOVE WS-ERR-PROGRAM-NAME TO ACC-PROGRAM.
           IF WS-FILTER-EMP-ID = SPACE
               MOVE "ALL" TO ACC-SCOPE
           ELSE
               MOVE "EMP" TO ACC-SCOPE
               MOVE WS-FILTER-EMP-ID TO ACC-EMP-ID
           END-IF.
           STRING "AUDIT " WS-FROM-DATE ".." WS-TO-DATE
               DELIMITED BY SIZE INTO ACC-DETAIL.
           MOVE WS-ROW-COUNT TO ACC-ROW-COUNT.
           CALL "ACCESS-LOG" USING SQLCA ACC-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL COMMIT WORK END-EXEC.

      ******************************************************************
       WRITE-ERROR-LOG.
      ******************************************************************
