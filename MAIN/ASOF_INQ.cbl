       WORKING-STORAGE             SECTION.
           01  WS-ERR-PROGRAM-NAME     PIC X(12) VALUE
               "ASOF_INQ".
           01  WS-OPERATOR-ID          PIC X(10) VALUE "UNKNOWN".
           01  WS-SIGNON-SW            PIC X(1) VALUE "N".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY ACCLOGREC.

           01  WS-CMD-ARGS             PIC X(16) VALUE SPACE.
           01  WS-CMD-EMP              PIC X(6)  VALUE SPACE.
           STRING WS-ASOF-YEAR "-" WS-ASOF-MONTH "-" WS-ASOF-DAY
               INTO WS-ASOF-DATE.

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
           PERFORM ENSURE-ARCHIVE-TABLE-RTN.
           PERFORM LOOKUP-EMPLOYEE-RTN.

           DISPLAY "-----------------------------------------------".
           DISPLAY "合計残日数 : " WS-TOTAL-BAL-NUM.
           DISPLAY "対象ロット : " WS-LOT-COUNT-NUM.
           PERFORM WRITE-ACCESS-LOG-RTN.

           EXEC SQL DISCONNECT ALL END-EXEC.
           DISPLAY "*** ASOF_INQ FINISHED ***".
               WS-LOT-BAL-NUM.
           ADD WS-LOT-BAL-NUM TO WS-TOTAL-BAL-NUM.

      ******************************************************************
       WRITE-ACCESS-LOG-RTN.
      ******************************************************************
      *    参照記録(PL_ACCESS_LOG)。照会日と再現したロット数を
      *    残す。
           INITIALIZE ACC-PARM-VARS.
           MOVE WS-ERR-PROGRAM-NAME TO ACC-PROGRAM.
           MOVE "EMP" TO ACC-SCOPE.
           MOVE WS-INQ-EMP-ID TO ACC-EMP-ID.
           STRING "ASOF=" WS-ASOF-DATE
               DELIMITED BY SIZE INTO ACC-DETAIL.
           MOVE WS-LOT-COUNT-NUM TO ACC-ROW-COUNT.
           CALL "ACCESS-LOG" USING SQLCA ACC-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL COMMIT WORK END-EXEC.

      ******************************************************************
       WRITE-ERROR-LOG.
      ******************************************************************
