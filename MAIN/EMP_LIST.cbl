       WORKING-STORAGE             SECTION.
           01  WS-ERR-PROGRAM-NAME     PIC X(12) VALUE
               "EMP_LIST".
           01  WS-OPERATOR-ID          PIC X(10) VALUE "UNKNOWN".
           01  WS-SIGNON-SW            PIC X(1) VALUE "N".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-GRAND-TOTAL-DAYS     PIC S9(5)V9 VALUE 0.
           01  WS-STATUS-DISP           PIC  X(08).
           01  WS-DEPT-DISP             PIC  X(06).
      *    参照記録(PL_ACCESS_LOG)に残す出力社員数。
           01  WS-PREV-EMP-ID           PIC  X(06) VALUE SPACE.
           01  WS-LIST-EMP-COUNT        PIC  9(8) VALUE 0.
           COPY ACCLOGREC.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           IF PASSWD = SPACES
               CALL "CRED-DECRYPT" USING PASSWD
           END-IF.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "PLM_OPERATOR".
           IF WS-OPERATOR-ID = SPACE
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
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

      *    DECLARE CURSOR FOR FETCHING EMPLOYEE AND BALANCE DATA
           EXEC SQL
               DECLARE EMP_CURSOR CURSOR FOR
                  OR :WS-INCLUDE-INACTIVE-SW = 'Y')
                 AND (:WS-LOOKUP-EMP-ID = SPACE
                  OR EMP_MASTER.EMP_ID = :WS-LOOKUP-EMP-ID)
               ORDER BY EMP_NAME ASC, EMP_MASTER.EMP_ID ASC,
                        LEAVE_TYPE ASC

           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM WRITE-ACCESS-LOG-RTN.

      *    DISCONNECT
           EXEC SQL
               DISCONNECT ALL

           MOVE FUNCTION NUMVAL(HOLD-DAYS) TO WS-HOLD-DAYS-NUM.
           ADD WS-HOLD-DAYS-NUM TO WS-GRAND-TOTAL-DAYS.
           IF EMP-ID NOT = WS-PREV-EMP-ID
               MOVE EMP-ID TO WS-PREV-EMP-ID
               ADD 1 TO WS-LIST-EMP-COUNT
           END-IF.
      
      ******************************************************************
       WRITE-ACCESS-LOG-RTN.
      ******************************************************************
      *    参照記録(PL_ACCESS_LOG)。社員ID指定は1名の参照、
      *    空欄は全員(退職者を含むかを条件に残す)。
           INITIALIZE ACC-PARM-VARS.
           MOVE WS-ERR-PROGRAM-NAME TO ACC-PROGRAM.
           IF WS-LOOKUP-EMP-ID = SPACE
               MOVE "ALL" TO ACC-SCOPE
           ELSE
               MOVE "EMP" TO ACC-SCOPE
               MOVE WS-LOOKUP-EMP-ID TO ACC-EMP-ID
           END-IF.
           STRING "INACTIVE=" WS-INCLUDE-INACTIVE-SW
               DELIMITED BY SIZE INTO ACC-DETAIL.
           MOVE WS-LIST-EMP-COUNT TO ACC-ROW-COUNT.
           CALL "ACCESS-LOG" USING SQLCA ACC-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL COMMIT WORK END-EXEC.

      ******************************************************************
       WRITE-ERROR-LOG.
      ******************************************************************
