
           01  WS-EXPIRE-COUNT         PIC  9(6) VALUE 0.
           01  WS-REQUIRED-LEVEL       PIC  9(1) VALUE 3.
           01  WS-SIGNON-SW            PIC  X(1) VALUE "N".
           01  WS-NEXT-HISTORY-ID      PIC  9(8) VALUE 0.
           01  WS-HOLD-DAYS-NUM        PIC S9(3)V9.
           01  WS-WRITEOFF-DAYS-NUM    PIC S9(3)V9.
      *    グループ会社統合後の対象会社コード(PLM_COMPANY環境変数、
      *    未指定は01)。
           01  WS-COMPANY              PIC  X(2) VALUE "01".
      *    夜間バッチ(NIGHTLY_RUN)から渡されるランIDとステップ名。
      *    PL_BALANCE/PL_HISTORYへ書く行に刻印する(単独実行ではNULL)。
           01  WS-RUN-ID               PIC  X(8) VALUE SPACE.
           01  WS-RUN-STEP             PIC  X(20) VALUE SPACE.
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.
       MAIN-RTN.
           DISPLAY "*** PL_EXPIRE STARTED ***".

           ACCEPT WS-RUN-ID FROM ENVIRONMENT "PLM_RUN_ID".
           ACCEPT WS-RUN-STEP FROM ENVIRONMENT "PLM_RUN_STEP".
           ACCEPT WS-COMPANY FROM ENVIRONMENT "PLM_COMPANY".
           IF WS-COMPANY = SPACE
               MOVE "01" TO WS-COMPANY
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    パスワードによるサインオン(OPER-SIGNON)で本人を確認して
      *    から権限レベルを読む。
           CALL "OPER-SIGNON" USING SQLCA WS-OPERATOR-ID
               WS-ERR-PROGRAM-NAME WS-SIGNON-SW.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF WS-SIGNON-SW NOT = "Y"
               PERFORM WRITE-AUTH-DENIED-LOG
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "0" TO WS-AUTH-LEVEL.
           EXEC SQL
               SELECT COUNT(*)
           EXEC SQL
               INSERT INTO PL_HISTORY
                   (HISTORY_ID, H_BALANCE_ID, ACQ_DATE, ACQ_DAYS,
                    INSERT_DATETIME, TRANSACTION_TYPE, RUN_ID, RUN_STEP)
               VALUES
                   (:HISTORY-ID, :H-BALANCE-ID, CURRENT_DATE,
                    :WS-WRITEOFF-DAYS-NUM, CURRENT_TIMESTAMP, 'EXPIRE',
                    CAST(NULLIF(TRIM(:WS-RUN-ID),'') AS NUMERIC(8)),
                    NULLIF(TRIM(:WS-RUN-STEP),''))
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

               INSERT INTO PL_BALANCE
               (BALANCE_ID, B_EMP_ID, BALANCE_STATUS, GRANT_DAYS,
                HOLD_DAYS, LAST_UPD_DATE, LEAVE_TYPE, EXPIRE_DATE,
                GRANTED_DAYS, COMPANY_CODE, RUN_ID, RUN_STEP)
               VALUES
               (:WS-STORE-BALANCE-ID, :B-EMP-ID, TRUE, CURRENT_DATE,
                :WS-XFER-DAYS, CURRENT_DATE, 'STORED',
                DATE '9999-12-31', :WS-XFER-DAYS,
                COALESCE((SELECT COMPANY_CODE FROM EMP_MASTER
                          WHERE EMP_ID = :B-EMP-ID),'01'),
                CAST(NULLIF(TRIM(:WS-RUN-ID),'') AS NUMERIC(8)),
                NULLIF(TRIM(:WS-RUN-STEP),''))
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               INSERT INTO PL_HISTORY
                   (HISTORY_ID, H_BALANCE_ID, ACQ_DATE, ACQ_DAYS,
                    INSERT_DATETIME, TRANSACTION_TYPE, RUN_ID, RUN_STEP)
               VALUES
                   (:HISTORY-ID, :WS-STORE-BALANCE-ID, CURRENT_DATE,
                    :WS-XFER-DAYS, CURRENT_TIMESTAMP, 'STORE',
                    CAST(NULLIF(TRIM(:WS-RUN-ID),'') AS NUMERIC(8)),
                    NULLIF(TRIM(:WS-RUN-STEP),''))
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

