           01  IDX                     PIC  99 VALUE 0.
           01  SYS-TIME                PIC  9(08).
           01  WS-REQUIRED-LEVEL       PIC  9(1) VALUE 3.
           01  WS-SIGNON-SW            PIC  X(1) VALUE "N".

           01  RETIRE-DATE-INPUT.
               03  WS-RETIRE-DATE-NUM  PIC 9(8).
               03  FILLER              PIC X(3) VALUE "HDR".
               03  FILLER              PIC X(6) VALUE "SETTIF".
               03  WS-SIF-RUN-DATE     PIC 9(8).
               03  FILLER              PIC X(6) VALUE SPACE.
               03  WS-SIF-FILE-NO      PIC 9(8).
           01  WS-SIF-DTL-LINE.
               03  FILLER              PIC X(3) VALUE "DTL".
               03  WS-SIF-EMP-ID       PIC X(6).
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY PAYOUTREC.

      ******************************************************************
       PROCEDURE                   DIVISION.
      *    退避する運用)。
           OPEN EXTEND SETTIF-FILE.
           MOVE WS-RUN-DATE TO WS-SIF-RUN-DATE.
      *    1名分のHDR/DTL/TRLを1本の送信ファイルとして送信台帳へ
      *    登録し、送信ファイル番号をHDRに載せる。
           INITIALIZE POR-PARM-VARS.
           MOVE "H" TO POR-FUNCTION.
           MOVE "SETTIF" TO POR-FILE-KIND.
           CALL "PAYOUT-REG" USING SQLCA POR-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           MOVE POR-FILE-NO TO WS-SIF-FILE-NO.
           MOVE SPACE TO SETTIF-REC.
           MOVE WS-SIF-HDR-LINE TO SETTIF-REC.
           WRITE SETTIF-REC.
           MOVE SPACE TO SETTIF-REC.
           MOVE WS-SIF-DTL-LINE TO SETTIF-REC.
           WRITE SETTIF-REC.
           MOVE "D" TO POR-FUNCTION.
           MOVE 1 TO POR-LINE-NO.
           MOVE WS-LOOKUP-EMP-ID TO POR-EMP-ID.
           MOVE WS-RETIRE-DATE TO POR-LINE-KEY.
           MOVE WS-TOTAL-DAYS-NUM TO POR-LINE-DAYS.
           MOVE WS-TOTAL-VALUE-NUM TO POR-LINE-AMOUNT.
           CALL "PAYOUT-REG" USING SQLCA POR-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE 1 TO WS-SIF-COUNT.
           MOVE WS-TOTAL-VALUE-NUM TO WS-SIF-HASH.
           MOVE WS-SIF-TRL-LINE TO SETTIF-REC.
           WRITE SETTIF-REC.
           CLOSE SETTIF-FILE.
           MOVE "T" TO POR-FUNCTION.
           MOVE 1 TO POR-DETAIL-COUNT.
           MOVE WS-TOTAL-VALUE-NUM TO POR-HASH-TOTAL.
           MOVE WS-TOTAL-VALUE-NUM TO POR-AMOUNT-TOTAL.
           CALL "PAYOUT-REG" USING SQLCA POR-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       DEACTIVATE-EMPLOYEE.
      ******************************************************************
      *    EMP_STATUSをFALSEにし、EMP_STATUS_CODEをRETIREDにして
      *    退職者としてEMP_LISTから除外する。退職日は個人データの
      *    保存期間の起算日としてPL_PURGEが参照する。
           EXEC SQL
               ALTER TABLE EMP_MASTER
                   ADD COLUMN IF NOT EXISTS EMP_RETIRE_DATE DATE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               UPDATE EMP_MASTER
               SET EMP_STATUS = FALSE,
                   EMP_STATUS_CODE = 'RETIRED',
                   EMP_RETIRE_DATE = CAST(:WS-RETIRE-DATE AS DATE),
                   EMP_UPDATED_AT = CURRENT_TIMESTAMP
               WHERE EMP_ID = :WS-LOOKUP-EMP-ID
           END-EXEC.
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
      ******************************************************************
       WRITE-AUDIT-RTN.
      ******************************************************************
           CALL "AUDIT-LOCK" USING SQLCA.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               INSERT INTO PL_AUDIT
                   (PROGRAM_NAME, OPERATOR_ID, A_EMP_ID,
                    :WS-AUD-NEW-VALUE)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           CALL "AUDIT-SEAL" USING SQLCA.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       GET-NEXT-HISTORY-ID.
