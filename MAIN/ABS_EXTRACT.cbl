      *    DAILY_WAGEから、終日欠勤(F)=日額1日分、時間欠勤(H)=
      *    日額÷所定労働時間(1時間分)で計算する。
      *    起動引数: 対象年月(YYYYMM)。未指定は対話入力。
      *    送ったファイルと明細は送信台帳(PAYOUT-REG)へ登録し、
      *    HDRに送信ファイル番号を載せる(PAYIFと同じ位置)。給与
      *    からの受領・拒否の返信はPAY_ACKが突き合わせる。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       WORKING-STORAGE             SECTION.
           01  WS-ERR-PROGRAM-NAME     PIC X(12) VALUE
               "ABS_EXTRACT".
           01  WS-OPERATOR-ID          PIC X(10) VALUE "UNKNOWN".
           01  WS-SIGNON-SW            PIC X(1) VALUE "N".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
               03  WS-HDR-FILE-ID      PIC X(6) VALUE "ABSDED".
               03  WS-HDR-RUN-DATE     PIC 9(8).
               03  WS-HDR-PERIOD       PIC X(6).
               03  WS-HDR-FILE-NO      PIC 9(8).
           01  WS-DTL-LINE.
               03  FILLER              PIC X(3) VALUE "DTL".
               03  WS-DTL-EMP-ID       PIC X(6).
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY PAYOUTREC.

           01  WS-CMD-PERIOD            PIC X(6) VALUE SPACE.


           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

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

           OPEN OUTPUT DED-FILE.
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE.
           MOVE WS-PERIOD   TO WS-HDR-PERIOD.
           INITIALIZE POR-PARM-VARS.
           MOVE "H"            TO POR-FUNCTION.
           MOVE WS-HDR-FILE-ID TO POR-FILE-KIND.
           MOVE WS-PERIOD      TO POR-PERIOD.
           CALL "PAYOUT-REG" USING SQLCA POR-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           MOVE POR-FILE-NO TO WS-HDR-FILE-NO.
           MOVE SPACE TO DED-REC.
           MOVE WS-HDR-LINE TO DED-REC.
           WRITE DED-REC.
           WRITE DED-REC.
           CLOSE DED-FILE.

           MOVE "T"            TO POR-FUNCTION.
           MOVE WS-REC-COUNT   TO POR-DETAIL-COUNT.
           MOVE WS-HASH-AMOUNT TO POR-HASH-TOTAL.
           MOVE WS-HASH-AMOUNT TO POR-AMOUNT-TOTAL.
           CALL "PAYOUT-REG" USING SQLCA POR-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "対象年月     : " WS-PERIOD.
           ADD 1 TO WS-REC-COUNT.
           ADD WS-DED-AMOUNT-NUM TO WS-HASH-AMOUNT.

      *    明細を送信台帳へ登録する(明細キーは欠勤日)。
           MOVE "D"               TO POR-FUNCTION.
           MOVE WS-REC-COUNT      TO POR-LINE-NO.
           MOVE WS-ABS-EMP-ID     TO POR-EMP-ID.
           MOVE WS-ABS-DATE       TO POR-LINE-KEY.
           MOVE ZERO              TO POR-LINE-DAYS.
           MOVE WS-DED-AMOUNT-NUM TO POR-LINE-AMOUNT.
           CALL "PAYOUT-REG" USING SQLCA POR-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       WRITE-ERROR-LOG.
      ******************************************************************
