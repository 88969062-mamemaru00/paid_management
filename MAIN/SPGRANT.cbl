      *    付与はINPUT_PROGRAMが行い、本プログラムはそれ以外の
      *    LEAVE_TYPEのロットだけを扱う。付与されたロットは
      *    PAID_CALCで同じ種別を指定した申請からのみ取り崩される。
      *    種別は休暇種別マスタ(LEAVE_TYPE_MASTER)に登録済みの
      *    ものに限り、未登録の種別は付与しない(新しい種別は
      *    LTYPE_MAINTで先に登録する)。有効月数の既定値も
      *    マスタの種別ごとの値を使う。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       WORKING-STORAGE             SECTION.
           01  WS-ERR-PROGRAM-NAME     PIC X(12) VALUE
               "SPGRANT".
           01  WS-OPERATOR-ID          PIC X(10) VALUE "UNKNOWN".
           01  WS-SIGNON-SW            PIC X(1) VALUE "N".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
               03  WS-GRANT-MONTH      PIC 9(2).
               03  WS-GRANT-DAY        PIC 9(2).
           01  WS-GRANT-DAYS-IN        PIC 9(2).
           01  WS-VALID-MONTHS         PIC 9(3).
           01  WS-NEXT-HISTORY-ID      PIC 9(8) VALUE 0.
           01  WS-NEXT-BALANCE-SEQ     PIC 9(6).

           01  PASSWD                  PIC  X(10) VALUE SPACE.
           COPY PLBREC.
           COPY PLHREC.
           COPY LTMREC.
           01  WS-LT-COUNT             PIC  X(08).
           01  WS-LOOKUP-EMP-ID        PIC  X(06).
           01  WS-EMP-COUNT            PIC  X(08).
           01  WS-SP-GRANT-DATE        PIC  X(10).
       MAIN-RTN.
           DISPLAY "*** SPGRANT STARTED ***".

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
           PERFORM ENSURE-LEAVE-TYPE-TABLE-RTN.

           DISPLAY "対象の社員ID : >> ".
           ACCEPT WS-LOOKUP-EMP-ID FROM CONSOLE.

           IF LEAVE-TYPE = SPACE OR LEAVE-TYPE = "ANNUAL"
               DISPLAY "*** 法定年休(ANNUAL)はINPUT_PROGRAMで"
                   "付与してください ***"
               EXEC SQL DISCONNECT ALL END-EXEC
               STOP RUN
           END-IF.
           PERFORM CHECK-LEAVE-TYPE-RTN.

           DISPLAY "付与日数 : >> ".
           ACCEPT WS-GRANT-DAYS-IN FROM CONSOLE.
           IF WS-GRANT-DAYS-IN = ZERO
               DISPLAY "*** 付与日数は1以上を入力"
                   "してください ***"
               EXEC SQL DISCONNECT ALL END-EXEC
               STOP RUN
           END-IF.
           MOVE WS-GRANT-DAYS-IN TO WS-SP-GRANT-DAYS.
               INTO WS-SP-GRANT-DATE.

      *    会社特別休暇は種別ごとに有効期間が異なる(夏季休暇は
      *    当年限りなど)。月数で指定し、0は種別マスタの既定値と
      *    する。既定値が0の種別(積立年休など)は失効しない。
           DISPLAY "有効月数 (0=種別の既定 " LT-VALID-MONTHS
               "ヶ月) : >> ".
           ACCEPT WS-VALID-MONTHS FROM CONSOLE.
           IF WS-VALID-MONTHS = ZERO
               MOVE FUNCTION NUMVAL(LT-VALID-MONTHS)
                   TO WS-VALID-MONTHS
           END-IF.

           PERFORM CHECK-EMPLOYEE-EXISTS.

           IF NOT WS-EMP-FOUND
               MOVE "Y" TO WS-EMP-FOUND-SW
           END-IF.

      ******************************************************************
       CHECK-LEAVE-TYPE-RTN.
      ******************************************************************
      *    入力された種別を休暇種別マスタで確認する。未登録の
      *    種別(入力誤りを含む)は付与せずに終了する。
           MOVE LEAVE-TYPE TO LT-LEAVE-TYPE.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-LT-COUNT
               FROM LEAVE_TYPE_MASTER
               WHERE LEAVE_TYPE = :LT-LEAVE-TYPE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF FUNCTION NUMVAL(WS-LT-COUNT) = 0
               DISPLAY "*** 休暇種別 " LEAVE-TYPE
                   " は種別マスタに未登録です ***"
               DISPLAY "*** LTYPE_MAINTで登録してから"
                   "付与してください ***"
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
               SELECT TYPE_NAME,
                      LPAD(CAST(VALID_MONTHS AS VARCHAR),3,'0')
               INTO :LT-TYPE-NAME, :LT-VALID-MONTHS
               FROM LEAVE_TYPE_MASTER
               WHERE LEAVE_TYPE = :LT-LEAVE-TYPE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           DISPLAY "休暇種別 : " LT-TYPE-NAME.

      ******************************************************************
       ENSURE-LEAVE-TYPE-TABLE-RTN.
      ******************************************************************
      *    休暇種別マスタ。標準種別の初期値はDB/LEAVE_TYPE_MASTERで
      *    投入する。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS LEAVE_TYPE_MASTER
               (
                   LEAVE_TYPE     VARCHAR(8) NOT NULL,
                   TYPE_NAME      VARCHAR(40) NOT NULL,
                   VALID_MONTHS   SMALLINT NOT NULL DEFAULT 24,
                   HALF_DAY_OK    CHAR(1) NOT NULL DEFAULT 'Y',
                   HOURLY_OK      CHAR(1) NOT NULL DEFAULT 'N',
                   COUNT_5DAY     CHAR(1) NOT NULL DEFAULT 'N',
                   PAID_FLAG      CHAR(1) NOT NULL DEFAULT 'Y',
                   ON_LEDGER      CHAR(1) NOT NULL DEFAULT 'N',
                   LT_UPDATED_AT  TIMESTAMP NOT NULL
                                   DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT LTM_0 PRIMARY KEY (LEAVE_TYPE)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       WRITE-SPECIAL-LOT.
      ******************************************************************
               (:BALANCE-ID, :WS-LOOKUP-EMP-ID, TRUE,
                :WS-SP-GRANT-DATE, :WS-SP-GRANT-DAYS,
                :WS-SP-GRANT-DATE, :LEAVE-TYPE,
                CASE WHEN CAST(:WS-VALID-MONTHS AS INTEGER) = 0
                     THEN DATE '9999-12-31'
                     ELSE CAST(:WS-SP-GRANT-DATE AS DATE)
                          + CAST(:WS-VALID-MONTHS AS INTEGER)
                            * INTERVAL '1 month'
                END,
                :WS-SP-GRANT-DAYS)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
