           01  WS-GRANTED-DAYS-NUM      PIC S9(3)V9.
           01  WS-USED-DAYS-NUM         PIC S9(3)V9.
           01  WS-FLAG-COUNT            PIC  9(6) VALUE 0.
           01  WS-REQUIRED-DISP         PIC  Z9.9.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           COPY EMPREC.
           COPY PLBREC.
           01  WS-GRANTED-DAYS          PIC  X(4).
      *    義務期間(前回付与と重なる場合は通算した期間)の受け渡し。
           COPY OBLGREC.
      *    グループ会社統合後の対象会社コード(PLM_COMPANY環境変数、
      *    未指定は01)。
           01  WS-COMPANY              PIC  X(2) VALUE "01".
      *    休暇種別マスタ(LEAVE_TYPE_MASTER)の登録件数確認用。
           01  WS-LT-COUNT             PIC  X(8).
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.
           END-IF.

           PERFORM CONNECT-TO-DATABASE.
           PERFORM ENSURE-LEAVE-TYPE-TABLE-RTN.

           DISPLAY "-----------------------------------------------".
           DISPLAY "5日取得義務 未達者リスト".
       CHECK-EACH-LOT.
      ******************************************************************
      *    在籍中の従業員が持つロットごとに、付与日数が10日以上かつ
      *    義務期間内の消化日数が必要日数(通常は付与日から1年で
      *    5日、期間が重なる場合は按分)未満の場合をフラグする。
      *    5日取得義務に算入する種別は休暇種別マスタのCOUNT_5DAY
      *    で決まる。算入しない種別(会社特別休暇等)のロットは見ない。
           EXEC SQL
               DECLARE LOT_CURSOR CURSOR FOR
               SELECT EMP_MASTER.EMP_ID, EMP_NAME,
               INNER JOIN PL_BALANCE
               ON EMP_MASTER.EMP_ID = PL_BALANCE.B_EMP_ID
               WHERE EMP_STATUS = TRUE
                 AND LEAVE_TYPE IN
                     (SELECT LEAVE_TYPE FROM LEAVE_TYPE_MASTER
                      WHERE COUNT_5DAY = 'Y')
                 AND EMP_MASTER.COMPANY_CODE = :WS-COMPANY
               ORDER BY EMP_NAME ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    使用者の時季指定(DESIGNATE)で取得させた分も消化として
      *    数える。義務期間と必要日数はOBLIG-PERIODで求める。前回
      *    付与の1年以内に付与されたロットは期間を通算した按分と
      *    なり、通算した期間は先頭のロットで1回だけ判定する。
           MOVE FUNCTION NUMVAL(WS-GRANTED-DAYS) TO WS-GRANTED-DAYS-NUM.

           IF WS-GRANTED-DAYS-NUM >= 10
               MOVE BALANCE-ID TO OBL-BALANCE-ID
               CALL "OBLIG-PERIOD" USING SQLCA OBL-PARM-VARS
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               MOVE OBL-USED TO WS-USED-DAYS-NUM
               IF OBL-LOT-COUNT > 0 AND OBL-LEAD-ID = BALANCE-ID
                   AND WS-USED-DAYS-NUM < OBL-REQUIRED
                   PERFORM DISPLAY-FLAGGED-LOT
               END-IF
           END-IF.

      ******************************************************************
       DISPLAY-FLAGGED-LOT.
      ******************************************************************
           ADD 1 TO WS-FLAG-COUNT.
           MOVE OBL-REQUIRED TO WS-REQUIRED-DISP.
           DISPLAY "氏名       : " EMP-NAME.
           DISPLAY "付与日数   : " WS-GRANTED-DAYS-NUM.
           DISPLAY "義務期間   : " OBL-START " - " OBL-END
               " (" OBL-MONTHS "か月)".
           IF OBL-LOT-COUNT > 1
               DISPLAY "             前回付与と重なるため "
                   OBL-LOT-COUNT "ロットの期間を通算"
           END-IF.
           DISPLAY "必要日数   : " WS-REQUIRED-DISP.
           DISPLAY "消化日数   : " WS-USED-DAYS-NUM.
           DISPLAY "-----------------------------------------------".

      ******************************************************************
       ENSURE-LEAVE-TYPE-TABLE-RTN.
      ******************************************************************
      *    休暇種別マスタ。標準種別の初期値はDB/LEAVE_TYPE_MASTERで
      *    投入する。マスタが空のままでは法定年休も対象外となって
      *    結果が空振りするため、その場合は記録して処理を打ち切る。
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

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-LT-COUNT
               FROM LEAVE_TYPE_MASTER
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-LT-COUNT) = 0
               ACCEPT WS-ERR-TIMESTAMP FROM DATE YYYYMMDD
               MOVE SPACE TO ERROR-LOG-REC
               STRING WS-ERR-TIMESTAMP "  " WS-ERR-PROGRAM-NAME
                   "  NO-LEAVE-TYPE"
                   DELIMITED BY SIZE INTO ERROR-LOG-REC
               OPEN EXTEND ERROR-LOG-FILE
               WRITE ERROR-LOG-REC
               CLOSE ERROR-LOG-FILE
               DISPLAY "*** 休暇種別マスタ(LEAVE_TYPE_MASTER)が"
                   "空です ***"
               EXEC SQL ROLLBACK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
