
      *    バッチ結果ファイル用の結果コードと取り崩し日数。
      *    APPLIED / RESERVED / SIMULATED / REJECT-DUP /
      *    REJECT-BALANCE / REJECT-DATE / REJECT-TYPE /
      *    REJECT-UNIT などのいずれか。
           01 WS-OUTCOME            PIC X(14) VALUE SPACE.
           01 WS-TOTAL-DRAWN        PIC S9(3)V9 VALUE 0.

           01 WS-LEAVE-UNIT-SW      PIC X(1) VALUE "D".
               88 WS-UNIT-HOURS         VALUE "H".
           01 WS-HOURS-PER-DAY      PIC 9(2) VALUE 8.
      *    EMP_MASTERの所定労働時間(勤務表の無い日の換算と時間単位
      *    年休の年間上限に使う)。勤務表に載っている日は
      *    WS-HOURS-PER-DAYをその日の所定時間に置き換える。
           01 WS-BASE-HOURS-PER-DAY PIC 9(2) VALUE 8.
           01 WS-ROSTER-DAY-SW      PIC X(1) VALUE "N".
               88 WS-ROSTER-DAY         VALUE "Y".
           01 INPUT-PAID-HOURS      PIC 9(4)V9.
      *    半日単位の判定用(日数の整数部)。
           01 WS-WHOLE-DAYS         PIC 9(4).

      *    時間単位年休の年間上限(5日分)の検査用。PLM_HOURCAP_OVR
      *    環境変数に"Y"を設定して起動した場合のみ、人事の判断で
           01 WS-HOURCAP-OVR        PIC X(1) VALUE "N".
               88 WS-HOURCAP-OVERRIDE   VALUE "Y".
           01 WS-REQUIRED-LEVEL     PIC 9(1) VALUE 2.
           01 WS-SIGNON-SW          PIC X(1) VALUE "N".

      *    次回付与を引当てにした前借り(ADVANCE)。就業規則により
      *    育児等の事由で5日まで、レベル3の操作者がPLM_ADVANCE_OK=Y
      *    本人の週勤務曜日パターン(月..日、Y/N)。未設定は空白で、
      *    その場合は土日以外を勤務日とする従来の扱い。
           01  WS-EMP-PATTERN            PIC  X(7) VALUE SPACE.
      *    変形労働時間制の月間勤務表(SHIFT_ROSTER)の当日分。
           01  WS-ROSTER-COUNT           PIC  X(8).
           01  WS-ROSTER-SHIFT           PIC  X(4).
           01  WS-ROSTER-HOURS           PIC  X(2).
           COPY EMPREC.
           COPY PLBREC.
           COPY PLHREC.
           COPY PLRREC.
      *    申請の休暇種別の規則(LEAVE_TYPE_MASTER)。
           COPY LTMREC.
           01  WS-LT-COUNT               PIC  X(8).
      *    夜間バッチ(NIGHTLY_RUN)から渡されるランIDとステップ名。
      *    PL_BALANCE/PL_HISTORYへ書く行に刻印する(単独実行ではNULL)。
           01  WS-RUN-ID               PIC  X(8) VALUE SPACE.
           01  WS-RUN-STEP             PIC  X(20) VALUE SPACE.
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.
                   " ***"
           END-IF.

           ACCEPT WS-RUN-ID FROM ENVIRONMENT "PLM_RUN_ID".
           ACCEPT WS-RUN-STEP FROM ENVIRONMENT "PLM_RUN_STEP".
           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.
           ACCEPT WS-HOURCAP-OVR FROM ENVIRONMENT "PLM_HOURCAP_OVR".
           ACCEPT WS-ADVANCE-OK FROM ENVIRONMENT "PLM_ADVANCE_OK".

           PERFORM CONNECT-TO-DATABASE.
           PERFORM ENSURE-AUDIT-TABLE-RTN.
           PERFORM ENSURE-ROSTER-TABLE-RTN.
           MOVE 2 TO WS-REQUIRED-LEVEL.
           PERFORM CHECK-AUTH-LEVEL-RTN.

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
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       ENSURE-ROSTER-TABLE-RTN.
      ******************************************************************
      *    変形労働時間制の月間勤務表。取込はSHIFT_ROSTERが行う。
      *    表が無い環境でも営業日判定で落ちないようここで作る。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS SHIFT_ROSTER
               (
                   R_EMP_ID       VARCHAR(6) NOT NULL,
                   ROSTER_DATE    DATE NOT NULL,
                   SHIFT_CODE     VARCHAR(4) NOT NULL,
                   SCHED_HOURS    NUMERIC(2) NOT NULL DEFAULT 0,
                   RST_UPDATED_AT TIMESTAMP NOT NULL
                                   DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT SRST_0 PRIMARY KEY
                       (R_EMP_ID, ROSTER_DATE)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       WRITE-AUDIT-RTN.
      ******************************************************************
      *    更新1件分の監査行を書く。WS-AUD-*は呼び出し側で設定済み
      *    であること。
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
       CONNECT-TO-DATABASE.
                       TO WS-HOURS-PER-DAY
               END-IF
           END-IF.
           MOVE WS-HOURS-PER-DAY TO WS-BASE-HOURS-PER-DAY.

      *    本人の所属部門の事業所カレンダーもここで引く(営業日
      *    判定はこのカレンダーの休日だけを見る)。
      *    WS-USE-DATE-NUMが営業日かどうかを判定する。土曜・日曜、
      *    またはHOLIDAY_CALENDARに登録された休日は営業日ではない。
      *    曜日計算はINPUT_PROGRAMのADJUST-GRANT-DATE-RTNと同じ。
      *    変形労働時間制の社員で当日の勤務表があれば、曜日・休日
      *    カレンダーではなく勤務表の勤務区分に従い(公休=OFFまたは
      *    0時間は休日)、1日の時間数もその日の所定時間とする。
           MOVE "Y" TO WS-WORKDAY-SW.
           MOVE WS-BASE-HOURS-PER-DAY TO WS-HOURS-PER-DAY.
           COMPUTE WS-CAND-DOW =
               FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-USE-DATE-NUM) - 1, 7).
           MOVE SPACE TO WS-CHK-DATE.
           STRING WS-USE-DATE-NUM(1:4) "-"
               WS-USE-DATE-NUM(5:2) "-"
               WS-USE-DATE-NUM(7:2)
               INTO WS-CHK-DATE.
           PERFORM GET-ROSTER-DAY-RTN.
           IF WS-ROSTER-DAY
               IF WS-ROSTER-SHIFT = "OFF"
                  OR FUNCTION NUMVAL(WS-ROSTER-HOURS) = 0
                   MOVE "N" TO WS-WORKDAY-SW
               ELSE
                   MOVE FUNCTION NUMVAL(WS-ROSTER-HOURS)
                       TO WS-HOURS-PER-DAY
               END-IF
           ELSE
      *    勤務曜日パターン(月..日)があればそれに従い、無ければ
      *    土日以外を勤務日とする。
               IF WS-EMP-PATTERN NOT = SPACE
                  AND WS-EMP-PATTERN(WS-CAND-DOW + 1:1) = "N"
                   MOVE "N" TO WS-WORKDAY-SW
               ELSE
               IF WS-EMP-PATTERN = SPACE
                  AND (WS-CAND-DOW = 5 OR WS-CAND-DOW = 6)
                   MOVE "N" TO WS-WORKDAY-SW
               ELSE
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO :WS-HOLIDAY-COUNT
                       FROM HOLIDAY_CALENDAR
                       WHERE HOLIDAY_DATE = :WS-CHK-DATE
                         AND CALENDAR_ID = :WS-EMP-CALENDAR
                   END-EXEC
                   IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
                   END-IF
                   IF FUNCTION NUMVAL(WS-HOLIDAY-COUNT) > 0
                       MOVE "N" TO WS-WORKDAY-SW
                   END-IF
               END-IF
               END-IF
           END-IF.

      ******************************************************************
       GET-ROSTER-DAY-RTN.
      ******************************************************************
      *    WS-CHK-DATEの本人の勤務表(SHIFT_ROSTER)を引く。勤務表に
      *    載っていない日(固定勤務の社員・未配信の月)はWS-ROSTER-DAY
      *    を立てず、従来の曜日パターン・カレンダー判定に任せる。
           MOVE "N" TO WS-ROSTER-DAY-SW.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-ROSTER-COUNT
               FROM SHIFT_ROSTER
               WHERE R_EMP_ID = :WS-EMP-ID-KEY
                 AND ROSTER_DATE = CAST(:WS-CHK-DATE AS DATE)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-ROSTER-COUNT) > 0
               EXEC SQL
                   SELECT SHIFT_CODE,
                          CAST(SCHED_HOURS AS VARCHAR(2))
                   INTO :WS-ROSTER-SHIFT, :WS-ROSTER-HOURS
                   FROM SHIFT_ROSTER
                   WHERE R_EMP_ID = :WS-EMP-ID-KEY
                     AND ROSTER_DATE = CAST(:WS-CHK-DATE AS DATE)
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               MOVE "Y" TO WS-ROSTER-DAY-SW
           END-IF.

      ******************************************************************
      *    土日・会社休日に消化日を立てる申請は受け付けない
      *    (INPUT_PROGRAMの付与日繰り上げと同じ休日判定)。対話・
      *    PARM・TRANFILEのどのモードでもここで共通に検査する。
      *    勤務表のある社員は勤務表の公休日を休日とする。
           PERFORM CHECK-WORKDAY-RTN.
           IF NOT WS-WORKDAY
               MOVE "Y" TO WS-REJECTED-SW
               MOVE "REJECT-DATE" TO WS-OUTCOME
               IF WS-ROSTER-DAY
                   DISPLAY "*** 取得日が勤務表の公休日"
                       "のため受付できません ***"
               ELSE
                   DISPLAY "*** 取得日が休日"
                       "(土日・会社休日)"
                       "のため受付できません ***"
               END-IF
               DISPLAY "ユーザID : " INPUT-USER
               DISPLAY "取得日   : " WS-USE-DATE
           END-IF.

      *    勤務表の勤務日の時間単位申請は、その日の所定時間で
      *    日数換算し直す(10時間勤務の日の5時間は0.5日)。
           IF NOT WS-REQUEST-REJECTED AND WS-ROSTER-DAY
              AND WS-UNIT-HOURS
               COMPUTE INPUT-PAID-DAYS ROUNDED =
                   INPUT-PAID-HOURS / WS-HOURS-PER-DAY
               DISPLAY "勤務表の所定時間 = " WS-HOURS-PER-DAY
               DISPLAY "日数換算(勤務表) = " INPUT-PAID-DAYS
           END-IF.

      *    休暇種別が種別マスタに登録済みか、取得単位(半日・
      *    時間単位)が種別の規則で認められているかを検査する。
           IF NOT WS-REQUEST-REJECTED
               PERFORM CHECK-LEAVE-TYPE-RTN
           END-IF.

      *    積立年休(STORED)は許可された理由コード(傷病・家族介護)
      *    を伴う申請に限って取り崩せる。通常のFIFO消化は種別で
      *    分かれているためSTOREDロットには届かない。予約の確定
               PERFORM CHECK-DUPLICATE-USE-RTN
           END-IF.

      *    時間単位の年5日上限は法定年休(ANNUAL)だけの規則。
      *    子の看護休暇・介護休暇など時間単位可の他種別は、各種別の
      *    ロットの残日数の範囲で時間単位に取り崩す。
           IF NOT WS-REQUEST-REJECTED AND WS-UNIT-HOURS
              AND WS-LEAVE-TYPE = "ANNUAL"
               PERFORM CHECK-HOURLY-CAP-RTN
           END-IF.

               END-IF
           END-IF.

      ******************************************************************
       CHECK-LEAVE-TYPE-RTN.
      ******************************************************************
      *    申請の休暇種別の規則を種別マスタから読む。未登録の種別は
      *    拒否する(入力誤りの種別で空振りさせない)。時間単位の
      *    申請は時間単位可の種別、端数日(半休)の申請は半日単位
      *    可の種別に限る。予約の確定(Vモード)は受付時に検査
      *    済みのため、規則は読むだけで再検査しない(前借りロットの
      *    有効月数に使う)。
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

           MOVE WS-LEAVE-TYPE TO LT-LEAVE-TYPE.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-LT-COUNT
               FROM LEAVE_TYPE_MASTER
               WHERE LEAVE_TYPE = :LT-LEAVE-TYPE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF FUNCTION NUMVAL(WS-LT-COUNT) = 0
               MOVE "Y" TO WS-REJECTED-SW
               MOVE "REJECT-TYPE" TO WS-OUTCOME
               DISPLAY "*** 休暇種別 " WS-LEAVE-TYPE
                   " は種別マスタに未登録です ***"
           ELSE
               EXEC SQL
                   SELECT TYPE_NAME,
                          LPAD(CAST(VALID_MONTHS AS VARCHAR),3,'0'),
                          HALF_DAY_OK, HOURLY_OK, COUNT_5DAY,
                          PAID_FLAG, ON_LEDGER
                   INTO :LT-TYPE-NAME, :LT-VALID-MONTHS,
                        :LT-HALF-DAY-OK, :LT-HOURLY-OK,
                        :LT-COUNT-5DAY, :LT-PAID-FLAG,
                        :LT-ON-LEDGER
                   FROM LEAVE_TYPE_MASTER
                   WHERE LEAVE_TYPE = :LT-LEAVE-TYPE
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               MOVE INPUT-PAID-DAYS TO WS-WHOLE-DAYS
               IF WS-CONV-HISTORY-ID = "00000000"
                   IF WS-UNIT-HOURS AND LT-HOURLY-OK NOT = "Y"
                       MOVE "Y" TO WS-REJECTED-SW
                       MOVE "REJECT-UNIT" TO WS-OUTCOME
                       DISPLAY "*** " LT-TYPE-NAME
                           " は時間単位では取得"
                           "できません ***"
                   END-IF
                   IF NOT WS-UNIT-HOURS
                      AND WS-WHOLE-DAYS NOT = INPUT-PAID-DAYS
                      AND LT-HALF-DAY-OK NOT = "Y"
                       MOVE "Y" TO WS-REJECTED-SW
                       MOVE "REJECT-UNIT" TO WS-OUTCOME
                       DISPLAY "*** " LT-TYPE-NAME
                           " は半日単位では取得"
                           "できません ***"
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
       CHECK-STORED-REASON-RTN.
      ******************************************************************
      *    時間単位年休は休暇年度あたり5日分までしか取得できない。
      *    休暇年度の起点は取得日以前で最新の付与日とし、その
      *    1年間のH単位の実績(ACQ_HOURS。USEに加えPL_CORRECTの
      *    戻し分CORRECT、所定労働時間変更時にHOUR_RECONVが書く
      *    換算分ADJUSTも符号ごと合算する)を集計して、本申請を
      *    加えた合計が5日分(5×所定労働時間)を超える場合は拒否
      *    する。PLM_HOURCAP_OVR=Yで起動した場合のみ、警告付きで
      *    通す(人事の個別判断)。
                   ON H.H_BALANCE_ID = B.BALANCE_ID
               WHERE B.B_EMP_ID = :WS-EMP-ID-KEY
                 AND B.LEAVE_TYPE = 'ANNUAL'
                 AND H.TRANSACTION_TYPE IN
                     ('USE','CORRECT','ADJUST')
                 AND H.ACQ_UNIT = 'H'
                 AND H.ACQ_DATE >= :WS-LY-START
                 AND H.ACQ_DATE <
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE FUNCTION NUMVAL(WS-USED-HOURS) TO WS-USED-HOURS-NUM.
           COMPUTE WS-CAP-HOURS-NUM = 5 * WS-BASE-HOURS-PER-DAY.

           IF WS-USED-HOURS-NUM + INPUT-PAID-HOURS
              > WS-CAP-HOURS-NUM
               INSERT INTO PL_BALANCE
               (BALANCE_ID, B_EMP_ID, BALANCE_STATUS, GRANT_DAYS,
                HOLD_DAYS, LAST_UPD_DATE, LEAVE_TYPE, EXPIRE_DATE,
                GRANTED_DAYS, COMPANY_CODE, RUN_ID, RUN_STEP)
               VALUES
               (:WS-ADV-BALANCE-ID, :WS-EMP-ID-KEY, TRUE,
                CAST(:WS-USE-DATE AS DATE), :WS-ADV-DAYS,
                CAST(:WS-USE-DATE AS DATE), 'ANNUAL',
                CAST(:WS-USE-DATE AS DATE)
                    + CAST(:LT-VALID-MONTHS AS INTEGER)
                      * INTERVAL '1 month',
                0,
                COALESCE((SELECT COMPANY_CODE FROM EMP_MASTER
                          WHERE EMP_ID = :WS-EMP-ID-KEY),'01'),
                CAST(NULLIF(TRIM(:WS-RUN-ID),'') AS NUMERIC(8)),
                NULLIF(TRIM(:WS-RUN-STEP),''))
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               INSERT INTO PL_HISTORY
                   (HISTORY_ID, H_BALANCE_ID, ACQ_DATE, ACQ_DAYS,
                    INSERT_DATETIME, TRANSACTION_TYPE, RUN_ID, RUN_STEP)
               VALUES
                   (:HISTORY-ID, :WS-ADV-BALANCE-ID, :WS-USE-DATE,
                    :WS-ADV-DAYS, CURRENT_TIMESTAMP, 'ADVANCE',
                    CAST(NULLIF(TRIM(:WS-RUN-ID),'') AS NUMERIC(8)),
                    NULLIF(TRIM(:WS-RUN-STEP),''))
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

               INSERT INTO PL_HISTORY
                   (HISTORY_ID, H_BALANCE_ID, ACQ_DATE, ACQ_DAYS,
                    ACQ_HOURS, INSERT_DATETIME, TRANSACTION_TYPE,
                    REQUEST_REF, ACQ_UNIT, RUN_ID, RUN_STEP)
               VALUES
                   (:HISTORY-ID, :WS-OLDEST-BALANCE-ID, :WS-USE-DATE,
                    :WS-ACQ-DAYS-NUM, :WS-ACQ-HOURS-NUM,
                    CURRENT_TIMESTAMP, 'RESERVED', :WS-REQUEST-REF,
                    :WS-LEAVE-UNIT-SW,
                    CAST(NULLIF(TRIM(:WS-RUN-ID),'') AS NUMERIC(8)),
                    NULLIF(TRIM(:WS-RUN-STEP),''))
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

               INSERT INTO PL_HISTORY
                   (HISTORY_ID, H_BALANCE_ID, ACQ_DATE, ACQ_DAYS,
                    ACQ_HOURS, INSERT_DATETIME, TRANSACTION_TYPE,
                    REQUEST_REF, ACQ_UNIT, RUN_ID, RUN_STEP)
               VALUES
                   (:HISTORY-ID, :BALANCE-ID, :WS-USE-DATE,
                    :WS-ACQ-DAYS-NUM, :WS-ACQ-HOURS-NUM,
                    CURRENT_TIMESTAMP, 'USE', :WS-REQUEST-REF,
                    :WS-LEAVE-UNIT-SW,
                    CAST(NULLIF(TRIM(:WS-RUN-ID),'') AS NUMERIC(8)),
                    NULLIF(TRIM(:WS-RUN-STEP),''))
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

