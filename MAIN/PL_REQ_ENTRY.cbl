      *    PL_REQUESTへ登録する。ここで登録された申請は
      *    PL_REQ_APPRで上長が承認・却下し、承認済みのものだけが
      *    PAID_CALC(Rモード)で実際の消化処理に流れる。
      *    引数Rで起動すると、PL_REQ_APPRで時季変更(RESCHEDULED)
      *    された申請について本人が代替日を受け入れる。代替日で
      *    新しい申請を作り(元申請IDをRQ_ORIG_REQUEST_IDに記録)、
      *    時季変更を行った上長の承認済み(APPROVED)として登録する。
      *    どちらの起動も、パスワードによるサインオン(OPER-SIGNON)
      *    で操作者(PLM_OPERATOR)を確認してから申請表へ書く。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.

           01  WS-SIGNON-SW            PIC X(1) VALUE "N".

           01  WS-EMP-FOUND-SW         PIC  X(01) VALUE "N".
               88  WS-EMP-FOUND            VALUE "Y".
           01  WS-NEXT-REQUEST-ID      PIC  9(8) VALUE 0.
           01  WS-BLACKOUT-OVR         PIC  X(1) VALUE "N".
               88  WS-BLACKOUT-OVERRIDE    VALUE "Y".

           01  WS-CMD-ARG              PIC  X(10) VALUE SPACE.
           01  WS-RUN-MODE-SW          PIC  X(01) VALUE "N".
               88  WS-ACCEPT-MODE          VALUE "R".
           01  WS-ALT-CHOICE           PIC  9(1) VALUE 0.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           01  WS-AUD-OLD-VALUE        PIC  X(40).
           01  WS-AUD-NEW-VALUE        PIC  X(40).
           COPY PLRREC.
      *    時季変更の受け入れ(Rモード)用。
           01  WS-ORIG-REQUEST-ID      PIC  X(08).
           01  WS-TC-COUNT             PIC  X(08).
           01  WS-TC-ID                PIC  X(20).
           01  WS-TC-ORIG-DATE         PIC  X(10).
           01  WS-TC-REASON            PIC  X(40).
           01  WS-TC-CHANGED-BY        PIC  X(10).
           01  WS-TC-ALT-DATE1         PIC  X(10).
           01  WS-TC-ALT-DATE2         PIC  X(10).
           01  WS-TC-ALT-DATE3         PIC  X(10).
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.
       MAIN-RTN.
           DISPLAY "*** PL_REQ_ENTRY STARTED ***".

           ACCEPT WS-CMD-ARG FROM COMMAND-LINE.
           IF WS-CMD-ARG = "R"
               MOVE "R" TO WS-RUN-MODE-SW
           END-IF.

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "PLM_OPERATOR".
           IF WS-OPERATOR-ID = SPACE
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.

           IF WS-ACCEPT-MODE
               PERFORM ACCEPT-TIMING-CHANGE-RTN
               DISPLAY "*** PL_REQ_ENTRY FINISHED ***"
               STOP RUN
           END-IF.

           DISPLAY "申請者の社員ID : >> ".
           ACCEPT RQ-EMP-ID FROM CONSOLE.

           STRING WS-USE-YEAR "-" WS-USE-MONTH "-" WS-USE-DAY
               INTO RQ-USE-DATE.

           ACCEPT WS-BLACKOUT-OVR
               FROM ENVIRONMENT "PLM_BLACKOUT_OVR".

           PERFORM CONNECT-TO-DATABASE.
           PERFORM SIGNON-RTN.
           PERFORM CHECK-EMPLOYEE-EXISTS.

           IF NOT WS-EMP-FOUND
           DISPLAY "*** PL_REQ_ENTRY FINISHED ***".
           STOP RUN.

      ******************************************************************
       SIGNON-RTN.
      ******************************************************************
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

      ******************************************************************
       CONNECT-TO-DATABASE.
      ******************************************************************
       CHECK-OVERRIDE-AUTH-RTN.
      ******************************************************************
      *    上書きにはレベル2以上の操作者が必要。通した場合は
      *    PL_AUDITへ痕跡を残す。操作者は接続直後のSIGNON-RTNで
      *    サインオン済み。
           MOVE "0" TO WS-AUTH-LEVEL.
           EXEC SQL
               SELECT COUNT(*)
           MOVE SPACE TO WS-AUD-NEW-VALUE.
           STRING "OVERRIDE " RQ-USE-DATE
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
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
       INSERT-REQUEST-RTN.
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       ACCEPT-TIMING-CHANGE-RTN.
      ******************************************************************
      *    時季変更された申請の代替日を本人が受け入れる。未処理
      *    (OPEN)の時季変更記録がある申請だけを受け付け、選んだ
      *    代替日で新しい申請を登録して記録をACCEPTEDにする。
           DISPLAY "時季変更された元の申請ID : >> ".
           ACCEPT WS-ORIG-REQUEST-ID FROM CONSOLE.

           PERFORM CONNECT-TO-DATABASE.
           PERFORM SIGNON-RTN.
           PERFORM ENSURE-TIMING-TABLE-RTN.

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-TC-COUNT
               FROM TIMING_CHANGE T
               INNER JOIN PL_REQUEST R
                   ON R.REQUEST_ID = T.TC_REQUEST_ID
               WHERE T.TC_REQUEST_ID = :WS-ORIG-REQUEST-ID
                 AND T.TC_STATUS = 'OPEN'
                 AND R.RQ_STATUS = 'RESCHEDULED'
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-TC-COUNT) = 0
               DISPLAY "申請ID " WS-ORIG-REQUEST-ID
                   " に受け入れ待ちの"
                   "時季変更はありません"
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
               SELECT CAST(T.TC_ID AS VARCHAR(20)),
                      R.RQ_EMP_ID, R.RQ_UNIT,
                      CAST(R.RQ_AMOUNT AS VARCHAR(6)),
                      TO_CHAR(T.TC_ORIG_DATE,'YYYY-MM-DD'),
                      T.TC_REASON, T.TC_CHANGED_BY,
                      TO_CHAR(T.TC_ALT_DATE1,'YYYY-MM-DD'),
                      COALESCE(TO_CHAR(T.TC_ALT_DATE2,
                          'YYYY-MM-DD'),' '),
                      COALESCE(TO_CHAR(T.TC_ALT_DATE3,
                          'YYYY-MM-DD'),' ')
               INTO :WS-TC-ID, :RQ-EMP-ID, :RQ-UNIT, :RQ-AMOUNT,
                    :WS-TC-ORIG-DATE, :WS-TC-REASON,
                    :WS-TC-CHANGED-BY, :WS-TC-ALT-DATE1,
                    :WS-TC-ALT-DATE2, :WS-TC-ALT-DATE3
               FROM TIMING_CHANGE T
               INNER JOIN PL_REQUEST R
                   ON R.REQUEST_ID = T.TC_REQUEST_ID
               WHERE T.TC_REQUEST_ID = :WS-ORIG-REQUEST-ID
                 AND T.TC_STATUS = 'OPEN'
               ORDER BY T.TC_ID DESC
               LIMIT 1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "社員ID     : " RQ-EMP-ID.
           DISPLAY "元の取得日 : " WS-TC-ORIG-DATE.
           DISPLAY "変更理由   : " WS-TC-REASON.
           DISPLAY "代替日1    : " WS-TC-ALT-DATE1.
           IF WS-TC-ALT-DATE2 NOT = SPACE
               DISPLAY "代替日2    : " WS-TC-ALT-DATE2
           END-IF.
           IF WS-TC-ALT-DATE3 NOT = SPACE
               DISPLAY "代替日3    : " WS-TC-ALT-DATE3
           END-IF.
           DISPLAY "受け入れる代替日の番号 "
               "(1-3 / 0=取りやめ) : >> ".
           ACCEPT WS-ALT-CHOICE FROM CONSOLE.

           MOVE SPACE TO RQ-USE-DATE.
           EVALUATE WS-ALT-CHOICE
               WHEN 1
                   MOVE WS-TC-ALT-DATE1 TO RQ-USE-DATE
               WHEN 2
                   MOVE WS-TC-ALT-DATE2 TO RQ-USE-DATE
               WHEN 3
                   MOVE WS-TC-ALT-DATE3 TO RQ-USE-DATE
           END-EVALUATE.
           IF RQ-USE-DATE = SPACE
               DISPLAY "*** 受け入れを取りやめました ***"
               EXEC SQL DISCONNECT ALL END-EXEC
               STOP RUN
           END-IF.

           PERFORM CHECK-EMPLOYEE-EXISTS.
           IF NOT WS-EMP-FOUND
               DISPLAY "社員ID " RQ-EMP-ID
                   " は在籍者として見つかりません"
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM GET-NEXT-REQUEST-ID.
           MOVE WS-NEXT-REQUEST-ID TO REQUEST-ID.

           EXEC SQL
               INSERT INTO PL_REQUEST
                   (REQUEST_ID, RQ_EMP_ID, RQ_UNIT, RQ_AMOUNT,
                    RQ_USE_DATE, RQ_STATUS, RQ_APPROVER,
                    RQ_DECIDED_AT, RQ_ORIG_REQUEST_ID)
               VALUES
                   (:REQUEST-ID, :RQ-EMP-ID, :RQ-UNIT,
                    CAST(:RQ-AMOUNT AS DECIMAL(5,1)),
                    CAST(:RQ-USE-DATE AS DATE), 'APPROVED',
                    :WS-TC-CHANGED-BY, CURRENT_TIMESTAMP,
                    :WS-ORIG-REQUEST-ID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               UPDATE TIMING_CHANGE
               SET TC_STATUS = 'ACCEPTED',
                   TC_NEW_REQUEST_ID = :REQUEST-ID,
                   TC_ACCEPTED_DATE = CAST(:RQ-USE-DATE AS DATE),
                   TC_ACCEPTED_AT = CURRENT_TIMESTAMP
               WHERE TC_ID = CAST(:WS-TC-ID AS BIGINT)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "代替日 " RQ-USE-DATE
               " で申請しました。申請ID : " REQUEST-ID.

      ******************************************************************
       ENSURE-TIMING-TABLE-RTN.
      ******************************************************************
      *    時季変更の記録表はPL_REQ_APPRが作る。受け入れが先に
      *    走った環境でも落ちないよう、無ければ作っておく。元申請
      *    との紐付け列も同様に足しておく。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS TIMING_CHANGE
               (
                   TC_ID             BIGSERIAL,
                   TC_REQUEST_ID     VARCHAR(8) NOT NULL,
                   TC_EMP_ID         VARCHAR(6) NOT NULL,
                   TC_DEPT_CODE      VARCHAR(6),
                   TC_PRIOR_STATUS   VARCHAR(10) NOT NULL,
                   TC_ORIG_DATE      DATE NOT NULL,
                   TC_REASON         VARCHAR(40) NOT NULL,
                   TC_ALT_DATE1      DATE NOT NULL,
                   TC_ALT_DATE2      DATE,
                   TC_ALT_DATE3      DATE,
                   TC_CHANGED_BY     VARCHAR(10) NOT NULL,
                   TC_CHANGED_AT     TIMESTAMP NOT NULL
                                      DEFAULT CURRENT_TIMESTAMP,
                   TC_STATUS         VARCHAR(10) NOT NULL
                                      DEFAULT 'OPEN',
                   TC_NEW_REQUEST_ID VARCHAR(8),
                   TC_ACCEPTED_DATE  DATE,
                   TC_ACCEPTED_AT    TIMESTAMP,
                   CONSTRAINT TCHG_0 PRIMARY KEY (TC_ID)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               ALTER TABLE PL_REQUEST
               ADD COLUMN IF NOT EXISTS RQ_ORIG_REQUEST_ID VARCHAR(8)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       GET-NEXT-REQUEST-ID.
      ******************************************************************
