      *    承認(APPROVED)・却下(DENIED)・保留(スキップ)に振り分ける。
      *    承認済みの申請はPAID_CALC(Rモード)が取り込み、実際の
      *    消化処理(BATCH-PROCESS-RTNと同じPAID-CALC)へ流す。
      *    事業の正常な運営を妨げる場合は時季変更権を行使する
      *    (C)。PENDINGのほか、PAID_CALCへ取り込まれる前の
      *    APPROVEDの申請も対象とし、理由と代替日(最大3日)を
      *    TIMING_CHANGEへ記録して申請をRESCHEDULEDとし、本人へ
      *    NOTIFY_QUEUEで通知する。本人が代替日を受け入れると
      *    PL_REQ_ENTRY(Rモード)が元申請に紐付く新しい申請を作る。
      *    PENDINGの申請の時季変更は最終段階の承認者に限り、代替日
      *    は最低出勤人数の規則がBLOCKの日を受け付けない。
      *    承認は承認経路(APPR_ROUTE)の段階順に進める。途中段階の
      *    承認は段階別の承認記録(PL_REQ_APPROVAL)を残して次の
      *    段階へ回すだけで、申請はPENDINGのまま。最終段階の承認で
      *    初めてAPPROVEDになりPAID_CALCから見える。経路の無い環境
      *    では従来どおり1段階で確定する。段階に指定承認者がある
      *    場合は本人・振替先・委任先だけが判断でき、前段で判断した
      *    者は後段を判断できない。
      *    承認で部門の最低出勤人数(DEPT_COVERAGE)を割り込む場合は
      *    規則に従い警告(WARN)または承認を止める(BLOCK)。
      *    却下は却下理由コード表(DENY_REASON_MASTER)のコードを
      *    選び、申請のRQ_DENY_CODEに記録する。
      *    承認者はOPER-SIGNONでサインオンした操作者(PLM_OPERATOR)
      *    とし、コンソールからの申告は受け付けない。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
           01  WS-DECISION-SW          PIC  X(01) VALUE "S".
               88  WS-DECIDE-APPROVE       VALUE "A".
               88  WS-DECIDE-DENY          VALUE "D".
               88  WS-DECIDE-CHANGE        VALUE "C".
           01  WS-APPROVE-COUNT        PIC  9(6) VALUE 0.
           01  WS-DENY-COUNT           PIC  9(6) VALUE 0.
           01  WS-SKIP-COUNT           PIC  9(6) VALUE 0.
           01  WS-CHANGE-COUNT         PIC  9(6) VALUE 0.
           01  WS-LEVEL-UP-COUNT       PIC  9(6) VALUE 0.

      *    承認者はサインオンした操作者(PLM_OPERATOR)とする。
           01  WS-OPERATOR-ID          PIC  X(10) VALUE "UNKNOWN".
           01  WS-SIGNON-SW            PIC  X(1) VALUE "N".

      *    承認段階の判定用。
           01  WS-APPR-LEVEL-NUM       PIC  9(2) VALUE 1.
           01  WS-LEVELS-NUM           PIC  9(2) VALUE 1.
           01  WS-APPROVER-OK-SW       PIC  X(1) VALUE "Y".
               88  WS-APPROVER-OK          VALUE "Y".
           01  WS-DENY-REASON-SW       PIC  X(1) VALUE "N".
               88  WS-DENY-REASON-OK       VALUE "Y".

      *    部門の最低出勤人数(DEPT_COVERAGE)の判定用。結果は
      *    O=問題なし / W=警告して通す / B=阻止。
           01  WS-COV-RESULT-SW        PIC  X(1) VALUE "O".
               88  WS-COV-OK               VALUE "O".
               88  WS-COV-WARNING          VALUE "W".
               88  WS-COV-BLOCKED          VALUE "B".
           01  WS-COV-MIN-NUM          PIC  9(4).
           01  WS-COV-PRESENT-NUM      PIC S9(6).
           01  WS-COV-ED-PRESENT       PIC -(5)9.

      *    時季変更の代替日(YYYYMMDD)の入力・検証用。0の入力は
      *    2日目以降の代替日なしとして扱う。
           01  ALT-DATE-INPUT.
               03  WS-ALT-DATE-NUM     PIC 9(8).
           01  ALT-DATE-INPUT-R REDEFINES ALT-DATE-INPUT.
               03  WS-ALT-YEAR         PIC 9(4).
               03  WS-ALT-MONTH        PIC 9(2).
               03  WS-ALT-DAY          PIC 9(2).
           01  WS-DATE-VALID-SW        PIC  X(1) VALUE "N".
               88  WS-DATE-VALID           VALUE "Y".
           01  WS-ALT-SEQ              PIC  9(1).
           01  WS-ALT-DATE-WORK        PIC  X(10).
           01  WS-SAVE-USE-DATE        PIC  X(10).
           01  WS-TODAY-NUM            PIC  9(8).

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           COPY PLRREC.
      *    REQ_AGINGの滞留スイープが振り替えたエスカレーション先。
           01  WS-ESCALATED-TO         PIC  X(10).
      *    時季変更の対象はPENDINGとAPPROVEDの2状態。
           01  WS-CUR-STATUS           PIC  X(10).
               88  WS-CUR-APPROVED         VALUE "APPROVED".
           01  WS-TC-ALT-DATE1         PIC  X(10).
           01  WS-TC-ALT-DATE2         PIC  X(10).
           01  WS-TC-ALT-DATE3         PIC  X(10).
           01  WS-NQ-TYPE              PIC  X(10).
           01  WS-NQ-TEXT              PIC  X(200).
      *    承認経路(APPR_ROUTE)の解決用。申請は現状すべて法定年休
      *    (ANNUAL)として経路を引く。
           01  WS-APPR-LEVEL           PIC  X(02).
           01  WS-NEXT-LEVEL           PIC  X(02).
           01  WS-REQ-DEPT             PIC  X(06).
           01  WS-REQ-DAYS             PIC  X(06).
           01  WS-REQ-LEAVE-TYPE       PIC  X(08) VALUE "ANNUAL".
           01  WS-RT-COUNT             PIC  X(08).
           01  WS-RT-DEPT              PIC  X(06).
           01  WS-RT-LEAVE-TYPE        PIC  X(08).
           01  WS-RT-MAX-DAYS          PIC  X(08).
           01  WS-RT-LEVELS            PIC  X(02).
           01  WS-LEVEL-NAME           PIC  X(20).
           01  WS-LEVEL-APPROVER       PIC  X(10).
           01  WS-AP-DECISION          PIC  X(10).
           01  WS-DUP-COUNT            PIC  X(08).
           01  WS-DELEG-COUNT          PIC  X(08).
      *    最低出勤人数の規則と、取得日の在籍者数・不在見込み人数。
           01  WS-COV-COUNT            PIC  X(08).
           01  WS-COV-DEPT             PIC  X(06).
           01  WS-COV-COMPANY          PIC  X(02).
           01  WS-COV-MIN              PIC  X(04).
           01  WS-COV-ACTION           PIC  X(05).
           01  WS-COV-HEAD             PIC  X(08).
           01  WS-COV-OFF              PIC  X(08).
      *    却下理由コード(DENY_REASON_MASTER)の選択用。
           01  WS-DENY-CODE            PIC  X(02).
           01  WS-DR-COUNT             PIC  X(08).
           01  WS-DR-CODE              PIC  X(02).
           01  WS-DR-NAME              PIC  X(40).
           01  WS-DR-TEXT-REQ          PIC  X(01).
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    通知キューの本文は本人の希望言語で積む(MSG-LOOKUP)。
           01  WS-EMP-LANG             PIC  X(2) VALUE "JA".
           01  WS-MSG-LBL1             PIC  X(60).
           01  WS-MSG-LBL2             PIC  X(60).
           01  WS-MSG-LBL3             PIC  X(60).
           01  WS-DATE-DISP1           PIC  X(20).
           01  WS-DATE-DISP2           PIC  X(20).
           01  WS-DATE-DISP3           PIC  X(20).
           01  WS-DATE-DISP4           PIC  X(20).
           01  WS-NQ-POS               PIC  9(3).
           COPY MSGREC.

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** PL_REQ_APPR STARTED ***".

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "PLM_OPERATOR".
           IF WS-OPERATOR-ID = SPACE
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.

           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.

           PERFORM CONNECT-TO-DATABASE.

      *    パスワードによるサインオン(OPER-SIGNON)で本人を確認し、
      *    サインオンした操作者IDを承認者として記録する。
           CALL "OPER-SIGNON" USING SQLCA WS-OPERATOR-ID
               WS-ERR-PROGRAM-NAME WS-SIGNON-SW.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF WS-SIGNON-SW NOT = "Y"
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-OPERATOR-ID TO RQ-APPROVER.
           DISPLAY "承認者ID : " RQ-APPROVER.

           PERFORM ENSURE-TIMING-TABLE-RTN.
           PERFORM ENSURE-ROUTE-TABLES-RTN.
           PERFORM ENSURE-COVERAGE-TABLE-RTN.
           PERFORM REVIEW-PENDING-RTN.

           EXEC SQL COMMIT WORK END-EXEC.

           DISPLAY "-----------------------------------------------".
           DISPLAY "承認件数   : " WS-APPROVE-COUNT.
           DISPLAY "次段階回付 : " WS-LEVEL-UP-COUNT.
           DISPLAY "却下件数   : " WS-DENY-COUNT.
           DISPLAY "保留件数   : " WS-SKIP-COUNT.
           DISPLAY "時季変更   : " WS-CHANGE-COUNT.
           DISPLAY "*** PL_REQ_APPR FINISHED ***".
           STOP RUN.

       REVIEW-PENDING-RTN.
      ******************************************************************
      *    PENDING状態の申請を申請ID順に取り出し、1件ずつ承認者の
      *    判断を受け付ける。APPROVEDでPAID_CALCへ未取り込みの
      *    申請も時季変更の対象として並べる。
      *    エスカレーション振替先の列はREQ_AGINGが保守する。同
      *    プログラムが一度も走っていない環境でもカーソルが落ち
      *    ないよう、無ければ足しておく。

           EXEC SQL
               DECLARE PENDING_CURSOR CURSOR FOR
               SELECT R.REQUEST_ID, R.RQ_EMP_ID, R.RQ_UNIT,
                      CAST(R.RQ_AMOUNT AS VARCHAR(6)),
                      TO_CHAR(R.RQ_USE_DATE,'YYYY-MM-DD'),
                      COALESCE(R.RQ_ESCALATED_TO,' '),
                      R.RQ_STATUS,
                      CAST(R.RQ_APPR_LEVEL AS VARCHAR(2)),
                      COALESCE(E.DEPT_CODE,' '),
                      CAST(CASE WHEN R.RQ_UNIT = 'H' THEN 0
                                ELSE R.RQ_AMOUNT END
                           AS VARCHAR(6))
               FROM PL_REQUEST R
               LEFT JOIN EMP_MASTER E
                   ON E.EMP_ID = R.RQ_EMP_ID
               WHERE R.RQ_STATUS IN ('PENDING','APPROVED')
               ORDER BY R.REQUEST_ID ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

               EXEC SQL
                   FETCH PENDING_CURSOR
                   INTO :REQUEST-ID, :RQ-EMP-ID, :RQ-UNIT,
                        :RQ-AMOUNT, :RQ-USE-DATE, :WS-ESCALATED-TO,
                        :WS-CUR-STATUS, :WS-APPR-LEVEL,
                        :WS-REQ-DEPT, :WS-REQ-DAYS
               END-EXEC
               IF SQLCODE = 0
                   PERFORM DECIDE-ONE-REQUEST-RTN
      ******************************************************************
       DECIDE-ONE-REQUEST-RTN.
      ******************************************************************
      *    申請内容を表示し、A=承認 / D=却下 / C=時季変更 /
      *    その他=保留で振り分ける。承認済みの申請はC以外を保留と
      *    する。カーソルのフェッチループ内からPERFORMされる
      *    ため、SQLCODEを壊さないようUPDATE後は続行する。
           DISPLAY "-----------------------------------------------".
           DISPLAY "申請ID   : " REQUEST-ID.
           DISPLAY "取得単位 : " RQ-UNIT.
           DISPLAY "申請量   : " RQ-AMOUNT.
           DISPLAY "取得日   : " RQ-USE-DATE.
           DISPLAY "状態     : " WS-CUR-STATUS.
           IF NOT WS-CUR-APPROVED
               PERFORM RESOLVE-ROUTE-RTN
               DISPLAY "承認段階 : " WS-APPR-LEVEL-NUM " / "
                   WS-LEVELS-NUM "  " WS-LEVEL-NAME
               IF WS-LEVEL-APPROVER NOT = SPACE
                   DISPLAY "指定承認者 : " WS-LEVEL-APPROVER
               END-IF
           END-IF.
           IF WS-ESCALATED-TO NOT = SPACE
               DISPLAY "※滞留中 振替先 : "
                   WS-ESCALATED-TO
           END-IF.
           IF WS-CUR-APPROVED
               DISPLAY "判断 (C=時季変更 / S=保留) : >> "
           ELSE
               DISPLAY "判断 (A=承認 / D=却下 / C=時季変更 / "
                   "S=保留) : >> "
           END-IF.
           ACCEPT WS-DECISION-SW FROM CONSOLE.
           IF WS-CUR-APPROVED AND NOT WS-DECIDE-CHANGE
               MOVE "S" TO WS-DECISION-SW
           END-IF.

           EVALUATE TRUE
               WHEN WS-DECIDE-APPROVE
                   PERFORM APPROVE-ONE-REQUEST-RTN
               WHEN WS-DECIDE-DENY
                   PERFORM DENY-ONE-REQUEST-RTN
               WHEN WS-DECIDE-CHANGE
                   PERFORM CHANGE-TIMING-RTN
               WHEN OTHER
                   ADD 1 TO WS-SKIP-COUNT
           END-EVALUATE.
      ******************************************************************
       APPROVE-ONE-REQUEST-RTN.
      ******************************************************************
      *    現在の段階の承認を記録する。最終段階でなければ次の段階へ
      *    回し(滞留の振替先は新しい段階で付け直す)、最終段階なら
      *    APPROVEDにする。
      *    承認で部門の最低出勤人数を割り込む場合、規則がWARNなら
      *    警告を出して承認し、BLOCKなら承認せず保留とする。
           PERFORM CHECK-LEVEL-APPROVER-RTN.
           IF WS-APPROVER-OK
               PERFORM CHECK-COVERAGE-RTN
               IF NOT WS-COV-OK
                   MOVE WS-COV-PRESENT-NUM TO WS-COV-ED-PRESENT
                   DISPLAY "※最低出勤人数割れ 部門 "
                       WS-COV-DEPT " 最低 " WS-COV-MIN-NUM
                       " 名 / 出勤見込み "
                       WS-COV-ED-PRESENT " 名"
               END-IF
               IF WS-COV-BLOCKED
                   DISPLAY "*** 出勤人数規則により"
                       "承認できません。保留とします ***"
               END-IF
           END-IF.
           IF NOT WS-APPROVER-OK OR WS-COV-BLOCKED
               ADD 1 TO WS-SKIP-COUNT
           ELSE
               MOVE "APPROVED" TO WS-AP-DECISION
               PERFORM WRITE-LEVEL-DECISION-RTN
               IF WS-APPR-LEVEL-NUM < WS-LEVELS-NUM
                   PERFORM ADVANCE-LEVEL-RTN
               ELSE
                   EXEC SQL
                       UPDATE PL_REQUEST
                       SET RQ_STATUS = 'APPROVED',
                           RQ_APPROVER = :RQ-APPROVER,
                           RQ_DECIDED_AT = CURRENT_TIMESTAMP
                       WHERE REQUEST_ID = :REQUEST-ID
                   END-EXEC
                   IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
                   END-IF
                   ADD 1 TO WS-APPROVE-COUNT
               END-IF
           END-IF.

      ******************************************************************
       ADVANCE-LEVEL-RTN.
      ******************************************************************
           ADD 1 TO WS-APPR-LEVEL-NUM.
           MOVE WS-APPR-LEVEL-NUM TO WS-NEXT-LEVEL.
           EXEC SQL
               UPDATE PL_REQUEST
               SET RQ_APPR_LEVEL = CAST(:WS-NEXT-LEVEL AS SMALLINT),
                   RQ_LEVEL_SINCE = CURRENT_TIMESTAMP,
                   RQ_ESCALATED_TO = NULL
               WHERE REQUEST_ID = :REQUEST-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           ADD 1 TO WS-LEVEL-UP-COUNT.
           DISPLAY "段階 " WS-APPR-LEVEL-NUM " へ回付しました".

      ******************************************************************
       DENY-ONE-REQUEST-RTN.
      ******************************************************************
           PERFORM CHECK-LEVEL-APPROVER-RTN.
           IF NOT WS-APPROVER-OK
               ADD 1 TO WS-SKIP-COUNT
           ELSE
               PERFORM ACCEPT-DENY-REASON-RTN
           END-IF.
           IF WS-APPROVER-OK AND NOT WS-DENY-REASON-OK
               DISPLAY "*** 却下理由が確定しないため"
                   "保留とします ***"
               ADD 1 TO WS-SKIP-COUNT
           END-IF.
           IF WS-APPROVER-OK AND WS-DENY-REASON-OK
               EXEC SQL
                   UPDATE PL_REQUEST
                   SET RQ_STATUS = 'DENIED',
                       RQ_APPROVER = :RQ-APPROVER,
                       RQ_DENY_CODE = NULLIF(TRIM(:WS-DENY-CODE),''),
                       RQ_DENY_REASON = :RQ-DENY-REASON,
                       RQ_DECIDED_AT = CURRENT_TIMESTAMP
                   WHERE REQUEST_ID = :REQUEST-ID
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               MOVE "DENIED" TO WS-AP-DECISION
               PERFORM WRITE-LEVEL-DECISION-RTN
               ADD 1 TO WS-DENY-COUNT
           END-IF.

      ******************************************************************
       ACCEPT-DENY-REASON-RTN.
      ******************************************************************
      *    却下理由は却下理由コード表(DENY_REASON_MASTER)の有効な
      *    コードから選ばせ、RQ_DENY_REASONにはコードの名称を写す。
      *    補足必須のコード(その他)は補足の記述を必須とし、記述を
      *    RQ_DENY_REASONに残す。コードの誤り・補足の未入力は
      *    保留。有効なコードが1件も無い環境では従来どおり自由
      *    記述だけで却下する。
           MOVE "N" TO WS-DENY-REASON-SW.
           MOVE SPACE TO WS-DENY-CODE.
           MOVE SPACE TO RQ-DENY-REASON.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-DR-COUNT
               FROM DENY_REASON_MASTER
               WHERE ACTIVE_FLAG = 'Y'
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF FUNCTION NUMVAL(WS-DR-COUNT) = 0
               DISPLAY "却下理由 : >> "
               ACCEPT RQ-DENY-REASON FROM CONSOLE
               MOVE "Y" TO WS-DENY-REASON-SW
           ELSE
               PERFORM SHOW-DENY-REASONS-RTN
               DISPLAY "却下理由コード : >> "
               ACCEPT WS-DENY-CODE FROM CONSOLE
               EXEC SQL
                   SELECT COUNT(*),
                          COALESCE(MAX(REASON_NAME),' '),
                          COALESCE(MAX(REASON_TEXT_REQ),'N')
                   INTO :WS-DR-COUNT, :WS-DR-NAME, :WS-DR-TEXT-REQ
                   FROM DENY_REASON_MASTER
                   WHERE REASON_CODE = :WS-DENY-CODE
                     AND ACTIVE_FLAG = 'Y'
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               EVALUATE TRUE
                   WHEN FUNCTION NUMVAL(WS-DR-COUNT) = 0
                       DISPLAY "*** 却下理由コードが"
                           "正しくありません ***"
                   WHEN WS-DR-TEXT-REQ = "Y"
                       DISPLAY "補足 (必須) : >> "
                       ACCEPT RQ-DENY-REASON FROM CONSOLE
                       IF RQ-DENY-REASON = SPACE
                           DISPLAY "*** このコードは補足の"
                               "入力が必要です ***"
                       ELSE
                           MOVE "Y" TO WS-DENY-REASON-SW
                       END-IF
                   WHEN OTHER
                       MOVE WS-DR-NAME TO RQ-DENY-REASON
                       MOVE "Y" TO WS-DENY-REASON-SW
               END-EVALUATE
           END-IF.

      ******************************************************************
       SHOW-DENY-REASONS-RTN.
      ******************************************************************
      *    承認のフェッチループ内から呼ばれる。カーソル終了後の
      *    SQLCODEは呼び出し元(DECIDE-ONE-REQUEST-RTN)で戻す。
           EXEC SQL
               DECLARE DENY_REASON_CURSOR CURSOR FOR
               SELECT REASON_CODE, REASON_NAME
               FROM DENY_REASON_MASTER
               WHERE ACTIVE_FLAG = 'Y'
               ORDER BY REASON_CODE ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN DENY_REASON_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH DENY_REASON_CURSOR
                   INTO :WS-DR-CODE, :WS-DR-NAME
               END-EXEC
               IF SQLCODE = 0
                   DISPLAY "  " WS-DR-CODE " : " WS-DR-NAME
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE DENY_REASON_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       WRITE-LEVEL-DECISION-RTN.
      ******************************************************************
      *    段階別の承認記録(段階・承認者・日時・判断)を1行残す。
           EXEC SQL
               INSERT INTO PL_REQ_APPROVAL
                   (AP_REQUEST_ID, AP_LEVEL, AP_LEVEL_NAME,
                    AP_APPROVER, AP_DECISION)
               VALUES
                   (:REQUEST-ID, CAST(:WS-APPR-LEVEL AS SMALLINT),
                    :WS-LEVEL-NAME, :RQ-APPROVER, :WS-AP-DECISION)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       RESOLVE-ROUTE-RTN.
      ******************************************************************
      *    申請者の部門・休暇種別・申請日数から承認経路を決め、
      *    段階数と現在の段階の名称・指定承認者を求める。部門指定の
      *    経路を全部門(*)の経路より優先し、その中で上限日数が
      *    最小の経路を当てる。経路が無ければ1段階とする。
           MOVE FUNCTION NUMVAL(WS-APPR-LEVEL) TO WS-APPR-LEVEL-NUM.
           MOVE 1 TO WS-LEVELS-NUM.
           MOVE SPACE TO WS-LEVEL-NAME WS-LEVEL-APPROVER.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-RT-COUNT
               FROM APPR_ROUTE
               WHERE ROUTE_DEPT IN (:WS-REQ-DEPT, '*')
                 AND ROUTE_LEAVE_TYPE IN (:WS-REQ-LEAVE-TYPE, '*')
                 AND ROUTE_MAX_DAYS
                     >= CAST(:WS-REQ-DAYS AS DECIMAL(5,1))
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF FUNCTION NUMVAL(WS-RT-COUNT) > 0
               EXEC SQL
                   SELECT ROUTE_DEPT, ROUTE_LEAVE_TYPE,
                          CAST(ROUTE_MAX_DAYS AS VARCHAR(8))
                   INTO :WS-RT-DEPT, :WS-RT-LEAVE-TYPE,
                        :WS-RT-MAX-DAYS
                   FROM APPR_ROUTE
                   WHERE ROUTE_DEPT IN (:WS-REQ-DEPT, '*')
                     AND ROUTE_LEAVE_TYPE
                         IN (:WS-REQ-LEAVE-TYPE, '*')
                     AND ROUTE_MAX_DAYS
                         >= CAST(:WS-REQ-DAYS AS DECIMAL(5,1))
                   ORDER BY
                       CASE WHEN ROUTE_DEPT = '*' THEN 1
                            ELSE 0 END,
                       CASE WHEN ROUTE_LEAVE_TYPE = '*' THEN 1
                            ELSE 0 END,
                       ROUTE_MAX_DAYS ASC
                   LIMIT 1
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF

               EXEC SQL
                   SELECT CAST(MAX(ROUTE_LEVEL) AS VARCHAR(2))
                   INTO :WS-RT-LEVELS
                   FROM APPR_ROUTE
                   WHERE ROUTE_DEPT = :WS-RT-DEPT
                     AND ROUTE_LEAVE_TYPE = :WS-RT-LEAVE-TYPE
                     AND ROUTE_MAX_DAYS
                         = CAST(:WS-RT-MAX-DAYS AS DECIMAL(5,1))
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               MOVE FUNCTION NUMVAL(WS-RT-LEVELS) TO WS-LEVELS-NUM

               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-RT-COUNT
                   FROM APPR_ROUTE
                   WHERE ROUTE_DEPT = :WS-RT-DEPT
                     AND ROUTE_LEAVE_TYPE = :WS-RT-LEAVE-TYPE
                     AND ROUTE_MAX_DAYS
                         = CAST(:WS-RT-MAX-DAYS AS DECIMAL(5,1))
                     AND ROUTE_LEVEL
                         = CAST(:WS-APPR-LEVEL AS SMALLINT)
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               IF FUNCTION NUMVAL(WS-RT-COUNT) > 0
                   EXEC SQL
                       SELECT LEVEL_NAME,
                              COALESCE(LEVEL_APPROVER,' ')
                       INTO :WS-LEVEL-NAME, :WS-LEVEL-APPROVER
                       FROM APPR_ROUTE
                       WHERE ROUTE_DEPT = :WS-RT-DEPT
                         AND ROUTE_LEAVE_TYPE = :WS-RT-LEAVE-TYPE
                         AND ROUTE_MAX_DAYS
                             = CAST(:WS-RT-MAX-DAYS AS DECIMAL(5,1))
                         AND ROUTE_LEVEL
                             = CAST(:WS-APPR-LEVEL AS SMALLINT)
                   END-EXEC
                   IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
                   END-IF
               END-IF
           END-IF.

      *    経路が途中で短く変更された場合は、現在の段階を最終段階と
      *    して扱う。
           IF WS-APPR-LEVEL-NUM > WS-LEVELS-NUM
               MOVE WS-APPR-LEVEL-NUM TO WS-LEVELS-NUM
           END-IF.

      ******************************************************************
       CHECK-LEVEL-APPROVER-RTN.
      ******************************************************************
      *    現在の段階を判断できる承認者かどうかを確かめる。指定承認者
      *    がある段階は、本人・滞留の振替先・当日有効な委任の委任先
      *    に限る。いずれの段階でも、前段で判断した者は不可。
           MOVE "Y" TO WS-APPROVER-OK-SW.
           IF WS-LEVEL-APPROVER NOT = SPACE
               AND WS-LEVEL-APPROVER NOT = RQ-APPROVER
               AND WS-ESCALATED-TO NOT = RQ-APPROVER
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-DELEG-COUNT
                   FROM APPR_DELEGATE
                   WHERE FROM_APPROVER = :WS-LEVEL-APPROVER
                     AND TO_APPROVER = :RQ-APPROVER
                     AND DELEG_START <= CURRENT_DATE
                     AND DELEG_END >= CURRENT_DATE
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               IF FUNCTION NUMVAL(WS-DELEG-COUNT) = 0
                   DISPLAY "*** この段階の承認者では"
                       "ないため保留とします ***"
                   MOVE "N" TO WS-APPROVER-OK-SW
               END-IF
           END-IF.

           IF WS-APPROVER-OK
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-DUP-COUNT
                   FROM PL_REQ_APPROVAL
                   WHERE AP_REQUEST_ID = :REQUEST-ID
                     AND AP_APPROVER = :RQ-APPROVER
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               IF FUNCTION NUMVAL(WS-DUP-COUNT) > 0
                   DISPLAY "*** 前の段階で判断済みのため"
                       "保留とします ***"
                   MOVE "N" TO WS-APPROVER-OK-SW
               END-IF
           END-IF.

      ******************************************************************
       CHANGE-TIMING-RTN.
      ******************************************************************
      *    時季変更権の行使。事業上の理由と代替日(1日目は必須、
      *    2・3日目は任意)を受け付け、申請をRESCHEDULEDにして
      *    TIMING_CHANGEへ記録し、本人へ通知を積む。理由は申請の
      *    却下理由欄にも残す。
      *    承認前(PENDING)の申請は、承認・却下と同じ段階の承認者
      *    確認を通した上で、最終段階の承認者だけが変更できる
      *    (受け入れた代替日の申請は承認済みで登録されるため、
      *    残りの段階を飛ばさないようにする)。
           MOVE "Y" TO WS-APPROVER-OK-SW.
           IF NOT WS-CUR-APPROVED
               PERFORM CHECK-LEVEL-APPROVER-RTN
               IF WS-APPROVER-OK
                  AND WS-APPR-LEVEL-NUM < WS-LEVELS-NUM
                   DISPLAY "*** 時季変更は最終段階の"
                       "承認者のみ行えます。"
                       "保留とします ***"
                   MOVE "N" TO WS-APPROVER-OK-SW
               END-IF
           END-IF.
           MOVE SPACE TO RQ-DENY-REASON.
           IF WS-APPROVER-OK
               DISPLAY "時季変更の理由 (事業上の理由)"
                   " : >> "
               ACCEPT RQ-DENY-REASON FROM CONSOLE
               IF RQ-DENY-REASON = SPACE
                   DISPLAY "*** 理由の入力がないため"
                       "保留とします ***"
               END-IF
           END-IF.
           IF NOT WS-APPROVER-OK OR RQ-DENY-REASON = SPACE
               ADD 1 TO WS-SKIP-COUNT
           ELSE
               MOVE 1 TO WS-ALT-SEQ
               PERFORM ACCEPT-ALT-DATE-RTN
               MOVE WS-ALT-DATE-WORK TO WS-TC-ALT-DATE1
               MOVE 2 TO WS-ALT-SEQ
               PERFORM ACCEPT-ALT-DATE-RTN
               MOVE WS-ALT-DATE-WORK TO WS-TC-ALT-DATE2
               MOVE SPACE TO WS-TC-ALT-DATE3
               IF WS-TC-ALT-DATE2 NOT = SPACE
                   MOVE 3 TO WS-ALT-SEQ
                   PERFORM ACCEPT-ALT-DATE-RTN
                   MOVE WS-ALT-DATE-WORK TO WS-TC-ALT-DATE3
               END-IF
               PERFORM WRITE-TIMING-CHANGE-RTN
           END-IF.

      ******************************************************************
       ACCEPT-ALT-DATE-RTN.
      ******************************************************************
      *    代替日を1日分受け付ける。当日以降の実在日付に限る。
      *    2日目以降は0の入力で「なし」(空白)を返す。
      *    代替日で休むと部門の最低出勤人数を割り込む場合、規則が
      *    BLOCKの日は受け付けず、WARNの日は警告して受け付ける
      *    (承認時と同じCHECK-COVERAGE-RTNで判定する)。
           MOVE SPACE TO WS-ALT-DATE-WORK.
           MOVE "N" TO WS-DATE-VALID-SW.
           PERFORM UNTIL WS-DATE-VALID
               IF WS-ALT-SEQ = 1
                   DISPLAY "代替日1 (YYYYMMDD) : >> "
               ELSE
                   DISPLAY "代替日" WS-ALT-SEQ
                       " (YYYYMMDD / 0=なし) : >> "
               END-IF
               ACCEPT WS-ALT-DATE-NUM FROM CONSOLE
               IF WS-ALT-DATE-NUM = ZERO AND WS-ALT-SEQ > 1
                   MOVE "Y" TO WS-DATE-VALID-SW
               ELSE
                   CALL "DATE-CHK" USING WS-ALT-DATE-NUM
                       WS-DATE-VALID-SW
                   IF WS-DATE-VALID
                       AND WS-ALT-DATE-NUM < WS-TODAY-NUM
                       MOVE "N" TO WS-DATE-VALID-SW
                   END-IF
                   IF WS-DATE-VALID
                       STRING WS-ALT-YEAR "-" WS-ALT-MONTH "-"
                           WS-ALT-DAY DELIMITED BY SIZE
                           INTO WS-ALT-DATE-WORK
                       PERFORM CHECK-ALT-COVERAGE-RTN
                   ELSE
                       DISPLAY "*** 日付が不正です"
                           "(当日以降の日付を入力)。"
                           "再入力してください ***"
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
       CHECK-ALT-COVERAGE-RTN.
      ******************************************************************
      *    WS-ALT-DATE-WORKを取得日とみなして出勤人数を判定する。
      *    BLOCKなら日付を取り消して再入力させる。
           MOVE RQ-USE-DATE TO WS-SAVE-USE-DATE.
           MOVE WS-ALT-DATE-WORK TO RQ-USE-DATE.
           PERFORM CHECK-COVERAGE-RTN.
           MOVE WS-SAVE-USE-DATE TO RQ-USE-DATE.
           IF NOT WS-COV-OK
               MOVE WS-COV-PRESENT-NUM TO WS-COV-ED-PRESENT
               DISPLAY "※最低出勤人数割れ 部門 "
                   WS-COV-DEPT " 最低 " WS-COV-MIN-NUM
                   " 名 / 出勤見込み "
                   WS-COV-ED-PRESENT " 名"
           END-IF.
           IF WS-COV-BLOCKED
               DISPLAY "*** 出勤人数規則により代替日に"
                   "できません。再入力してください ***"
               MOVE "N" TO WS-DATE-VALID-SW
               MOVE SPACE TO WS-ALT-DATE-WORK
           END-IF.

      ******************************************************************
       WRITE-TIMING-CHANGE-RTN.
      ******************************************************************
      *    申請をRESCHEDULEDへ移し、時季変更の記録と本人への通知を
      *    残す。部門は変更時点の所属を記録し、月次の部門別集計
      *    (TCHG_RPT)に使う。
           EXEC SQL
               UPDATE PL_REQUEST
               SET RQ_STATUS = 'RESCHEDULED',
                   RQ_APPROVER = :RQ-APPROVER,
                   RQ_DENY_REASON = :RQ-DENY-REASON,
                   RQ_DECIDED_AT = CURRENT_TIMESTAMP
               WHERE REQUEST_ID = :REQUEST-ID
                 AND RQ_STATUS IN ('PENDING','APPROVED')
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               INSERT INTO TIMING_CHANGE
                   (TC_REQUEST_ID, TC_EMP_ID, TC_DEPT_CODE,
                    TC_PRIOR_STATUS, TC_ORIG_DATE, TC_REASON,
                    TC_ALT_DATE1, TC_ALT_DATE2, TC_ALT_DATE3,
                    TC_CHANGED_BY)
               VALUES
                   (:REQUEST-ID, :RQ-EMP-ID,
                    (SELECT DEPT_CODE FROM EMP_MASTER
                     WHERE EMP_ID = :RQ-EMP-ID),
                    :WS-CUR-STATUS,
                    CAST(:RQ-USE-DATE AS DATE),
                    :RQ-DENY-REASON,
                    CAST(:WS-TC-ALT-DATE1 AS DATE),
                    CAST(NULLIF(TRIM(:WS-TC-ALT-DATE2),'') AS DATE),
                    CAST(NULLIF(TRIM(:WS-TC-ALT-DATE3),'') AS DATE),
                    :RQ-APPROVER)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM ENQUEUE-NOTIFY-RTN.
           ADD 1 TO WS-CHANGE-COUNT.

      ******************************************************************
       ENQUEUE-NOTIFY-RTN.
      ******************************************************************
      *    本人宛ての時季変更通知を通知キュー(NOTIFY_QUEUE)へ積む。
      *    配付はNOTIFY_DISPが行う。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS NOTIFY_QUEUE
               (
                   NOTIFY_ID      BIGSERIAL,
                   N_EMP_ID       VARCHAR(6) NOT NULL,
                   NOTIFY_TYPE    VARCHAR(10) NOT NULL,
                   NOTIFY_TEXT    VARCHAR(200),
                   CREATED_AT     TIMESTAMP NOT NULL
                                   DEFAULT CURRENT_TIMESTAMP,
                   DISPATCHED_AT  TIMESTAMP,
                   DISPATCH_ROUTE VARCHAR(6),
                   CONSTRAINT NTFQ_0 PRIMARY KEY (NOTIFY_ID)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE RQ-EMP-ID TO MSG-EMP-ID.
           PERFORM SET-EMP-LANG-RTN.
           MOVE RQ-USE-DATE TO MSG-DATE-IN.
           PERFORM MSG-DATE-RTN.
           MOVE MSG-DATE-OUT TO WS-DATE-DISP1.
           MOVE WS-TC-ALT-DATE1 TO MSG-DATE-IN.
           PERFORM MSG-DATE-RTN.
           MOVE MSG-DATE-OUT TO WS-DATE-DISP2.
           MOVE WS-TC-ALT-DATE2 TO MSG-DATE-IN.
           PERFORM MSG-DATE-RTN.
           MOVE MSG-DATE-OUT TO WS-DATE-DISP3.
           MOVE WS-TC-ALT-DATE3 TO MSG-DATE-IN.
           PERFORM MSG-DATE-RTN.
           MOVE MSG-DATE-OUT TO WS-DATE-DISP4.
           MOVE "NQ_TIMECHG" TO MSG-KEY.
           MOVE "時季変更" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-MSG-LBL1.
           MOVE "LBL_REQUEST_ID" TO MSG-KEY.
           MOVE "申請ID" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-MSG-LBL2.
           MOVE "LBL_USE_DATE" TO MSG-KEY.
           MOVE "取得日" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-MSG-LBL3.
           MOVE SPACE TO WS-NQ-TEXT.
           MOVE 1 TO WS-NQ-POS.
           STRING FUNCTION TRIM(WS-MSG-LBL1)
               " " FUNCTION TRIM(WS-MSG-LBL2) " " REQUEST-ID
               " " FUNCTION TRIM(WS-MSG-LBL3) " "
               FUNCTION TRIM(WS-DATE-DISP1)
               DELIMITED BY SIZE INTO WS-NQ-TEXT
               WITH POINTER WS-NQ-POS.
           MOVE "LBL_ALT_DATES" TO MSG-KEY.
           MOVE "代替日" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-MSG-LBL1.
           MOVE "LBL_REASON" TO MSG-KEY.
           MOVE "理由" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           STRING " " FUNCTION TRIM(WS-MSG-LBL1) " "
               FUNCTION TRIM(WS-DATE-DISP2) " "
               FUNCTION TRIM(WS-DATE-DISP3) " "
               FUNCTION TRIM(WS-DATE-DISP4)
               " " FUNCTION TRIM(MSG-TEXT) " " RQ-DENY-REASON
               DELIMITED BY SIZE INTO WS-NQ-TEXT
               WITH POINTER WS-NQ-POS.
           MOVE "TIMECHG" TO WS-NQ-TYPE.

           EXEC SQL
               INSERT INTO NOTIFY_QUEUE
                   (N_EMP_ID, NOTIFY_TYPE, NOTIFY_TEXT)
               VALUES (:RQ-EMP-ID, :WS-NQ-TYPE, :WS-NQ-TEXT)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       SET-EMP-LANG-RTN.
      ******************************************************************
      *    本人の希望言語(未登録は日本語)。
           MOVE "L" TO MSG-FUNC.
           CALL "MSG-LOOKUP" USING SQLCA MSG-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           MOVE MSG-LANG TO WS-EMP-LANG.

      ******************************************************************
       MSG-TEXT-RTN.
      ******************************************************************
           MOVE "T" TO MSG-FUNC.
           MOVE WS-EMP-LANG TO MSG-LANG.
           CALL "MSG-LOOKUP" USING SQLCA MSG-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       MSG-DATE-RTN.
      ******************************************************************
           MOVE "D" TO MSG-FUNC.
           MOVE WS-EMP-LANG TO MSG-LANG.
           CALL "MSG-LOOKUP" USING SQLCA MSG-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       ENSURE-ROUTE-TABLES-RTN.
      ******************************************************************
      *    承認経路・段階別承認記録・委任の各テーブルと、申請の
      *    承認段階の列。経路の既定行はDB/APPR_ROUTEが投入する。
      *    経路未登録の環境でも落ちないよう、無ければ作っておく。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS APPR_ROUTE
               (
                   ROUTE_DEPT       VARCHAR(6) NOT NULL,
                   ROUTE_LEAVE_TYPE VARCHAR(8) NOT NULL,
                   ROUTE_MAX_DAYS   DECIMAL(5,1) NOT NULL,
                   ROUTE_LEVEL      SMALLINT NOT NULL,
                   LEVEL_NAME       VARCHAR(20) NOT NULL,
                   LEVEL_APPROVER   VARCHAR(10),
                   LEVEL_DEPUTY     VARCHAR(10),
                   CONSTRAINT AROUTE_0 PRIMARY KEY
                       (ROUTE_DEPT, ROUTE_LEAVE_TYPE,
                        ROUTE_MAX_DAYS, ROUTE_LEVEL)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS PL_REQ_APPROVAL
               (
                   AP_REQUEST_ID    VARCHAR(8) NOT NULL,
                   AP_LEVEL         SMALLINT NOT NULL,
                   AP_LEVEL_NAME    VARCHAR(20),
                   AP_APPROVER      VARCHAR(10) NOT NULL,
                   AP_DECISION      VARCHAR(10) NOT NULL,
                   AP_DECIDED_AT    TIMESTAMP NOT NULL
                                     DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT PLRA_0 PRIMARY KEY
                       (AP_REQUEST_ID, AP_LEVEL)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS APPR_DELEGATE
               (
                   FROM_APPROVER  VARCHAR(10) NOT NULL,
                   TO_APPROVER    VARCHAR(10) NOT NULL,
                   DELEG_START    DATE NOT NULL,
                   DELEG_END      DATE NOT NULL,
                   DELEG_CREATED_AT TIMESTAMP NOT NULL
                                   DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT ADLG_0 PRIMARY KEY
                       (FROM_APPROVER, DELEG_START)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               ALTER TABLE PL_REQUEST
               ADD COLUMN IF NOT EXISTS RQ_APPR_LEVEL SMALLINT
                   NOT NULL DEFAULT 1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               ALTER TABLE PL_REQUEST
               ADD COLUMN IF NOT EXISTS RQ_LEVEL_SINCE TIMESTAMP
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    却下理由コード表とその既定行はDB/DENY_REASONが作る。
      *    表の無い環境では自由記述の却下に戻る。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS DENY_REASON_MASTER
               (
                   REASON_CODE      VARCHAR(2) NOT NULL,
                   REASON_NAME      VARCHAR(40) NOT NULL,
                   REASON_TEXT_REQ  CHAR(1) NOT NULL DEFAULT 'N',
                   ACTIVE_FLAG      CHAR(1) NOT NULL DEFAULT 'Y',
                   DR_UPDATED_AT    TIMESTAMP NOT NULL
                                     DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT DRSN_0 PRIMARY KEY (REASON_CODE)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               ALTER TABLE PL_REQUEST
               ADD COLUMN IF NOT EXISTS RQ_DENY_CODE VARCHAR(2)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       ENSURE-TIMING-TABLE-RTN.
      ******************************************************************
      *    時季変更の記録表。1回の行使で1行。本人が代替日を受け
      *    入れるとPL_REQ_ENTRY(Rモード)がACCEPTEDにし、新しい
      *    申請IDを記録する。
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

      ******************************************************************
       ENSURE-COVERAGE-TABLE-RTN.
      ******************************************************************
      *    最低出勤人数の規則表はDEPT_COVERが保守する。規則の無い
      *    環境でも判定が落ちないよう、無ければ作っておく。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS DEPT_COVERAGE
               (
                   COV_DEPT        VARCHAR(6) NOT NULL,
                   COV_DOW         SMALLINT NOT NULL DEFAULT 0,
                   COV_FROM        DATE NOT NULL
                                    DEFAULT DATE '1900-01-01',
                   COV_TO          DATE NOT NULL
                                    DEFAULT DATE '9999-12-31',
                   COV_MIN_PRESENT SMALLINT NOT NULL,
                   COV_ACTION      VARCHAR(5) NOT NULL
                                    DEFAULT 'WARN',
                   COV_UPDATED_AT  TIMESTAMP NOT NULL
                                    DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT DCOV_0 PRIMARY KEY
                       (COV_DEPT, COV_DOW, COV_FROM)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       CHECK-COVERAGE-RTN.
      ******************************************************************
      *    申請者の部門について取得日に当たる規則を1つ選び(期間の
      *    短いもの、次に曜日指定のものを優先。DEPT_COVERと同じ)、
      *    在籍者数から不在見込み人数(DEPT_CALと同じ数え方に申請者
      *    本人を加えたもの)を引いた出勤見込みが最低人数を下回るか
      *    を判定する。時間単位の申請はその日の出勤を妨げないので
      *    判定しない。
           MOVE "O" TO WS-COV-RESULT-SW.
           MOVE "0" TO WS-COV-COUNT.
           IF RQ-UNIT NOT = "H"
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-COV-COUNT
                   FROM DEPT_COVERAGE C
                   INNER JOIN EMP_MASTER E
                       ON E.DEPT_CODE = C.COV_DEPT
                   WHERE E.EMP_ID = :RQ-EMP-ID
                     AND CAST(:RQ-USE-DATE AS DATE)
                         BETWEEN C.COV_FROM AND C.COV_TO
                     AND C.COV_DOW IN
                         (0, EXTRACT(ISODOW FROM
                                 CAST(:RQ-USE-DATE AS DATE)))
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
           END-IF.
           IF FUNCTION NUMVAL(WS-COV-COUNT) > 0
               PERFORM CHECK-COVERAGE-RULE-RTN
           END-IF.

      ******************************************************************
       CHECK-COVERAGE-RULE-RTN.
      ******************************************************************

           EXEC SQL
               SELECT E.DEPT_CODE, E.COMPANY_CODE,
                      CAST(C.COV_MIN_PRESENT AS VARCHAR(4)),
                      C.COV_ACTION
               INTO :WS-COV-DEPT, :WS-COV-COMPANY,
                    :WS-COV-MIN, :WS-COV-ACTION
               FROM DEPT_COVERAGE C
               INNER JOIN EMP_MASTER E
                   ON E.DEPT_CODE = C.COV_DEPT
               WHERE E.EMP_ID = :RQ-EMP-ID
                 AND CAST(:RQ-USE-DATE AS DATE)
                     BETWEEN C.COV_FROM AND C.COV_TO
                 AND C.COV_DOW IN
                     (0, EXTRACT(ISODOW FROM
                             CAST(:RQ-USE-DATE AS DATE)))
               ORDER BY C.COV_TO - C.COV_FROM ASC,
                        C.COV_DOW DESC
               LIMIT 1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-COV-HEAD
               FROM EMP_MASTER E
               WHERE E.DEPT_CODE = :WS-COV-DEPT
                 AND E.COMPANY_CODE = :WS-COV-COMPANY
                 AND E.EMP_STATUS_CODE = 'ACTIVE'
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               SELECT CAST(COUNT(DISTINCT X.ABS_EMP_ID)
                      AS VARCHAR(8))
               INTO :WS-COV-OFF
               FROM
                 (SELECT B.B_EMP_ID AS ABS_EMP_ID
                  FROM PL_HISTORY H
                  INNER JOIN PL_BALANCE B
                      ON H.H_BALANCE_ID = B.BALANCE_ID
                  WHERE H.ACQ_DATE = CAST(:RQ-USE-DATE AS DATE)
                    AND H.TRANSACTION_TYPE IN
                        ('USE','DESIGNATE','RESERVED')
                  UNION
                  SELECT R.RQ_EMP_ID
                  FROM PL_REQUEST R
                  WHERE R.RQ_USE_DATE = CAST(:RQ-USE-DATE AS DATE)
                    AND R.RQ_STATUS = 'APPROVED'
                  UNION
                  SELECT CAST(:RQ-EMP-ID AS VARCHAR(6))) X
               INNER JOIN EMP_MASTER E
                   ON X.ABS_EMP_ID = E.EMP_ID
               WHERE E.DEPT_CODE = :WS-COV-DEPT
                 AND E.COMPANY_CODE = :WS-COV-COMPANY
                 AND E.EMP_STATUS_CODE = 'ACTIVE'
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE FUNCTION NUMVAL(WS-COV-MIN) TO WS-COV-MIN-NUM.
           COMPUTE WS-COV-PRESENT-NUM =
               FUNCTION NUMVAL(WS-COV-HEAD)
               - FUNCTION NUMVAL(WS-COV-OFF).
           IF WS-COV-PRESENT-NUM < WS-COV-MIN-NUM
               IF WS-COV-ACTION = "BLOCK"
                   MOVE "B" TO WS-COV-RESULT-SW
               ELSE
                   MOVE "W" TO WS-COV-RESULT-SW
               END-IF
           END-IF.

      ******************************************************************
       WRITE-ERROR-LOG.
