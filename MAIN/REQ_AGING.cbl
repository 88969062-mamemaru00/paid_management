      *      (なし) = 滞留スイープ(夜間バッチ用)
      *      P      = 部門別の代理承認者を登録する
      *      D      = 承認者の委任(期間指定)を登録する
      *      R      = 承認経路(APPR_ROUTE)の段階を登録する
      *    エスカレーション済みの申請はPL_REQUESTの
      *    RQ_ESCALATED_TOに振替先を持ち、PL_REQ_APPRの画面に
      *    表示される。実施内容はPL_AUDITへ記録する。
      *    多段階承認の申請は、現在待っている段階に回ってきた日時
      *    (RQ_LEVEL_SINCE)から滞留日数を数え、その段階に振替先
      *    (LEVEL_DEPUTY)があればそちらへ、無ければ部門の代理
      *    承認者へ振り替える。段階が進むと振替先は解除される。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       WORKING-STORAGE             SECTION.
           01  WS-ERR-PROGRAM-NAME     PIC X(12) VALUE
               "REQ_AGING".
           01  WS-SIGNON-SW            PIC X(1) VALUE "N".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
               88  WS-SWEEP-MODE           VALUE "S".
               88  WS-DEPUTY-MODE          VALUE "P".
               88  WS-DELEGATE-MODE        VALUE "D".
               88  WS-ROUTE-MODE           VALUE "R".

           01  WS-STALE-COUNT          PIC 9(6) VALUE 0.
           01  WS-ESCALATE-COUNT       PIC 9(6) VALUE 0.
           01  WS-IN-TO                PIC  X(10).
           01  WS-DELEG-START          PIC  X(10).
           01  WS-DELEG-END            PIC  X(10).
      *    承認経路(APPR_ROUTE)の段階別振替先と経路登録用。
           01  WS-REQ-LEVEL            PIC  X(02).
           01  WS-REQ-DAYS             PIC  X(06).
           01  WS-REQ-LEAVE-TYPE       PIC  X(08) VALUE "ANNUAL".
           01  WS-RT-COUNT             PIC  X(08).
           01  WS-RT-DEPT              PIC  X(06).
           01  WS-RT-LEAVE-TYPE        PIC  X(08).
           01  WS-RT-MAX-DAYS          PIC  X(08).
           01  WS-LEVEL-DEPUTY         PIC  X(10).
           01  WS-IN-LEAVE-TYPE        PIC  X(08).
           01  WS-IN-MAX-DAYS          PIC  X(08).
           01  WS-IN-LEVEL             PIC  X(02).
           01  WS-IN-LEVEL-NAME        PIC  X(20).
           01  WS-IN-APPROVER          PIC  X(10).
      *    操作者監査証跡(PL_AUDIT)用。
           01  WS-OPERATOR-ID          PIC  X(10) VALUE "UNKNOWN".
           01  WS-AUD-OLD-VALUE        PIC  X(40).
           EXEC SQL INCLUDE SQLCA END-EXEC.

           01  WS-CMD-ARG              PIC X(1) VALUE SPACE.
           01  WS-IN-MAX-DAYS-NUM      PIC 9(4)V9.
           01  WS-IN-MAX-DAYS-ED       PIC 9(4).9.
           01  WS-IN-LEVEL-NUM         PIC 9(2).

      ******************************************************************
       PROCEDURE                   DIVISION.

           ACCEPT WS-CMD-ARG FROM COMMAND-LINE.
           IF WS-CMD-ARG = "P" OR WS-CMD-ARG = "D"
               OR WS-CMD-ARG = "R"
               MOVE WS-CMD-ARG TO WS-RUN-MODE-SW
           END-IF.

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
           PERFORM ENSURE-AUDIT-TABLE-RTN.
           PERFORM ENSURE-TABLES-RTN.

                   PERFORM REGISTER-DEPUTY-RTN
               WHEN WS-DELEGATE-MODE
                   PERFORM REGISTER-DELEGATE-RTN
               WHEN WS-ROUTE-MODE
                   PERFORM REGISTER-ROUTE-RTN
               WHEN OTHER
                   PERFORM SWEEP-STALE-RTN
           END-EVALUATE.
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    承認経路と申請の承認段階の列(既定経路はDB/APPR_ROUTEが
      *    投入する)。
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

      ******************************************************************
       REGISTER-DEPUTY-RTN.
      ******************************************************************
                   " (" WS-DELEG-START " - " WS-DELEG-END ")"
           END-IF.

      ******************************************************************
       REGISTER-ROUTE-RTN.
      ******************************************************************
      *    承認経路の1段階を登録する(上書き可)。部門・休暇種別は
      *    *で全体を表す。上限日数はその日数以下の申請に適用する。
           DISPLAY "部門コード (*=全部門) : >> ".
           ACCEPT WS-IN-DEPT FROM CONSOLE.
           DISPLAY "休暇種別 (*=全種別) : >> ".
           ACCEPT WS-IN-LEAVE-TYPE FROM CONSOLE.
           DISPLAY "申請日数の上限 (9999.9以下) : >> ".
           ACCEPT WS-IN-MAX-DAYS-NUM FROM CONSOLE.
           DISPLAY "承認段階 (1-9) : >> ".
           ACCEPT WS-IN-LEVEL-NUM FROM CONSOLE.
           DISPLAY "段階の名称 (例: 課長・部長) : >> ".
           ACCEPT WS-IN-LEVEL-NAME FROM CONSOLE.
           DISPLAY "指定承認者ID "
               "(空白=前段と別人なら誰でも) : >> ".
           ACCEPT WS-IN-APPROVER FROM CONSOLE.
           DISPLAY "滞留時の振替先ID "
               "(空白=部門の代理承認者) : >> ".
           ACCEPT WS-IN-DEPUTY FROM CONSOLE.

           IF WS-IN-DEPT = SPACE OR WS-IN-LEAVE-TYPE = SPACE
               OR WS-IN-LEVEL-NAME = SPACE
               OR WS-IN-LEVEL-NUM < 1 OR WS-IN-LEVEL-NUM > 9
               OR WS-IN-MAX-DAYS-NUM = ZERO
               DISPLAY "*** 部門・休暇種別・上限日数・"
                   "段階・名称は必須です ***"
           ELSE
               MOVE WS-IN-MAX-DAYS-NUM TO WS-IN-MAX-DAYS-ED
               MOVE WS-IN-MAX-DAYS-ED TO WS-IN-MAX-DAYS
               MOVE WS-IN-LEVEL-NUM TO WS-IN-LEVEL
               EXEC SQL
                   INSERT INTO APPR_ROUTE
                       (ROUTE_DEPT, ROUTE_LEAVE_TYPE,
                        ROUTE_MAX_DAYS, ROUTE_LEVEL, LEVEL_NAME,
                        LEVEL_APPROVER, LEVEL_DEPUTY)
                   VALUES
                       (:WS-IN-DEPT, :WS-IN-LEAVE-TYPE,
                        CAST(:WS-IN-MAX-DAYS AS DECIMAL(5,1)),
                        CAST(:WS-IN-LEVEL AS SMALLINT),
                        :WS-IN-LEVEL-NAME,
                        NULLIF(TRIM(:WS-IN-APPROVER),''),
                        NULLIF(TRIM(:WS-IN-DEPUTY),''))
                   ON CONFLICT (ROUTE_DEPT, ROUTE_LEAVE_TYPE,
                                ROUTE_MAX_DAYS, ROUTE_LEVEL)
                   DO UPDATE SET
                       LEVEL_NAME = :WS-IN-LEVEL-NAME,
                       LEVEL_APPROVER
                           = NULLIF(TRIM(:WS-IN-APPROVER),''),
                       LEVEL_DEPUTY
                           = NULLIF(TRIM(:WS-IN-DEPUTY),'')
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               MOVE SPACE TO RQ-EMP-ID
               MOVE "APPR_ROUTE" TO WS-AUD-OLD-VALUE
               MOVE SPACE TO WS-AUD-NEW-VALUE
               STRING WS-IN-DEPT " " WS-IN-LEAVE-TYPE " "
                   WS-IN-MAX-DAYS " L" WS-IN-LEVEL " "
                   WS-IN-APPROVER
                   DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
               PERFORM WRITE-AUDIT-RTN
               DISPLAY "承認経路を登録しました : " WS-IN-DEPT
                   " " WS-IN-LEAVE-TYPE " 段階 " WS-IN-LEVEL-NUM
                   " " WS-IN-LEVEL-NAME
           END-IF.

      ******************************************************************
       SWEEP-STALE-RTN.
      ******************************************************************
                      TO_CHAR(R.RQ_USE_DATE,'YYYY-MM-DD'),
                      TO_CHAR(R.RQ_CREATED_AT,'YYYY-MM-DD'),
                      CAST(CURRENT_DATE
                           - CAST(COALESCE(R.RQ_LEVEL_SINCE,
                                           R.RQ_CREATED_AT) AS DATE)
                           AS VARCHAR(4)),
                      COALESCE(E.DEPT_CODE,' '),
                      COALESCE(R.RQ_ESCALATED_TO,' '),
                      CAST(R.RQ_APPR_LEVEL AS VARCHAR(2)),
                      CAST(CASE WHEN R.RQ_UNIT = 'H' THEN 0
                                ELSE R.RQ_AMOUNT END
                           AS VARCHAR(6))
               FROM PL_REQUEST R
               LEFT JOIN EMP_MASTER E
                   ON R.RQ_EMP_ID = E.EMP_ID
               WHERE R.RQ_STATUS = 'PENDING'
                 AND COALESCE(R.RQ_LEVEL_SINCE, R.RQ_CREATED_AT)
                     < CURRENT_TIMESTAMP
                     - CAST(:WS-AGING-DAYS AS INTEGER)
                       * INTERVAL '1 day'
               ORDER BY COALESCE(R.RQ_LEVEL_SINCE, R.RQ_CREATED_AT)
                     ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

                   FETCH STALE_CURSOR
                   INTO :REQUEST-ID, :RQ-EMP-ID, :RQ-USE-DATE,
                        :WS-REQ-CREATED, :WS-REQ-AGE,
                        :WS-REQ-DEPT, :WS-ESC-CURRENT,
                        :WS-REQ-LEVEL, :WS-REQ-DAYS
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-STALE-COUNT
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               ADD 1 TO WS-ESCALATE-COUNT
               MOVE SPACE TO WS-AUD-OLD-VALUE
               STRING "PENDING L" WS-REQ-LEVEL
                   DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE
               MOVE SPACE TO WS-AUD-NEW-VALUE
               STRING "ESCALATED TO " WS-DEPUTY-ID
                   DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
           STRING "申請 " REQUEST-ID " 社員 " RQ-EMP-ID
               " 取得日 " RQ-USE-DATE(1:10)
               " 申請日 " WS-REQ-CREATED
               " 段階 " WS-REQ-LEVEL
               " 経過 " WS-REQ-AGE " 日 振替先 " WS-ESC-CURRENT
               DELIMITED BY SIZE INTO STALE-REC.
           WRITE STALE-REC.
      ******************************************************************
       LOOKUP-DEPUTY-RTN.
      ******************************************************************
      *    申請が待っている承認段階に振替先(LEVEL_DEPUTY)があれば
      *    それを、無ければ申請者の部門の代理承認者を引き、当日
      *    有効な委任があれば委任先へ振り替える。
           MOVE SPACE TO WS-DEPUTY-ID.
           PERFORM LOOKUP-LEVEL-DEPUTY-RTN.
           MOVE "0" TO WS-DEPUTY-COUNT.
           IF WS-LEVEL-DEPUTY = SPACE
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-DEPUTY-COUNT
                   FROM APPR_DEPUTY
                   WHERE DEPT_CODE = :WS-REQ-DEPT
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
           END-IF.

           IF FUNCTION NUMVAL(WS-DEPUTY-COUNT) = 0
               AND WS-LEVEL-DEPUTY = SPACE
               ADD 1 TO WS-NODEPUTY-COUNT
           ELSE
               IF WS-LEVEL-DEPUTY NOT = SPACE
                   MOVE WS-LEVEL-DEPUTY TO WS-DEPUTY-ID
               ELSE
                   EXEC SQL
                       SELECT DEPUTY_ID
                       INTO :WS-DEPUTY-ID
                       FROM APPR_DEPUTY
                       WHERE DEPT_CODE = :WS-REQ-DEPT
                   END-EXEC
                   IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
                   END-IF
               END-IF

      *        代理承認者自身が委任で不在の場合は委任先へ。
               EXEC SQL
               END-IF
           END-IF.

      ******************************************************************
       LOOKUP-LEVEL-DEPUTY-RTN.
      ******************************************************************
      *    PL_REQ_APPRと同じ規則で承認経路を決め(部門指定を優先し、
      *    その中で上限日数が最小の経路)、申請が待っている段階の
      *    振替先を引く。経路・振替先が無ければ空白を返す。
           MOVE SPACE TO WS-LEVEL-DEPUTY.
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
                   SELECT COUNT(*)
                   INTO :WS-RT-COUNT
                   FROM APPR_ROUTE
                   WHERE ROUTE_DEPT = :WS-RT-DEPT
                     AND ROUTE_LEAVE_TYPE = :WS-RT-LEAVE-TYPE
                     AND ROUTE_MAX_DAYS
                         = CAST(:WS-RT-MAX-DAYS AS DECIMAL(5,1))
                     AND ROUTE_LEVEL
                         = CAST(:WS-REQ-LEVEL AS SMALLINT)
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               IF FUNCTION NUMVAL(WS-RT-COUNT) > 0
                   EXEC SQL
                       SELECT COALESCE(LEVEL_DEPUTY,' ')
                       INTO :WS-LEVEL-DEPUTY
                       FROM APPR_ROUTE
                       WHERE ROUTE_DEPT = :WS-RT-DEPT
                         AND ROUTE_LEAVE_TYPE = :WS-RT-LEAVE-TYPE
                         AND ROUTE_MAX_DAYS
                             = CAST(:WS-RT-MAX-DAYS AS DECIMAL(5,1))
                         AND ROUTE_LEVEL
                             = CAST(:WS-REQ-LEVEL AS SMALLINT)
                   END-EXEC
                   IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
       WRITE-AUDIT-RTN.
      ******************************************************************
           CALL "AUDIT-LOCK" USING SQLCA.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               INSERT INTO PL_AUDIT
                   (PROGRAM_NAME, OPERATOR_ID, A_EMP_ID,
                    :RQ-EMP-ID, :WS-AUD-OLD-VALUE, :WS-AUD-NEW-VALUE)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           CALL "AUDIT-SEAL" USING SQLCA.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       ENSURE-AUDIT-TABLE-RTN.
