      *    へ振り分ける。希望未登録者はPRINT扱い。配付済みの行は
      *    DISPATCHED_ATと配付経路を記録し、再実行しても二重配付
      *    しない。起動引数"P"で配付先希望の登録・変更を行う。
      *    MAIL/PORTALへ書く行には通知番号(NOTIFY_ID、18桁)を付け、
      *    メールゲートウェイとポータルが返す日次の配信結果ファイル
      *    (NOTIFSTAT)を配付の前に読み込んで、通知ごとに
      *      DELIVERED(配信済)・BOUNCED(不達)・OPENED(既読)
      *    を記録する。配付からPLM_CONFIGのNOTIFY_UNREAD_DAYS日
      *    (未設定は7日)を過ぎても配信/既読の確認が取れないもの
      *    (ポータルは既読まで)はUNREAD(未読)とする。
      *    不達・未読となった法的な通知(DESIGNATE時季指定・EXPWARN
      *    失効予告・TIMECHG時季変更・HEARING時季指定の意見聴取)は
      *    自動でPRINT宛てに積み直し
      *    (FORCE_ROUTE。REROUTED_FROMに元の通知番号)、当日の
      *    未達通知一覧をNOTIFUNDL(人事向け)へ出力する。
      *    配付先希望には本人の希望言語(LANG_CODE、既定JA)も持ち、
      *    "P"で配付先と一緒に登録する。配付束の社員見出しと日付は
      *    希望言語で出す(文言はMSG-LOOKUPで文言マスタから引く)。
      *    通知の本文は各プログラムが積む時点で本人の言語にしている。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PORT-FILE ASSIGN TO "NOTIFPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STAT-FILE ASSIGN TO "NOTIFSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.
           SELECT UNDL-FILE ASSIGN TO "NOTIFUNDL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  PORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PORT-REC                 PIC X(240).
      *    配信結果(ゲートウェイ・ポータル共通)。通知番号は配付時に
      *    付けた18桁、結果はDELIVERED/BOUNCED/OPENED、日付はYYYYMMDD。
       FD  STAT-FILE
           LABEL RECORDS ARE STANDARD.
       01  STAT-REC.
           03  STAT-NOTIFY-ID       PIC X(18).
           03  STAT-RESULT          PIC X(10).
           03  STAT-DATE            PIC X(08).
       FD  UNDL-FILE
           LABEL RECORDS ARE STANDARD.
       01  UNDL-REC                 PIC X(132).
       FD  ERROR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERROR-LOG-REC            PIC X(100).
       WORKING-STORAGE             SECTION.
           01  WS-ERR-PROGRAM-NAME     PIC X(12) VALUE
               "NOTIFY_DISP".
           01  WS-OPERATOR-ID          PIC X(10) VALUE "UNKNOWN".
           01  WS-SIGNON-SW            PIC X(1) VALUE "N".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-MAIL-COUNT           PIC 9(6) VALUE 0.
           01  WS-PORT-COUNT           PIC 9(6) VALUE 0.
           01  WS-PREV-EMP-ID          PIC X(6) VALUE SPACE.
           01  WS-PREV-ROUTE           PIC X(6) VALUE SPACE.
           01  WS-OUT-LINE             PIC X(240).
           01  WS-STAT-STATUS          PIC XX.
           01  WS-EOF-SW               PIC X(01) VALUE "N".
               88  WS-EOF                  VALUE "Y".
           01  WS-STAT-COUNT           PIC 9(6) VALUE 0.
           01  WS-STAT-SKIP-COUNT      PIC 9(6) VALUE 0.
           01  WS-REROUTE-COUNT        PIC 9(6) VALUE 0.
           01  WS-UNDL-COUNT           PIC 9(6) VALUE 0.
           01  WS-UNREAD-DAYS-NUM      PIC 9(3) VALUE 7.
      *    社員見出しの文言(本人の希望言語)。
           01  WS-EMP-LANG             PIC X(2) VALUE "JA".
           01  WS-MSG-LBL1             PIC X(60).
           01  WS-MSG-LBL2             PIC X(60).
           01  WS-MSG-LBL3             PIC X(60).
           COPY MSGREC.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  WS-DELIVERY             PIC  X(6).
           01  WS-IN-EMP-ID            PIC  X(6).
           01  WS-IN-DELIVERY          PIC  X(6).
           01  WS-IN-LANG              PIC  X(2).
           01  WS-LANG-COUNT           PIC  X(8).
           01  WS-PREF-DELIVERY        PIC  X(6).
           01  WS-N-FORCE-ROUTE        PIC  X(6).
           01  WS-N-RESENT-FROM        PIC  X(18).
           01  WS-ST-NOTIFY-ID         PIC  X(18).
           01  WS-ST-RESULT            PIC  X(10).
           01  WS-ST-DATE              PIC  X(10).
           01  WS-ST-FOUND             PIC  X(8).
           01  WS-N-ROUTE              PIC  X(6).
           01  WS-N-STATUS             PIC  X(10).
           01  WS-N-DISPATCHED         PIC  X(10).
           01  WS-N-RESENT-ID          PIC  X(18).
           01  WS-CFG-COUNT            PIC  X(8).
           01  WS-UNREAD-DAYS          PIC  X(3).
      *    未読判定のしきい値を読む会社コード(PLM_COMPANY、未指定は
      *    01)。配付そのものは全社分を1回で行う。
           01  WS-COMPANY              PIC  X(2) VALUE "01".
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.
               MOVE "P" TO WS-RUN-MODE-SW
           END-IF.

           ACCEPT WS-COMPANY FROM ENVIRONMENT "PLM_COMPANY".
           IF WS-COMPANY = SPACE
               MOVE "01" TO WS-COMPANY
           END-IF.

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
           PERFORM ENSURE-TABLES-RTN.

           IF WS-PREF-MODE
               PERFORM REGISTER-PREF-RTN
           ELSE
               PERFORM LOAD-DELIVERY-STATUS-RTN
               PERFORM MARK-UNREAD-RTN
               PERFORM REROUTE-FAILED-RTN
               PERFORM UNDELIVERED-REPORT-RTN
               PERFORM DISPATCH-QUEUE-RTN
           END-IF.

           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    配信結果の記録欄と、PRINTへの積み直し用の欄。
      *    STATUS_TRACKEDは通知番号を付けて配付した行('Y')で、
      *    それ以前に配付した行は配信結果が返らないため未読判定
      *    の対象にしない。
           EXEC SQL
               ALTER TABLE NOTIFY_QUEUE
                   ADD COLUMN IF NOT EXISTS DELIVERY_STATUS
                       VARCHAR(10),
                   ADD COLUMN IF NOT EXISTS STATUS_DATE DATE,
                   ADD COLUMN IF NOT EXISTS STATUS_TRACKED CHAR(1),
                   ADD COLUMN IF NOT EXISTS FORCE_ROUTE VARCHAR(6),
                   ADD COLUMN IF NOT EXISTS REROUTED_FROM BIGINT
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS NOTIFY_PREF
               (
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    希望言語の列と言語マスタ・文言マスタは、MSG-LOOKUPの
      *    最初の呼び出しで用意される。
           MOVE "L" TO MSG-FUNC.
           MOVE SPACE TO MSG-EMP-ID MSG-LANG.
           CALL "MSG-LOOKUP" USING SQLCA MSG-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       REGISTER-PREF-RTN.
      ******************************************************************
      *    配付先希望(PRINT/MAIL/PORTAL)と希望言語の登録・変更。
      *    希望言語は言語マスタ(LANG_MASTER)にあるもの。空欄はJA。
           DISPLAY "対象の社員ID : >> ".
           ACCEPT WS-IN-EMP-ID FROM CONSOLE.
           DISPLAY "配付先 (PRINT/MAIL/PORTAL) : >> ".
           ACCEPT WS-IN-DELIVERY FROM CONSOLE.
           DISPLAY "希望言語 (JA/EN/... 空欄=JA) : >> ".
           ACCEPT WS-IN-LANG FROM CONSOLE.
           IF WS-IN-LANG = SPACE
               MOVE "JA" TO WS-IN-LANG
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-LANG-COUNT
               FROM LANG_MASTER
               WHERE LANG_CODE = :WS-IN-LANG
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF WS-IN-DELIVERY NOT = "PRINT"
              AND WS-IN-DELIVERY NOT = "MAIL"
              AND WS-IN-DELIVERY NOT = "PORTAL"
               DISPLAY "*** 配付先はPRINT/MAIL/PORTALの"
                   "いずれかです ***"
           ELSE
               IF FUNCTION NUMVAL(WS-LANG-COUNT) = 0
                   DISPLAY "*** 言語 " WS-IN-LANG
                       " は言語マスタにありません ***"
               ELSE
                   EXEC SQL
                       INSERT INTO NOTIFY_PREF
                           (P_EMP_ID, DELIVERY, LANG_CODE)
                       VALUES (:WS-IN-EMP-ID, :WS-IN-DELIVERY,
                               :WS-IN-LANG)
                       ON CONFLICT (P_EMP_ID) DO UPDATE SET
                           DELIVERY = :WS-IN-DELIVERY,
                           LANG_CODE = :WS-IN-LANG,
                           PREF_UPDATED_AT = CURRENT_TIMESTAMP
                   END-EXEC
                   IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
                   END-IF
                   DISPLAY "配付先を登録しました : "
                       WS-IN-EMP-ID " -> " WS-IN-DELIVERY " "
                       WS-IN-LANG
               END-IF
           END-IF.

      ******************************************************************
       LOAD-DELIVERY-STATUS-RTN.
      ******************************************************************
      *    配信結果ファイルを読み、通知ごとの結果を記録する。
      *    ファイルが無い日(ゲートウェイからの返送なし)は読み飛ばす。
      *    配付していない番号・不正な行は件数だけ数えて捨てる。
           OPEN INPUT STAT-FILE.
           IF WS-STAT-STATUS NOT = "00"
               DISPLAY "*** NOTIFSTAT がありません。"
                   "配信結果の取込を省略します ***"
           ELSE
               MOVE "N" TO WS-EOF-SW
               READ STAT-FILE
                   AT END MOVE "Y" TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   PERFORM LOAD-ONE-STATUS-RTN
                   READ STAT-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE STAT-FILE
           END-IF.
           DISPLAY "配信結果 取込       : " WS-STAT-COUNT " 件".
           DISPLAY "配信結果 読み捨て   : " WS-STAT-SKIP-COUNT
               " 件".

      ******************************************************************
       LOAD-ONE-STATUS-RTN.
      ******************************************************************
           IF STAT-NOTIFY-ID IS NOT NUMERIC
              OR STAT-DATE IS NOT NUMERIC
              OR (STAT-RESULT NOT = "DELIVERED"
                  AND STAT-RESULT NOT = "BOUNCED"
                  AND STAT-RESULT NOT = "OPENED")
               DISPLAY "*** 配信結果が不正です: " STAT-REC
               ADD 1 TO WS-STAT-SKIP-COUNT
           ELSE
               MOVE STAT-NOTIFY-ID TO WS-ST-NOTIFY-ID
               MOVE STAT-RESULT TO WS-ST-RESULT
               MOVE SPACE TO WS-ST-DATE
               STRING STAT-DATE(1:4) "-" STAT-DATE(5:2) "-"
                   STAT-DATE(7:2) INTO WS-ST-DATE
               PERFORM RECORD-ONE-STATUS-RTN
           END-IF.

      ******************************************************************
       RECORD-ONE-STATUS-RTN.
      ******************************************************************
      *    不達(BOUNCED)は確定とし、後から届いた配信済の結果で
      *    上書きしない。未読(UNREAD)は後から既読・配信済が届けば
      *    その結果に置き換える(積み直し済みの再送はそのまま)。
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-ST-FOUND
               FROM NOTIFY_QUEUE
               WHERE NOTIFY_ID = CAST(:WS-ST-NOTIFY-ID AS BIGINT)
                 AND DISPATCHED_AT IS NOT NULL
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF FUNCTION NUMVAL(WS-ST-FOUND) = 0
               DISPLAY "*** 配付していない通知番号です: "
                   STAT-NOTIFY-ID
               ADD 1 TO WS-STAT-SKIP-COUNT
           ELSE
               EXEC SQL
                   UPDATE NOTIFY_QUEUE
                   SET DELIVERY_STATUS = :WS-ST-RESULT,
                       STATUS_DATE = CAST(:WS-ST-DATE AS DATE)
                   WHERE NOTIFY_ID = CAST(:WS-ST-NOTIFY-ID AS BIGINT)
                     AND COALESCE(DELIVERY_STATUS,' ') <> 'BOUNCED'
               END-EXEC
               IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                   PERFORM ERROR-RTN
                   STOP RUN
               END-IF
               ADD 1 TO WS-STAT-COUNT
           END-IF.

      ******************************************************************
       MARK-UNREAD-RTN.
      ******************************************************************
      *    未読判定の日数をPLM_CONFIGから読み(未設定は7日)、配付
      *    から日数を過ぎても確認の取れない行をUNREADにする。
      *    メールは配信済(DELIVERED)、ポータルは既読(OPENED)で確認
      *    済みとする。
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CFG-COUNT
               FROM PLM_CONFIG
               WHERE CONFIG_KEY = 'NOTIFY_UNREAD_DAYS'
                 AND COMPANY_CODE = :WS-COMPANY
                 AND EFFECTIVE_FROM <= CURRENT_DATE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-CFG-COUNT) > 0
               EXEC SQL
                   SELECT CONFIG_VALUE
                   INTO :WS-UNREAD-DAYS
                   FROM PLM_CONFIG
                   WHERE CONFIG_KEY = 'NOTIFY_UNREAD_DAYS'
                     AND COMPANY_CODE = :WS-COMPANY
                     AND EFFECTIVE_FROM <= CURRENT_DATE
                   ORDER BY EFFECTIVE_FROM DESC
                   LIMIT 1
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               IF WS-UNREAD-DAYS IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-UNREAD-DAYS)
                       TO WS-UNREAD-DAYS-NUM
               END-IF
           END-IF.
           MOVE WS-UNREAD-DAYS-NUM TO WS-UNREAD-DAYS.

           EXEC SQL
               UPDATE NOTIFY_QUEUE
               SET DELIVERY_STATUS = 'UNREAD',
                   STATUS_DATE = CURRENT_DATE
               WHERE STATUS_TRACKED = 'Y'
                 AND DISPATCHED_AT IS NOT NULL
                 AND CAST(DISPATCHED_AT AS DATE) <= CURRENT_DATE
                     - CAST(:WS-UNREAD-DAYS AS INTEGER)
                 AND ((DISPATCH_ROUTE = 'MAIL'
                       AND DELIVERY_STATUS IS NULL)
                   OR (DISPATCH_ROUTE = 'PORTAL'
                       AND (DELIVERY_STATUS IS NULL
                            OR DELIVERY_STATUS = 'DELIVERED')))
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN
               STOP RUN
           END-IF.

      ******************************************************************
       REROUTE-FAILED-RTN.
      ******************************************************************
      *    不達・未読となった法的な通知を、まだ積み直していなければ
      *    同じ本文でPRINT宛てに積み直す。再送の配付は本処理の
      *    DISPATCH-QUEUE-RTNで同じ日に行う。
           EXEC SQL
               DECLARE RR_CURSOR CURSOR FOR
               SELECT CAST(Q.NOTIFY_ID AS VARCHAR(18)),
                      Q.N_EMP_ID, Q.NOTIFY_TYPE,
                      COALESCE(Q.NOTIFY_TEXT,' ')
               FROM NOTIFY_QUEUE Q
               WHERE Q.DELIVERY_STATUS IN ('BOUNCED','UNREAD')
                 AND Q.NOTIFY_TYPE IN
                     ('DESIGNATE','EXPWARN','TIMECHG','HEARING')
                 AND Q.DISPATCH_ROUTE <> 'PRINT'
                 AND NOT EXISTS
                     (SELECT 1 FROM NOTIFY_QUEUE R
                      WHERE R.REROUTED_FROM = Q.NOTIFY_ID)
               ORDER BY Q.NOTIFY_ID ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN RR_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH RR_CURSOR
                   INTO :WS-NOTIFY-ID, :WS-N-EMP-ID, :WS-N-TYPE,
                        :WS-N-TEXT
               END-EXEC
               IF SQLCODE = 0
                   EXEC SQL
                       INSERT INTO NOTIFY_QUEUE
                           (N_EMP_ID, NOTIFY_TYPE, NOTIFY_TEXT,
                            FORCE_ROUTE, REROUTED_FROM)
                       VALUES (:WS-N-EMP-ID, :WS-N-TYPE, :WS-N-TEXT,
                               'PRINT',
                               CAST(:WS-NOTIFY-ID AS BIGINT))
                   END-EXEC
                   IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
                   END-IF
                   ADD 1 TO WS-REROUTE-COUNT
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE RR_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "PRINTへ積み直し     : " WS-REROUTE-COUNT
               " 件".

      ******************************************************************
       UNDELIVERED-REPORT-RTN.
      ******************************************************************
      *    前日以降に不達・未読と判明した通知の一覧(人事向け。
      *    返送ファイルの結果日付は前日付で届く)。
      *    法的な通知は再送(PRINT)の通知番号を、それ以外は人事で
      *    個別に対応するため"要対応"を出す。
           OPEN OUTPUT UNDL-FILE.
           MOVE SPACE TO UNDL-REC.
           STRING "*** 未達通知一覧 (不達/配付後 "
               WS-UNREAD-DAYS-NUM " 日未読) ***"
               DELIMITED BY SIZE INTO UNDL-REC.
           WRITE UNDL-REC.
           MOVE SPACE TO UNDL-REC.
           STRING "通知番号            社員ID 氏名"
               "                 種別       経路   配付日"
               "     結果       再送"
               DELIMITED BY SIZE INTO UNDL-REC.
           WRITE UNDL-REC.

           EXEC SQL
               DECLARE UD_CURSOR CURSOR FOR
               SELECT LPAD(CAST(Q.NOTIFY_ID AS VARCHAR(18)),18,'0'),
                      Q.N_EMP_ID, COALESCE(E.EMP_NAME,' '),
                      Q.NOTIFY_TYPE, COALESCE(Q.DISPATCH_ROUTE,' '),
                      TO_CHAR(Q.DISPATCHED_AT,'YYYY-MM-DD'),
                      Q.DELIVERY_STATUS,
                      COALESCE((SELECT CAST(MAX(R.NOTIFY_ID)
                                AS VARCHAR(18))
                                FROM NOTIFY_QUEUE R
                                WHERE R.REROUTED_FROM = Q.NOTIFY_ID),
                               ' ')
               FROM NOTIFY_QUEUE Q
               LEFT JOIN EMP_MASTER E
                   ON Q.N_EMP_ID = E.EMP_ID
               WHERE Q.DELIVERY_STATUS IN ('BOUNCED','UNREAD')
                 AND Q.STATUS_DATE >= CURRENT_DATE - 1
               ORDER BY Q.N_EMP_ID ASC, Q.NOTIFY_ID ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN UD_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH UD_CURSOR
                   INTO :WS-NOTIFY-ID, :WS-N-EMP-ID, :WS-EMP-NAME,
                        :WS-N-TYPE, :WS-N-ROUTE, :WS-N-DISPATCHED,
                        :WS-N-STATUS, :WS-N-RESENT-ID
               END-EXEC
               IF SQLCODE = 0
                   PERFORM WRITE-UNDELIVERED-LINE-RTN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE UD_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE SPACE TO UNDL-REC.
           STRING "未達件数 : " WS-UNDL-COUNT
               "   PRINTへ積み直し : " WS-REROUTE-COUNT
               DELIMITED BY SIZE INTO UNDL-REC.
           WRITE UNDL-REC.
           CLOSE UNDL-FILE.
           DISPLAY "未達通知(NOTIFUNDL) : " WS-UNDL-COUNT " 件".

      ******************************************************************
       WRITE-UNDELIVERED-LINE-RTN.
      ******************************************************************
           ADD 1 TO WS-UNDL-COUNT.
           MOVE SPACE TO UNDL-REC.
           IF WS-N-RESENT-ID NOT = SPACE
               STRING WS-NOTIFY-ID "  " WS-N-EMP-ID " "
                   WS-EMP-NAME " " WS-N-TYPE " " WS-N-ROUTE " "
                   WS-N-DISPATCHED " " WS-N-STATUS " PRINT No."
                   FUNCTION TRIM(WS-N-RESENT-ID)
                   DELIMITED BY SIZE INTO UNDL-REC
           ELSE
               STRING WS-NOTIFY-ID "  " WS-N-EMP-ID " "
                   WS-EMP-NAME " " WS-N-TYPE " " WS-N-ROUTE " "
                   WS-N-DISPATCHED " " WS-N-STATUS " 要対応"
                   DELIMITED BY SIZE INTO UNDL-REC
           END-IF.
           WRITE UNDL-REC.

      ******************************************************************
       DISPATCH-QUEUE-RTN.
      ******************************************************************

           EXEC SQL
               DECLARE ND_CURSOR CURSOR FOR
               SELECT LPAD(CAST(Q.NOTIFY_ID AS VARCHAR(18)),18,'0'),
                      Q.N_EMP_ID, Q.NOTIFY_TYPE,
                      COALESCE(Q.NOTIFY_TEXT,' '),
                      TO_CHAR(Q.CREATED_AT,'YYYY-MM-DD'),
                      COALESCE(E.EMP_NAME,' '),
                      COALESCE(Q.FORCE_ROUTE,' '),
                      COALESCE(CAST(Q.REROUTED_FROM AS VARCHAR(18)),
                               ' ')
               FROM NOTIFY_QUEUE Q
               LEFT JOIN EMP_MASTER E
                   ON Q.N_EMP_ID = E.EMP_ID
               WHERE Q.DISPATCHED_AT IS NULL
               ORDER BY Q.N_EMP_ID ASC,
                        COALESCE(Q.FORCE_ROUTE,' ') ASC,
                        Q.NOTIFY_ID ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE SPACE TO WS-PREV-EMP-ID.
           MOVE SPACE TO WS-PREV-ROUTE.
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH ND_CURSOR
                   INTO :WS-NOTIFY-ID, :WS-N-EMP-ID, :WS-N-TYPE,
                        :WS-N-TEXT, :WS-N-CREATED, :WS-EMP-NAME,
                        :WS-N-FORCE-ROUTE, :WS-N-RESENT-FROM
               END-EXEC
               IF SQLCODE = 0
                   PERFORM DISPATCH-ONE-NOTICE-RTN
      ******************************************************************
       DISPATCH-ONE-NOTICE-RTN.
      ******************************************************************
      *    積み直し分(FORCE_ROUTE)は本人の希望によらずその宛先へ
      *    出す。社員か宛先が変わるごとに見出し行を入れる。
           IF WS-N-EMP-ID NOT = WS-PREV-EMP-ID
               PERFORM LOOKUP-DELIVERY-RTN
               MOVE WS-DELIVERY TO WS-PREF-DELIVERY
               MOVE SPACE TO WS-PREV-ROUTE
               PERFORM LOAD-HEADER-LABELS-RTN
           END-IF.
           IF WS-N-FORCE-ROUTE NOT = SPACE
               MOVE WS-N-FORCE-ROUTE TO WS-DELIVERY
           ELSE
               MOVE WS-PREF-DELIVERY TO WS-DELIVERY
           END-IF.

           IF WS-N-EMP-ID NOT = WS-PREV-EMP-ID
              OR WS-DELIVERY NOT = WS-PREV-ROUTE
               MOVE SPACE TO WS-OUT-LINE
               STRING "==== " FUNCTION TRIM(WS-MSG-LBL1) " "
                   WS-N-EMP-ID
                   " " FUNCTION TRIM(WS-MSG-LBL2) " "
                   FUNCTION TRIM(WS-EMP-NAME)
                   " " FUNCTION TRIM(WS-MSG-LBL3) " "
                   WS-DELIVERY " ===="
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-ROUTED-LINE-RTN
               MOVE WS-N-EMP-ID TO WS-PREV-EMP-ID
               MOVE WS-DELIVERY TO WS-PREV-ROUTE
           END-IF.

           MOVE "D" TO MSG-FUNC.
           MOVE WS-EMP-LANG TO MSG-LANG.
           MOVE WS-N-CREATED TO MSG-DATE-IN.
           CALL "MSG-LOOKUP" USING SQLCA MSG-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE SPACE TO WS-OUT-LINE.
           IF WS-N-RESENT-FROM NOT = SPACE
               MOVE "NQ_RESENT" TO MSG-KEY
               MOVE "再送 元No." TO MSG-TEXT
               PERFORM GET-MSG-TEXT-RTN
               STRING FUNCTION TRIM(MSG-DATE-OUT)
                   " No." WS-NOTIFY-ID
                   " [" WS-N-TYPE "] ("
                   FUNCTION TRIM(MSG-TEXT)
                   FUNCTION TRIM(WS-N-RESENT-FROM) ") "
                   FUNCTION TRIM(WS-N-TEXT)
                   DELIMITED BY SIZE INTO WS-OUT-LINE
           ELSE
               STRING FUNCTION TRIM(MSG-DATE-OUT)
                   " No." WS-NOTIFY-ID
                   " [" WS-N-TYPE "] "
                   FUNCTION TRIM(WS-N-TEXT)
                   DELIMITED BY SIZE INTO WS-OUT-LINE
           END-IF.
           PERFORM WRITE-ROUTED-LINE-RTN.

           EXEC SQL
               UPDATE NOTIFY_QUEUE
               SET DISPATCHED_AT = CURRENT_TIMESTAMP,
                   DISPATCH_ROUTE = :WS-DELIVERY,
                   STATUS_TRACKED = 'Y'
               WHERE NOTIFY_ID = CAST(:WS-NOTIFY-ID AS BIGINT)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
                   ADD 1 TO WS-PRT-COUNT
           END-EVALUATE.

      ******************************************************************
       LOAD-HEADER-LABELS-RTN.
      ******************************************************************
      *    社員見出しの項目名を本人の希望言語で引く。
           MOVE "L" TO MSG-FUNC.
           MOVE WS-N-EMP-ID TO MSG-EMP-ID.
           CALL "MSG-LOOKUP" USING SQLCA MSG-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           MOVE MSG-LANG TO WS-EMP-LANG.

           MOVE "LBL_EMP_ID" TO MSG-KEY.
           MOVE "社員ID" TO MSG-TEXT.
           PERFORM GET-MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-MSG-LBL1.
           MOVE "LBL_EMP_NAME" TO MSG-KEY.
           MOVE "氏名" TO MSG-TEXT.
           PERFORM GET-MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-MSG-LBL2.
           MOVE "NQ_ROUTE" TO MSG-KEY.
           MOVE "宛先" TO MSG-TEXT.
           PERFORM GET-MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-MSG-LBL3.

      ******************************************************************
       GET-MSG-TEXT-RTN.
      ******************************************************************
      *    MSG-KEYの文言を本人の言語で引く(MSG-TEXTに既定の日本語)。
           MOVE "T" TO MSG-FUNC.
           MOVE WS-EMP-LANG TO MSG-LANG.
           CALL "MSG-LOOKUP" USING SQLCA MSG-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       LOOKUP-DELIVERY-RTN.
      ******************************************************************
