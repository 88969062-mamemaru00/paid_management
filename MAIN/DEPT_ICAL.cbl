      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 DEPT_ICAL.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    部門別の休暇予定カレンダー(iCalendar)の作成(夜間)。
      *    部門ごとにDEPT_<部門コード>.icsを作り、グループカレンダー
      *    サーバが取り込む共有フォルダ(PLM_ICAL_DIR環境変数、
      *    未指定はICALPUB)へ置く。
      *      - 対象は承認済み(APPROVED)の申請と、予約(RESERVED)・
      *        確定済みの消化(USE/DESIGNATE)。訂正(CORRECT)で
      *        打ち消された行は除く。
      *      - 社員1人1日を1件の予定とし、所定労働時間に満たない
      *        半日・時間単位は時刻付き、それ以外は終日の予定とする。
      *        時刻付きの開始はPLM_CONFIGのICAL_DAY_START(HHMM、
      *        未設定は0900)から休暇時間分。
      *      - 予定の件名は氏名と「休暇」だけとし、休暇種別や理由は
      *        載せない。
      *    予定のUIDは社員ID+休暇日で固定し、ICAL_EVENTに控えた
      *    前回の内容と突き合わせて、変更はSEQUENCEを上げ、取消・
      *    訂正で対象から外れたものはSTATUS:CANCELLEDとして14日間
      *    載せ続ける(取り込み側が予定を消せるように)。
      *    対象期間は当日の31日前から183日後まで。
      *    DEPT_MASTERの公開区分(CAL_EXPORT)がNの部門と有効期間外の
      *    部門はファイルを作らず、公開済みのファイルを取り下げる。
      *    ファイルは一時名で書いてから置き換えるため、取り込み側が
      *    書きかけのファイルを読むことはない。置き換えに失敗した
      *    部門があればERRLOGへ記録し、RC=8で終了する。
      *    会社をまたいで部門単位に作るため、夜間ジョブでは会社
      *    ループの外で1回だけ流す。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT ICS-FILE ASSIGN TO WS-ICS-TMP-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  ICS-FILE
           LABEL RECORDS ARE STANDARD.
       01  ICS-REC                  PIC X(120).
       FD  ERROR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERROR-LOG-REC            PIC X(100).

       WORKING-STORAGE             SECTION.
           01  WS-ERR-PROGRAM-NAME     PIC X(12) VALUE
               "DEPT_ICAL".
           01  WS-OPERATOR-ID          PIC X(10) VALUE "UNKNOWN".
           01  WS-SIGNON-SW            PIC X(1) VALUE "N".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.

      *    公開先ディレクトリと、部門ごとの一時名・公開名。
           01  WS-PUB-DIR              PIC X(40) VALUE SPACE.
           01  WS-ICS-TMP-NAME         PIC X(80) VALUE SPACE.
           01  WS-ICS-NAME             PIC X(80) VALUE SPACE.
           01  WS-SYS-CMD              PIC X(200) VALUE SPACE.

      *    予定1行の組み立て用。行末はCRLFとする。
           01  WS-ICS-LINE             PIC X(118) VALUE SPACE.

      *    対象部門。1回の実行で最大200部門まで。
           01  WS-DEPT-TABLE.
               03  WS-DEPT-ENTRY       OCCURS 200 TIMES.
                   05  WS-DT-CODE      PIC X(6).
                   05  WS-DT-NAME      PIC X(40).
                   05  WS-DT-EXPORT    PIC X(1).
           01  WS-DEPT-TOTAL           PIC 9(3) VALUE 0.
           01  WS-DEPT-MAX             PIC 9(3) VALUE 200.
           01  WS-DEPT-IDX             PIC 9(3).

           01  WS-FILE-COUNT           PIC 9(4) VALUE 0.
           01  WS-WITHDRAW-COUNT       PIC 9(4) VALUE 0.
           01  WS-PUB-FAIL-COUNT       PIC 9(4) VALUE 0.
           01  WS-EVENT-COUNT          PIC 9(6) VALUE 0.
           01  WS-DEPT-EVENTS          PIC 9(6) VALUE 0.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           01  PASSWD                  PIC  X(10) VALUE SPACE.
           01  WS-FROM-DATE            PIC  X(10).
           01  WS-TO-DATE              PIC  X(10).
           01  WS-NEW-COUNT            PIC  X(8) VALUE "0".
           01  WS-CHG-COUNT            PIC  X(8) VALUE "0".
           01  WS-CXL-COUNT            PIC  X(8) VALUE "0".
      *    部門一覧の読み出し用。
           01  WS-LD-CODE              PIC  X(6).
           01  WS-LD-NAME              PIC  X(40).
           01  WS-LD-EXPORT            PIC  X(1).
           01  WS-CUR-DEPT             PIC  X(6).
      *    予定(ICAL_EVENT)の読み出し用。日付・時刻はiCalendarの
      *    書式に編集済みで受け取る。
           01  WS-EV-UID               PIC  X(14).
           01  WS-EV-STAMP             PIC  X(16).
           01  WS-EV-START             PIC  X(15).
           01  WS-EV-END               PIC  X(8).
           01  WS-EV-TIMED             PIC  X(1).
           01  WS-EV-DURATION          PIC  X(12).
           01  WS-EV-SEQ               PIC  X(8).
           01  WS-EV-STATUS            PIC  X(1).
           01  WS-EV-NAME              PIC  X(40).
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** DEPT_ICAL STARTED ***".

           ACCEPT WS-PUB-DIR FROM ENVIRONMENT "PLM_ICAL_DIR".
           IF WS-PUB-DIR = SPACE
               MOVE "ICALPUB" TO WS-PUB-DIR
           END-IF.
           MOVE SPACE TO WS-SYS-CMD.
           STRING "mkdir -p " DELIMITED BY SIZE
               WS-PUB-DIR DELIMITED BY SPACE
               INTO WS-SYS-CMD.
           CALL "SYSTEM" USING WS-SYS-CMD.
           MOVE 0 TO RETURN-CODE.

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
           PERFORM ENSURE-ICAL-TABLES-RTN.
           PERFORM SET-WINDOW-RTN.
           PERFORM BUILD-WANTED-RTN.
           PERFORM SYNC-EVENTS-RTN.
           EXEC SQL COMMIT WORK END-EXEC.

           PERFORM LOAD-DEPTS-RTN.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-TOTAL
               IF WS-DT-EXPORT(WS-DEPT-IDX) = "Y"
                   PERFORM WRITE-DEPT-ICS-RTN
               ELSE
                   PERFORM WITHDRAW-DEPT-ICS-RTN
               END-IF
           END-PERFORM.

           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "公開先       : " WS-PUB-DIR.
           DISPLAY "対象期間     : " WS-FROM-DATE " - " WS-TO-DATE.
           DISPLAY "新規予定     : " WS-NEW-COUNT.
           DISPLAY "変更予定     : " WS-CHG-COUNT.
           DISPLAY "取消予定     : " WS-CXL-COUNT.
           DISPLAY "公開部門数   : " WS-FILE-COUNT.
           DISPLAY "取下げ部門数 : " WS-WITHDRAW-COUNT.
           DISPLAY "掲載予定数   : " WS-EVENT-COUNT.
           IF WS-PUB-FAIL-COUNT > 0
               DISPLAY "公開失敗部門数 : " WS-PUB-FAIL-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "*** DEPT_ICAL FINISHED ***".
           STOP RUN.

      ******************************************************************
       CONNECT-TO-DATABASE.
      ******************************************************************
           MOVE  "testdb@db"       TO   DBNAME.
           MOVE  "postgres"        TO   USERNAME.
           ACCEPT DBNAME   FROM ENVIRONMENT "PLM_DBNAME".
           ACCEPT USERNAME FROM ENVIRONMENT "PLM_DBUSER".
           ACCEPT PASSWD   FROM ENVIRONMENT "PLM_DBPASS".
           IF PASSWD = SPACES
               CALL "CRED-DECRYPT" USING PASSWD
           END-IF.
           MOVE ZERO TO WS-CONNECT-RETRY-CNT.
           MOVE -01 TO SQLCODE.
           PERFORM UNTIL SQLCODE NOT = -01
                   OR WS-CONNECT-RETRY-CNT > WS-CONNECT-MAX-RETRY
               EXEC SQL
                   CONNECT :USERNAME IDENTIFIED BY :PASSWD
                       USING :DBNAME
               END-EXEC
               IF SQLCODE = -01
                   ADD 1 TO WS-CONNECT-RETRY-CNT
                   IF WS-CONNECT-RETRY-CNT <= WS-CONNECT-MAX-RETRY
                       DISPLAY "*** DB CONNECT FAILED, RETRY "
                           WS-CONNECT-RETRY-CNT "/"
                           WS-CONNECT-MAX-RETRY " ***"
                       CALL "C$SLEEP" USING WS-CONNECT-WAIT-SECS
                   END-IF
               END-IF
           END-PERFORM.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       ENSURE-ICAL-TABLES-RTN.
      ******************************************************************
      *    公開した予定の控え。EVENT_UIDは社員ID+休暇日(YYYYMMDD)。
      *    EVENT_TIMEDはY=時刻付き(開始EVENT_START・EVENT_HOURS
      *    時間) / N=終日。EVENT_STATUSはA=有効 / C=取消。
      *    EVENT_SEQは内容を変えるたびに1つ上げる(iCalendarの
      *    SEQUENCE)。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS ICAL_EVENT
               (
                   EVENT_UID       VARCHAR(14) NOT NULL,
                   E_DEPT_CODE     VARCHAR(6) NOT NULL,
                   E_EMP_ID        VARCHAR(6) NOT NULL,
                   EVENT_DATE      DATE NOT NULL,
                   EVENT_TIMED     VARCHAR(1) NOT NULL DEFAULT 'N',
                   EVENT_START     VARCHAR(4) NOT NULL DEFAULT '0900',
                   EVENT_HOURS     NUMERIC(5,2) NOT NULL DEFAULT 0,
                   EVENT_SEQ       INTEGER NOT NULL DEFAULT 0,
                   EVENT_STATUS    VARCHAR(1) NOT NULL DEFAULT 'A',
                   CHANGED_AT      TIMESTAMP NOT NULL
                                    DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT ICE_0 PRIMARY KEY (EVENT_UID)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       SET-WINDOW-RTN.
      ******************************************************************
           EXEC SQL
               SELECT TO_CHAR(CURRENT_DATE - 31,'YYYY-MM-DD'),
                      TO_CHAR(CURRENT_DATE + 183,'YYYY-MM-DD')
               INTO :WS-FROM-DATE, :WS-TO-DATE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       BUILD-WANTED-RTN.
      ******************************************************************
      *    対象期間内の休暇を1行ずつ時間数に直して一時表ICAL_SRCへ
      *    集め、社員・日ごとにまとめてICAL_WANTを作る。日単位は
      *    日数×所定労働時間(半日は0.5日分)、時間単位は時間数。
           EXEC SQL
               DROP TABLE IF EXISTS ICAL_SRC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               CREATE TEMP TABLE ICAL_SRC
               (
                   S_EMP_ID       VARCHAR(6) NOT NULL,
                   S_DATE         DATE NOT NULL,
                   S_HOURS        NUMERIC(7,2) NOT NULL
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    承認済みでまだ消化処理されていない申請。
           EXEC SQL
               INSERT INTO ICAL_SRC (S_EMP_ID, S_DATE, S_HOURS)
               SELECT R.RQ_EMP_ID, R.RQ_USE_DATE,
                      CASE
                        WHEN R.RQ_UNIT = 'H' THEN R.RQ_AMOUNT
                        ELSE R.RQ_AMOUNT * E.DAILY_WORK_HOURS
                      END
               FROM PL_REQUEST R
               INNER JOIN EMP_MASTER E
                   ON E.EMP_ID = R.RQ_EMP_ID
               WHERE R.RQ_STATUS = 'APPROVED'
                 AND R.RQ_USE_DATE
                     BETWEEN CAST(:WS-FROM-DATE AS DATE)
                         AND CAST(:WS-TO-DATE AS DATE)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN.

      *    予約と確定済みの消化・時季指定。取消済みの予約は
      *    CANCELLED区分になるため載らない。
           EXEC SQL
               INSERT INTO ICAL_SRC (S_EMP_ID, S_DATE, S_HOURS)
               SELECT B.B_EMP_ID, H.ACQ_DATE,
                      CASE
                        WHEN COALESCE(H.ACQ_UNIT,'D') = 'H'
                          THEN 0 - COALESCE(H.ACQ_HOURS,0)
                        ELSE (0 - H.ACQ_DAYS) * E.DAILY_WORK_HOURS
                      END
               FROM PL_HISTORY H
               INNER JOIN PL_BALANCE B
                   ON H.H_BALANCE_ID = B.BALANCE_ID
               INNER JOIN EMP_MASTER E
                   ON E.EMP_ID = B.B_EMP_ID
               WHERE H.TRANSACTION_TYPE
                     IN ('RESERVED','USE','DESIGNATE')
                 AND H.ACQ_DATE
                     BETWEEN CAST(:WS-FROM-DATE AS DATE)
                         AND CAST(:WS-TO-DATE AS DATE)
                 AND NOT EXISTS
                     (SELECT 1 FROM PL_HISTORY C
                      WHERE C.TRANSACTION_TYPE = 'CORRECT'
                        AND C.ORIG_HISTORY_ID = H.HISTORY_ID)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               DROP TABLE IF EXISTS ICAL_WANT
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               CREATE TEMP TABLE ICAL_WANT
               (
                   W_UID          VARCHAR(14) NOT NULL,
                   W_DEPT_CODE    VARCHAR(6) NOT NULL,
                   W_EMP_ID       VARCHAR(6) NOT NULL,
                   W_DATE         DATE NOT NULL,
                   W_TIMED        VARCHAR(1) NOT NULL,
                   W_START        VARCHAR(4) NOT NULL,
                   W_HOURS        NUMERIC(5,2) NOT NULL,
                   CONSTRAINT ICW_0 PRIMARY KEY (W_UID)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    所定労働時間以上の日は終日、満たない日は時刻付きとする。
      *    部門は現在の所属(異動した社員の予定は新部門へ移る)。
           EXEC SQL
               INSERT INTO ICAL_WANT
                   (W_UID, W_DEPT_CODE, W_EMP_ID, W_DATE,
                    W_TIMED, W_START, W_HOURS)
               SELECT S.S_EMP_ID || TO_CHAR(S.S_DATE,'YYYYMMDD'),
                      E.DEPT_CODE, S.S_EMP_ID, S.S_DATE,
                      CASE
                        WHEN SUM(S.S_HOURS) >= E.DAILY_WORK_HOURS
                          THEN 'N'
                        ELSE 'Y'
                      END,
                      COALESCE(
                        (SELECT LPAD(TRIM(G.CONFIG_VALUE),4,'0')
                         FROM PLM_CONFIG G
                         WHERE G.CONFIG_KEY = 'ICAL_DAY_START'
                           AND G.COMPANY_CODE = E.COMPANY_CODE
                           AND G.EFFECTIVE_FROM <= CURRENT_DATE
                         ORDER BY G.EFFECTIVE_FROM DESC
                         LIMIT 1), '0900'),
                      CASE
                        WHEN SUM(S.S_HOURS) >= E.DAILY_WORK_HOURS
                          THEN 0
                        ELSE SUM(S.S_HOURS)
                      END
               FROM ICAL_SRC S
               INNER JOIN EMP_MASTER E
                   ON E.EMP_ID = S.S_EMP_ID
               WHERE COALESCE(E.DEPT_CODE,' ') <> ' '
               GROUP BY S.S_EMP_ID, S.S_DATE, E.DEPT_CODE,
                        E.COMPANY_CODE, E.DAILY_WORK_HOURS
               HAVING SUM(S.S_HOURS) > 0
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       SYNC-EVENTS-RTN.
      ******************************************************************
      *    対象から外れた有効な予定を取消にする。期間より前へ
      *    過ぎたものは突き合わせない(下で控えごと消す)。
           EXEC SQL
               SELECT CAST(COUNT(*) AS VARCHAR(8))
               INTO :WS-CXL-COUNT
               FROM ICAL_EVENT V
               WHERE V.EVENT_STATUS = 'A'
                 AND V.EVENT_DATE >= CAST(:WS-FROM-DATE AS DATE)
                 AND NOT EXISTS
                     (SELECT 1 FROM ICAL_WANT W
                      WHERE W.W_UID = V.EVENT_UID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               UPDATE ICAL_EVENT
               SET EVENT_STATUS = 'C',
                   EVENT_SEQ = EVENT_SEQ + 1,
                   CHANGED_AT = CURRENT_TIMESTAMP
               WHERE EVENT_STATUS = 'A'
                 AND EVENT_DATE >= CAST(:WS-FROM-DATE AS DATE)
                 AND NOT EXISTS
                     (SELECT 1 FROM ICAL_WANT W
                      WHERE W.W_UID = ICAL_EVENT.EVENT_UID)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN.

      *    内容が変わった予定と、取消後に再び対象となった予定。
           EXEC SQL
               SELECT CAST(COUNT(*) AS VARCHAR(8))
               INTO :WS-CHG-COUNT
               FROM ICAL_EVENT V
               INNER JOIN ICAL_WANT W
                   ON W.W_UID = V.EVENT_UID
               WHERE V.EVENT_STATUS <> 'A'
                  OR V.E_DEPT_CODE <> W.W_DEPT_CODE
                  OR V.EVENT_TIMED <> W.W_TIMED
                  OR V.EVENT_START <> W.W_START
                  OR V.EVENT_HOURS <> W.W_HOURS
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               UPDATE ICAL_EVENT
               SET E_DEPT_CODE = W.W_DEPT_CODE,
                   EVENT_TIMED = W.W_TIMED,
                   EVENT_START = W.W_START,
                   EVENT_HOURS = W.W_HOURS,
                   EVENT_STATUS = 'A',
                   EVENT_SEQ = ICAL_EVENT.EVENT_SEQ + 1,
                   CHANGED_AT = CURRENT_TIMESTAMP
               FROM ICAL_WANT W
               WHERE W.W_UID = ICAL_EVENT.EVENT_UID
                 AND (ICAL_EVENT.EVENT_STATUS <> 'A'
                  OR ICAL_EVENT.E_DEPT_CODE <> W.W_DEPT_CODE
                  OR ICAL_EVENT.EVENT_TIMED <> W.W_TIMED
                  OR ICAL_EVENT.EVENT_START <> W.W_START
                  OR ICAL_EVENT.EVENT_HOURS <> W.W_HOURS)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN.

      *    新しい予定。
           EXEC SQL
               SELECT CAST(COUNT(*) AS VARCHAR(8))
               INTO :WS-NEW-COUNT
               FROM ICAL_WANT W
               WHERE NOT EXISTS
                     (SELECT 1 FROM ICAL_EVENT V
                      WHERE V.EVENT_UID = W.W_UID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               INSERT INTO ICAL_EVENT
                   (EVENT_UID, E_DEPT_CODE, E_EMP_ID, EVENT_DATE,
                    EVENT_TIMED, EVENT_START, EVENT_HOURS)
               SELECT W.W_UID, W.W_DEPT_CODE, W.W_EMP_ID, W.W_DATE,
                      W.W_TIMED, W.W_START, W.W_HOURS
               FROM ICAL_WANT W
               WHERE NOT EXISTS
                     (SELECT 1 FROM ICAL_EVENT V
                      WHERE V.EVENT_UID = W.W_UID)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN.

      *    対象期間より前の控えは不要になるので消す。
           EXEC SQL
               DELETE FROM ICAL_EVENT
               WHERE EVENT_DATE < CAST(:WS-FROM-DATE AS DATE)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       LOAD-DEPTS-RTN.
      ******************************************************************
      *    全部門と公開可否。公開区分がNの部門と、有効期間外の部門
      *    は取下げの対象とする。部門名はiCalendarの文字として
      *    区切り文字(\ , ;)を逃がしておく。
           MOVE ZERO TO WS-DEPT-TOTAL.
           EXEC SQL
               DECLARE ICAL_DEPT_CURSOR CURSOR FOR
               SELECT M.DEPT_CODE,
                      REPLACE(REPLACE(REPLACE(TRIM(M.DEPT_NAME),
                          '\','\\'),',','\,'),';','\;'),
                      CASE
                        WHEN COALESCE(M.CAL_EXPORT,'Y') = 'Y'
                         AND M.VALID_FROM <= CURRENT_DATE
                         AND (M.VALID_TO IS NULL
                              OR M.VALID_TO >= CURRENT_DATE)
                          THEN 'Y'
                        ELSE 'N'
                      END
               FROM DEPT_MASTER M
               ORDER BY M.DEPT_CODE ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN ICAL_DEPT_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH ICAL_DEPT_CURSOR
                   INTO :WS-LD-CODE, :WS-LD-NAME, :WS-LD-EXPORT
               END-EXEC
               IF SQLCODE = 0
                   IF WS-DEPT-TOTAL < WS-DEPT-MAX
                       ADD 1 TO WS-DEPT-TOTAL
                       MOVE WS-LD-CODE TO WS-DT-CODE(WS-DEPT-TOTAL)
                       MOVE WS-LD-NAME TO WS-DT-NAME(WS-DEPT-TOTAL)
                       MOVE WS-LD-EXPORT
                           TO WS-DT-EXPORT(WS-DEPT-TOTAL)
                   ELSE
                       DISPLAY "*** 部門数が上限超過のため "
                           WS-LD-CODE
                           " 以降は処理しない ***"
                       MOVE 100 TO SQLCODE
                   END-IF
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE ICAL_DEPT_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       SET-FILE-NAMES-RTN.
      ******************************************************************
           MOVE SPACE TO WS-ICS-NAME.
           STRING WS-PUB-DIR DELIMITED BY SPACE
               "/DEPT_" DELIMITED BY SIZE
               WS-CUR-DEPT DELIMITED BY SPACE
               ".ics" DELIMITED BY SIZE
               INTO WS-ICS-NAME.
           MOVE SPACE TO WS-ICS-TMP-NAME.
           STRING WS-ICS-NAME DELIMITED BY SPACE
               ".tmp" DELIMITED BY SIZE
               INTO WS-ICS-TMP-NAME.

      ******************************************************************
       WITHDRAW-DEPT-ICS-RTN.
      ******************************************************************
      *    公開しない部門のファイルを消す(無ければ何もしない)。
           MOVE WS-DT-CODE(WS-DEPT-IDX) TO WS-CUR-DEPT.
           PERFORM SET-FILE-NAMES-RTN.
           MOVE SPACE TO WS-SYS-CMD.
           STRING "rm -f " DELIMITED BY SIZE
               WS-ICS-NAME DELIMITED BY SPACE
               INTO WS-SYS-CMD.
           CALL "SYSTEM" USING WS-SYS-CMD.
           MOVE 0 TO RETURN-CODE.
           ADD 1 TO WS-WITHDRAW-COUNT.

      ******************************************************************
       WRITE-DEPT-ICS-RTN.
      ******************************************************************
      *    1部門分のカレンダーを一時名で書き、書き終えてから公開名へ
      *    置き換える。予定の無い部門も空のカレンダーを置く(前日
      *    までの予定を取り込み側から消すため)。
           MOVE WS-DT-CODE(WS-DEPT-IDX) TO WS-CUR-DEPT.
           PERFORM SET-FILE-NAMES-RTN.
           MOVE ZERO TO WS-DEPT-EVENTS.
           OPEN OUTPUT ICS-FILE.

           MOVE "BEGIN:VCALENDAR" TO WS-ICS-LINE.
           PERFORM PUT-ICS-LINE-RTN.
           MOVE "VERSION:2.0" TO WS-ICS-LINE.
           PERFORM PUT-ICS-LINE-RTN.
           MOVE "PRODID:-//PLMSYS//DEPT_ICAL//JA" TO WS-ICS-LINE.
           PERFORM PUT-ICS-LINE-RTN.
           MOVE "CALSCALE:GREGORIAN" TO WS-ICS-LINE.
           PERFORM PUT-ICS-LINE-RTN.
           MOVE "METHOD:PUBLISH" TO WS-ICS-LINE.
           PERFORM PUT-ICS-LINE-RTN.
           MOVE SPACE TO WS-ICS-LINE.
           STRING "X-WR-CALNAME:休暇予定 "
               FUNCTION TRIM(WS-DT-NAME(WS-DEPT-IDX))
               DELIMITED BY SIZE INTO WS-ICS-LINE.
           PERFORM PUT-ICS-LINE-RTN.
           MOVE "X-WR-TIMEZONE:Asia/Tokyo" TO WS-ICS-LINE.
           PERFORM PUT-ICS-LINE-RTN.
           PERFORM PUT-TIMEZONE-RTN.

      *    有効な予定と、取消から14日以内の予定。
           EXEC SQL
               DECLARE ICAL_EVENT_CURSOR CURSOR FOR
               SELECT V.EVENT_UID,
                      TO_CHAR(V.CHANGED_AT - INTERVAL '9 hours',
                              'YYYYMMDD') || 'T' ||
                      TO_CHAR(V.CHANGED_AT - INTERVAL '9 hours',
                              'HH24MISS') || 'Z',
                      CASE
                        WHEN V.EVENT_TIMED = 'Y'
                          THEN TO_CHAR(V.EVENT_DATE,'YYYYMMDD')
                               || 'T' || V.EVENT_START || '00'
                        ELSE TO_CHAR(V.EVENT_DATE,'YYYYMMDD')
                      END,
                      TO_CHAR(V.EVENT_DATE + 1,'YYYYMMDD'),
                      V.EVENT_TIMED,
                      'PT' ||
                      CAST(CAST(FLOOR(V.EVENT_HOURS) AS INTEGER)
                           AS VARCHAR(3)) || 'H' ||
                      CASE
                        WHEN V.EVENT_HOURS > FLOOR(V.EVENT_HOURS)
                          THEN CAST(CAST(ROUND((V.EVENT_HOURS
                                 - FLOOR(V.EVENT_HOURS)) * 60)
                                 AS INTEGER) AS VARCHAR(2)) || 'M'
                        ELSE ''
                      END,
                      CAST(V.EVENT_SEQ AS VARCHAR(8)),
                      V.EVENT_STATUS,
                      REPLACE(REPLACE(REPLACE(TRIM(E.EMP_NAME),
                          '\','\\'),',','\,'),';','\;')
               FROM ICAL_EVENT V
               INNER JOIN EMP_MASTER E
                   ON E.EMP_ID = V.E_EMP_ID
               WHERE V.E_DEPT_CODE = :WS-CUR-DEPT
                 AND V.EVENT_DATE
                     BETWEEN CAST(:WS-FROM-DATE AS DATE)
                         AND CAST(:WS-TO-DATE AS DATE)
                 AND (V.EVENT_STATUS = 'A'
                      OR V.CHANGED_AT >= CURRENT_DATE - 14)
               ORDER BY V.EVENT_DATE ASC, V.E_EMP_ID ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN ICAL_EVENT_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH ICAL_EVENT_CURSOR
                   INTO :WS-EV-UID, :WS-EV-STAMP, :WS-EV-START,
                        :WS-EV-END, :WS-EV-TIMED, :WS-EV-DURATION,
                        :WS-EV-SEQ, :WS-EV-STATUS, :WS-EV-NAME
               END-EXEC
               IF SQLCODE = 0
                   PERFORM PUT-EVENT-RTN
                   MOVE ZERO TO SQLCODE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE ICAL_EVENT_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE "END:VCALENDAR" TO WS-ICS-LINE.
           PERFORM PUT-ICS-LINE-RTN.
           CLOSE ICS-FILE.

           MOVE SPACE TO WS-SYS-CMD.
           STRING "mv -f " DELIMITED BY SIZE
               WS-ICS-TMP-NAME DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-ICS-NAME DELIMITED BY SPACE
               INTO WS-SYS-CMD.
           CALL "SYSTEM" USING WS-SYS-CMD.
      *    置き換えに失敗した部門は公開されていないので、件数に
      *    数えずERRLOGへ記録し、終了コードで知らせる。
           IF RETURN-CODE NOT = 0
               ADD 1 TO WS-PUB-FAIL-COUNT
               DISPLAY "*** 公開失敗 : " WS-ICS-NAME " ***"
               PERFORM WRITE-PUBLISH-FAIL-LOG
           ELSE
               ADD 1 TO WS-FILE-COUNT
               ADD WS-DEPT-EVENTS TO WS-EVENT-COUNT
           END-IF.
           MOVE 0 TO RETURN-CODE.

      ******************************************************************
       PUT-TIMEZONE-RTN.
      ******************************************************************
      *    時刻付きの予定は日本時間(夏時間なし)で表す。
           MOVE "BEGIN:VTIMEZONE" TO WS-ICS-LINE.
           PERFORM PUT-ICS-LINE-RTN.
           MOVE "TZID:Asia/Tokyo" TO WS-ICS-LINE.
           PERFORM PUT-ICS-LINE-RTN.
           MOVE "BEGIN:STANDARD" TO WS-ICS-LINE.
           PERFORM PUT-ICS-LINE-RTN.
           MOVE "DTSTART:19700101T000000" TO WS-ICS-LINE.
           PERFORM PUT-ICS-LINE-RTN.
           MOVE "TZOFFSETFROM:+0900" TO WS-ICS-LINE.
           PERFORM PUT-ICS-LINE-RTN.
           MOVE "TZOFFSETTO:+0900" TO WS-ICS-LINE.
           PERFORM PUT-ICS-LINE-RTN.
           MOVE "TZNAME:JST" TO WS-ICS-LINE.
           PERFORM PUT-ICS-LINE-RTN.
           MOVE "END:STANDARD" TO WS-ICS-LINE.
           PERFORM PUT-ICS-LINE-RTN.
           MOVE "END:VTIMEZONE" TO WS-ICS-LINE.
           PERFORM PUT-ICS-LINE-RTN.

      ******************************************************************
       PUT-EVENT-RTN.
      ******************************************************************
           MOVE "BEGIN:VEVENT" TO WS-ICS-LINE.
           PERFORM PUT-ICS-LINE-RTN.
           MOVE SPACE TO WS-ICS-LINE.
           STRING "UID:PLM-" WS-EV-UID "@PLMSYS"
               DELIMITED BY SPACE INTO WS-ICS-LINE.
           PERFORM PUT-ICS-LINE-RTN.
           MOVE SPACE TO WS-ICS-LINE.
           STRING "DTSTAMP:" WS-EV-STAMP
               DELIMITED BY SPACE INTO WS-ICS-LINE.
           PERFORM PUT-ICS-LINE-RTN.
           MOVE SPACE TO WS-ICS-LINE.
           STRING "SEQUENCE:" WS-EV-SEQ
               DELIMITED BY SPACE INTO WS-ICS-LINE.
           PERFORM PUT-ICS-LINE-RTN.

           IF WS-EV-TIMED = "Y"
               MOVE SPACE TO WS-ICS-LINE
               STRING "DTSTART;TZID=Asia/Tokyo:" WS-EV-START
                   DELIMITED BY SPACE INTO WS-ICS-LINE
               PERFORM PUT-ICS-LINE-RTN
               MOVE SPACE TO WS-ICS-LINE
               STRING "DURATION:" WS-EV-DURATION
                   DELIMITED BY SPACE INTO WS-ICS-LINE
               PERFORM PUT-ICS-LINE-RTN
           ELSE
               MOVE SPACE TO WS-ICS-LINE
               STRING "DTSTART;VALUE=DATE:" WS-EV-START
                   DELIMITED BY SPACE INTO WS-ICS-LINE
               PERFORM PUT-ICS-LINE-RTN
               MOVE SPACE TO WS-ICS-LINE
               STRING "DTEND;VALUE=DATE:" WS-EV-END
                   DELIMITED BY SPACE INTO WS-ICS-LINE
               PERFORM PUT-ICS-LINE-RTN
           END-IF.

           MOVE SPACE TO WS-ICS-LINE.
           STRING "SUMMARY:" FUNCTION TRIM(WS-EV-NAME) " 休暇"
               DELIMITED BY SIZE INTO WS-ICS-LINE.
           PERFORM PUT-ICS-LINE-RTN.
           MOVE "TRANSP:OPAQUE" TO WS-ICS-LINE.
           PERFORM PUT-ICS-LINE-RTN.
           IF WS-EV-STATUS = "A"
               MOVE "STATUS:CONFIRMED" TO WS-ICS-LINE
           ELSE
               MOVE "STATUS:CANCELLED" TO WS-ICS-LINE
           END-IF.
           PERFORM PUT-ICS-LINE-RTN.
           MOVE "END:VEVENT" TO WS-ICS-LINE.
           PERFORM PUT-ICS-LINE-RTN.
           ADD 1 TO WS-DEPT-EVENTS.

      ******************************************************************
       PUT-ICS-LINE-RTN.
      ******************************************************************
      *    iCalendarの行末はCRLF。改行(LF)はファイル側で付く。
           MOVE SPACE TO ICS-REC.
           STRING FUNCTION TRIM(WS-ICS-LINE TRAILING) X"0D"
               DELIMITED BY SIZE INTO ICS-REC.
           WRITE ICS-REC.
           MOVE SPACE TO WS-ICS-LINE.

      ******************************************************************
       WRITE-ERROR-LOG.
      ******************************************************************
           ACCEPT WS-ERR-TIMESTAMP FROM DATE YYYYMMDD.
           MOVE SPACE TO ERROR-LOG-REC.
           STRING WS-ERR-TIMESTAMP "  " WS-ERR-PROGRAM-NAME
               "  SQLCODE=" SQLCODE
               DELIMITED BY SIZE INTO ERROR-LOG-REC.
           OPEN EXTEND ERROR-LOG-FILE.
           WRITE ERROR-LOG-REC.
           CLOSE ERROR-LOG-FILE.

      ******************************************************************
       WRITE-PUBLISH-FAIL-LOG.
      ******************************************************************
           ACCEPT WS-ERR-TIMESTAMP FROM DATE YYYYMMDD.
           MOVE SPACE TO ERROR-LOG-REC.
           STRING WS-ERR-TIMESTAMP "  " WS-ERR-PROGRAM-NAME
               "  PUBLISH-FAILED " WS-ICS-NAME
               DELIMITED BY SIZE INTO ERROR-LOG-REC.
           OPEN EXTEND ERROR-LOG-FILE.
           WRITE ERROR-LOG-REC.
           CLOSE ERROR-LOG-FILE.

      ******************************************************************
       ERROR-RTN.
      ******************************************************************
           PERFORM WRITE-ERROR-LOG.
           DISPLAY "*** SQL ERROR ***".
           DISPLAY "SQLCODE: " SQLCODE " " NO ADVANCING.
           EVALUATE SQLCODE
              WHEN +10
                 DISPLAY "Record not found"
              WHEN -01
                 DISPLAY "Connection failed"
              WHEN -20
                 DISPLAY "Internal error"
              WHEN -30
                 DISPLAY "PostgreSQL error"
                 DISPLAY "ERRCODE: " SQLSTATE
                 DISPLAY SQLERRMC

                 *> TO RESTART TRANSACTION, PERFORM ROLLBACK.
                 EXEC SQL
                     ROLLBACK
                 END-EXEC

                 *> Alternative rollback using OCESQL library.
                 CALL "OCESQLStartSQL" END-CALL
                 CALL "OCESQLExec" USING
                     BY REFERENCE SQLCA
                     BY REFERENCE "ROLLBACK" & x"00"
                 END-CALL
                 CALL "OCESQLEndSQL" END-CALL

              WHEN OTHER
                 DISPLAY "Undefined error"
                 DISPLAY "ERRCODE: " SQLSTATE
                 DISPLAY SQLERRMC
           END-EVALUATE.
