      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 TCLK_FEED.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    勤怠システム向けの休暇連携ファイル作成(日次)。
      *    勤怠側が休暇予定者を欠勤扱いにしないよう、当日から60日
      *    先までの次の休暇をTCLKFEEDへ書き出す。
      *      - 承認済み(APPROVED)でまだ消化処理されていない申請
      *      - 予約(RESERVED)と確定済みの消化(USE/DESIGNATE)
      *    明細は1件ごとに連携キー(申請はQ+申請ID、履歴はH+履歴ID)
      *    と処理区分(ADD=追加 / CHG=変更 / DEL=削除)を持つ。
      *    勤怠側は連携キーで上書き・削除するため、同じ明細を2度
      *    適用しても結果は変わらない。
      *    送った内容はTCLK_FEED_ENTRYに控え、通常(差分)実行では
      *    前回以降の増減だけを送る。取消(CANCELLED・REJECTED等)や
      *    訂正(CORRECT)で対象から外れた休暇はDELになる。
      *    送付ファイルは連携番号を振ってTCLK_FEED_FILE/
      *    TCLK_FEED_LINEへ登録する。HDRに連携番号と前回の連携番号
      *    を持たせるので、勤怠側は適用済みの回の再受信と抜けを
      *    見分けられる。
      *    起動引数: 空白=差分送信 / F=全件送信(HDRの開始日以降を
      *    勤怠側で入れ替える) / R 連携番号=登録済みの回の再送
      *    (番号省略時は前回分。内容は初回と同じで再送印を付ける)。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE ASSIGN TO "TCLKFEED"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  FEED-FILE
           LABEL RECORDS ARE STANDARD.
       01  FEED-REC                 PIC X(80).
       FD  ERROR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERROR-LOG-REC            PIC X(100).

       WORKING-STORAGE             SECTION.
           01  WS-ERR-PROGRAM-NAME     PIC X(12) VALUE
               "TCLK_FEED".
           01  WS-OPERATOR-ID          PIC X(10) VALUE "UNKNOWN".
           01  WS-SIGNON-SW            PIC X(1) VALUE "N".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.

           01  WS-CMD-ARG              PIC X(10) VALUE SPACE.
           01  WS-RUN-MODE-SW          PIC X(1) VALUE "I".
               88  WS-MODE-DELTA           VALUE "I".
               88  WS-MODE-FULL            VALUE "F".
               88  WS-MODE-RESEND          VALUE "R".
           01  WS-TODAY-NUM            PIC 9(8) VALUE 0.
           01  WS-DETAIL-COUNT         PIC 9(6) VALUE 0.
           01  WS-ADD-COUNT            PIC 9(6) VALUE 0.
           01  WS-CHG-COUNT            PIC 9(6) VALUE 0.
           01  WS-DEL-COUNT            PIC 9(6) VALUE 0.
           01  WS-AMOUNT-NUM           PIC 9(2)V99.

      *    ヘッダ・明細・トレーラの編集用。HDRは12桁目から作成日、
      *    20桁目から作成元(受信ファイルと同じ位置取り)。
           01  WS-HDR-LINE.
               03  FILLER              PIC X(3) VALUE "HDR".
               03  FILLER              PIC X(8) VALUE SPACE.
               03  WS-HDR-RUN-DATE     PIC 9(8).
               03  FILLER              PIC X(6) VALUE "PLMSYS".
               03  WS-HDR-COMPANY      PIC X(2).
               03  WS-HDR-MODE         PIC X(1).
               03  WS-HDR-FEED-NO      PIC 9(8).
               03  WS-HDR-PREV-NO      PIC 9(8).
               03  WS-HDR-FROM-DATE    PIC X(10).
               03  WS-HDR-TO-DATE      PIC X(10).
               03  WS-HDR-RESEND       PIC X(1).
           01  WS-DTL-LINE.
               03  FILLER              PIC X(3) VALUE "DTL".
               03  WS-DTL-ACTION       PIC X(3).
               03  WS-DTL-KEY          PIC X(9).
               03  WS-DTL-EMP-ID       PIC X(6).
               03  WS-DTL-DATE         PIC X(10).
               03  WS-DTL-UNIT         PIC X(4).
               03  WS-DTL-AMOUNT       PIC 9(2).99.
               03  WS-DTL-LEAVE-TYPE   PIC X(8).
               03  WS-DTL-SOURCE       PIC X(10).
           01  WS-TRL-LINE.
               03  FILLER              PIC X(3) VALUE "TRL".
               03  WS-TRL-COUNT        PIC 9(6).
               03  WS-TRL-ADD          PIC 9(6).
               03  WS-TRL-CHG          PIC 9(6).
               03  WS-TRL-DEL          PIC 9(6).
               03  WS-TRL-FEED-NO      PIC 9(8).

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           01  PASSWD                  PIC  X(10) VALUE SPACE.
      *    グループ会社統合後の対象会社コード(PLM_COMPANY環境変数、
      *    未指定は01)。
           01  WS-COMPANY              PIC  X(2) VALUE "01".
           01  WS-FEED-NO              PIC  X(8).
           01  WS-PREV-FEED-NO         PIC  X(8).
           01  WS-FEED-MODE            PIC  X(1).
           01  WS-FEED-DATE            PIC  X(8).
           01  WS-FROM-DATE            PIC  X(10).
           01  WS-TO-DATE              PIC  X(10).
           01  WS-FEED-COUNT           PIC  X(8).
           01  WS-LINE-TOTAL           PIC  X(8).
      *    連携明細(TCLK_FEED_LINE)の読み出し用。
           01  WS-TL-ACTION            PIC  X(3).
           01  WS-TL-KEY               PIC  X(9).
           01  WS-TL-EMP-ID            PIC  X(6).
           01  WS-TL-DATE              PIC  X(10).
           01  WS-TL-UNIT              PIC  X(4).
           01  WS-TL-AMOUNT            PIC  X(8).
           01  WS-TL-LEAVE-TYPE        PIC  X(8).
           01  WS-TL-SOURCE            PIC  X(10).
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** TCLK_FEED STARTED ***".

           ACCEPT WS-CMD-ARG FROM COMMAND-LINE.
           EVALUATE WS-CMD-ARG(1:1)
               WHEN "F"
                   MOVE "F" TO WS-RUN-MODE-SW
               WHEN "R"
                   MOVE "R" TO WS-RUN-MODE-SW
               WHEN OTHER
                   MOVE "I" TO WS-RUN-MODE-SW
           END-EVALUATE.

           ACCEPT WS-COMPANY FROM ENVIRONMENT "PLM_COMPANY".
           IF WS-COMPANY = SPACE
               MOVE "01" TO WS-COMPANY
           END-IF.

           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.

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
           PERFORM ENSURE-FEED-TABLES-RTN.

           IF WS-MODE-RESEND
               PERFORM RESEND-FEED-RTN
           ELSE
               PERFORM RETIRE-PAST-ENTRY-RTN
               PERFORM SET-FEED-WINDOW-RTN
               PERFORM BUILD-WANTED-RTN
               PERFORM REGISTER-FEED-FILE-RTN
               PERFORM BUILD-FEED-LINES-RTN
               PERFORM UPDATE-ENTRY-RTN
               MOVE WS-TODAY-NUM TO WS-HDR-RUN-DATE
               MOVE WS-RUN-MODE-SW TO WS-HDR-MODE
               MOVE SPACE TO WS-HDR-RESEND
               PERFORM WRITE-FEED-FILE-RTN
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "対象会社     : " WS-COMPANY.
           DISPLAY "連携番号     : " WS-FEED-NO.
           DISPLAY "対象期間     : " WS-FROM-DATE " - " WS-TO-DATE.
           DISPLAY "追加件数     : " WS-ADD-COUNT.
           DISPLAY "変更件数     : " WS-CHG-COUNT.
           DISPLAY "削除件数     : " WS-DEL-COUNT.
           DISPLAY "*** TCLK_FEED FINISHED ***".
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
       ENSURE-FEED-TABLES-RTN.
      ******************************************************************
      *    送付ファイルの登録(1回1行)。FEED_MODEはI=差分 / F=全件。
      *    FROM_DATE-TO_DATEはその回で突き合わせた休暇日の範囲。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS TCLK_FEED_FILE
               (
                   FEED_NO         BIGINT NOT NULL,
                   COMPANY_CODE    VARCHAR(2) NOT NULL DEFAULT '01',
                   FEED_MODE       VARCHAR(1) NOT NULL DEFAULT 'I',
                   PREV_FEED_NO    BIGINT,
                   FROM_DATE       DATE NOT NULL,
                   TO_DATE         DATE NOT NULL,
                   LINE_COUNT      INTEGER NOT NULL DEFAULT 0,
                   CREATED_AT      TIMESTAMP NOT NULL
                                    DEFAULT CURRENT_TIMESTAMP,
                   RESEND_COUNT    INTEGER NOT NULL DEFAULT 0,
                   LAST_SENT_AT    TIMESTAMP,
                   CONSTRAINT TCF_0 PRIMARY KEY (FEED_NO)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE SEQUENCE IF NOT EXISTS TCLK_FEED_SEQ
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    送付ファイルの明細。再送はこの表から初回と同じ内容を
      *    書き出す。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS TCLK_FEED_LINE
               (
                   FEED_NO         BIGINT NOT NULL,
                   LINE_NO         INTEGER NOT NULL,
                   LINE_ACTION     VARCHAR(3) NOT NULL,
                   ENTRY_KEY       VARCHAR(9) NOT NULL,
                   L_EMP_ID        VARCHAR(6) NOT NULL,
                   LEAVE_DATE      DATE NOT NULL,
                   LEAVE_UNIT      VARCHAR(4) NOT NULL,
                   LEAVE_AMOUNT    NUMERIC(5,2) NOT NULL DEFAULT 0,
                   LEAVE_TYPE      VARCHAR(8),
                   SRC_STATUS      VARCHAR(10),
                   CONSTRAINT TCL_0 PRIMARY KEY (FEED_NO, LINE_NO)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    勤怠側が現在持っているはずの休暇(連携キーごとに最後に
      *    送った内容)。ENTRY_STATUSはA=有効 / D=削除を送付済み /
      *    P=過去日となり突合対象から外したもの。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS TCLK_FEED_ENTRY
               (
                   ENTRY_KEY       VARCHAR(9) NOT NULL,
                   COMPANY_CODE    VARCHAR(2) NOT NULL DEFAULT '01',
                   T_EMP_ID        VARCHAR(6) NOT NULL,
                   LEAVE_DATE      DATE NOT NULL,
                   LEAVE_UNIT      VARCHAR(4) NOT NULL,
                   LEAVE_AMOUNT    NUMERIC(5,2) NOT NULL DEFAULT 0,
                   LEAVE_TYPE      VARCHAR(8),
                   SRC_STATUS      VARCHAR(10),
                   ENTRY_STATUS    VARCHAR(1) NOT NULL DEFAULT 'A',
                   LAST_FEED_NO    BIGINT,
                   UPDATED_AT      TIMESTAMP NOT NULL
                                    DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT TCE_0 PRIMARY KEY (ENTRY_KEY)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       RETIRE-PAST-ENTRY-RTN.
      ******************************************************************
      *    休暇日から60日を過ぎた有効な控えは突合対象から外す
      *    (それ以降の訂正は月次のABS_RECONで拾う)。外さないと
      *    突合範囲の開始日が際限なく遡ってしまう。
           EXEC SQL
               UPDATE TCLK_FEED_ENTRY
               SET ENTRY_STATUS = 'P',
                   UPDATED_AT = CURRENT_TIMESTAMP
               WHERE COMPANY_CODE = :WS-COMPANY
                 AND ENTRY_STATUS = 'A'
                 AND LEAVE_DATE < CURRENT_DATE - 60
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       SET-FEED-WINDOW-RTN.
      ******************************************************************
      *    突合範囲は、当日と有効な控えの最も古い休暇日の早い方から
      *    当日の60日後まで。送付済みの過去日の休暇が後から取消・
      *    訂正された場合もDELとして送り、過去日に遡って入力された
      *    消化もADDとして送る。
           EXEC SQL
               SELECT TO_CHAR(LEAST(CURRENT_DATE,
                          COALESCE(MIN(LEAVE_DATE),CURRENT_DATE)),
                          'YYYY-MM-DD'),
                      TO_CHAR(CURRENT_DATE + 60,'YYYY-MM-DD')
               INTO :WS-FROM-DATE, :WS-TO-DATE
               FROM TCLK_FEED_ENTRY
               WHERE COMPANY_CODE = :WS-COMPANY
                 AND ENTRY_STATUS = 'A'
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       BUILD-WANTED-RTN.
      ******************************************************************
      *    突合範囲内で勤怠側に持たせるべき休暇を実行のたびに
      *    一時表へ作り直す。単位はDAY=終日 / HALF=半日 /
      *    HOUR=時間単位で、数量は日数(時間単位は時間数)。
           EXEC SQL
               DROP TABLE IF EXISTS TCLK_WANT
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               CREATE TEMP TABLE TCLK_WANT
               (
                   W_KEY          VARCHAR(9) NOT NULL,
                   W_EMP_ID       VARCHAR(6) NOT NULL,
                   W_DATE         DATE NOT NULL,
                   W_UNIT         VARCHAR(4) NOT NULL,
                   W_AMOUNT       NUMERIC(5,2) NOT NULL,
                   W_LEAVE_TYPE   VARCHAR(8),
                   W_SOURCE       VARCHAR(10),
                   CONSTRAINT TCW_0 PRIMARY KEY (W_KEY)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    承認済みの申請。PAID_CALCの申請連携が処理するまでの
      *    間だけ載り、処理後は予約・消化の行に置き換わる(申請は
      *    DEL、履歴はADDで送られる)。申請連携は年次有給として
      *    処理するため、休暇種別はANNUALとする。
           EXEC SQL
               INSERT INTO TCLK_WANT
                   (W_KEY, W_EMP_ID, W_DATE, W_UNIT, W_AMOUNT,
                    W_LEAVE_TYPE, W_SOURCE)
               SELECT 'Q' || R.REQUEST_ID, R.RQ_EMP_ID,
                      R.RQ_USE_DATE,
                      CASE
                        WHEN R.RQ_UNIT = 'H' THEN 'HOUR'
                        WHEN R.RQ_AMOUNT < 1 THEN 'HALF'
                        ELSE 'DAY'
                      END,
                      R.RQ_AMOUNT, 'ANNUAL', R.RQ_STATUS
               FROM PL_REQUEST R
               INNER JOIN EMP_MASTER E
                   ON E.EMP_ID = R.RQ_EMP_ID
               WHERE R.RQ_STATUS = 'APPROVED'
                 AND E.COMPANY_CODE = :WS-COMPANY
                 AND R.RQ_USE_DATE
                     BETWEEN CAST(:WS-FROM-DATE AS DATE)
                         AND CAST(:WS-TO-DATE AS DATE)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN.

      *    予約と確定済みの消化・時季指定。取消済みの予約は
      *    CANCELLED区分になり、訂正(CORRECT)で打ち消された行は
      *    除くので、どちらも対象から外れてDELになる。1日分を
      *    複数ロットから引き当てた行は1件にまとめ、連携キーは
      *    その中の最小の履歴IDとする。
           EXEC SQL
               INSERT INTO TCLK_WANT
                   (W_KEY, W_EMP_ID, W_DATE, W_UNIT, W_AMOUNT,
                    W_LEAVE_TYPE, W_SOURCE)
               SELECT 'H' || MIN(H.HISTORY_ID), B.B_EMP_ID,
                      H.ACQ_DATE,
                      CASE
                        WHEN COALESCE(H.ACQ_UNIT,'D') = 'H'
                          THEN 'HOUR'
                        WHEN SUM(0 - H.ACQ_DAYS) < 1 THEN 'HALF'
                        ELSE 'DAY'
                      END,
                      CASE
                        WHEN COALESCE(H.ACQ_UNIT,'D') = 'H'
                          THEN SUM(0 - COALESCE(H.ACQ_HOURS,0))
                        ELSE SUM(0 - H.ACQ_DAYS)
                      END,
                      B.LEAVE_TYPE, H.TRANSACTION_TYPE
               FROM PL_HISTORY H
               INNER JOIN PL_BALANCE B
                   ON H.H_BALANCE_ID = B.BALANCE_ID
               WHERE H.TRANSACTION_TYPE
                     IN ('RESERVED','USE','DESIGNATE')
                 AND B.COMPANY_CODE = :WS-COMPANY
                 AND H.ACQ_DATE
                     BETWEEN CAST(:WS-FROM-DATE AS DATE)
                         AND CAST(:WS-TO-DATE AS DATE)
                 AND NOT EXISTS
                     (SELECT 1 FROM PL_HISTORY C
                      WHERE C.TRANSACTION_TYPE = 'CORRECT'
                        AND C.ORIG_HISTORY_ID = H.HISTORY_ID)
               GROUP BY B.B_EMP_ID, H.ACQ_DATE,
                        COALESCE(H.ACQ_UNIT,'D'), B.LEAVE_TYPE,
                        H.TRANSACTION_TYPE,
                        COALESCE(H.REQUEST_REF, H.HISTORY_ID)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       REGISTER-FEED-FILE-RTN.
      ******************************************************************
      *    連携番号を採番し、送付ファイルを登録する。前回の連携
      *    番号(初回は0)をHDRへ載せ、勤怠側の抜け検知に使わせる。
           EXEC SQL
               SELECT LPAD(CAST(COALESCE(MAX(FEED_NO),0)
                           AS VARCHAR(8)),8,'0')
               INTO :WS-PREV-FEED-NO
               FROM TCLK_FEED_FILE
               WHERE COMPANY_CODE = :WS-COMPANY
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               SELECT LPAD(CAST(NEXTVAL('TCLK_FEED_SEQ')
                           AS VARCHAR(8)),8,'0')
               INTO :WS-FEED-NO
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE WS-RUN-MODE-SW TO WS-FEED-MODE.
           EXEC SQL
               INSERT INTO TCLK_FEED_FILE
                   (FEED_NO, COMPANY_CODE, FEED_MODE, PREV_FEED_NO,
                    FROM_DATE, TO_DATE)
               VALUES
                   (CAST(:WS-FEED-NO AS BIGINT), :WS-COMPANY,
                    :WS-FEED-MODE,
                    CAST(:WS-PREV-FEED-NO AS BIGINT),
                    CAST(:WS-FROM-DATE AS DATE),
                    CAST(:WS-TO-DATE AS DATE))
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE WS-FEED-NO TO WS-HDR-FEED-NO.
           MOVE WS-PREV-FEED-NO TO WS-HDR-PREV-NO.
           MOVE WS-FROM-DATE TO WS-HDR-FROM-DATE.
           MOVE WS-TO-DATE TO WS-HDR-TO-DATE.

      ******************************************************************
       BUILD-FEED-LINES-RTN.
      ******************************************************************
      *    差分実行は控え(TCLK_FEED_ENTRY)と突き合わせ、対象から
      *    外れた控えをDEL、新しい休暇をADD、内容の変わった休暇を
      *    CHGとする。全件実行は対象の全件をADDとする。勤怠側が
      *    削除を先に適用できるよう、DELを先頭に並べる。
           IF WS-MODE-FULL
               EXEC SQL
                   INSERT INTO TCLK_FEED_LINE
                       (FEED_NO, LINE_NO, LINE_ACTION, ENTRY_KEY,
                        L_EMP_ID, LEAVE_DATE, LEAVE_UNIT,
                        LEAVE_AMOUNT, LEAVE_TYPE, SRC_STATUS)
                   SELECT CAST(:WS-FEED-NO AS BIGINT),
                          ROW_NUMBER() OVER
                            (ORDER BY W.W_EMP_ID, W.W_DATE, W.W_KEY),
                          'ADD', W.W_KEY, W.W_EMP_ID, W.W_DATE,
                          W.W_UNIT, W.W_AMOUNT, W.W_LEAVE_TYPE,
                          W.W_SOURCE
                   FROM TCLK_WANT W
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO TCLK_FEED_LINE
                       (FEED_NO, LINE_NO, LINE_ACTION, ENTRY_KEY,
                        L_EMP_ID, LEAVE_DATE, LEAVE_UNIT,
                        LEAVE_AMOUNT, LEAVE_TYPE, SRC_STATUS)
                   SELECT CAST(:WS-FEED-NO AS BIGINT),
                          ROW_NUMBER() OVER
                            (ORDER BY X.SORT_NO, X.EMP_ID,
                                      X.LEAVE_DATE, X.ENTRY_KEY),
                          X.ACTION, X.ENTRY_KEY, X.EMP_ID,
                          X.LEAVE_DATE, X.LEAVE_UNIT,
                          X.LEAVE_AMOUNT, X.LEAVE_TYPE,
                          X.SRC_STATUS
                   FROM
                     (SELECT 1 AS SORT_NO, 'DEL' AS ACTION,
                             T.ENTRY_KEY, T.T_EMP_ID AS EMP_ID,
                             T.LEAVE_DATE, T.LEAVE_UNIT,
                             T.LEAVE_AMOUNT, T.LEAVE_TYPE,
                             T.SRC_STATUS
                      FROM TCLK_FEED_ENTRY T
                      WHERE T.COMPANY_CODE = :WS-COMPANY
                        AND T.ENTRY_STATUS = 'A'
                        AND T.LEAVE_DATE >=
                            CAST(:WS-FROM-DATE AS DATE)
                        AND NOT EXISTS
                            (SELECT 1 FROM TCLK_WANT W
                             WHERE W.W_KEY = T.ENTRY_KEY)
                      UNION ALL
                      SELECT 2,
                             CASE WHEN T.ENTRY_KEY IS NULL
                                  THEN 'ADD' ELSE 'CHG' END,
                             W.W_KEY, W.W_EMP_ID, W.W_DATE,
                             W.W_UNIT, W.W_AMOUNT, W.W_LEAVE_TYPE,
                             W.W_SOURCE
                      FROM TCLK_WANT W
                      LEFT JOIN TCLK_FEED_ENTRY T
                          ON T.ENTRY_KEY = W.W_KEY
                         AND T.ENTRY_STATUS = 'A'
                      WHERE T.ENTRY_KEY IS NULL
                         OR T.T_EMP_ID <> W.W_EMP_ID
                         OR T.LEAVE_DATE <> W.W_DATE
                         OR T.LEAVE_UNIT <> W.W_UNIT
                         OR T.LEAVE_AMOUNT <> W.W_AMOUNT
                         OR COALESCE(T.LEAVE_TYPE,' ')
                            <> COALESCE(W.W_LEAVE_TYPE,' ')
                         OR COALESCE(T.SRC_STATUS,' ')
                            <> COALESCE(W.W_SOURCE,' ')) X
               END-EXEC
           END-IF.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       UPDATE-ENTRY-RTN.
      ******************************************************************
      *    控えを今回送った内容へ更新する。対象から外れた控えは
      *    削除送付済み(D)とし、対象の休暇は有効(A)として内容を
      *    置き換える。今回明細を送った控えには連携番号を記録する。
           EXEC SQL
               UPDATE TCLK_FEED_ENTRY T
               SET ENTRY_STATUS = 'D',
                   UPDATED_AT = CURRENT_TIMESTAMP
               WHERE T.COMPANY_CODE = :WS-COMPANY
                 AND T.ENTRY_STATUS = 'A'
                 AND T.LEAVE_DATE >= CAST(:WS-FROM-DATE AS DATE)
                 AND NOT EXISTS
                     (SELECT 1 FROM TCLK_WANT W
                      WHERE W.W_KEY = T.ENTRY_KEY)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               INSERT INTO TCLK_FEED_ENTRY
                   (ENTRY_KEY, COMPANY_CODE, T_EMP_ID, LEAVE_DATE,
                    LEAVE_UNIT, LEAVE_AMOUNT, LEAVE_TYPE, SRC_STATUS,
                    ENTRY_STATUS)
               SELECT W_KEY, :WS-COMPANY, W_EMP_ID, W_DATE,
                      W_UNIT, W_AMOUNT, W_LEAVE_TYPE, W_SOURCE, 'A'
               FROM TCLK_WANT
               ON CONFLICT (ENTRY_KEY) DO UPDATE SET
                   COMPANY_CODE = EXCLUDED.COMPANY_CODE,
                   T_EMP_ID = EXCLUDED.T_EMP_ID,
                   LEAVE_DATE = EXCLUDED.LEAVE_DATE,
                   LEAVE_UNIT = EXCLUDED.LEAVE_UNIT,
                   LEAVE_AMOUNT = EXCLUDED.LEAVE_AMOUNT,
                   LEAVE_TYPE = EXCLUDED.LEAVE_TYPE,
                   SRC_STATUS = EXCLUDED.SRC_STATUS,
                   ENTRY_STATUS = 'A',
                   UPDATED_AT = CURRENT_TIMESTAMP
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               UPDATE TCLK_FEED_ENTRY
               SET LAST_FEED_NO = CAST(:WS-FEED-NO AS BIGINT)
               WHERE ENTRY_KEY IN
                     (SELECT L.ENTRY_KEY FROM TCLK_FEED_LINE L
                      WHERE L.FEED_NO = CAST(:WS-FEED-NO AS BIGINT))
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       RESEND-FEED-RTN.
      ******************************************************************
      *    登録済みの回を、初回と同じ連携番号・作成日・明細で
      *    書き直す(HDRの再送印だけが異なる)。勤怠側は適用済みの
      *    連携番号なら読み飛ばせ、未適用なら通常どおり適用できる。
      *    控え(TCLK_FEED_ENTRY)は初回の時点で更新済みのため
      *    触らない。
           MOVE SPACE TO WS-FEED-NO.
           IF WS-CMD-ARG(2:) NOT = SPACE
               MOVE FUNCTION NUMVAL(WS-CMD-ARG(2:)) TO WS-HDR-FEED-NO
               MOVE WS-HDR-FEED-NO TO WS-FEED-NO
           ELSE
               EXEC SQL
                   SELECT LPAD(CAST(COALESCE(MAX(FEED_NO),0)
                               AS VARCHAR(8)),8,'0')
                   INTO :WS-FEED-NO
                   FROM TCLK_FEED_FILE
                   WHERE COMPANY_CODE = :WS-COMPANY
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-FEED-COUNT
               FROM TCLK_FEED_FILE
               WHERE FEED_NO = CAST(:WS-FEED-NO AS BIGINT)
                 AND COMPANY_CODE = :WS-COMPANY
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF FUNCTION NUMVAL(WS-FEED-COUNT) = 0
               DISPLAY "*** 連携番号 " WS-FEED-NO
                   " は登録されていません ***"
               EXEC SQL DISCONNECT ALL END-EXEC
               DISPLAY "*** TCLK_FEED FINISHED ***"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
               SELECT FEED_MODE,
                      LPAD(CAST(COALESCE(PREV_FEED_NO,0)
                           AS VARCHAR(8)),8,'0'),
                      TO_CHAR(CREATED_AT,'YYYYMMDD'),
                      TO_CHAR(FROM_DATE,'YYYY-MM-DD'),
                      TO_CHAR(TO_DATE,'YYYY-MM-DD')
               INTO :WS-FEED-MODE, :WS-PREV-FEED-NO, :WS-FEED-DATE,
                    :WS-FROM-DATE, :WS-TO-DATE
               FROM TCLK_FEED_FILE
               WHERE FEED_NO = CAST(:WS-FEED-NO AS BIGINT)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE WS-FEED-DATE TO WS-HDR-RUN-DATE.
           MOVE WS-FEED-MODE TO WS-HDR-MODE.
           MOVE WS-FEED-NO TO WS-HDR-FEED-NO.
           MOVE WS-PREV-FEED-NO TO WS-HDR-PREV-NO.
           MOVE WS-FROM-DATE TO WS-HDR-FROM-DATE.
           MOVE WS-TO-DATE TO WS-HDR-TO-DATE.
           MOVE "R" TO WS-HDR-RESEND.
           PERFORM WRITE-FEED-FILE-RTN.

           EXEC SQL
               UPDATE TCLK_FEED_FILE
               SET RESEND_COUNT = RESEND_COUNT + 1
               WHERE FEED_NO = CAST(:WS-FEED-NO AS BIGINT)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       WRITE-FEED-FILE-RTN.
      ******************************************************************
      *    登録した明細(TCLK_FEED_LINE)からHDR/DTL/TRLの1ブロックを
      *    書く。夜間ジョブは会社ごとに流すため、追記で開いて前の
      *    会社の分を消さない(前夜分の退避は夜間ジョブ側が行う)。
           MOVE WS-COMPANY TO WS-HDR-COMPANY.
           OPEN EXTEND FEED-FILE.
           MOVE SPACE TO FEED-REC.
           MOVE WS-HDR-LINE TO FEED-REC.
           WRITE FEED-REC.

           EXEC SQL
               DECLARE TCLK_LINE_CURSOR CURSOR FOR
               SELECT LINE_ACTION, ENTRY_KEY, L_EMP_ID,
                      TO_CHAR(LEAVE_DATE,'YYYY-MM-DD'),
                      LEAVE_UNIT,
                      CAST(LEAVE_AMOUNT AS VARCHAR(8)),
                      COALESCE(LEAVE_TYPE,' '),
                      COALESCE(SRC_STATUS,' ')
               FROM TCLK_FEED_LINE
               WHERE FEED_NO = CAST(:WS-FEED-NO AS BIGINT)
               ORDER BY LINE_NO ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN TCLK_LINE_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH TCLK_LINE_CURSOR
                   INTO :WS-TL-ACTION, :WS-TL-KEY, :WS-TL-EMP-ID,
                        :WS-TL-DATE, :WS-TL-UNIT, :WS-TL-AMOUNT,
                        :WS-TL-LEAVE-TYPE, :WS-TL-SOURCE
               END-EXEC
               IF SQLCODE = 0
                   PERFORM WRITE-FEED-DETAIL-RTN
                   MOVE ZERO TO SQLCODE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE TCLK_LINE_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE WS-DETAIL-COUNT TO WS-TRL-COUNT.
           MOVE WS-ADD-COUNT TO WS-TRL-ADD.
           MOVE WS-CHG-COUNT TO WS-TRL-CHG.
           MOVE WS-DEL-COUNT TO WS-TRL-DEL.
           MOVE WS-FEED-NO TO WS-TRL-FEED-NO.
           MOVE SPACE TO FEED-REC.
           MOVE WS-TRL-LINE TO FEED-REC.
           WRITE FEED-REC.
           CLOSE FEED-FILE.

           MOVE WS-DETAIL-COUNT TO WS-LINE-TOTAL.
           EXEC SQL
               UPDATE TCLK_FEED_FILE
               SET LINE_COUNT = CAST(:WS-LINE-TOTAL AS INTEGER),
                   LAST_SENT_AT = CURRENT_TIMESTAMP
               WHERE FEED_NO = CAST(:WS-FEED-NO AS BIGINT)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       WRITE-FEED-DETAIL-RTN.
      ******************************************************************
           MOVE FUNCTION NUMVAL(WS-TL-AMOUNT) TO WS-AMOUNT-NUM.
           MOVE WS-TL-ACTION     TO WS-DTL-ACTION.
           MOVE WS-TL-KEY        TO WS-DTL-KEY.
           MOVE WS-TL-EMP-ID     TO WS-DTL-EMP-ID.
           MOVE WS-TL-DATE       TO WS-DTL-DATE.
           MOVE WS-TL-UNIT       TO WS-DTL-UNIT.
           MOVE WS-AMOUNT-NUM    TO WS-DTL-AMOUNT.
           MOVE WS-TL-LEAVE-TYPE TO WS-DTL-LEAVE-TYPE.
           MOVE WS-TL-SOURCE     TO WS-DTL-SOURCE.
           MOVE SPACE TO FEED-REC.
           MOVE WS-DTL-LINE TO FEED-REC.
           WRITE FEED-REC.
           ADD 1 TO WS-DETAIL-COUNT.

           EVALUATE WS-TL-ACTION
               WHEN "ADD"
                   ADD 1 TO WS-ADD-COUNT
               WHEN "CHG"
                   ADD 1 TO WS-CHG-COUNT
               WHEN "DEL"
                   ADD 1 TO WS-DEL-COUNT
           END-EVALUATE.

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
