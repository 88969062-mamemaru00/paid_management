      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 MSG_TEXT.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    社員向け文書の多言語化用に、言語マスタ(LANG_MASTER)と
      *    文言マスタ(MSG_TEXT)を作成し、初期値を投入する。
      *      LANG_MASTER  言語コード・言語名・日付書式(TO_CHARの
      *                   書式)・小数点記号。JA(日本語)とEN(英語)
      *                   を投入する。
      *      MSG_TEXT     文言キー×言語の文言。LEGAL_FLAG='Y'は法定
      *                   文言(時季指定・意見聴取の通知の本文など)
      *                   で、人事が承認(APPROVED_BY/APPROVED_AT)
      *                   した行だけがMSG-LOOKUPで使われる。
      *    日本語の行は現行の文言そのもので、法定文言も承認済みと
      *    して投入する(APPROVED_BY='INITIAL')。英語の法定文言は
      *    下訳として承認なしで投入するため、MSG_MAINTで人事が確認・
      *    承認するまでは日本語で出る。
      *    配付先希望(NOTIFY_PREF)へ希望言語(LANG_CODE、既定JA)の
      *    列も追加する。希望言語の登録はNOTIFY_DISPの"P"で行う。
      *    既存行は上書きしない(ON CONFLICT DO NOTHING)。
      *    文言キーの接頭辞:
      *      LBL_   複数の文書で共通の項目名
      *      LT_    休暇種別名(LT_+種別コード。日本語は休暇種別
      *             マスタの表示名を使うため英語のみ投入)
      *      STMT_  取得状況のお知らせ(LEAVE_STMT)
      *      GRNT_  付与のお知らせ(INPUT_PROGRAM)
      *      WARN_  失効予告(EXPIRE_WARN)
      *      HEAR_  意見聴取書、DESG_ 時季指定通知書(PL_DESIGNATE)
      *      NQ_    通知キュー(NOTIFY_QUEUE)の本文・配付見出し
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  ERROR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERROR-LOG-REC            PIC X(100).

       WORKING-STORAGE             SECTION.
           01  WS-ERR-PROGRAM-NAME     PIC X(12) VALUE
               "MSG_TEXT".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.
           01  WS-INSERT-COUNT         PIC 9(4) VALUE 0.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           01  PASSWD                  PIC  X(10) VALUE SPACE.
           01  WS-MT-KEY               PIC  X(20).
           01  WS-MT-LEGAL             PIC  X(1).
           01  WS-MT-JA                PIC  X(120).
           01  WS-MT-EN                PIC  X(120).
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** MSG_TEXT STARTED ***".

           PERFORM CONNECT-RTN.
           PERFORM CREATE-TABLES-RTN.
           PERFORM SEED-LANGUAGES-RTN.
           PERFORM SEED-COMMON-RTN.
           PERFORM SEED-STMT-RTN.
           PERFORM SEED-GRANT-WARN-RTN.
           PERFORM SEED-DESIGNATE-RTN.
           PERFORM SEED-QUEUE-RTN.

           EXEC SQL COMMIT WORK END-EXEC.

           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

           DISPLAY "投入件数 : " WS-INSERT-COUNT.
           DISPLAY "*** MSG_TEXT FINISHED ***".
           STOP RUN.

      ******************************************************************
       CREATE-TABLES-RTN.
      ******************************************************************
           EXEC SQL
               CREATE TABLE IF NOT EXISTS LANG_MASTER
               (
                   LANG_CODE      VARCHAR(2) NOT NULL,
                   LANG_NAME      VARCHAR(20) NOT NULL,
                   DATE_FORMAT    VARCHAR(20) NOT NULL
                                   DEFAULT 'YYYY-MM-DD',
                   DECIMAL_CHAR   CHAR(1) NOT NULL DEFAULT '.',
                   LM_UPDATED_AT  TIMESTAMP NOT NULL
                                   DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT LNGM_0 PRIMARY KEY (LANG_CODE)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS MSG_TEXT
               (
                   MSG_KEY        VARCHAR(20) NOT NULL,
                   LANG_CODE      VARCHAR(2) NOT NULL,
                   MSG_TEXT       VARCHAR(120) NOT NULL,
                   LEGAL_FLAG     CHAR(1) NOT NULL DEFAULT 'N',
                   MT_UPDATED_BY  VARCHAR(10),
                   MT_UPDATED_AT  TIMESTAMP NOT NULL
                                   DEFAULT CURRENT_TIMESTAMP,
                   APPROVED_BY    VARCHAR(10),
                   APPROVED_AT    TIMESTAMP,
                   CONSTRAINT MSGT_0 PRIMARY KEY
                       (MSG_KEY, LANG_CODE)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS NOTIFY_PREF
               (
                   P_EMP_ID     VARCHAR(6) NOT NULL,
                   DELIVERY     VARCHAR(6) NOT NULL DEFAULT 'PRINT',
                   PREF_UPDATED_AT TIMESTAMP NOT NULL
                                   DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT NTFP_0 PRIMARY KEY (P_EMP_ID)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               ALTER TABLE NOTIFY_PREF
                   ADD COLUMN IF NOT EXISTS LANG_CODE VARCHAR(2)
                       NOT NULL DEFAULT 'JA'
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       SEED-LANGUAGES-RTN.
      ******************************************************************
           EXEC SQL
               INSERT INTO LANG_MASTER
                   (LANG_CODE, LANG_NAME, DATE_FORMAT, DECIMAL_CHAR)
               VALUES ('JA', 'JAPANESE', 'YYYY-MM-DD', '.')
               ON CONFLICT (LANG_CODE) DO NOTHING
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               INSERT INTO LANG_MASTER
                   (LANG_CODE, LANG_NAME, DATE_FORMAT, DECIMAL_CHAR)
               VALUES ('EN', 'ENGLISH', 'DD Mon YYYY', '.')
               ON CONFLICT (LANG_CODE) DO NOTHING
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       SEED-COMMON-RTN.
      ******************************************************************
           MOVE "LBL_EMP_ID" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "社員ID" TO WS-MT-JA.
           MOVE "Employee ID" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "LBL_EMP_NAME" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "氏名" TO WS-MT-JA.
           MOVE "Name" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "LBL_GRANT_DATE" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "付与日" TO WS-MT-JA.
           MOVE "Grant date" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "LBL_EXPIRE_DATE" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "失効予定日" TO WS-MT-JA.
           MOVE "Expiry date" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "LBL_DAY_UNIT" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "日" TO WS-MT-JA.
           MOVE "day(s)" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "LBL_BALANCE" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "残日数" TO WS-MT-JA.
           MOVE "Balance" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "LT_ANNUAL" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE SPACE TO WS-MT-JA.
           MOVE "Annual paid leave" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "LT_STORED" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE SPACE TO WS-MT-JA.
           MOVE "Stored leave" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "LT_SUMMER" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE SPACE TO WS-MT-JA.
           MOVE "Summer leave" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "LT_CONDOLE" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE SPACE TO WS-MT-JA.
           MOVE "Congratulatory/condolence leave" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "LT_CHLDCARE" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE SPACE TO WS-MT-JA.
           MOVE "Child nursing care leave" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "LT_FAMLCARE" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE SPACE TO WS-MT-JA.
           MOVE "Family care leave" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "LT_SVCAWARD" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE SPACE TO WS-MT-JA.
           MOVE "Long-service award leave" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

      ******************************************************************
       SEED-STMT-RTN.
      ******************************************************************
           MOVE "STMT_TITLE" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "年次有給休暇取得状況のお知らせ"
               TO WS-MT-JA.
           MOVE "Annual Paid Leave Statement" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "STMT_COLHEAD" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE SPACE TO WS-MT-JA.
           STRING "種別      取得区分     日付        日数"
               "      残日数"
               DELIMITED BY SIZE INTO WS-MT-JA.
           MOVE SPACE TO WS-MT-EN.
           STRING "Type      Kind         Date        Days"
               "      Balance"
               DELIMITED BY SIZE INTO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "STMT_EXPIRE_ON" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "失効予定" TO WS-MT-JA.
           MOVE "expires" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "STMT_ANNUAL_BAL" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "年次有給休暇の残日数" TO WS-MT-JA.
           MOVE "Annual paid leave balance" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

      ******************************************************************
       SEED-GRANT-WARN-RTN.
      ******************************************************************
           MOVE "GRNT_TITLE" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "年次有給休暇 付与のお知らせ" TO WS-MT-JA.
           MOVE "Notice of Annual Paid Leave Grant" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "LBL_GRANT_DAYS" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "付与日数" TO WS-MT-JA.
           MOVE "Days granted" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "LBL_TOTAL_BAL" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "残日数合計" TO WS-MT-JA.
           MOVE "Total balance" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "GRNT_CATCHUP" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "(登録遅延による遡及付与です)" TO WS-MT-JA.
           MOVE "(Retroactive grant due to late registration)"
               TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "WARN_TITLE" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "年次有給休暇の失効予告のお知らせ"
               TO WS-MT-JA.
           MOVE "Notice of Expiring Annual Paid Leave" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "WARN_RISK_DAYS" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "失効見込み日数" TO WS-MT-JA.
           MOVE "Days due to expire" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

      ******************************************************************
       SEED-DESIGNATE-RTN.
      ******************************************************************
      *    意見聴取書・時季指定通知書の表題と本文は法定文言。
           MOVE "HEAR_TITLE" TO WS-MT-KEY.
           MOVE "Y" TO WS-MT-LEGAL.
           MOVE SPACE TO WS-MT-JA.
           STRING "年次有給休暇の時季指定に関する"
               "意見聴取について"
               DELIMITED BY SIZE INTO WS-MT-JA.
           MOVE SPACE TO WS-MT-EN.
           STRING "Hearing of Your Views on the Designation of "
               "Annual Paid Leave Dates"
               DELIMITED BY SIZE INTO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "HEAR_PROPOSE" TO WS-MT-KEY.
           MOVE "Y" TO WS-MT-LEGAL.
           MOVE "下記の日を取得日の候補とします。"
               TO WS-MT-JA.
           MOVE SPACE TO WS-MT-EN.
           STRING "The following dates are proposed as your "
               "annual paid leave days."
               DELIMITED BY SIZE INTO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "HEAR_CLOSE_1" TO WS-MT-KEY.
           MOVE "Y" TO WS-MT-LEGAL.
           MOVE "ご希望の日があれば、回答期限"
               TO WS-MT-JA.
           MOVE "If you have preferred dates, please reply by"
               TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "HEAR_CLOSE_2" TO WS-MT-KEY.
           MOVE "Y" TO WS-MT-LEGAL.
           MOVE "までに" TO WS-MT-JA.
           MOVE "(reply deadline)." TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "HEAR_CLOSE_3" TO WS-MT-KEY.
           MOVE "Y" TO WS-MT-LEGAL.
           MOVE SPACE TO WS-MT-JA.
           STRING "お申し出ください。"
               "期限までに回答が無い場合は"
               DELIMITED BY SIZE INTO WS-MT-JA.
           MOVE "Without a reply by the deadline,"
               TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "HEAR_CLOSE_4" TO WS-MT-KEY.
           MOVE "Y" TO WS-MT-LEGAL.
           MOVE SPACE TO WS-MT-JA.
           STRING "上記の候補日を取得日として"
               "指定します。"
               DELIMITED BY SIZE INTO WS-MT-JA.
           MOVE "the proposed dates above will be designated."
               TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "HEAR_NO" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "意見聴取 No." TO WS-MT-JA.
           MOVE "Hearing No." TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "HEAR_DEADLINE" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "回答期限" TO WS-MT-JA.
           MOVE "Reply by" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "LBL_CAND_DATE" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "候補日" TO WS-MT-JA.
           MOVE "Proposed date" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "LBL_TARGET_GRANT" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "対象付与日" TO WS-MT-JA.
           MOVE "Grant date" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "LBL_USED_DAYS" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "消化済日数" TO WS-MT-JA.
           MOVE "Days taken" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "LBL_OBLIG_PERIOD" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "義務期間" TO WS-MT-JA.
           MOVE "Obligation period" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "LBL_REQUIRED_DAYS" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "必要日数" TO WS-MT-JA.
           MOVE "Days required" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "LBL_SHORT_DAYS" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "不足日数" TO WS-MT-JA.
           MOVE "Days short" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "DESG_PRORATE_1" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "(前回付与と期間が重なるため" TO WS-MT-JA.
           MOVE "(Overlaps the previous grant period:"
               TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "DESG_PRORATE_2" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "か月を通算し按分)" TO WS-MT-JA.
           MOVE "months combined and prorated)" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "DESG_TITLE" TO WS-MT-KEY.
           MOVE "Y" TO WS-MT-LEGAL.
           MOVE "年次有給休暇の時季指定について(通知)"
               TO WS-MT-JA.
           MOVE "Notice of Designation of Annual Paid Leave Dates"
               TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "DESG_STATEMENT" TO WS-MT-KEY.
           MOVE "Y" TO WS-MT-LEGAL.
           MOVE "下記の日を取得日として指定します。"
               TO WS-MT-JA.
           MOVE SPACE TO WS-MT-EN.
           STRING "The following dates are designated as your "
               "annual paid leave days."
               DELIMITED BY SIZE INTO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "LBL_RESPONSE" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "回答" TO WS-MT-JA.
           MOVE "Reply" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "DESG_RESP_PREFER" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "希望日あり" TO WS-MT-JA.
           MOVE "Preferred dates given" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "DESG_RESP_ACCEPT" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "提案どおり" TO WS-MT-JA.
           MOVE "Accepted as proposed" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "DESG_RESP_NONE" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "回答期限までに回答なし" TO WS-MT-JA.
           MOVE "No reply by the deadline" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "LBL_DESIG_DATE" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "指定日" TO WS-MT-JA.
           MOVE "Designated date" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

      ******************************************************************
       SEED-QUEUE-RTN.
      ******************************************************************
           MOVE "NQ_GRANTED" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "付与" TO WS-MT-JA.
           MOVE "granted" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "NQ_REMAIN" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "残" TO WS-MT-JA.
           MOVE "balance" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "NQ_EXPIRE" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "失効" TO WS-MT-JA.
           MOVE "expires" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "NQ_AT_RISK" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "見込" TO WS-MT-JA.
           MOVE "at risk" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "NQ_HEARING" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "時季指定の意見聴取 No." TO WS-MT-JA.
           MOVE "Leave designation hearing No." TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "NQ_DESIGNATE" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "時季指定日" TO WS-MT-JA.
           MOVE "Designated leave date" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "NQ_ADJUST" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "付与調整" TO WS-MT-JA.
           MOVE "Grant adjusted" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "NQ_DIFF" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "差分" TO WS-MT-JA.
           MOVE "change" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "NQ_HOLFIX_1" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "休日登録に伴い" TO WS-MT-JA.
           MOVE "A holiday was registered: leave taken on"
               TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "NQ_HOLFIX_2" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "の消化を取り消し、残日数を戻しました"
               TO WS-MT-JA.
           MOVE "was cancelled and your balance restored"
               TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "NQ_HRCONV_1" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "所定労働時間の変更" TO WS-MT-JA.
           MOVE "Daily working hours changed" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "NQ_HOUR_UNIT" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "時間" TO WS-MT-JA.
           MOVE "h" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "NQ_HRCONV_2" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE SPACE TO WS-MT-JA.
           STRING "に伴い、年休残の時間部分と"
               "時間単位年休の"
               "上限を換算し直しました。換算ロット"
               DELIMITED BY SIZE INTO WS-MT-JA.
           MOVE SPACE TO WS-MT-EN.
           STRING "; the hours part of your balance and the "
               "hourly leave limit were re-converted. Converted:"
               DELIMITED BY SIZE INTO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "NQ_COUNT_UNIT" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "件" TO WS-MT-JA.
           MOVE "lot(s)" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "NQ_TIMECHG" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "時季変更" TO WS-MT-JA.
           MOVE "Change of leave timing" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "LBL_REQUEST_ID" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "申請ID" TO WS-MT-JA.
           MOVE "Request ID" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "LBL_USE_DATE" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "取得日" TO WS-MT-JA.
           MOVE "Leave date" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "LBL_ALT_DATES" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "代替日" TO WS-MT-JA.
           MOVE "Alternative dates" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "LBL_REASON" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "理由" TO WS-MT-JA.
           MOVE "Reason" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "NQ_ROUTE" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "宛先" TO WS-MT-JA.
           MOVE "Delivery" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "NQ_RESENT" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "再送 元No." TO WS-MT-JA.
           MOVE "Resent, original No." TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "NQ_SVCAWARD" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "勤続表彰休暇" TO WS-MT-JA.
           MOVE "Long-service award leave" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "NQ_SVC_YEARS" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "年" TO WS-MT-JA.
           MOVE "years" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "NQ_RPTQ_DONE" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "ご依頼の帳票を作成しました。"
               TO WS-MT-JA.
           MOVE "Your requested report is ready." TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "NQ_RPTQ_NO" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "受付番号" TO WS-MT-JA.
           MOVE "Request No." TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

           MOVE "NQ_RPTQ_FILE" TO WS-MT-KEY.
           MOVE "N" TO WS-MT-LEGAL.
           MOVE "保管先" TO WS-MT-JA.
           MOVE "Stored at" TO WS-MT-EN.
           PERFORM INSERT-ONE-MSG-RTN.

      ******************************************************************
       INSERT-ONE-MSG-RTN.
      ******************************************************************
      *    日本語の行(休暇種別名は空欄で投入しない)と英語の行を
      *    1件ずつ投入する。法定文言は日本語を承認済み、英語を
      *    未承認で入れる。
           IF WS-MT-JA NOT = SPACE
               EXEC SQL
                   INSERT INTO MSG_TEXT
                       (MSG_KEY, LANG_CODE, MSG_TEXT, LEGAL_FLAG,
                        MT_UPDATED_BY, APPROVED_BY, APPROVED_AT)
                   VALUES
                       (:WS-MT-KEY, 'JA', TRIM(:WS-MT-JA),
                        :WS-MT-LEGAL, 'INITIAL',
                        CASE WHEN :WS-MT-LEGAL = 'Y'
                             THEN 'INITIAL' END,
                        CASE WHEN :WS-MT-LEGAL = 'Y'
                             THEN CURRENT_TIMESTAMP END)
                   ON CONFLICT (MSG_KEY, LANG_CODE) DO NOTHING
               END-EXEC
               IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               ADD 1 TO WS-INSERT-COUNT
           END-IF.

           EXEC SQL
               INSERT INTO MSG_TEXT
                   (MSG_KEY, LANG_CODE, MSG_TEXT, LEGAL_FLAG,
                    MT_UPDATED_BY)
               VALUES
                   (:WS-MT-KEY, 'EN', TRIM(:WS-MT-EN),
                    :WS-MT-LEGAL, 'INITIAL')
               ON CONFLICT (MSG_KEY, LANG_CODE) DO NOTHING
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           ADD 1 TO WS-INSERT-COUNT.

      ******************************************************************
       CONNECT-RTN.
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

              WHEN OTHER
                 DISPLAY "Undefined error"
                 DISPLAY "ERRCODE: " SQLSTATE
                 DISPLAY SQLERRMC
           END-EVALUATE.
      ******************************************************************
