      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 LIFE_EVENT_RULE.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    慶弔休暇の付与規則表(LIFE_EVENT_RULE)と慶弔事由の登録簿
      *    (LIFE_EVENT)を作成し、既定の規則を投入する。
      *    規則は事由(EVENT_TYPE)×続柄(RELATIONSHIP)ごとに、
      *    付与日数・取得期限(事由発生日から何日以内に取るか)・
      *    付与する休暇種別・証明書類の要否と名称を持つ。続柄は
      *    家族台帳(EMP_DEPENDENT)と同じコードに本人(SELF)を
      *    加えたもの。LIFE_EVENTが事由の登録時にこの表を引いて
      *    ロットを書き、証明書類の受領を登録簿で管理する。
      *    使わなくなった規則はACTIVE_FLAG='N'として残す(過去の
      *    登録の参照に要るため削除しない)。既定行はON CONFLICTで
      *    上書きしない。
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
               "LIFE_EVENT_R".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           01  PASSWD                  PIC  X(10) VALUE SPACE.
           01  WS-ER-EVENT-TYPE        PIC  X(8).
           01  WS-ER-RELATION          PIC  X(8).
           01  WS-ER-EVENT-NAME        PIC  X(40).
           01  WS-ER-GRANT-DAYS        PIC S9(3)V9.
           01  WS-ER-WINDOW-DAYS       PIC  9(3).
           01  WS-ER-EVIDENCE-NAME     PIC  X(40).
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** LIFE_EVENT_RULE STARTED ***".

           PERFORM CONNECT-RTN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS LIFE_EVENT_RULE
               (
                   EVENT_TYPE       VARCHAR(8) NOT NULL,
                   RELATIONSHIP     VARCHAR(8) NOT NULL,
                   EVENT_NAME       VARCHAR(40) NOT NULL,
                   GRANT_DAYS       DECIMAL(4,1) NOT NULL,
                   WINDOW_DAYS      SMALLINT NOT NULL DEFAULT 14,
                   LEAVE_TYPE       VARCHAR(8) NOT NULL
                                     DEFAULT 'CONDOLE',
                   EVIDENCE_REQ     CHAR(1) NOT NULL DEFAULT 'Y',
                   EVIDENCE_NAME    VARCHAR(40),
                   ACTIVE_FLAG      CHAR(1) NOT NULL DEFAULT 'Y',
                   ER_UPDATED_AT    TIMESTAMP NOT NULL
                                     DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT LEVR_0 PRIMARY KEY
                       (EVENT_TYPE, RELATIONSHIP)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    慶弔事由の登録簿。同じ社員・事由・続柄・発生日の二重
      *    登録は一意制約で防ぐ。証明書類の受領日が空欄の行が
      *    未提出(LIFE_EVENTの督促一覧の対象)。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS LIFE_EVENT
               (
                   EVENT_ID         VARCHAR(8) NOT NULL,
                   V_EMP_ID         VARCHAR(6) NOT NULL,
                   EVENT_TYPE       VARCHAR(8) NOT NULL,
                   RELATIONSHIP     VARCHAR(8) NOT NULL,
                   EVENT_DATE       DATE NOT NULL,
                   V_BALANCE_ID     VARCHAR(12),
                   V_GRANT_DAYS     DECIMAL(4,1) NOT NULL,
                   EVIDENCE_REQ     CHAR(1) NOT NULL DEFAULT 'Y',
                   EVIDENCE_RCVD    DATE,
                   EVIDENCE_NOTE    VARCHAR(40),
                   COMPANY_CODE     VARCHAR(2) NOT NULL DEFAULT '01',
                   REGISTERED_BY    VARCHAR(10) NOT NULL,
                   REGISTERED_AT    TIMESTAMP NOT NULL
                                     DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT LEVT_0 PRIMARY KEY (EVENT_ID),
                   CONSTRAINT LEVT_1 UNIQUE
                       (V_EMP_ID, EVENT_TYPE, RELATIONSHIP, EVENT_DATE)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE SEQUENCE IF NOT EXISTS LIFE_EVENT_SEQ
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    弔事(死亡)。忌引は事由発生日から14日以内に取得する。
           MOVE "DEATH" TO WS-ER-EVENT-TYPE.
           MOVE "会葬礼状・死亡診断書の写し等"
               TO WS-ER-EVIDENCE-NAME.
           MOVE 14 TO WS-ER-WINDOW-DAYS.

           MOVE "SPOUSE" TO WS-ER-RELATION.
           MOVE "配偶者の死亡" TO WS-ER-EVENT-NAME.
           MOVE 5 TO WS-ER-GRANT-DAYS.
           PERFORM INSERT-ONE-RULE-RTN.

           MOVE "PARENT" TO WS-ER-RELATION.
           MOVE "父母の死亡" TO WS-ER-EVENT-NAME.
           MOVE 5 TO WS-ER-GRANT-DAYS.
           PERFORM INSERT-ONE-RULE-RTN.

           MOVE "CHILD" TO WS-ER-RELATION.
           MOVE "子の死亡" TO WS-ER-EVENT-NAME.
           MOVE 5 TO WS-ER-GRANT-DAYS.
           PERFORM INSERT-ONE-RULE-RTN.

           MOVE "INLAW" TO WS-ER-RELATION.
           MOVE "配偶者の父母の死亡" TO WS-ER-EVENT-NAME.
           MOVE 3 TO WS-ER-GRANT-DAYS.
           PERFORM INSERT-ONE-RULE-RTN.

           MOVE "GRANDPRT" TO WS-ER-RELATION.
           MOVE "祖父母の死亡" TO WS-ER-EVENT-NAME.
           MOVE 3 TO WS-ER-GRANT-DAYS.
           PERFORM INSERT-ONE-RULE-RTN.

           MOVE "SIBLING" TO WS-ER-RELATION.
           MOVE "兄弟姉妹の死亡" TO WS-ER-EVENT-NAME.
           MOVE 3 TO WS-ER-GRANT-DAYS.
           PERFORM INSERT-ONE-RULE-RTN.

           MOVE "GRANDCHD" TO WS-ER-RELATION.
           MOVE "孫の死亡" TO WS-ER-EVENT-NAME.
           MOVE 1 TO WS-ER-GRANT-DAYS.
           PERFORM INSERT-ONE-RULE-RTN.

      *    慶事。本人の結婚は挙式・新婚旅行に合わせて取れるよう
      *    6か月以内とする。
           MOVE "MARRIAGE" TO WS-ER-EVENT-TYPE.
           MOVE "婚姻届受理証明書・戸籍謄本の写し等"
               TO WS-ER-EVIDENCE-NAME.

           MOVE "SELF" TO WS-ER-RELATION.
           MOVE "本人の結婚" TO WS-ER-EVENT-NAME.
           MOVE 5 TO WS-ER-GRANT-DAYS.
           MOVE 180 TO WS-ER-WINDOW-DAYS.
           PERFORM INSERT-ONE-RULE-RTN.

           MOVE "CHILD" TO WS-ER-RELATION.
           MOVE "子の結婚" TO WS-ER-EVENT-NAME.
           MOVE 2 TO WS-ER-GRANT-DAYS.
           MOVE 30 TO WS-ER-WINDOW-DAYS.
           PERFORM INSERT-ONE-RULE-RTN.

           MOVE "BIRTH" TO WS-ER-EVENT-TYPE.
           MOVE "出生届受理証明書・母子手帳の写し等"
               TO WS-ER-EVIDENCE-NAME.
           MOVE "SPOUSE" TO WS-ER-RELATION.
           MOVE "配偶者の出産" TO WS-ER-EVENT-NAME.
           MOVE 2 TO WS-ER-GRANT-DAYS.
           MOVE 30 TO WS-ER-WINDOW-DAYS.
           PERFORM INSERT-ONE-RULE-RTN.

           EXEC SQL COMMIT WORK END-EXEC.

           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

           DISPLAY "*** LIFE_EVENT_RULE FINISHED ***".
           STOP RUN.

      ******************************************************************
       INSERT-ONE-RULE-RTN.
      ******************************************************************
           EXEC SQL
               INSERT INTO LIFE_EVENT_RULE
                   (EVENT_TYPE, RELATIONSHIP, EVENT_NAME, GRANT_DAYS,
                    WINDOW_DAYS, EVIDENCE_NAME)
               VALUES (:WS-ER-EVENT-TYPE, :WS-ER-RELATION,
                       :WS-ER-EVENT-NAME, :WS-ER-GRANT-DAYS,
                       :WS-ER-WINDOW-DAYS, :WS-ER-EVIDENCE-NAME)
               ON CONFLICT (EVENT_TYPE, RELATIONSHIP) DO NOTHING
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

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
