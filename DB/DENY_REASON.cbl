      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 DENY_REASON.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    有給休暇申請の却下理由コード表(DENY_REASON_MASTER)を作成
      *    し、既定のコードを投入する。PL_REQ_APPRの却下はこの表の
      *    コードを選ばせ、申請のRQ_DENY_CODEに記録する(従来の
      *    自由記述のRQ_DENY_REASONにはコードの名称を写す)。
      *    REASON_TEXT_REQ='Y'のコード(その他)だけは補足の記述を
      *    必須とし、記述をRQ_DENY_REASONに残す。
      *    月次の承認分析(APPR_RPT)は却下理由をコード別に集計する。
      *    使わなくなったコードはACTIVE_FLAG='N'として残す(過去の
      *    却下の集計に名称が要るため削除しない)。既定行はON
      *    CONFLICTで上書きしない。
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
               "DENY_REASON".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           01  PASSWD                  PIC  X(10) VALUE SPACE.
           01  WS-DR-CODE              PIC  X(2).
           01  WS-DR-NAME              PIC  X(40).
           01  WS-DR-TEXT-REQ          PIC  X(1).
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** DENY_REASON STARTED ***".

           PERFORM CONNECT-RTN.

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
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    却下理由コード。コード導入前の却下はNULL(自由記述のみ)。
           EXEC SQL
               ALTER TABLE PL_REQUEST
               ADD COLUMN IF NOT EXISTS RQ_DENY_CODE VARCHAR(2)
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE "01" TO WS-DR-CODE.
           MOVE "業務繁忙・要員不足" TO WS-DR-NAME.
           MOVE "N" TO WS-DR-TEXT-REQ.
           PERFORM INSERT-ONE-REASON-RTN.

           MOVE "02" TO WS-DR-CODE.
           MOVE "同日の取得申請の集中" TO WS-DR-NAME.
           MOVE "N" TO WS-DR-TEXT-REQ.
           PERFORM INSERT-ONE-REASON-RTN.

           MOVE "03" TO WS-DR-CODE.
           MOVE "申請内容の不備(日付・単位の誤り)"
               TO WS-DR-NAME.
           MOVE "N" TO WS-DR-TEXT-REQ.
           PERFORM INSERT-ONE-REASON-RTN.

           MOVE "04" TO WS-DR-CODE.
           MOVE "残日数・上限の不足" TO WS-DR-NAME.
           MOVE "N" TO WS-DR-TEXT-REQ.
           PERFORM INSERT-ONE-REASON-RTN.

           MOVE "05" TO WS-DR-CODE.
           MOVE "二重申請・取り下げ依頼" TO WS-DR-NAME.
           MOVE "N" TO WS-DR-TEXT-REQ.
           PERFORM INSERT-ONE-REASON-RTN.

           MOVE "99" TO WS-DR-CODE.
           MOVE "その他(補足記述あり)" TO WS-DR-NAME.
           MOVE "Y" TO WS-DR-TEXT-REQ.
           PERFORM INSERT-ONE-REASON-RTN.

           EXEC SQL COMMIT WORK END-EXEC.

           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

           DISPLAY "*** DENY_REASON FINISHED ***".
           STOP RUN.

      ******************************************************************
       INSERT-ONE-REASON-RTN.
      ******************************************************************
           EXEC SQL
               INSERT INTO DENY_REASON_MASTER
                   (REASON_CODE, REASON_NAME, REASON_TEXT_REQ)
               VALUES (:WS-DR-CODE, :WS-DR-NAME, :WS-DR-TEXT-REQ)
               ON CONFLICT (REASON_CODE) DO NOTHING
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
