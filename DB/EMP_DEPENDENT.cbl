      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 EMP_DEPENDENT.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    従業員の家族台帳(EMP_DEPENDENT)を作成し、HRから受け渡
      *    される家族ファイル(DEPIN)を取り込む。子の看護休暇・
      *    介護休暇の付与日数(CARE_GRANT)は、この台帳の子の人数・
      *    要介護家族の人数から決まる。
      *    キーは社員ID+家族連番。同じキーの再送は上書きし、扶養
      *    から外れた家族はHRが有効期間の終了日を入れて再送する
      *    (行は削除しない)。社員マスタに無い社員ID・続柄不正・
      *    日付不正の行は1件単位で拒否し、DEPACKへ理由コードを
      *    返す(ファイル全体は継続)。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEP-IN-FILE ASSIGN TO "DEPIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPIN-STATUS.
      *    HRへの取込結果返却ファイル。入力1明細につき1行、
      *    ACCEPTED/REJECTEDと理由コードを返す。
           SELECT ACK-FILE ASSIGN TO "DEPACK"
               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  ERROR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERROR-LOG-REC            PIC X(100).
       FD  DEP-IN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DEPINREC.
       FD  ACK-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACK-REC                 PIC X(40).

       WORKING-STORAGE             SECTION.
           01  WS-ERR-PROGRAM-NAME     PIC X(12) VALUE
               "EMP_DEPEND".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-DEPIN-STATUS         PIC  XX.
           01  WS-DEPIN-EOF-SW         PIC  X(01) VALUE "N".
               88  WS-DEPIN-EOF            VALUE "Y".
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.

      *    受信ファイルのヘッダ(HDR)・トレーラ(TRL)枠の検証用
      *    (EMPINと同じ形式)。
           01  WS-FRAME-OK-SW          PIC X(1) VALUE "N".
               88  WS-FRAME-OK             VALUE "Y".
           01  WS-FRAME-EOF-SW         PIC X(1) VALUE "N".
               88  WS-FRAME-EOF            VALUE "Y".
           01  WS-FRAME-TRL-SW         PIC X(1) VALUE "N".
               88  WS-FRAME-TRL-SEEN       VALUE "Y".
           01  WS-FRAME-DETAIL-COUNT   PIC 9(6) VALUE 0.
           01  WS-FRAME-TRL-COUNT      PIC 9(6) VALUE 0.

      *    HRへの取込結果返却(DEPACK)用。
           01  WS-ACK-STATUS           PIC X(8).
           01  WS-ACK-REASON           PIC X(8).
           01  WS-ACK-ACCEPTED         PIC 9(6) VALUE 0.
           01  WS-ACK-REJECTED         PIC 9(6) VALUE 0.
           01  WS-ARCH-DATE            PIC 9(8).

      *    明細の検査用。
           01  WS-ROW-OK-SW            PIC X(1) VALUE "Y".
               88  WS-ROW-OK               VALUE "Y".
           01  WS-RELATION             PIC X(8).
               88  WS-RELATION-VALID       VALUE "CHILD" "SPOUSE"
                       "PARENT" "INLAW" "GRANDPRT" "GRANDCHD"
                       "SIBLING".
               88  WS-RELATION-CHILD       VALUE "CHILD".
           01  WS-DATE-VALID-SW        PIC X(1) VALUE "N".
               88  WS-DATE-VALID           VALUE "Y".
           01  WS-DATE-TEXT            PIC X(10).
           01  WS-DATE-NUM             PIC 9(8).

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           01  PASSWD                  PIC  X(10) VALUE SPACE.
           01  WS-EMP-ROW-COUNT        PIC  X(8).
           01  WS-DEP-EMP-ID           PIC  X(6).
           01  WS-DEP-SEQ              PIC  X(2).
           01  WS-DEP-NAME             PIC  X(20).
           01  WS-DEP-RELATION         PIC  X(8).
           01  WS-DEP-BIRTH-DATE       PIC  X(10).
           01  WS-DEP-CARE-FLAG        PIC  X(1).
           01  WS-DEP-VALID-FROM       PIC  X(10).
           01  WS-DEP-VALID-TO         PIC  X(10).
           01  WS-DEP-COUNT            PIC  X(8).
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** EMP_DEPENDENT STARTED ***".

           PERFORM CONNECT-RTN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS EMP_DEPENDENT
               (
                   D_EMP_ID       VARCHAR(6) NOT NULL,
                   DEP_SEQ        VARCHAR(2) NOT NULL,
                   DEP_NAME       VARCHAR(20),
                   RELATIONSHIP   VARCHAR(8) NOT NULL,
                   BIRTH_DATE     DATE,
                   CARE_NEEDED    CHAR(1) NOT NULL DEFAULT 'N',
                   VALID_FROM     DATE NOT NULL
                                   DEFAULT DATE '1900-01-01',
                   VALID_TO       DATE,
                   DEP_UPDATED_AT TIMESTAMP NOT NULL
                                   DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT EDEP_0 PRIMARY KEY (D_EMP_ID, DEP_SEQ)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    取込前にHDR/TRL枠を検証し、件数が合わないファイルは
      *    データベースに触れる前に拒否する。
           PERFORM VALIDATE-DEPIN-FRAME-RTN.
           IF NOT WS-FRAME-OK
               DISPLAY "*** DEPINの制御レコードが不正"
                   "です。取込を中止します ***"
               EXEC SQL COMMIT WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT DEP-IN-FILE.
           IF WS-DEPIN-STATUS NOT = "00"
               DISPLAY "*** DEPIN ファイルが"
                   "オープンできません ***"
               PERFORM ERROR-RTN
               STOP RUN
           END-IF.

      *    先頭のヘッダレコードを読み飛ばす。
           READ DEP-IN-FILE
               AT END CONTINUE
           END-READ.

           OPEN OUTPUT ACK-FILE.
           ACCEPT WS-ARCH-DATE FROM DATE YYYYMMDD.
           MOVE SPACE TO ACK-REC.
           STRING "HDR        " WS-ARCH-DATE "DEPACK"
               DELIMITED BY SIZE INTO ACK-REC.
           WRITE ACK-REC.

           PERFORM LOAD-DEPENDENTS-RTN.

           MOVE SPACE TO ACK-REC.
           STRING "TRL" WS-ACK-ACCEPTED WS-ACK-REJECTED
               DELIMITED BY SIZE INTO ACK-REC.
           WRITE ACK-REC.
           CLOSE ACK-FILE.
           CLOSE DEP-IN-FILE.

           EXEC SQL COMMIT WORK END-EXEC.

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-DEP-COUNT
               FROM EMP_DEPENDENT
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

           DISPLAY "受理 : " WS-ACK-ACCEPTED
               "  拒否 : " WS-ACK-REJECTED.
           DISPLAY "家族台帳件数 : " WS-DEP-COUNT.
           IF WS-ACK-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "*** EMP_DEPENDENT FINISHED ***".
           STOP RUN.

      ******************************************************************
       LOAD-DEPENDENTS-RTN.
      ******************************************************************
           READ DEP-IN-FILE
               AT END MOVE "Y" TO WS-DEPIN-EOF-SW
           END-READ.
           PERFORM UNTIL WS-DEPIN-EOF
               IF DEP-IN-REC(1:3) = "TRL"
                   MOVE "Y" TO WS-DEPIN-EOF-SW
               ELSE
                   PERFORM LOAD-ONE-DEPENDENT-RTN
                   READ DEP-IN-FILE
                       AT END MOVE "Y" TO WS-DEPIN-EOF-SW
                   END-READ
               END-IF
           END-PERFORM.

      ******************************************************************
       VALIDATE-DEPIN-FRAME-RTN.
      ******************************************************************
      *    先読みパス。先頭がHDR、末尾がTRLで、TRLの件数と明細件数が
      *    一致することを確認する。
           MOVE "N" TO WS-FRAME-OK-SW.
           MOVE "N" TO WS-FRAME-EOF-SW.
           MOVE "N" TO WS-FRAME-TRL-SW.
           MOVE ZERO TO WS-FRAME-DETAIL-COUNT.

           OPEN INPUT DEP-IN-FILE.
           IF WS-DEPIN-STATUS NOT = "00"
               DISPLAY "*** DEPIN ファイルが"
                   "オープンできません ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ DEP-IN-FILE
               AT END MOVE "Y" TO WS-FRAME-EOF-SW
           END-READ.
           IF WS-FRAME-EOF OR DEP-IN-REC(1:3) NOT = "HDR"
               DISPLAY "*** ヘッダレコードがありません ***"
               CLOSE DEP-IN-FILE
           ELSE
               PERFORM UNTIL WS-FRAME-EOF
                   READ DEP-IN-FILE
                       AT END MOVE "Y" TO WS-FRAME-EOF-SW
                   END-READ
                   IF NOT WS-FRAME-EOF
                       IF DEP-IN-REC(1:3) = "TRL"
                           MOVE "Y" TO WS-FRAME-TRL-SW
                           MOVE DEP-IN-REC(4:6)
                               TO WS-FRAME-TRL-COUNT
                       ELSE
                           IF WS-FRAME-TRL-SEEN
      *                        TRLの後に明細がある=破損。
                               MOVE "N" TO WS-FRAME-TRL-SW
                               MOVE "Y" TO WS-FRAME-EOF-SW
                           ELSE
                               ADD 1 TO WS-FRAME-DETAIL-COUNT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE DEP-IN-FILE
               IF WS-FRAME-TRL-SEEN
                  AND WS-FRAME-TRL-COUNT = WS-FRAME-DETAIL-COUNT
                   MOVE "Y" TO WS-FRAME-OK-SW
               ELSE
                   DISPLAY "*** トレーラ件数不一致: TRL="
                       WS-FRAME-TRL-COUNT " 明細="
                       WS-FRAME-DETAIL-COUNT " ***"
               END-IF
           END-IF.

      ******************************************************************
       LOAD-ONE-DEPENDENT-RTN.
      ******************************************************************
      *    明細1件を検査し、通ったものだけ台帳へ反映する。
           MOVE "Y" TO WS-ROW-OK-SW.
           MOVE "ACCEPTED" TO WS-ACK-STATUS.
           MOVE "OK      " TO WS-ACK-REASON.

           IF DEPIN-EMP-ID = SPACE OR DEPIN-DEP-SEQ = SPACE
               MOVE "N" TO WS-ROW-OK-SW
               MOVE "NOKEY   " TO WS-ACK-REASON
           END-IF.

           IF WS-ROW-OK
               MOVE DEPIN-EMP-ID TO WS-DEP-EMP-ID
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-EMP-ROW-COUNT
                   FROM EMP_MASTER
                   WHERE EMP_ID = :WS-DEP-EMP-ID
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               IF FUNCTION NUMVAL(WS-EMP-ROW-COUNT) = 0
                   MOVE "N" TO WS-ROW-OK-SW
                   MOVE "NOEMP   " TO WS-ACK-REASON
               END-IF
           END-IF.

           IF WS-ROW-OK
               MOVE FUNCTION UPPER-CASE(DEPIN-RELATION)
                   TO WS-RELATION
               IF NOT WS-RELATION-VALID
                   MOVE "N" TO WS-ROW-OK-SW
                   MOVE "BADREL  " TO WS-ACK-REASON
               END-IF
           END-IF.

           IF WS-ROW-OK
               IF DEPIN-CARE-FLAG = SPACE
                   MOVE "N" TO WS-DEP-CARE-FLAG
               ELSE
                   MOVE FUNCTION UPPER-CASE(DEPIN-CARE-FLAG)
                       TO WS-DEP-CARE-FLAG
               END-IF
               IF WS-DEP-CARE-FLAG NOT = "Y"
                  AND WS-DEP-CARE-FLAG NOT = "N"
                   MOVE "N" TO WS-ROW-OK-SW
                   MOVE "BADFLAG " TO WS-ACK-REASON
               END-IF
           END-IF.

      *    子は看護休暇の対象年齢の判定に生年月日が要る。
           IF WS-ROW-OK
               IF WS-RELATION-CHILD AND DEPIN-BIRTH-DATE = SPACE
                   MOVE "N" TO WS-ROW-OK-SW
                   MOVE "NOBIRTH " TO WS-ACK-REASON
               END-IF
           END-IF.

           IF WS-ROW-OK
               MOVE DEPIN-BIRTH-DATE TO WS-DATE-TEXT
               PERFORM CHECK-DATE-FIELD-RTN
           END-IF.
           IF WS-ROW-OK
               MOVE DEPIN-VALID-FROM TO WS-DATE-TEXT
               PERFORM CHECK-DATE-FIELD-RTN
           END-IF.
           IF WS-ROW-OK
               MOVE DEPIN-VALID-TO TO WS-DATE-TEXT
               PERFORM CHECK-DATE-FIELD-RTN
           END-IF.
           IF WS-ROW-OK
              AND DEPIN-VALID-FROM NOT = SPACE
              AND DEPIN-VALID-TO NOT = SPACE
              AND DEPIN-VALID-TO < DEPIN-VALID-FROM
               MOVE "N" TO WS-ROW-OK-SW
               MOVE "BADDATE " TO WS-ACK-REASON
           END-IF.

           IF WS-ROW-OK
               PERFORM UPSERT-ONE-DEPENDENT-RTN
           ELSE
               MOVE "REJECTED" TO WS-ACK-STATUS
               ADD 1 TO WS-ACK-REJECTED
               DISPLAY "*** 拒否 EMP_ID=" DEPIN-EMP-ID
                   " SEQ=" DEPIN-DEP-SEQ " " WS-ACK-REASON
           END-IF.
           PERFORM WRITE-ACK-LINE-RTN.

      ******************************************************************
       CHECK-DATE-FIELD-RTN.
      ******************************************************************
      *    YYYY-MM-DD形式の日付項目を検査する。空欄は未指定として
      *    通す。
           IF WS-DATE-TEXT NOT = SPACE
               IF WS-DATE-TEXT(1:4) IS NOT NUMERIC
                  OR WS-DATE-TEXT(6:2) IS NOT NUMERIC
                  OR WS-DATE-TEXT(9:2) IS NOT NUMERIC
                   MOVE "N" TO WS-DATE-VALID-SW
               ELSE
                   STRING WS-DATE-TEXT(1:4) WS-DATE-TEXT(6:2)
                       WS-DATE-TEXT(9:2)
                       DELIMITED BY SIZE INTO WS-DATE-NUM
                   CALL "DATE-CHK" USING WS-DATE-NUM
                       WS-DATE-VALID-SW
               END-IF
               IF NOT WS-DATE-VALID
                   MOVE "N" TO WS-ROW-OK-SW
                   MOVE "BADDATE " TO WS-ACK-REASON
               END-IF
           END-IF.

      ******************************************************************
       UPSERT-ONE-DEPENDENT-RTN.
      ******************************************************************
      *    有効期間の開始が空欄の場合、子は生年月日から、それ以外は
      *    期限なし(1900-01-01)から有効とする。
           MOVE DEPIN-DEP-SEQ       TO WS-DEP-SEQ.
           MOVE DEPIN-DEP-NAME      TO WS-DEP-NAME.
           MOVE WS-RELATION         TO WS-DEP-RELATION.
           MOVE DEPIN-BIRTH-DATE    TO WS-DEP-BIRTH-DATE.
           MOVE DEPIN-VALID-FROM    TO WS-DEP-VALID-FROM.
           MOVE DEPIN-VALID-TO      TO WS-DEP-VALID-TO.

           EXEC SQL
               INSERT INTO EMP_DEPENDENT
                   (D_EMP_ID, DEP_SEQ, DEP_NAME, RELATIONSHIP,
                    BIRTH_DATE, CARE_NEEDED, VALID_FROM, VALID_TO)
               VALUES
                   (:WS-DEP-EMP-ID, :WS-DEP-SEQ,
                    NULLIF(TRIM(:WS-DEP-NAME),''),
                    :WS-DEP-RELATION,
                    CAST(NULLIF(TRIM(:WS-DEP-BIRTH-DATE),'') AS DATE),
                    :WS-DEP-CARE-FLAG,
                    COALESCE(
                        CAST(NULLIF(TRIM(:WS-DEP-VALID-FROM),'')
                             AS DATE),
                        CAST(NULLIF(TRIM(:WS-DEP-BIRTH-DATE),'')
                             AS DATE),
                        DATE '1900-01-01'),
                    CAST(NULLIF(TRIM(:WS-DEP-VALID-TO),'') AS DATE))
               ON CONFLICT (D_EMP_ID, DEP_SEQ)
               DO UPDATE SET
                   DEP_NAME = EXCLUDED.DEP_NAME,
                   RELATIONSHIP = EXCLUDED.RELATIONSHIP,
                   BIRTH_DATE = EXCLUDED.BIRTH_DATE,
                   CARE_NEEDED = EXCLUDED.CARE_NEEDED,
                   VALID_FROM = EXCLUDED.VALID_FROM,
                   VALID_TO = EXCLUDED.VALID_TO,
                   DEP_UPDATED_AT = CURRENT_TIMESTAMP
           END-EXEC.
           IF SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "N" TO WS-ROW-OK-SW
               MOVE "REJECTED" TO WS-ACK-STATUS
               MOVE "SQLERR  " TO WS-ACK-REASON
               ADD 1 TO WS-ACK-REJECTED
               MOVE "Y" TO WS-DEPIN-EOF-SW
           ELSE
               ADD 1 TO WS-ACK-ACCEPTED
           END-IF.

      ******************************************************************
       WRITE-ACK-LINE-RTN.
      ******************************************************************
           MOVE SPACE TO ACK-REC.
           STRING "DTL" DEPIN-EMP-ID DEPIN-DEP-SEQ " " WS-ACK-STATUS
               " " WS-ACK-REASON
               DELIMITED BY SIZE INTO ACK-REC.
           WRITE ACK-REC.

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
