      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 PAYOUT-REG.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    給与向けに送るファイルを送信台帳へ登録する共通サブ
      *    プログラム。給与が取込を拒否しても本人の給与明細で初めて
      *    気付く事故があったため、送ったファイルと明細を台帳に
      *    残し、給与からの受領・拒否の返信(PAYACK)をPAY_ACKが
      *    ファイル番号・明細件数・ハッシュ合計で突き合わせられる
      *    ようにする。
      *    送信側の各プログラムが呼び出し元のSQLCAと受け渡し領域
      *    (COPY PAYOUTREC)を渡してCALLする(結果は呼び出し元の
      *    SQLCODEで判定する)。COMMITは呼び出し元が行う。
      *      PAY_OUT_FILE  送信ファイル1本に1行。FILE_STATUSは
      *                    O=作成中 / S=送信済(回答待ち) / A=受領 /
      *                    P=一部の明細が拒否 / R=ファイルごと拒否 /
      *                    M=件数・ハッシュ不一致 / X=再作成で置換 /
      *                    C=拒否を確認して対応済み(PAY_ACKのC)
      *      PAY_OUT_LINE  明細1件に1行。LINE_STATUSは
      *                    S=回答待ち / A=受領 / R=拒否 /
      *                    C=拒否を確認して対応済み(PAY_ACKのC)
      *    同じ会社・種類・対象月のファイルを作り直した場合は、
      *    受領済みでない前のファイルを置換(X)として回答待ちから
      *    外す。対象月の無いファイル(PAYDELTA・SETTIF)は1本ずつ
      *    別の内容なので置換しない。
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       WORKING-STORAGE             SECTION.
      *    テーブルの作成は実行単位の最初の呼び出しで1回だけ行う。
           01  WS-TABLES-SW            PIC X(1) VALUE "N".
               88  WS-TABLES-READY         VALUE "Y".
           01  WS-PO-DAYS-ED           PIC -(5)9.9.
           01  WS-PO-HASH-ED           PIC 9(12).9.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  WS-PO-FILE-NO           PIC  X(8).
           01  WS-PO-FILE-KIND         PIC  X(6).
           01  WS-PO-PERIOD            PIC  X(6).
           01  WS-PO-COMPANY           PIC  X(2).
           01  WS-PO-LINE-NO           PIC  X(6).
           01  WS-PO-EMP-ID            PIC  X(6).
           01  WS-PO-LINE-KEY          PIC  X(10).
           01  WS-PO-DAYS              PIC  X(9).
           01  WS-PO-AMOUNT            PIC  X(12).
           01  WS-PO-COUNT             PIC  X(6).
           01  WS-PO-HASH              PIC  X(14).
           01  WS-PO-AMOUNT-TOTAL      PIC  X(12).
           EXEC SQL END DECLARE SECTION END-EXEC.

       LINKAGE                     SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY PAYOUTREC.

      ******************************************************************
       PROCEDURE                   DIVISION USING SQLCA
                                                  POR-PARM-VARS.
      ******************************************************************
       MAIN-RTN.
           IF NOT WS-TABLES-READY
               PERFORM ENSURE-PAYOUT-TABLES-RTN
           END-IF.

           IF SQLCODE = ZERO
               EVALUATE TRUE
                   WHEN POR-REGISTER-FILE
                       PERFORM REGISTER-FILE-RTN
                   WHEN POR-REGISTER-LINE
                       PERFORM REGISTER-LINE-RTN
                   WHEN POR-CLOSE-FILE
                       PERFORM CLOSE-FILE-RTN
               END-EVALUATE
           END-IF.

           GOBACK.

      ******************************************************************
       ENSURE-PAYOUT-TABLES-RTN.
      ******************************************************************
      *    送信台帳。PAY_ACKも同じ定義で用意する。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS PAY_OUT_FILE
               (
                   OUT_FILE_NO     BIGINT NOT NULL,
                   FILE_KIND       VARCHAR(6) NOT NULL,
                   COMPANY_CODE    VARCHAR(2) NOT NULL DEFAULT '01',
                   PERIOD          VARCHAR(6),
                   FILE_STATUS     VARCHAR(1) NOT NULL DEFAULT 'O',
                   SENT_AT         TIMESTAMP NOT NULL
                                    DEFAULT CURRENT_TIMESTAMP,
                   DETAIL_COUNT    INTEGER NOT NULL DEFAULT 0,
                   HASH_TOTAL      NUMERIC(13,1) NOT NULL DEFAULT 0,
                   AMOUNT_TOTAL    NUMERIC(13) NOT NULL DEFAULT 0,
                   ACK_AT          TIMESTAMP,
                   ACK_COUNT       INTEGER,
                   ACK_HASH        NUMERIC(13,1),
                   ACK_REASON_CD   VARCHAR(4),
                   ACK_REASON      VARCHAR(40),
                   CONSTRAINT POF_0 PRIMARY KEY (OUT_FILE_NO)
               )
           END-EXEC.
           IF SQLCODE = ZERO
               EXEC SQL
                   CREATE SEQUENCE IF NOT EXISTS PAY_OUT_FILE_SEQ
               END-EXEC
           END-IF.
           IF SQLCODE = ZERO
               EXEC SQL
                   CREATE TABLE IF NOT EXISTS PAY_OUT_LINE
                   (
                       OUT_FILE_NO     BIGINT NOT NULL,
                       LINE_NO         INTEGER NOT NULL,
                       L_EMP_ID        VARCHAR(6) NOT NULL,
                       LINE_KEY        VARCHAR(10),
                       LINE_DAYS       NUMERIC(6,1) NOT NULL
                                        DEFAULT 0,
                       LINE_AMOUNT     NUMERIC(12) NOT NULL
                                        DEFAULT 0,
                       LINE_STATUS     VARCHAR(1) NOT NULL
                                        DEFAULT 'S',
                       REJECT_CD       VARCHAR(4),
                       REJECT_REASON   VARCHAR(40),
                       ACK_AT          TIMESTAMP,
                       CLEARED_BY      VARCHAR(10),
                       CONSTRAINT POL_0 PRIMARY KEY
                           (OUT_FILE_NO, LINE_NO)
                   )
               END-EXEC
           END-IF.
           IF SQLCODE = ZERO
               MOVE "Y" TO WS-TABLES-SW
           END-IF.

      ******************************************************************
       REGISTER-FILE-RTN.
      ******************************************************************
           MOVE POR-FILE-KIND TO WS-PO-FILE-KIND.
           MOVE POR-PERIOD    TO WS-PO-PERIOD.
           MOVE POR-COMPANY   TO WS-PO-COMPANY.
           IF WS-PO-COMPANY = SPACE
               ACCEPT WS-PO-COMPANY FROM ENVIRONMENT "PLM_COMPANY"
           END-IF.
           IF WS-PO-COMPANY = SPACE
               MOVE "01" TO WS-PO-COMPANY
           END-IF.

           EXEC SQL
               SELECT LPAD(CAST(NEXTVAL('PAY_OUT_FILE_SEQ')
                           AS VARCHAR(8)),8,'0')
               INTO :WS-PO-FILE-NO
           END-EXEC.
           IF SQLCODE = ZERO
               MOVE WS-PO-FILE-NO TO POR-FILE-NO
           END-IF.

      *    作り直した対象月のファイルは前の回を置換する。
           IF SQLCODE = ZERO AND WS-PO-PERIOD NOT = SPACE
               EXEC SQL
                   UPDATE PAY_OUT_FILE
                   SET FILE_STATUS = 'X'
                   WHERE FILE_KIND = TRIM(:WS-PO-FILE-KIND)
                     AND COMPANY_CODE = :WS-PO-COMPANY
                     AND PERIOD = :WS-PO-PERIOD
                     AND FILE_STATUS IN ('O','S','R','M')
               END-EXEC
               IF SQLCODE = 100
                   MOVE ZERO TO SQLCODE
               END-IF
           END-IF.

           IF SQLCODE = ZERO
               EXEC SQL
                   INSERT INTO PAY_OUT_FILE
                       (OUT_FILE_NO, FILE_KIND, COMPANY_CODE, PERIOD)
                   VALUES
                       (CAST(:WS-PO-FILE-NO AS BIGINT),
                        TRIM(:WS-PO-FILE-KIND), :WS-PO-COMPANY,
                        NULLIF(TRIM(:WS-PO-PERIOD),''))
               END-EXEC
           END-IF.

      ******************************************************************
       REGISTER-LINE-RTN.
      ******************************************************************
           MOVE POR-FILE-NO     TO WS-PO-FILE-NO.
           MOVE POR-LINE-NO     TO WS-PO-LINE-NO.
           MOVE POR-EMP-ID      TO WS-PO-EMP-ID.
           MOVE POR-LINE-KEY    TO WS-PO-LINE-KEY.
           MOVE POR-LINE-DAYS   TO WS-PO-DAYS-ED.
           MOVE WS-PO-DAYS-ED   TO WS-PO-DAYS.
           MOVE POR-LINE-AMOUNT TO WS-PO-AMOUNT.

           EXEC SQL
               INSERT INTO PAY_OUT_LINE
                   (OUT_FILE_NO, LINE_NO, L_EMP_ID, LINE_KEY,
                    LINE_DAYS, LINE_AMOUNT)
               VALUES
                   (CAST(:WS-PO-FILE-NO AS BIGINT),
                    CAST(:WS-PO-LINE-NO AS INTEGER),
                    :WS-PO-EMP-ID,
                    NULLIF(TRIM(:WS-PO-LINE-KEY),''),
                    CAST(:WS-PO-DAYS AS NUMERIC),
                    CAST(:WS-PO-AMOUNT AS NUMERIC))
           END-EXEC.

      ******************************************************************
       CLOSE-FILE-RTN.
      ******************************************************************
      *    TRLに載せた件数・ハッシュ合計で送信済み(回答待ち)にする。
           MOVE POR-FILE-NO      TO WS-PO-FILE-NO.
           MOVE POR-DETAIL-COUNT TO WS-PO-COUNT.
           MOVE POR-HASH-TOTAL   TO WS-PO-HASH-ED.
           MOVE WS-PO-HASH-ED    TO WS-PO-HASH.
           MOVE POR-AMOUNT-TOTAL TO WS-PO-AMOUNT-TOTAL.

           EXEC SQL
               UPDATE PAY_OUT_FILE
               SET FILE_STATUS = 'S',
                   SENT_AT = CURRENT_TIMESTAMP,
                   DETAIL_COUNT = CAST(:WS-PO-COUNT AS INTEGER),
                   HASH_TOTAL = CAST(:WS-PO-HASH AS NUMERIC),
                   AMOUNT_TOTAL = CAST(:WS-PO-AMOUNT-TOTAL AS NUMERIC)
               WHERE OUT_FILE_NO = CAST(:WS-PO-FILE-NO AS BIGINT)
           END-EXEC.
      ******************************************************************
