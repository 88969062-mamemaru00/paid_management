      *    打鍵する代わりに、申請ファイル(REQFILE: 社員ID+単位D/H+
      *    申請量+取得日。TRANFILEと同じHDR/TRL枠)を読み込む。
      *    1件ごとにPL_REQ_ENTRYと同じ検査(DATE-CHKの日付検証・
      *    在籍確認・単位と申請量の検査・部門の取得抑制期間)と
      *    部門の最低出勤人数(DEPT_COVERAGE)の検査を行い、
      *    良品だけをPENDINGでPL_REQUESTへ登録する。提出元部署への
      *    結果返却ファイル(REQRSLT)に、入力1明細につき1行、
      *    ACCEPTED/REJECTEDと理由コード+申請IDを書き戻す。

           01  WS-OUTCOME              PIC X(8).
           01  WS-REASON               PIC X(8).
      *    部門の最低出勤人数(DEPT_COVERAGE)の判定用。結果は
      *    O=問題なし / W=警告して通す / B=阻止。
           01  WS-COV-RESULT-SW        PIC  X(1) VALUE "O".
               88  WS-COV-OK               VALUE "O".
               88  WS-COV-WARNING          VALUE "W".
               88  WS-COV-BLOCKED          VALUE "B".
           01  WS-COV-MIN-NUM          PIC  9(4).
           01  WS-COV-PRESENT-NUM      PIC S9(6).

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  WS-BLK-COUNT            PIC  X(8).
           01  WS-AMOUNT-NUM           PIC S9(3)V9.
           COPY PLRREC.
      *    最低出勤人数の規則と、取得日の在籍者数・不在見込み人数。
           01  WS-COV-COUNT            PIC  X(08).
           01  WS-COV-DEPT             PIC  X(06).
           01  WS-COV-COMPANY          PIC  X(02).
           01  WS-COV-MIN              PIC  X(04).
           01  WS-COV-ACTION           PIC  X(05).
           01  WS-COV-HEAD             PIC  X(08).
           01  WS-COV-OFF              PIC  X(08).
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.
           END-IF.

           PERFORM CONNECT-TO-DATABASE.
           PERFORM ENSURE-COVERAGE-TABLE-RTN.

           OPEN INPUT REQ-IN-FILE.
           OPEN OUTPUT RSLT-FILE.
               END-IF
           END-IF.

      *    部門の最低出勤人数。BLOCKの規則を割り込む申請は拒否し、
      *    WARNの規則なら受理した上で理由コードCOVWARNで知らせる。
           IF WS-OUTCOME = SPACE
               MOVE RI-UNIT TO RQ-UNIT
               PERFORM CHECK-COVERAGE-RTN
               IF WS-COV-BLOCKED
                   MOVE "REJECTED" TO WS-OUTCOME
                   MOVE "COVERAGE" TO WS-REASON
               END-IF
           END-IF.

           IF WS-OUTCOME = SPACE
               PERFORM INSERT-REQUEST-RTN
               MOVE "ACCEPTED" TO WS-OUTCOME
               IF WS-COV-WARNING
                   MOVE "COVWARN " TO WS-REASON
               ELSE
                   MOVE "OK      " TO WS-REASON
               END-IF
               ADD 1 TO WS-ACCEPT-COUNT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
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
       INSERT-REQUEST-RTN.
      ******************************************************************
