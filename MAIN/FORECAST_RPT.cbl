      *      (1) 失効見通し: 失効予定日が12ヶ月以内に到来する残日数
      *          のあるロット(PL_EXPIREが閉じる予定のもの)
      *      (2) 付与見通し: INPUT_PROGRAMのCALC-ONE-YEARの応当日
      *          計算と付与日数表GRANT_SCHEDULE(および基準日方式の設定)
      *          から求めた次回付与の予定日・予定日数
      *    を従業員・部門別に一覧し、末尾に月別の合計を出す。
      *    出力はFCSTOUT。対象会社はPLM_COMPANYで指定する。
           01  WS-FC-YEAR              PIC 9(4).
           01  WS-FC-MONTH             PIC 9(2).

      *    付与日数表(GRANT_SCHEDULE)から読んだ、付与日時点で有効な
      *    7段階の付与日数。
           01 WS-ACTIVE-DAYS-TABLE.
               03 WS-ACTIVE-DAYS-ENTRY PIC 9(2) OCCURS 7 TIMES.
           01 WS-GS-READY-SW           PIC X(1) VALUE "N".
               88 WS-GS-READY              VALUE "Y".

      *    付与方式(PLM_CONFIG)の判定用。
           01 WS-METHOD-SW             PIC X(1) VALUE "A".
      *    グループ会社統合後の対象会社コード(PLM_COMPANY環境変数、
      *    未指定は01)。
           01  WS-COMPANY              PIC  X(2) VALUE "01".
      *    付与日数表(GRANT_SCHEDULE)の読み込み用(INPUT_PROGRAMと
      *    同じ。7段階の日数を2桁ずつ連結した文字列で受け取る)。
           01  WS-GS-WEEKDAYS          PIC  X(1) VALUE "5".
           01  WS-GS-DATE              PIC  X(10).
           01  WS-GS-COUNT             PIC  X(8).
           01  WS-GS-ROW               PIC  X(14).
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       SELECT-EMPLOYEE-TABLE-RTN.
      ******************************************************************
      *    EMP_MASTERの週所定労働日数で付与日数表の区分を選ぶ
      *    (INPUT_PROGRAMと同じ。値が無い行はフルタイム扱い)。
           IF WEEKLY-WORK-DAYS IS NUMERIC
              AND WEEKLY-WORK-DAYS NOT = "0"
           END-IF.
           EVALUATE TRUE
               WHEN WK-DAYS >= 5
                   MOVE "5" TO WS-GS-WEEKDAYS
               WHEN WK-DAYS = 4
                   MOVE "4" TO WS-GS-WEEKDAYS
               WHEN WK-DAYS = 3
                   MOVE "3" TO WS-GS-WEEKDAYS
               WHEN WK-DAYS = 2
                   MOVE "2" TO WS-GS-WEEKDAYS
               WHEN OTHER
                   MOVE "1" TO WS-GS-WEEKDAYS
           END-EVALUATE.
           PERFORM GET-EMP-CALENDAR-RTN.

      ******************************************************************
       LOAD-GRANT-SCHEDULE-RTN.
      ******************************************************************
      *    付与日(WS-GS-DATE)時点で発効済みの最新の付与日数表を、
      *    会社・週所定労働日数区分で引いてWS-ACTIVE-DAYS-TABLEへ
      *    読み込む(INPUT_PROGRAMと同じ読み方)。7段階が揃わない
      *    場合は誤った日数を使わないよう処理を打ち切る。
           IF NOT WS-GS-READY
               PERFORM ENSURE-GRANT-SCHEDULE-RTN
               MOVE "Y" TO WS-GS-READY-SW
           END-IF.
           MOVE SPACE TO WS-GS-ROW.
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(STRING_AGG(
                          LPAD(CAST(GRANT_DAYS AS VARCHAR),2,'0'),
                          '' ORDER BY TIER),' ')
               INTO :WS-GS-COUNT, :WS-GS-ROW
               FROM GRANT_SCHEDULE
               WHERE COMPANY_CODE = :WS-COMPANY
                 AND WEEKLY_DAYS =
                     CAST(:WS-GS-WEEKDAYS AS SMALLINT)
                 AND EFFECTIVE_FROM =
                     (SELECT MAX(EFFECTIVE_FROM)
                      FROM GRANT_SCHEDULE
                      WHERE COMPANY_CODE = :WS-COMPANY
                        AND WEEKLY_DAYS =
                            CAST(:WS-GS-WEEKDAYS AS SMALLINT)
                        AND EFFECTIVE_FROM <=
                            CAST(:WS-GS-DATE AS DATE))
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-GS-COUNT) NOT = 7
               PERFORM WRITE-SCHEDULE-MISSING-LOG
               DISPLAY "*** 付与日数表(GRANT_SCHEDULE)に 会社 "
                   WS-COMPANY " 区分 " WS-GS-WEEKDAYS " の "
                   WS-GS-DATE " 時点の行がありません ***"
               EXEC SQL ROLLBACK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-GS-ROW TO WS-ACTIVE-DAYS-TABLE.

      ******************************************************************
       ENSURE-GRANT-SCHEDULE-RTN.
      ******************************************************************
      *    付与日数表。法定日数の初期投入はDB/GRANT_SCHEDULEで行う。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS GRANT_SCHEDULE
               (
                   COMPANY_CODE   VARCHAR(2) NOT NULL DEFAULT '01',
                   EFFECTIVE_FROM DATE NOT NULL
                                   DEFAULT DATE '1900-01-01',
                   WEEKLY_DAYS    SMALLINT NOT NULL,
                   TIER           SMALLINT NOT NULL,
                   GRANT_DAYS     SMALLINT NOT NULL,
                   CONSTRAINT GSCH_0 PRIMARY KEY
                       (COMPANY_CODE, WEEKLY_DAYS, TIER,
                        EFFECTIVE_FROM)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       WRITE-SCHEDULE-MISSING-LOG.
      ******************************************************************
           ACCEPT WS-ERR-TIMESTAMP FROM DATE YYYYMMDD.
           MOVE SPACE TO ERROR-LOG-REC.
           STRING WS-ERR-TIMESTAMP "  " WS-ERR-PROGRAM-NAME
               "  NO-SCHEDULE CO=" WS-COMPANY
               " WD=" WS-GS-WEEKDAYS " AT=" WS-GS-DATE
               DELIMITED BY SIZE INTO ERROR-LOG-REC.
           OPEN EXTEND ERROR-LOG-FILE.
           WRITE ERROR-LOG-REC.
           CLOSE ERROR-LOG-FILE.

      ******************************************************************
       GET-EMP-CALENDAR-RTN.
      ******************************************************************
                   ELSE
                       MOVE WS-ANNIV-K TO WS-TIER-IDX
                   END-IF
                   MOVE SPACE TO WS-GS-DATE
                   STRING WS-FUTURE-YEAR "-" WS-FUTURE-MONTH "-"
                       WS-FUTURE-DAY DELIMITED BY SIZE
                       INTO WS-GS-DATE
                   PERFORM LOAD-GRANT-SCHEDULE-RTN
                   MOVE WS-ACTIVE-DAYS-ENTRY(WS-TIER-IDX)
                       TO WS-NEXT-DAYS
               ELSE
               IF WS-TIER-IDX > 7
                   MOVE 7 TO WS-TIER-IDX
               END-IF
      *        予定日数は、休日繰り上げ後の予定日時点で有効な
      *        付与日数表で求める。
               PERFORM ADJUST-GRANT-DATE-RTN
               MOVE SPACE TO WS-GS-DATE
               STRING WS-FUTURE-YEAR "-" WS-FUTURE-MONTH "-"
                   WS-FUTURE-DAY DELIMITED BY SIZE
                   INTO WS-GS-DATE
               PERFORM LOAD-GRANT-SCHEDULE-RTN
               IF WS-SVC-YEARS = 0
                   COMPUTE WS-SVC-MONTHS =
                       (WS-FUTURE-YEAR - WS-JOIN-YEAR-NUM) * 12
                   MOVE WS-ACTIVE-DAYS-ENTRY(WS-TIER-IDX)
                       TO WS-BD-DAYS
               END-IF
               COMPUTE WS-BD-DATE-NUM =
                   WS-FUTURE-YEAR * 10000 + WS-FUTURE-MONTH * 100
                   + WS-FUTURE-DAY
