      *    取込がファイルの欠落・切断を検知できる。CSV_EXPTの
      *    残高エクスポートでは賄えなかった「実際に取った日数」を
      *    給与へ渡す。
      *    明細には就業規則で定めた算定方法(PLM_CONFIGのLPAY_*:
      *    通常の賃金・平均賃金・標準報酬日額)による有給休暇の
      *    賃金額も載せる。算定基礎は給与から毎月受け取る賃金実績
      *    (WAGE_HISTORY)。計算の根拠(方法・基礎額・日数・日額)は
      *    LEAVE_PAY_CALCに月・社員ごとに残し、起動引数Eで照会
      *    できる(本人からの問い合わせへの回答用)。
      *    送ったファイルと明細は送信台帳(PAYOUT-REG)へ登録し、
      *    HDRに送信ファイル番号を載せる。給与からの受領・拒否の
      *    返信はPAY_ACKが突き合わせる。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       WORKING-STORAGE             SECTION.
           01  WS-ERR-PROGRAM-NAME     PIC X(12) VALUE
               "PAY_EXTRACT".
           01  WS-OPERATOR-ID          PIC X(10) VALUE "UNKNOWN".
           01  WS-SIGNON-SW            PIC X(1) VALUE "N".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-HASH-DAYS            PIC 9(9)V9 VALUE 0.
           01  WS-DAYS-NUM             PIC S9(3)V9.
           01  WS-HOURS-NUM            PIC S9(4)V99.
           01  WS-HASH-AMOUNT          PIC 9(11) VALUE 0.

      *    有給休暇の賃金額の計算用。平均賃金は銭未満切捨て、
      *    標準報酬日額は標準報酬月額の1/30を10円単位に四捨五入、
      *    支給額は円未満四捨五入とする。
           01  WS-BASE-WAGES-NUM       PIC 9(11).
           01  WS-CAL-DAYS-NUM         PIC 9(3).
           01  WS-WORK-DAYS-NUM        PIC 9(3).
           01  WS-AVG-RATE-NUM         PIC 9(9)V99.
           01  WS-MIN-RATE-NUM         PIC 9(9)V99.
           01  WS-DAY-RATE-NUM         PIC 9(9)V99.
           01  WS-STD-MONTHLY-NUM      PIC 9(9).
           01  WS-STD-TENS-NUM         PIC 9(8).
           01  WS-PAY-AMOUNT-NUM       PIC 9(9).
           01  WS-RATE-ED              PIC 9(9).99.

      *    ヘッダ・明細・トレーラの編集用。
           01  WS-HDR-LINE.
               03  WS-HDR-FILE-ID      PIC X(6) VALUE "PAYIF ".
               03  WS-HDR-RUN-DATE     PIC 9(8).
               03  WS-HDR-PERIOD       PIC X(6).
               03  WS-HDR-FILE-NO      PIC 9(8).
           01  WS-DTL-LINE.
               03  FILLER              PIC X(3) VALUE "DTL".
               03  WS-DTL-EMP-ID       PIC X(6).
               03  WS-DTL-DAYS         PIC 9(3).9.
               03  WS-DTL-HOURS        PIC 9(4).99.
               03  WS-DTL-METHOD       PIC X(8).
               03  WS-DTL-AMOUNT       PIC 9(9).
           01  WS-TRL-LINE.
               03  FILLER              PIC X(3) VALUE "TRL".
               03  WS-TRL-COUNT        PIC 9(6).
               03  WS-TRL-HASH         PIC 9(9).9.
               03  WS-TRL-AMOUNT       PIC 9(11).

      *    遡及訂正の調整明細(Dモード)の編集用。符号付きの調整
      *    日数・時間数と、元の消化行のORIG_HISTORY_IDを渡す。
      *    グループ会社統合後の対象会社コード(PLM_COMPANY環境変数、
      *    未指定は01)。
           01  WS-COMPANY              PIC  X(2) VALUE "01".
      *    休暇種別マスタ(LEAVE_TYPE_MASTER)の登録件数確認用。
           01  WS-LT-COUNT             PIC  X(8).
      *    有給休暇の賃金額の算定方法と算定基礎(WAGE_HISTORY)。
           01  WS-EMP-TYPE             PIC  X(10).
           01  WS-LPAY-METHOD          PIC  X(8).
           01  WS-WG-COUNT             PIC  X(8).
           01  WS-WG-TOTAL             PIC  X(12).
           01  WS-WG-WORK-DAYS         PIC  X(4).
           01  WS-WG-CAL-DAYS          PIC  X(4).
           01  WS-WG-NORMAL            PIC  X(9).
           01  WS-WG-STD               PIC  X(9).
      *    計算根拠(LEAVE_PAY_CALC)の書き込み・照会用。
           01  WS-EV-DAYS              PIC  X(8).
           01  WS-EV-AVG-RATE          PIC  X(12).
           01  WS-EV-MIN-RATE          PIC  X(12).
           01  WS-EV-DAY-RATE          PIC  X(12).
           01  WS-EV-AMOUNT            PIC  X(9).
           01  WS-EV-NOTE              PIC  X(20).
           01  WS-EV-CALC-AT           PIC  X(19).
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY PAYOUTREC.

           01  WS-CMD-PERIOD            PIC X(6) VALUE SPACE.
           01  WS-INQUIRY-MODE-SW       PIC X(1) VALUE "N".
               88  WS-INQUIRY-MODE          VALUE "E".

      ******************************************************************
       PROCEDURE                   DIVISION.
           DISPLAY "*** PAY_EXTRACT STARTED ***".

      *    起動引数: YYYYMM=通常の月次抽出 / D=遡及訂正の
      *    調整抽出(締め済み期間の訂正差分をPAYDELTAへ) /
      *    E=有給休暇の賃金額の計算根拠の照会。
           ACCEPT WS-CMD-PERIOD FROM COMMAND-LINE.
           IF WS-CMD-PERIOD(1:1) = "D"
               MOVE "D" TO WS-DELTA-MODE-SW
           ELSE
           IF WS-CMD-PERIOD(1:1) = "E"
               MOVE "E" TO WS-INQUIRY-MODE-SW
           ELSE
               IF WS-CMD-PERIOD NOT = SPACE
                  AND WS-CMD-PERIOD IS NUMERIC
                       STOP RUN
                   END-IF
               END-IF
           END-IF
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
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
           PERFORM ENSURE-LEAVE-TYPE-TABLE-RTN.
           PERFORM ENSURE-LEAVE-PAY-TABLES-RTN.

           IF WS-INQUIRY-MODE
               PERFORM INQUIRE-LEAVE-PAY-RTN
               EXEC SQL DISCONNECT ALL END-EXEC
               DISPLAY "*** PAY_EXTRACT FINISHED ***"
               STOP RUN
           END-IF.

           IF WS-DELTA-MODE
               PERFORM DELTA-EXTRACT-RTN
               EXEC SQL COMMIT WORK END-EXEC
           PERFORM WRITE-TRAILER-REC.
           CLOSE PAYIF-FILE.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "対象会社     : " WS-COMPANY.
           DISPLAY "対象年月     : " WS-PERIOD.
           DISPLAY "明細件数     : " WS-REC-COUNT.
           DISPLAY "日数ハッシュ : " WS-HASH-DAYS.
           DISPLAY "賃金額合計   : " WS-HASH-AMOUNT.
           DISPLAY "*** PAY_EXTRACT FINISHED ***".
           STOP RUN.

           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE.
           MOVE "DELTA " TO WS-HDR-FILE-ID.
           MOVE SPACE TO WS-HDR-PERIOD.
           PERFORM REGISTER-PAYOUT-FILE-RTN.
           MOVE SPACE TO DELTA-REC.
           MOVE WS-HDR-LINE TO DELTA-REC.
           WRITE DELTA-REC.
               WHERE C.TRANSACTION_TYPE = 'CORRECT'
                 AND O.TRANSACTION_TYPE IN ('USE','DESIGNATE')
                 AND B.COMPANY_CODE = :WS-COMPANY
                 AND B.LEAVE_TYPE IN
                     (SELECT LEAVE_TYPE FROM LEAVE_TYPE_MASTER
                      WHERE PAID_FLAG = 'Y')
                 AND EXISTS
                     (SELECT 1 FROM PERIOD_CLOSE P
                      WHERE P.PERIOD =

           MOVE WS-REC-COUNT TO WS-TRL-COUNT.
           MOVE ZERO TO WS-TRL-HASH.
           MOVE ZERO TO WS-TRL-AMOUNT.
           MOVE SPACE TO DELTA-REC.
           MOVE WS-TRL-LINE TO DELTA-REC.
           WRITE DELTA-REC.
           CLOSE DELTA-FILE.
           MOVE ZERO TO POR-HASH-TOTAL.
           MOVE ZERO TO POR-AMOUNT-TOTAL.
           PERFORM REGISTER-PAYOUT-CLOSE-RTN.

      ******************************************************************
       WRITE-DELTA-REC-RTN.
           WRITE DELTA-REC.
           ADD 1 TO WS-REC-COUNT.

      *    明細キーは訂正行のHISTORY_ID。拒否された明細はPAY_ACKが
      *    PAY_DELTA_SENTから外し、次回のDモードで再送される。
           MOVE WS-DL-EMP-ID     TO POR-EMP-ID.
           MOVE WS-DL-HISTORY-ID TO POR-LINE-KEY.
           MOVE WS-ADJ-DAYS-NUM  TO POR-LINE-DAYS.
           MOVE ZERO             TO POR-LINE-AMOUNT.
           PERFORM REGISTER-PAYOUT-LINE-RTN.

           EXEC SQL
               INSERT INTO PAY_DELTA_SENT (HISTORY_ID)
               VALUES (:WS-DL-HISTORY-ID)
      ******************************************************************
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE.
           MOVE WS-PERIOD   TO WS-HDR-PERIOD.
           PERFORM REGISTER-PAYOUT-FILE-RTN.
           MOVE SPACE TO PAYIF-REC.
           MOVE WS-HDR-LINE TO PAYIF-REC.
           WRITE PAYIF-REC.
      *    本人申請の消化(USE)に加え、使用者の時季指定
      *    (DESIGNATE)も実際に取得した休暇として給与へ渡す。
      *    日数・時間は消化なのでPL_HISTORY上は負数。給与へは
      *    取得量として正数で渡す。休暇種別マスタで無給(PAID_FLAG
      *    ='N')とされた種別の消化は給与へ渡さない。
           EXEC SQL
               DECLARE PAY_CURSOR CURSOR FOR
               SELECT B.B_EMP_ID,
               WHERE H.TRANSACTION_TYPE IN ('USE','DESIGNATE')
                 AND TO_CHAR(H.ACQ_DATE,'YYYYMM') = :WS-PERIOD
                 AND B.COMPANY_CODE = :WS-COMPANY
                 AND B.LEAVE_TYPE IN
                     (SELECT LEAVE_TYPE FROM LEAVE_TYPE_MASTER
                      WHERE PAID_FLAG = 'Y')
               GROUP BY B.B_EMP_ID
               ORDER BY B.B_EMP_ID ASC
           END-EXEC.
           MOVE FUNCTION NUMVAL(WS-EXT-DAYS)  TO WS-DAYS-NUM.
           MOVE FUNCTION NUMVAL(WS-EXT-HOURS) TO WS-HOURS-NUM.

           PERFORM CALC-LEAVE-PAY-RTN.

           MOVE WS-EXT-EMP-ID TO WS-DTL-EMP-ID.
           MOVE WS-DAYS-NUM   TO WS-DTL-DAYS.
           MOVE WS-HOURS-NUM  TO WS-DTL-HOURS.
           MOVE WS-LPAY-METHOD TO WS-DTL-METHOD.
           MOVE WS-PAY-AMOUNT-NUM TO WS-DTL-AMOUNT.
           MOVE SPACE TO PAYIF-REC.
           MOVE WS-DTL-LINE TO PAYIF-REC.
           WRITE PAYIF-REC.

           ADD 1 TO WS-REC-COUNT.
           ADD WS-DAYS-NUM TO WS-HASH-DAYS.
           ADD WS-PAY-AMOUNT-NUM TO WS-HASH-AMOUNT.

           MOVE WS-EXT-EMP-ID     TO POR-EMP-ID.
           MOVE WS-PERIOD         TO POR-LINE-KEY.
           MOVE WS-DAYS-NUM       TO POR-LINE-DAYS.
           MOVE WS-PAY-AMOUNT-NUM TO POR-LINE-AMOUNT.
           PERFORM REGISTER-PAYOUT-LINE-RTN.

      ******************************************************************
       CALC-LEAVE-PAY-RTN.
      ******************************************************************
      *    1人分の有給休暇の賃金額を計算し、根拠をLEAVE_PAY_CALCへ
      *    残す。算定方法は雇用区分別の設定(LPAY_<雇用区分>)、
      *    無ければLPAY_DEFAULT、それも無ければ通常の賃金とする。
      *    設定は対象月の末日時点で発効済みの最新行を使う。
      *    平均賃金・標準報酬日額の算定基礎が無い社員は通常の賃金
      *    で計算し、その旨を根拠の備考に残す。
           MOVE ZERO  TO WS-BASE-WAGES-NUM.
           MOVE ZERO  TO WS-CAL-DAYS-NUM.
           MOVE ZERO  TO WS-WORK-DAYS-NUM.
           MOVE ZERO  TO WS-AVG-RATE-NUM.
           MOVE ZERO  TO WS-MIN-RATE-NUM.
           MOVE ZERO  TO WS-DAY-RATE-NUM.
           MOVE ZERO  TO WS-STD-MONTHLY-NUM.
           MOVE SPACE TO WS-EV-NOTE.

           EXEC SQL
               SELECT COALESCE(
                   (SELECT EMPLOYMENT_TYPE FROM EMP_MASTER
                    WHERE EMP_ID = :WS-EXT-EMP-ID),' ')
               INTO :WS-EMP-TYPE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               SELECT COALESCE(
                   (SELECT CONFIG_VALUE FROM PLM_CONFIG
                    WHERE COMPANY_CODE = :WS-COMPANY
                      AND CONFIG_KEY =
                          'LPAY_' || TRIM(:WS-EMP-TYPE)
                      AND EFFECTIVE_FROM <
                          TO_DATE(:WS-PERIOD,'YYYYMM')
                          + INTERVAL '1 month'
                    ORDER BY EFFECTIVE_FROM DESC
                    LIMIT 1),
                   (SELECT CONFIG_VALUE FROM PLM_CONFIG
                    WHERE COMPANY_CODE = :WS-COMPANY
                      AND CONFIG_KEY = 'LPAY_DEFAULT'
                      AND EFFECTIVE_FROM <
                          TO_DATE(:WS-PERIOD,'YYYYMM')
                          + INTERVAL '1 month'
                    ORDER BY EFFECTIVE_FROM DESC
                    LIMIT 1),
                   'NORMAL')
               INTO :WS-LPAY-METHOD
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EVALUATE WS-LPAY-METHOD
               WHEN "AVERAGE"
                   PERFORM CALC-AVERAGE-WAGE-RTN
               WHEN "STDREM"
                   PERFORM CALC-STD-REMUN-RTN
               WHEN OTHER
                   MOVE "NORMAL" TO WS-LPAY-METHOD
           END-EVALUATE.
           IF WS-LPAY-METHOD = "NORMAL"
               PERFORM CALC-NORMAL-WAGE-RTN
           END-IF.

           COMPUTE WS-PAY-AMOUNT-NUM ROUNDED =
               WS-DAYS-NUM * WS-DAY-RATE-NUM.

           PERFORM WRITE-LEAVE-PAY-EVIDENCE-RTN.

      ******************************************************************
       CALC-AVERAGE-WAGE-RTN.
      ******************************************************************
      *    平均賃金 = 対象月の前3か月の賃金総額 / その期間の暦日数。
      *    最低保障額(賃金総額 / 労働日数 x 60%)を下回る場合は
      *    最低保障額とする。入社3か月未満は実績のある月だけで
      *    計算する。実績が1か月も無い場合は通常の賃金に切り替える。
           EXEC SQL
               SELECT CAST(COUNT(*) AS VARCHAR(8)),
                      CAST(COALESCE(SUM(MONTH_WAGES),0)
                           AS VARCHAR(12)),
                      CAST(COALESCE(SUM(WORK_DAYS),0)
                           AS VARCHAR(4)),
                      CAST(CAST(COALESCE(SUM(EXTRACT(DAY FROM
                           TO_DATE(WAGE_PERIOD,'YYYYMM')
                           + INTERVAL '1 month'
                           - INTERVAL '1 day')),0) AS INTEGER)
                           AS VARCHAR(4))
               INTO :WS-WG-COUNT, :WS-WG-TOTAL,
                    :WS-WG-WORK-DAYS, :WS-WG-CAL-DAYS
               FROM WAGE_HISTORY
               WHERE W_EMP_ID = :WS-EXT-EMP-ID
                 AND WAGE_PERIOD < :WS-PERIOD
                 AND WAGE_PERIOD >=
                     TO_CHAR(TO_DATE(:WS-PERIOD,'YYYYMM')
                             - INTERVAL '3 months','YYYYMM')
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF FUNCTION NUMVAL(WS-WG-COUNT) = 0
               MOVE "NORMAL" TO WS-LPAY-METHOD
               MOVE "AVERAGE-NO-BASE" TO WS-EV-NOTE
           ELSE
               MOVE FUNCTION NUMVAL(WS-WG-TOTAL)
                   TO WS-BASE-WAGES-NUM
               MOVE FUNCTION NUMVAL(WS-WG-CAL-DAYS)
                   TO WS-CAL-DAYS-NUM
               MOVE FUNCTION NUMVAL(WS-WG-WORK-DAYS)
                   TO WS-WORK-DAYS-NUM
               COMPUTE WS-AVG-RATE-NUM =
                   WS-BASE-WAGES-NUM / WS-CAL-DAYS-NUM
               IF WS-WORK-DAYS-NUM > 0
                   COMPUTE WS-MIN-RATE-NUM =
                       WS-BASE-WAGES-NUM / WS-WORK-DAYS-NUM * 0.6
               END-IF
               IF WS-MIN-RATE-NUM > WS-AVG-RATE-NUM
                   MOVE WS-MIN-RATE-NUM TO WS-DAY-RATE-NUM
                   MOVE "MINIMUM-GUARANTEE" TO WS-EV-NOTE
               ELSE
                   MOVE WS-AVG-RATE-NUM TO WS-DAY-RATE-NUM
               END-IF
           END-IF.

      ******************************************************************
       CALC-STD-REMUN-RTN.
      ******************************************************************
      *    標準報酬日額 = 対象月時点の標準報酬月額 / 30(10円未満
      *    四捨五入)。標準報酬月額が未登録なら通常の賃金に
      *    切り替える。
           EXEC SQL
               SELECT COALESCE(
                   (SELECT CAST(STD_MONTHLY AS VARCHAR(9))
                    FROM WAGE_HISTORY
                    WHERE W_EMP_ID = :WS-EXT-EMP-ID
                      AND WAGE_PERIOD <= :WS-PERIOD
                      AND STD_MONTHLY > 0
                    ORDER BY WAGE_PERIOD DESC
                    LIMIT 1),'0')
               INTO :WS-WG-STD
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE FUNCTION NUMVAL(WS-WG-STD) TO WS-STD-MONTHLY-NUM.
           IF WS-STD-MONTHLY-NUM = 0
               MOVE "NORMAL" TO WS-LPAY-METHOD
               MOVE "STDREM-NO-BASE" TO WS-EV-NOTE
           ELSE
               COMPUTE WS-STD-TENS-NUM ROUNDED =
                   WS-STD-MONTHLY-NUM / 300
               COMPUTE WS-DAY-RATE-NUM = WS-STD-TENS-NUM * 10
           END-IF.

      ******************************************************************
       CALC-NORMAL-WAGE-RTN.
      ******************************************************************
      *    通常の賃金 = 対象月時点の賃金実績の通常の賃金日額。実績が
      *    無い社員はEMP_MASTERのDAILY_WAGEを使う。
           EXEC SQL
               SELECT COALESCE(
                   (SELECT CAST(NORMAL_DAILY AS VARCHAR(9))
                    FROM WAGE_HISTORY
                    WHERE W_EMP_ID = :WS-EXT-EMP-ID
                      AND WAGE_PERIOD <= :WS-PERIOD
                      AND NORMAL_DAILY > 0
                    ORDER BY WAGE_PERIOD DESC
                    LIMIT 1),
                   (SELECT CAST(DAILY_WAGE AS VARCHAR(9))
                    FROM EMP_MASTER
                    WHERE EMP_ID = :WS-EXT-EMP-ID),'0')
               INTO :WS-WG-NORMAL
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE FUNCTION NUMVAL(WS-WG-NORMAL) TO WS-DAY-RATE-NUM.
           IF WS-DAY-RATE-NUM = 0
               MOVE "NO-WAGE" TO WS-EV-NOTE
               DISPLAY "*** 賃金日額が未登録です: "
                   WS-EXT-EMP-ID " ***"
           END-IF.

      ******************************************************************
       WRITE-LEAVE-PAY-EVIDENCE-RTN.
      ******************************************************************
      *    計算根拠を月・社員ごとに1行残す。同じ月の再抽出は
      *    上書きする(給与へ渡した最後の計算が根拠になる)。
           MOVE WS-DAYS-NUM TO WS-DTL-DAYS.
           MOVE WS-DTL-DAYS TO WS-EV-DAYS.
           MOVE WS-AVG-RATE-NUM TO WS-RATE-ED.
           MOVE WS-RATE-ED TO WS-EV-AVG-RATE.
           MOVE WS-MIN-RATE-NUM TO WS-RATE-ED.
           MOVE WS-RATE-ED TO WS-EV-MIN-RATE.
           MOVE WS-DAY-RATE-NUM TO WS-RATE-ED.
           MOVE WS-RATE-ED TO WS-EV-DAY-RATE.
           MOVE WS-PAY-AMOUNT-NUM TO WS-EV-AMOUNT.
           MOVE WS-BASE-WAGES-NUM TO WS-WG-TOTAL.
           MOVE WS-CAL-DAYS-NUM TO WS-WG-CAL-DAYS.
           MOVE WS-WORK-DAYS-NUM TO WS-WG-WORK-DAYS.
           MOVE WS-STD-MONTHLY-NUM TO WS-WG-STD.

           EXEC SQL
               INSERT INTO LEAVE_PAY_CALC
                   (CALC_PERIOD, LP_EMP_ID, COMPANY_CODE,
                    EMPLOYMENT_TYPE, PAY_METHOD, LEAVE_DAYS,
                    BASE_WAGES, BASE_CAL_DAYS, BASE_WORK_DAYS,
                    AVG_RATE, MIN_RATE, STD_MONTHLY, DAY_RATE,
                    PAY_AMOUNT, CALC_NOTE)
               VALUES
                   (:WS-PERIOD, :WS-EXT-EMP-ID, :WS-COMPANY,
                    :WS-EMP-TYPE, :WS-LPAY-METHOD,
                    CAST(:WS-EV-DAYS AS NUMERIC),
                    CAST(:WS-WG-TOTAL AS NUMERIC),
                    CAST(:WS-WG-CAL-DAYS AS NUMERIC),
                    CAST(:WS-WG-WORK-DAYS AS NUMERIC),
                    CAST(:WS-EV-AVG-RATE AS NUMERIC),
                    CAST(:WS-EV-MIN-RATE AS NUMERIC),
                    CAST(:WS-WG-STD AS NUMERIC),
                    CAST(:WS-EV-DAY-RATE AS NUMERIC),
                    CAST(:WS-EV-AMOUNT AS NUMERIC),
                    NULLIF(TRIM(:WS-EV-NOTE),''))
               ON CONFLICT (CALC_PERIOD, LP_EMP_ID)
               DO UPDATE SET
                   COMPANY_CODE = EXCLUDED.COMPANY_CODE,
                   EMPLOYMENT_TYPE = EXCLUDED.EMPLOYMENT_TYPE,
                   PAY_METHOD = EXCLUDED.PAY_METHOD,
                   LEAVE_DAYS = EXCLUDED.LEAVE_DAYS,
                   BASE_WAGES = EXCLUDED.BASE_WAGES,
                   BASE_CAL_DAYS = EXCLUDED.BASE_CAL_DAYS,
                   BASE_WORK_DAYS = EXCLUDED.BASE_WORK_DAYS,
                   AVG_RATE = EXCLUDED.AVG_RATE,
                   MIN_RATE = EXCLUDED.MIN_RATE,
                   STD_MONTHLY = EXCLUDED.STD_MONTHLY,
                   DAY_RATE = EXCLUDED.DAY_RATE,
                   PAY_AMOUNT = EXCLUDED.PAY_AMOUNT,
                   CALC_NOTE = EXCLUDED.CALC_NOTE,
                   CALC_AT = CURRENT_TIMESTAMP
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       WRITE-TRAILER-REC.
      ******************************************************************
           MOVE WS-REC-COUNT TO WS-TRL-COUNT.
           MOVE WS-HASH-DAYS TO WS-TRL-HASH.
           MOVE WS-HASH-AMOUNT TO WS-TRL-AMOUNT.
           MOVE SPACE TO PAYIF-REC.
           MOVE WS-TRL-LINE TO PAYIF-REC.
           WRITE PAYIF-REC.
           MOVE WS-HASH-DAYS TO POR-HASH-TOTAL.
           MOVE WS-HASH-AMOUNT TO POR-AMOUNT-TOTAL.
           PERFORM REGISTER-PAYOUT-CLOSE-RTN.

      ******************************************************************
       REGISTER-PAYOUT-FILE-RTN.
      ******************************************************************
      *    送信台帳へファイルを登録し、採番した送信ファイル番号を
      *    HDRに載せる。
           INITIALIZE POR-PARM-VARS.
           MOVE "H"            TO POR-FUNCTION.
           MOVE WS-HDR-FILE-ID TO POR-FILE-KIND.
           MOVE WS-HDR-PERIOD  TO POR-PERIOD.
           MOVE WS-COMPANY     TO POR-COMPANY.
           CALL "PAYOUT-REG" USING SQLCA POR-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           MOVE POR-FILE-NO TO WS-HDR-FILE-NO.

      ******************************************************************
       REGISTER-PAYOUT-LINE-RTN.
      ******************************************************************
      *    明細1件を送信台帳へ登録する。明細番号はファイル内の
      *    DTLの並び順。
           MOVE "D"          TO POR-FUNCTION.
           MOVE WS-REC-COUNT TO POR-LINE-NO.
           CALL "PAYOUT-REG" USING SQLCA POR-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       REGISTER-PAYOUT-CLOSE-RTN.
      ******************************************************************
      *    TRLの件数・ハッシュ合計で送信済みにする。
           MOVE "T"          TO POR-FUNCTION.
           MOVE WS-REC-COUNT TO POR-DETAIL-COUNT.
           CALL "PAYOUT-REG" USING SQLCA POR-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       ENSURE-LEAVE-TYPE-TABLE-RTN.
      ******************************************************************
      *    休暇種別マスタ。標準種別の初期値はDB/LEAVE_TYPE_MASTERで
      *    投入する。マスタが空のままでは法定年休も対象外となって
      *    結果が空振りするため、その場合は記録して処理を打ち切る。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS LEAVE_TYPE_MASTER
               (
                   LEAVE_TYPE     VARCHAR(8) NOT NULL,
                   TYPE_NAME      VARCHAR(40) NOT NULL,
                   VALID_MONTHS   SMALLINT NOT NULL DEFAULT 24,
                   HALF_DAY_OK    CHAR(1) NOT NULL DEFAULT 'Y',
                   HOURLY_OK      CHAR(1) NOT NULL DEFAULT 'N',
                   COUNT_5DAY     CHAR(1) NOT NULL DEFAULT 'N',
                   PAID_FLAG      CHAR(1) NOT NULL DEFAULT 'Y',
                   ON_LEDGER      CHAR(1) NOT NULL DEFAULT 'N',
                   LT_UPDATED_AT  TIMESTAMP NOT NULL
                                   DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT LTM_0 PRIMARY KEY (LEAVE_TYPE)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-LT-COUNT
               FROM LEAVE_TYPE_MASTER
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-LT-COUNT) = 0
               ACCEPT WS-ERR-TIMESTAMP FROM DATE YYYYMMDD
               MOVE SPACE TO ERROR-LOG-REC
               STRING WS-ERR-TIMESTAMP "  " WS-ERR-PROGRAM-NAME
                   "  NO-LEAVE-TYPE"
                   DELIMITED BY SIZE INTO ERROR-LOG-REC
               OPEN EXTEND ERROR-LOG-FILE
               WRITE ERROR-LOG-REC
               CLOSE ERROR-LOG-FILE
               DISPLAY "*** 休暇種別マスタ(LEAVE_TYPE_MASTER)が"
                   "空です ***"
               EXEC SQL ROLLBACK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
       ENSURE-LEAVE-PAY-TABLES-RTN.
      ******************************************************************
      *    賃金実績(取込はWAGE_HISTORY)、運用設定(既定値はDB/
      *    PLM_CONFIG)、計算根拠の各表。表が無い環境でも抽出が
      *    落ちないようここで作る。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS WAGE_HISTORY
               (
                   W_EMP_ID       VARCHAR(6) NOT NULL,
                   WAGE_PERIOD    VARCHAR(6) NOT NULL,
                   MONTH_WAGES    NUMERIC(9) NOT NULL DEFAULT 0,
                   WORK_DAYS      NUMERIC(2) NOT NULL DEFAULT 0,
                   NORMAL_DAILY   NUMERIC(7) NOT NULL DEFAULT 0,
                   STD_MONTHLY    NUMERIC(7) NOT NULL DEFAULT 0,
                   WG_UPDATED_AT  TIMESTAMP NOT NULL
                                   DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT WGH_0 PRIMARY KEY
                       (W_EMP_ID, WAGE_PERIOD)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS PLM_CONFIG
               (
                   COMPANY_CODE   VARCHAR(2) NOT NULL DEFAULT '01',
                   CONFIG_KEY     VARCHAR(20) NOT NULL,
                   CONFIG_VALUE   VARCHAR(20) NOT NULL,
                   EFFECTIVE_FROM DATE NOT NULL
                                   DEFAULT DATE '1900-01-01',
                   CONSTRAINT CFG_2 PRIMARY KEY
                       (COMPANY_CODE, CONFIG_KEY, EFFECTIVE_FROM)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS LEAVE_PAY_CALC
               (
                   CALC_PERIOD     VARCHAR(6) NOT NULL,
                   LP_EMP_ID       VARCHAR(6) NOT NULL,
                   COMPANY_CODE    VARCHAR(2) NOT NULL,
                   EMPLOYMENT_TYPE VARCHAR(10),
                   PAY_METHOD      VARCHAR(8) NOT NULL,
                   LEAVE_DAYS      NUMERIC(5,1) NOT NULL,
                   BASE_WAGES      NUMERIC(11) NOT NULL DEFAULT 0,
                   BASE_CAL_DAYS   NUMERIC(3) NOT NULL DEFAULT 0,
                   BASE_WORK_DAYS  NUMERIC(3) NOT NULL DEFAULT 0,
                   AVG_RATE        NUMERIC(11,2) NOT NULL DEFAULT 0,
                   MIN_RATE        NUMERIC(11,2) NOT NULL DEFAULT 0,
                   STD_MONTHLY     NUMERIC(9) NOT NULL DEFAULT 0,
                   DAY_RATE        NUMERIC(11,2) NOT NULL,
                   PAY_AMOUNT      NUMERIC(9) NOT NULL,
                   CALC_NOTE       VARCHAR(20),
                   CALC_AT         TIMESTAMP NOT NULL
                                    DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT LPC_0 PRIMARY KEY
                       (CALC_PERIOD, LP_EMP_ID)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       INQUIRE-LEAVE-PAY-RTN.
      ******************************************************************
      *    計算根拠の照会(Eモード)。対象年月と社員IDを受け付け、
      *    その月に給与へ渡した賃金額の計算過程を表示する。
           DISPLAY "対象年月 (YYYYMM) : >> ".
           ACCEPT WS-PERIOD FROM CONSOLE.
           DISPLAY "社員ID : >> ".
           ACCEPT WS-EXT-EMP-ID FROM CONSOLE.

           EXEC SQL
               SELECT CAST(COUNT(*) AS VARCHAR(8))
               INTO :WS-WG-COUNT
               FROM LEAVE_PAY_CALC
               WHERE CALC_PERIOD = :WS-PERIOD
                 AND LP_EMP_ID = :WS-EXT-EMP-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-WG-COUNT) = 0
               DISPLAY "*** 該当する計算根拠が"
                   "ありません ***"
           ELSE
               EXEC SQL
                   SELECT COALESCE(EMPLOYMENT_TYPE,' '), PAY_METHOD,
                          CAST(LEAVE_DAYS AS VARCHAR(8)),
                          CAST(BASE_WAGES AS VARCHAR(12)),
                          CAST(BASE_CAL_DAYS AS VARCHAR(4)),
                          CAST(BASE_WORK_DAYS AS VARCHAR(4)),
                          CAST(AVG_RATE AS VARCHAR(12)),
                          CAST(MIN_RATE AS VARCHAR(12)),
                          CAST(STD_MONTHLY AS VARCHAR(9)),
                          CAST(DAY_RATE AS VARCHAR(12)),
                          CAST(PAY_AMOUNT AS VARCHAR(9)),
                          COALESCE(CALC_NOTE,' '),
                          TO_CHAR(CALC_AT,'YYYY-MM-DD HH24:MI:SS')
                   INTO :WS-EMP-TYPE, :WS-LPAY-METHOD, :WS-EV-DAYS,
                        :WS-WG-TOTAL, :WS-WG-CAL-DAYS,
                        :WS-WG-WORK-DAYS, :WS-EV-AVG-RATE,
                        :WS-EV-MIN-RATE, :WS-WG-STD,
                        :WS-EV-DAY-RATE, :WS-EV-AMOUNT,
                        :WS-EV-NOTE, :WS-EV-CALC-AT
                   FROM LEAVE_PAY_CALC
                   WHERE CALC_PERIOD = :WS-PERIOD
                     AND LP_EMP_ID = :WS-EXT-EMP-ID
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               DISPLAY "対象年月         : " WS-PERIOD
               DISPLAY "社員ID           : " WS-EXT-EMP-ID
               DISPLAY "雇用区分         : " WS-EMP-TYPE
               DISPLAY "算定方法         : " WS-LPAY-METHOD
               DISPLAY "取得日数         : " WS-EV-DAYS
               DISPLAY "算定基礎賃金総額 : " WS-WG-TOTAL
               DISPLAY "算定基礎暦日数   : " WS-WG-CAL-DAYS
               DISPLAY "算定基礎労働日数 : " WS-WG-WORK-DAYS
               DISPLAY "平均賃金         : " WS-EV-AVG-RATE
               DISPLAY "最低保障額       : " WS-EV-MIN-RATE
               DISPLAY "標準報酬月額     : " WS-WG-STD
               DISPLAY "適用日額         : " WS-EV-DAY-RATE
               DISPLAY "支給額           : " WS-EV-AMOUNT
               DISPLAY "備考             : " WS-EV-NOTE
               DISPLAY "計算日時         : " WS-EV-CALC-AT
           END-IF.

      ******************************************************************
       WRITE-ERROR-LOG.
