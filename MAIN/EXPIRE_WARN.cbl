      *    いるロットを洗い出し、本人向けの予告通知(氏名・付与日・
      *    失効予定日・失効見込み日数)をWARNOUTへ、部門別の管理職
      *    向けサマリを末尾に出力する。NIGHTLY_RUNの1ステップとして
      *    実行する。本人向けの予告は本人の希望言語で出す(文言は
      *    MSG-LOOKUPで文言マスタから引く)。管理職向けは日本語のまま。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************

           01  WS-WARN-COUNT           PIC 9(6) VALUE 0.
           01  WS-RISK-DAYS-NUM        PIC S9(3)V9.
      *    本人の希望言語での見出し・項目名と編集済みの日付・日数。
           01  WS-EMP-LANG             PIC  X(2) VALUE "JA".
           01  WS-LBL-EMP-ID           PIC  X(60).
           01  WS-LBL-EMP-NAME         PIC  X(60).
           01  WS-LBL-GRANT-DATE       PIC  X(60).
           01  WS-LBL-EXPIRE-DATE      PIC  X(60).
           01  WS-LBL-AT-RISK          PIC  X(60).
           01  WS-LBL-DAY-UNIT         PIC  X(60).
           01  WS-GRANT-DATE-DISP      PIC  X(20).
           01  WS-EXPIRE-DATE-DISP     PIC  X(20).
           01  WS-RISK-DAYS-DISP       PIC  X(10).
           COPY MSGREC.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           ADD 1 TO WS-WARN-COUNT.
           MOVE FUNCTION NUMVAL(HOLD-DAYS) TO WS-RISK-DAYS-NUM.

           MOVE "L" TO MSG-FUNC.
           MOVE B-EMP-ID TO MSG-EMP-ID.
           CALL "MSG-LOOKUP" USING SQLCA MSG-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           MOVE MSG-LANG TO WS-EMP-LANG.
           PERFORM LOAD-WARN-LABELS-RTN.
           MOVE GRANT-DAYS TO MSG-DATE-IN.
           PERFORM MSG-DATE-RTN.
           MOVE MSG-DATE-OUT TO WS-GRANT-DATE-DISP.
           MOVE WS-EXPIRE-DATE TO MSG-DATE-IN.
           PERFORM MSG-DATE-RTN.
           MOVE MSG-DATE-OUT TO WS-EXPIRE-DATE-DISP.
           MOVE WS-RISK-DAYS-NUM TO MSG-NUM-IN.
           PERFORM MSG-NUM-RTN.
           MOVE MSG-NUM-OUT TO WS-RISK-DAYS-DISP.

           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "WARN_TITLE" TO MSG-KEY.
           MOVE "年次有給休暇の失効予告のお知らせ"
               TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING FUNCTION TRIM(WS-LBL-EMP-ID) " : " B-EMP-ID
               "  " FUNCTION TRIM(WS-LBL-EMP-NAME) " : " EMP-NAME
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING FUNCTION TRIM(WS-LBL-GRANT-DATE) " : "
               FUNCTION TRIM(WS-GRANT-DATE-DISP)
               "  " FUNCTION TRIM(WS-LBL-EXPIRE-DATE) " : "
               FUNCTION TRIM(WS-EXPIRE-DATE-DISP)
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "WARN_RISK_DAYS" TO MSG-KEY.
           MOVE "失効見込み日数" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE SPACE TO PRINT-REC.
           STRING FUNCTION TRIM(MSG-TEXT) " : "
               FUNCTION TRIM(WS-RISK-DAYS-DISP)
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

      *    宛先別の一括配付(NOTIFY_DISP)向けに通知キューへも積む。
           MOVE "EXPWARN" TO WS-NQ-TYPE.
           MOVE SPACE TO WS-NQ-TEXT.
           STRING FUNCTION TRIM(WS-LBL-EXPIRE-DATE) " "
               FUNCTION TRIM(WS-EXPIRE-DATE-DISP)
               " " FUNCTION TRIM(WS-LBL-GRANT-DATE) " "
               FUNCTION TRIM(WS-GRANT-DATE-DISP)
               " " FUNCTION TRIM(WS-LBL-AT-RISK) " "
               FUNCTION TRIM(WS-RISK-DAYS-DISP)
               " " FUNCTION TRIM(WS-LBL-DAY-UNIT)
               DELIMITED BY SIZE INTO WS-NQ-TEXT.
           PERFORM ENQUEUE-NOTIFY-RTN.

      ******************************************************************
       LOAD-WARN-LABELS-RTN.
      ******************************************************************
      *    予告の項目名を本人の言語で引く。無いものは日本語のまま。
           MOVE "LBL_EMP_ID" TO MSG-KEY.
           MOVE "社員ID" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-LBL-EMP-ID.
           MOVE "LBL_EMP_NAME" TO MSG-KEY.
           MOVE "氏名" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-LBL-EMP-NAME.
           MOVE "LBL_GRANT_DATE" TO MSG-KEY.
           MOVE "付与日" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-LBL-GRANT-DATE.
           MOVE "LBL_EXPIRE_DATE" TO MSG-KEY.
           MOVE "失効予定日" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-LBL-EXPIRE-DATE.
           MOVE "NQ_AT_RISK" TO MSG-KEY.
           MOVE "見込" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-LBL-AT-RISK.
           MOVE "LBL_DAY_UNIT" TO MSG-KEY.
           MOVE "日" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-LBL-DAY-UNIT.

      ******************************************************************
       MSG-TEXT-RTN.
      ******************************************************************
           MOVE "T" TO MSG-FUNC.
           MOVE WS-EMP-LANG TO MSG-LANG.
           CALL "MSG-LOOKUP" USING SQLCA MSG-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       MSG-DATE-RTN.
      ******************************************************************
           MOVE "D" TO MSG-FUNC.
           MOVE WS-EMP-LANG TO MSG-LANG.
           CALL "MSG-LOOKUP" USING SQLCA MSG-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       MSG-NUM-RTN.
      ******************************************************************
           MOVE "N" TO MSG-FUNC.
           MOVE WS-EMP-LANG TO MSG-LANG.
           CALL "MSG-LOOKUP" USING SQLCA MSG-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       ENQUEUE-NOTIFY-RTN.
      ******************************************************************
