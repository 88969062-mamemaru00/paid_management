
      ******************************************************************
      *    使用者による時季指定(労基法39条7項)の実行バッチ。
      *    COMPLY_RPTと同じ判定(付与日数10日以上かつ義務期間内の
      *    消化が必要日数未満)で対象ロットを抽出し、不足日数
      *    分の取得日をHOLIDAY_CALENDARと土日を避けた翌営業日から
      *    義務期間内で選び、DESIGNATE区分のPL_HISTORYと
      *    PL_BALANCEの取り崩しとして実際に予定を書き込む。
      *    従業員へ手渡すための時季指定通知書をDESIGOUTへ出力する。
      *    COMPLY_RPTが「報告」であるのに対し、本バッチは監査に
      *    実行の証跡を示すための「執行」である。
      *    義務期間と必要日数は共通サブプログラムOBLIG-PERIODで
      *    求める。前回付与の1年以内に次の付与があるロットは期間を
      *    通算した按分(月数÷12×5日)となり、通算した期間の指定は
      *    付与日の古いロットから順に取り崩す。
      *    時季指定の前には本人の意見を聴く(労基則24条の6)ため、
      *    処理は2段階で行う。
      *      起動引数なし(またはH) : 意見聴取の提案。不足日数と候補
      *        日を記した意見聴取書をDESIGOUTへ出力し、回答期限
      *        (PLM_CONFIGのDESIG_REPLY_DAYS日後、未設定は7日)付きで
      *        通知キュー(HEARING)へ積む。候補日は回答期限の翌営業日
      *        以降から選ぶ。聴取中の期間には重ねて提案しない。
      *      起動引数X : 時季指定の実行。本人の回答ファイル(DESIGRESP)
      *        を読んで回答を記録した後、回答済みまたは回答期限を
      *        過ぎた聴取について、希望日(有効なもの)、提案した
      *        候補日、翌営業日からの自動選定の順に取得日を指定する。
      *        実行時点で消化済みとなっていれば指定しない。
      *    意見聴取書・回答・確定した指定日はDESIG_HEARINGと
      *    DESIG_HEARING_DATEに残し、LEDGER_RPTの管理簿に聴取の
      *    証跡として載せる。
      *    意見聴取書・時季指定通知書とその通知キューの本文は本人の
      *    希望言語で出す(文言はMSG-LOOKUPで文言マスタから引き、
      *    法定文言は人事の承認済みの翻訳だけを使う)。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO "DESIGOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESP-FILE ASSIGN TO "DESIGRESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESP-STATUS.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRINT-REC               PIC X(80).
      *    意見聴取の回答(1聴取1行)。区分 A=提案どおり P=希望日あり、
      *    希望日はYYYYMMDDで最大10日(空白は未記入)。
       FD  RESP-FILE
           LABEL RECORDS ARE STANDARD.
       01  RESP-REC.
           03  RESP-HEARING-ID      PIC 9(10).
           03  RESP-EMP-ID          PIC X(06).
           03  RESP-TYPE            PIC X(01).
           03  RESP-RECV-DATE       PIC X(08).
           03  RESP-PREF-DATE       PIC X(08) OCCURS 10 TIMES.
       FD  ERROR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERROR-LOG-REC           PIC X(100).
           01  WS-LIMIT-DATE-NUM        PIC  9(8).
           01  WS-TODAY-NUM             PIC  9(8).

      *    意見聴取の2段階処理用。
           01  WS-RUN-MODE-SW           PIC  X(1) VALUE "H".
               88  WS-HEARING-MODE          VALUE "H".
               88  WS-EXECUTE-MODE          VALUE "X".
           01  WS-CMD-ARG               PIC  X(1) VALUE SPACE.
           01  WS-RESP-STATUS           PIC  XX.
           01  WS-EOF-SW                PIC  X(01) VALUE "N".
               88  WS-EOF                   VALUE "Y".
           01  WS-REPLY-DAYS-NUM        PIC  9(3) VALUE 7.
           01  WS-DEADLINE-NUM          PIC  9(8).
           01  WS-PREF-IDX              PIC  9(2).
           01  WS-PREF-DATE-NUM         PIC  9(8).
           01  WS-DATE-VALID-SW         PIC  X(1).
               88  WS-DATE-VALID            VALUE "Y".
           01  WS-CAND-LIST             PIC  X(120).
           01  WS-LIST-POS              PIC  9(3).
           01  WS-HEARING-TOTAL         PIC  9(6) VALUE 0.
           01  WS-RESP-COUNT            PIC  9(6) VALUE 0.
           01  WS-RESP-SKIP-COUNT       PIC  9(6) VALUE 0.
           01  WS-NONEED-COUNT          PIC  9(6) VALUE 0.
           01  WS-RESP-DISP             PIC  X(60).
      *    本人の希望言語での文言と編集済みの日付・日数。
           01  WS-EMP-LANG              PIC  X(2) VALUE "JA".
           01  WS-MSG-LBL1              PIC  X(60).
           01  WS-MSG-LBL2              PIC  X(60).
           01  WS-MSG-LBL3              PIC  X(60).
           01  WS-DATE-DISP1            PIC  X(20).
           01  WS-DATE-DISP2            PIC  X(20).
           COPY MSGREC.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           COPY PLBREC.
           COPY PLHREC.
           01  WS-GRANTED-DAYS          PIC  X(4).
      *    義務期間(前回付与と重なる場合は通算した期間)の受け渡し。
           COPY OBLGREC.
      *    通算した期間で取り崩すロット。
           01  WS-DRAW-BALANCE-ID       PIC  X(12).
           01  WS-CAND-DATE             PIC  X(10).
           01  WS-LIMIT-DATE            PIC  X(10).
           01  WS-HOLIDAY-COUNT         PIC  X(8).
      *    その場合は土日以外を勤務日とする従来の扱い。勤務しない
      *    曜日には時季指定しない。
           01  WS-EMP-PATTERN           PIC  X(7) VALUE SPACE.
      *    休暇種別マスタ(LEAVE_TYPE_MASTER)の登録件数確認用。
           01  WS-LT-COUNT             PIC  X(8).
      *    意見聴取(DESIG_HEARING/DESIG_HEARING_DATE)の受け渡し。
           01  WS-HEARING-ID            PIC  9(10) VALUE 0.
           01  WS-HEARING-COUNT         PIC  X(8).
           01  WS-DEADLINE              PIC  X(10).
           01  WS-NOTICE-DATE           PIC  X(10).
           01  WS-RESPONSE-TYPE         PIC  X(6).
           01  WS-RESPONSE-DATE         PIC  X(10).
           01  WS-HEARING-RESULT        PIC  X(10).
           01  WS-PROPOSED-COUNT        PIC  9(2).
           01  WS-HD-KIND               PIC  X(1).
           01  WS-HD-SOURCE             PIC  X(1).
           01  WS-GIVEN-DATE            PIC  X(10).
           01  WS-RESP-EMP-ID           PIC  X(6).
      *    回答期限日数を読む会社コード(PLM_COMPANY、未指定は01)。
           01  WS-COMPANY               PIC  X(2) VALUE "01".
           01  WS-CFG-COUNT             PIC  X(8).
           01  WS-REPLY-DAYS            PIC  X(3).
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.
           DISPLAY "*** PL_DESIGNATE STARTED ***".

           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.
           ACCEPT WS-CMD-ARG FROM COMMAND-LINE.
           IF WS-CMD-ARG = "X"
               MOVE "X" TO WS-RUN-MODE-SW
           END-IF.
           ACCEPT WS-COMPANY FROM ENVIRONMENT "PLM_COMPANY".
           IF WS-COMPANY = SPACE
               MOVE "01" TO WS-COMPANY
           END-IF.
           OPEN OUTPUT PRINT-FILE.

           PERFORM CONNECT-TO-DATABASE.
           PERFORM ENSURE-LEAVE-TYPE-TABLE-RTN.
           PERFORM ENSURE-HEARING-TABLES-RTN.
           IF WS-EXECUTE-MODE
               PERFORM GET-NEXT-HISTORY-ID
               PERFORM READ-RESPONSES-RTN
               PERFORM EXECUTE-HEARINGS-RTN
           ELSE
               PERFORM READ-REPLY-DAYS-RTN
               PERFORM CHECK-EACH-LOT
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           CLOSE PRINT-FILE.
           DISPLAY "-----------------------------------------------".
           IF WS-EXECUTE-MODE
               DISPLAY "回答取込件数     : " WS-RESP-COUNT
               DISPLAY "回答読み捨て件数 : " WS-RESP-SKIP-COUNT
               DISPLAY "時季指定対象者数 : " WS-EMP-COUNT
               DISPLAY "時季指定日数合計 : " WS-DESIG-TOTAL
               DISPLAY "指定不要(消化済) : " WS-NONEED-COUNT
           ELSE
               DISPLAY "意見聴取件数     : " WS-HEARING-TOTAL
           END-IF.
           DISPLAY "*** PL_DESIGNATE FINISHED ***".
           STOP RUN.

       CHECK-EACH-LOT.
      ******************************************************************
      *    COMPLY_RPTと同じ条件で、在籍中の従業員が持つロットごとに
      *    5日取得義務の未達を判定し、未達ロットへ意見聴取を行う。
      *    更新はループ内で行い、COMMITはカーソルを閉じた後に
      *    まとめて行う。
      *    時季指定義務の対象は休暇種別マスタのCOUNT_5DAY='Y'の
      *    種別に限り、それ以外のロットは判定にも取り崩しにも使わない。
           EXEC SQL
               DECLARE LOT_CURSOR CURSOR FOR
               SELECT EMP_MASTER.EMP_ID, EMP_NAME,
               ON EMP_MASTER.EMP_ID = PL_BALANCE.B_EMP_ID
               WHERE EMP_STATUS = TRUE
                 AND EMP_STATUS_CODE = 'ACTIVE'
                 AND LEAVE_TYPE IN
                     (SELECT LEAVE_TYPE FROM LEAVE_TYPE_MASTER
                      WHERE COUNT_5DAY = 'Y')
               ORDER BY EMP_MASTER.EMP_ID ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
      ******************************************************************
       EVALUATE-ONE-LOT.
      ******************************************************************
      *    付与日数10日以上かつ義務期間内の消化が必要日数未満の
      *    ロットを未達と判定する。
      *    消化にはDESIGNATE区分(過去の時季指定分)も含める。
      *    付与日数には復職時の追い付き付与(LOAGRANT)と雇用区分
      *    変更の調整(ADJUST)も含める(COMPLY_RPTと同じ数え方)。
      *    期間を通算したロットは先頭のロットで1回だけ判定する。
      *    未達のロットには意見聴取を提案する(指定は実行時)。
           EXEC SQL
               SELECT COALESCE(SUM(ACQ_DAYS),0)
               INTO :WS-GRANTED-DAYS
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE FUNCTION NUMVAL(WS-GRANTED-DAYS) TO WS-GRANTED-DAYS-NUM.

           IF WS-GRANTED-DAYS-NUM >= 10
               MOVE BALANCE-ID TO OBL-BALANCE-ID
               CALL "OBLIG-PERIOD" USING SQLCA OBL-PARM-VARS
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               MOVE OBL-USED TO WS-USED-DAYS-NUM
               IF OBL-LOT-COUNT > 0 AND OBL-LEAD-ID = BALANCE-ID
                   AND WS-USED-DAYS-NUM < OBL-REQUIRED
                   PERFORM GET-EMP-PATTERN-RTN
                   PERFORM PROPOSE-ONE-LOT
                   MOVE ZERO TO SQLCODE
               END-IF
           END-IF.

      ******************************************************************
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       PROPOSE-ONE-LOT.
      ******************************************************************
      *    未達の義務期間について意見聴取を1件起こす。聴取中(回答
      *    待ち・回答済み未実行)の聴取がある期間には重ねて起こさない。
      *    回答期限が義務期間の末日以降になる場合は当日を期限とし、
      *    候補日は期限の翌営業日から選ぶ。
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-HEARING-COUNT
               FROM DESIG_HEARING
               WHERE HR_BALANCE_ID = :BALANCE-ID
                 AND HEARING_STATUS IN ('OPEN','RESPONDED')
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           COMPUTE WS-SHORT-DAYS-NUM = OBL-REQUIRED - WS-USED-DAYS-NUM.
           COMPUTE WS-BOOK-COUNT =
               FUNCTION INTEGER-PART(WS-SHORT-DAYS-NUM).
           IF WS-BOOK-COUNT < WS-SHORT-DAYS-NUM
               ADD 1 TO WS-BOOK-COUNT
           END-IF.
           MOVE OBL-LIMIT(1:4) TO WS-LIMIT-DATE-NUM(1:4).
           MOVE OBL-LIMIT(6:2) TO WS-LIMIT-DATE-NUM(5:2).
           MOVE OBL-LIMIT(9:2) TO WS-LIMIT-DATE-NUM(7:2).

           IF FUNCTION NUMVAL(WS-HEARING-COUNT) > 0
               DISPLAY "意見聴取中のため提案なし : "
                   EMP-ID " " BALANCE-ID
           ELSE
               IF WS-LIMIT-DATE-NUM <= WS-TODAY-NUM
                   DISPLAY "指定不能(期間経過) : " EMP-ID " "
                       BALANCE-ID
               ELSE
                   PERFORM START-HEARING-RTN
               END-IF
           END-IF.

      ******************************************************************
       START-HEARING-RTN.
      ******************************************************************
           COMPUTE WS-CAND-ORDINAL =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
               + WS-REPLY-DAYS-NUM.
           COMPUTE WS-DEADLINE-NUM = FUNCTION DATE-OF-INTEGER(
               WS-CAND-ORDINAL).
           IF WS-DEADLINE-NUM >= WS-LIMIT-DATE-NUM
               MOVE WS-TODAY-NUM TO WS-DEADLINE-NUM
           END-IF.
           MOVE SPACE TO WS-DEADLINE.
           STRING WS-DEADLINE-NUM(1:4) "-" WS-DEADLINE-NUM(5:2) "-"
               WS-DEADLINE-NUM(7:2) INTO WS-DEADLINE.

           EXEC SQL
               SELECT NEXTVAL('DESIG_HEARING_SEQ')
               INTO :WS-HEARING-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               INSERT INTO DESIG_HEARING
                   (HEARING_ID, HR_EMP_ID, HR_BALANCE_ID, OBL_START,
                    OBL_END, REQUIRED_DAYS, USED_DAYS, SHORT_DAYS,
                    REPLY_DEADLINE)
               VALUES
                   (:WS-HEARING-ID, :EMP-ID, :BALANCE-ID,
                    CAST(:OBL-START AS DATE), CAST(:OBL-END AS DATE),
                    :OBL-REQUIRED, :WS-USED-DAYS-NUM,
                    :WS-SHORT-DAYS-NUM, CAST(:WS-DEADLINE AS DATE))
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           ADD 1 TO WS-HEARING-TOTAL.
           PERFORM SET-EMP-LANG-RTN.
           PERFORM WRITE-HEARING-HEADER.

           MOVE SPACE TO WS-CAND-LIST.
           MOVE 1 TO WS-LIST-POS.
           MOVE ZERO TO WS-PROPOSED-COUNT.
           MOVE WS-DEADLINE-NUM TO WS-CAND-DATE-NUM.
           PERFORM UNTIL WS-PROPOSED-COUNT >= WS-BOOK-COUNT
                   OR WS-CAND-DATE-NUM >= WS-LIMIT-DATE-NUM
               PERFORM ADVANCE-TO-NEXT-BUSINESS-DAY
               IF WS-CAND-DATE-NUM < WS-LIMIT-DATE-NUM
                   PERFORM CHECK-CANDIDATE-DATE
                   IF WS-CAND-OK
                       PERFORM PROPOSE-ONE-DATE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-PROPOSED-COUNT < WS-BOOK-COUNT
               DISPLAY "候補日不足 : " EMP-ID " " BALANCE-ID
                   " 候補 " WS-PROPOSED-COUNT "/" WS-BOOK-COUNT
           END-IF.

           EXEC SQL
               UPDATE DESIG_HEARING
               SET PROPOSED_COUNT = :WS-PROPOSED-COUNT
               WHERE HEARING_ID = :WS-HEARING-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE "HEAR_CLOSE_1" TO MSG-KEY.
           MOVE "ご希望の日があれば、回答期限"
               TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-MSG-LBL1.
           MOVE "HEAR_CLOSE_2" TO MSG-KEY.
           MOVE "までに" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE WS-DEADLINE TO MSG-DATE-IN.
           PERFORM MSG-DATE-RTN.
           MOVE SPACE TO PRINT-REC.
           STRING FUNCTION TRIM(WS-MSG-LBL1) " "
               FUNCTION TRIM(MSG-DATE-OUT) " "
               FUNCTION TRIM(MSG-TEXT)
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "HEAR_CLOSE_3" TO MSG-KEY.
           MOVE SPACE TO MSG-TEXT.
           STRING "お申し出ください。"
               "期限までに回答が無い場合は"
               DELIMITED BY SIZE INTO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "HEAR_CLOSE_4" TO MSG-KEY.
           MOVE SPACE TO MSG-TEXT.
           STRING "上記の候補日を取得日として"
               "指定します。"
               DELIMITED BY SIZE INTO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO PRINT-REC.
           WRITE PRINT-REC.

           PERFORM ENQUEUE-HEARING-RTN.

      ******************************************************************
       PROPOSE-ONE-DATE.
      ******************************************************************
           EXEC SQL
               INSERT INTO DESIG_HEARING_DATE
                   (HD_HEARING_ID, HD_KIND, HD_DATE)
               VALUES (:WS-HEARING-ID, 'P',
                       CAST(:WS-CAND-DATE AS DATE))
               ON CONFLICT (HD_HEARING_ID, HD_KIND, HD_DATE)
               DO NOTHING
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           ADD 1 TO WS-PROPOSED-COUNT.
           MOVE WS-CAND-DATE TO MSG-DATE-IN.
           PERFORM MSG-DATE-RTN.
           IF WS-LIST-POS < 108
               STRING FUNCTION TRIM(MSG-DATE-OUT) " "
                   DELIMITED BY SIZE INTO WS-CAND-LIST
                   WITH POINTER WS-LIST-POS
           END-IF.
           MOVE "LBL_CAND_DATE" TO MSG-KEY.
           MOVE "候補日" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE SPACE TO PRINT-REC.
           STRING "    " FUNCTION TRIM(MSG-TEXT) " : "
               FUNCTION TRIM(MSG-DATE-OUT)
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

      ******************************************************************
       WRITE-HEARING-HEADER.
      ******************************************************************
      *    1人分の意見聴取書の見出しを出力する。
      *    見出しは本人の希望言語(SET-EMP-LANG-RTNで設定済み)。
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "HEAR_TITLE" TO MSG-KEY.
           MOVE SPACE TO MSG-TEXT.
           STRING "年次有給休暇の時季指定に関する"
               "意見聴取について"
               DELIMITED BY SIZE INTO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "HEAR_NO" TO MSG-KEY.
           MOVE "意見聴取 No." TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-MSG-LBL1.
           MOVE "HEAR_DEADLINE" TO MSG-KEY.
           MOVE "回答期限" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-MSG-LBL2.
           MOVE WS-DEADLINE TO MSG-DATE-IN.
           PERFORM MSG-DATE-RTN.
           MOVE SPACE TO PRINT-REC.
           STRING FUNCTION TRIM(WS-MSG-LBL1) WS-HEARING-ID
               "   " FUNCTION TRIM(WS-MSG-LBL2) " : "
               FUNCTION TRIM(MSG-DATE-OUT)
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM WRITE-OBLIG-LINES-RTN.
           MOVE "LBL_SHORT_DAYS" TO MSG-KEY.
           MOVE "不足日数" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-MSG-LBL1.
           MOVE "HEAR_PROPOSE" TO MSG-KEY.
           MOVE "下記の日を取得日の候補とします。"
               TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE WS-SHORT-DAYS-NUM TO MSG-NUM-IN.
           MOVE MSG-TEXT TO WS-MSG-LBL2.
           PERFORM MSG-NUM-RTN.
           MOVE SPACE TO PRINT-REC.
           STRING FUNCTION TRIM(WS-MSG-LBL1) " : "
               FUNCTION TRIM(MSG-NUM-OUT)
               "  " FUNCTION TRIM(WS-MSG-LBL2)
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

      ******************************************************************
       WRITE-OBLIG-LINES-RTN.
      ******************************************************************
      *    意見聴取書と時季指定通知書に共通の、本人・対象ロット・
      *    義務期間の行。
           MOVE "LBL_EMP_ID" TO MSG-KEY.
           MOVE "社員ID" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-MSG-LBL1.
           MOVE "LBL_EMP_NAME" TO MSG-KEY.
           MOVE "氏名" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE SPACE TO PRINT-REC.
           STRING FUNCTION TRIM(WS-MSG-LBL1) " : " EMP-ID
               "   " FUNCTION TRIM(MSG-TEXT) " : " EMP-NAME
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

           MOVE "LBL_TARGET_GRANT" TO MSG-KEY.
           MOVE "対象付与日" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-MSG-LBL1.
           MOVE "LBL_USED_DAYS" TO MSG-KEY.
           MOVE "消化済日数" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-MSG-LBL2.
           MOVE GRANT-DAYS TO MSG-DATE-IN.
           PERFORM MSG-DATE-RTN.
           MOVE WS-USED-DAYS-NUM TO MSG-NUM-IN.
           PERFORM MSG-NUM-RTN.
           MOVE SPACE TO PRINT-REC.
           STRING FUNCTION TRIM(WS-MSG-LBL1) " : "
               FUNCTION TRIM(MSG-DATE-OUT)
               "  " FUNCTION TRIM(WS-MSG-LBL2) " : "
               FUNCTION TRIM(MSG-NUM-OUT)
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

           MOVE "LBL_OBLIG_PERIOD" TO MSG-KEY.
           MOVE "義務期間" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-MSG-LBL1.
           MOVE "LBL_REQUIRED_DAYS" TO MSG-KEY.
           MOVE "必要日数" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-MSG-LBL2.
           MOVE OBL-START TO MSG-DATE-IN.
           PERFORM MSG-DATE-RTN.
           MOVE MSG-DATE-OUT TO WS-DATE-DISP1.
           MOVE OBL-END TO MSG-DATE-IN.
           PERFORM MSG-DATE-RTN.
           MOVE MSG-DATE-OUT TO WS-DATE-DISP2.
           MOVE OBL-REQUIRED TO MSG-NUM-IN.
           PERFORM MSG-NUM-RTN.
           MOVE SPACE TO PRINT-REC.
           STRING FUNCTION TRIM(WS-MSG-LBL1) " : "
               FUNCTION TRIM(WS-DATE-DISP1) " - "
               FUNCTION TRIM(WS-DATE-DISP2)
               "  " FUNCTION TRIM(WS-MSG-LBL2) " : "
               FUNCTION TRIM(MSG-NUM-OUT)
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

           IF OBL-LOT-COUNT > 1
               MOVE "DESG_PRORATE_1" TO MSG-KEY
               MOVE "(前回付与と期間が重なるため"
                   TO MSG-TEXT
               PERFORM MSG-TEXT-RTN
               MOVE MSG-TEXT TO WS-MSG-LBL1
               MOVE "DESG_PRORATE_2" TO MSG-KEY
               MOVE "か月を通算し按分)" TO MSG-TEXT
               PERFORM MSG-TEXT-RTN
               MOVE SPACE TO PRINT-REC
               STRING FUNCTION TRIM(WS-MSG-LBL1) " "
                   OBL-MONTHS FUNCTION TRIM(MSG-TEXT)
                   DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
           END-IF.

      ******************************************************************
       ENQUEUE-HEARING-RTN.
      ******************************************************************
      *    意見聴取の通知を1件積む(本文は聴取番号・候補日・回答期限)。
           PERFORM ENSURE-NOTIFY-TABLE-RTN.
           MOVE "HEARING" TO WS-NQ-TYPE.
           MOVE "NQ_HEARING" TO MSG-KEY.
           MOVE "時季指定の意見聴取 No." TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-MSG-LBL1.
           MOVE "HEAR_DEADLINE" TO MSG-KEY.
           MOVE "回答期限" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-MSG-LBL2.
           MOVE "LBL_CAND_DATE" TO MSG-KEY.
           MOVE "候補日" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-MSG-LBL3.
           MOVE WS-DEADLINE TO MSG-DATE-IN.
           PERFORM MSG-DATE-RTN.
           MOVE SPACE TO WS-NQ-TEXT.
           STRING FUNCTION TRIM(WS-MSG-LBL1) WS-HEARING-ID
               " " FUNCTION TRIM(WS-MSG-LBL2) " "
               FUNCTION TRIM(MSG-DATE-OUT)
               " " FUNCTION TRIM(WS-MSG-LBL3) " "
               WS-CAND-LIST
               DELIMITED BY SIZE INTO WS-NQ-TEXT.

           EXEC SQL
               INSERT INTO NOTIFY_QUEUE
                   (N_EMP_ID, NOTIFY_TYPE, NOTIFY_TEXT)
               VALUES (:EMP-ID, :WS-NQ-TYPE, :WS-NQ-TEXT)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       READ-RESPONSES-RTN.
      ******************************************************************
      *    回答ファイルを読み、回答待ちの聴取に回答を記録する。
      *    ファイルが無い日は回答なしとして先へ進む(期限を過ぎた
      *    聴取は提案どおりに指定する)。
           OPEN INPUT RESP-FILE.
           IF WS-RESP-STATUS NOT = "00"
               DISPLAY "*** DESIGRESP がありません。"
                   "回答の取込を省略します ***"
           ELSE
               MOVE "N" TO WS-EOF-SW
               READ RESP-FILE
                   AT END MOVE "Y" TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   PERFORM LOAD-ONE-RESPONSE-RTN
                   READ RESP-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE RESP-FILE
           END-IF.

      ******************************************************************
       LOAD-ONE-RESPONSE-RTN.
      ******************************************************************
      *    聴取番号と社員IDが合い、回答待ちの聴取だけを受け付ける。
           MOVE ZERO TO WS-HEARING-ID.
           IF RESP-HEARING-ID IS NUMERIC
               MOVE RESP-HEARING-ID TO WS-HEARING-ID
           END-IF.
           MOVE RESP-EMP-ID TO WS-RESP-EMP-ID.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-HEARING-COUNT
               FROM DESIG_HEARING
               WHERE HEARING_ID = :WS-HEARING-ID
                 AND HR_EMP_ID = :WS-RESP-EMP-ID
                 AND HEARING_STATUS = 'OPEN'
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF FUNCTION NUMVAL(WS-HEARING-COUNT) = 0
              OR (RESP-TYPE NOT = "A" AND RESP-TYPE NOT = "P")
               DISPLAY "*** 回答を受け付けません: "
                   RESP-HEARING-ID " " RESP-EMP-ID " " RESP-TYPE
               ADD 1 TO WS-RESP-SKIP-COUNT
           ELSE
               PERFORM RECORD-ONE-RESPONSE-RTN
           END-IF.

      ******************************************************************
       RECORD-ONE-RESPONSE-RTN.
      ******************************************************************
           IF RESP-TYPE = "P"
               MOVE "PREFER" TO WS-RESPONSE-TYPE
           ELSE
               MOVE "ACCEPT" TO WS-RESPONSE-TYPE
           END-IF.
           MOVE "N" TO WS-DATE-VALID-SW.
           IF RESP-RECV-DATE IS NUMERIC
               MOVE RESP-RECV-DATE TO WS-PREF-DATE-NUM
               CALL "DATE-CHK" USING WS-PREF-DATE-NUM
                                     WS-DATE-VALID-SW
           END-IF.
           IF NOT WS-DATE-VALID
               MOVE WS-TODAY-NUM TO WS-PREF-DATE-NUM
           END-IF.
           MOVE SPACE TO WS-RESPONSE-DATE.
           STRING WS-PREF-DATE-NUM(1:4) "-" WS-PREF-DATE-NUM(5:2) "-"
               WS-PREF-DATE-NUM(7:2) INTO WS-RESPONSE-DATE.

           EXEC SQL
               UPDATE DESIG_HEARING
               SET HEARING_STATUS = 'RESPONDED',
                   RESPONSE_TYPE = :WS-RESPONSE-TYPE,
                   RESPONSE_DATE = CAST(:WS-RESPONSE-DATE AS DATE)
               WHERE HEARING_ID = :WS-HEARING-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           ADD 1 TO WS-RESP-COUNT.

           IF RESP-TYPE = "P"
               PERFORM VARYING WS-PREF-IDX FROM 1 BY 1
                       UNTIL WS-PREF-IDX > 10
                   IF RESP-PREF-DATE(WS-PREF-IDX) NOT = SPACE
                       PERFORM RECORD-PREF-DATE-RTN
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
       RECORD-PREF-DATE-RTN.
      ******************************************************************
      *    実在しない日付は記録しない(有効性は実行時に判定する)。
           MOVE "N" TO WS-DATE-VALID-SW.
           IF RESP-PREF-DATE(WS-PREF-IDX) IS NUMERIC
               MOVE RESP-PREF-DATE(WS-PREF-IDX) TO WS-PREF-DATE-NUM
               CALL "DATE-CHK" USING WS-PREF-DATE-NUM
                                     WS-DATE-VALID-SW
           END-IF.
           IF WS-DATE-VALID
               MOVE SPACE TO WS-GIVEN-DATE
               STRING WS-PREF-DATE-NUM(1:4) "-"
                   WS-PREF-DATE-NUM(5:2) "-"
                   WS-PREF-DATE-NUM(7:2) INTO WS-GIVEN-DATE
               EXEC SQL
                   INSERT INTO DESIG_HEARING_DATE
                       (HD_HEARING_ID, HD_KIND, HD_DATE)
                   VALUES (:WS-HEARING-ID, 'R',
                           CAST(:WS-GIVEN-DATE AS DATE))
                   ON CONFLICT (HD_HEARING_ID, HD_KIND, HD_DATE)
                   DO NOTHING
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
           ELSE
               DISPLAY "*** 希望日が不正です: " RESP-HEARING-ID
                   " " RESP-PREF-DATE(WS-PREF-IDX)
           END-IF.

      ******************************************************************
       EXECUTE-HEARINGS-RTN.
      ******************************************************************
      *    回答済み、または回答期限を過ぎた聴取を順に実行する。
      *    更新はループ内で行い、COMMITはカーソルを閉じた後に
      *    まとめて行う。
           EXEC SQL
               DECLARE EH_CURSOR CURSOR FOR
               SELECT H.HEARING_ID, H.HR_EMP_ID,
                      COALESCE(E.EMP_NAME,' '), H.HR_BALANCE_ID,
                      TO_CHAR(B.GRANT_DAYS,'YYYY-MM-DD'),
                      TO_CHAR(H.NOTICE_DATE,'YYYY-MM-DD'),
                      COALESCE(H.RESPONSE_TYPE,'NONE')
               FROM DESIG_HEARING H
               INNER JOIN PL_BALANCE B
                   ON B.BALANCE_ID = H.HR_BALANCE_ID
               LEFT JOIN EMP_MASTER E
                   ON E.EMP_ID = H.HR_EMP_ID
               WHERE H.HEARING_STATUS = 'RESPONDED'
                  OR (H.HEARING_STATUS = 'OPEN'
                      AND H.REPLY_DEADLINE < CURRENT_DATE)
               ORDER BY H.HR_EMP_ID ASC, H.HEARING_ID ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN EH_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH EH_CURSOR
                   INTO :WS-HEARING-ID, :EMP-ID, :EMP-NAME,
                        :BALANCE-ID, :GRANT-DAYS, :WS-NOTICE-DATE,
                        :WS-RESPONSE-TYPE
               END-EXEC
               IF SQLCODE = 0
                   PERFORM EXECUTE-ONE-HEARING
                   MOVE ZERO TO SQLCODE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE EH_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       EXECUTE-ONE-HEARING.
      ******************************************************************
      *    実行時点の消化で義務期間を判定し直し、まだ不足があれば
      *    指定する。聴取後に本人が取得して不足が無くなっていれば
      *    指定しない(NONEED)。
           MOVE ZERO TO WS-BOOKED-COUNT.
           MOVE BALANCE-ID TO OBL-BALANCE-ID.
           CALL "OBLIG-PERIOD" USING SQLCA OBL-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           MOVE OBL-USED TO WS-USED-DAYS-NUM.
           IF OBL-LOT-COUNT = 0
              OR WS-USED-DAYS-NUM >= OBL-REQUIRED
               MOVE "NONEED" TO WS-HEARING-RESULT
               ADD 1 TO WS-NONEED-COUNT
               DISPLAY "指定不要(消化済) : " EMP-ID " "
                   BALANCE-ID
           ELSE
               PERFORM GET-EMP-PATTERN-RTN
               PERFORM DESIGNATE-ONE-LOT
           END-IF.

           EXEC SQL
               UPDATE DESIG_HEARING
               SET HEARING_STATUS = :WS-HEARING-RESULT,
                   RESPONSE_TYPE = :WS-RESPONSE-TYPE,
                   DESIGNATED_COUNT = :WS-BOOKED-COUNT,
                   EXECUTED_AT = CURRENT_TIMESTAMP
               WHERE HEARING_ID = :WS-HEARING-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       DESIGNATE-ONE-LOT.
      ******************************************************************
      *    不足日数を切り上げた日数分の取得日を、本人の希望日、
      *    意見聴取で提案した候補日、翌営業日からの自動選定の順に
      *    指定する。取得日は5日取得義務の期間内(通常は付与日から
      *    1年以内、通算した場合はその期間内)でなければならない。
           COMPUTE WS-SHORT-DAYS-NUM = OBL-REQUIRED - WS-USED-DAYS-NUM.
           COMPUTE WS-BOOK-COUNT =
               FUNCTION INTEGER-PART(WS-SHORT-DAYS-NUM).
           IF WS-BOOK-COUNT < WS-SHORT-DAYS-NUM
               ADD 1 TO WS-BOOK-COUNT
           END-IF.

      *    指定できるのは義務期間の末日まで(OBL-LIMITは末日の翌日)。
           MOVE OBL-LIMIT(1:4) TO WS-LIMIT-DATE-NUM(1:4).
           MOVE OBL-LIMIT(6:2) TO WS-LIMIT-DATE-NUM(5:2).
           MOVE OBL-LIMIT(9:2) TO WS-LIMIT-DATE-NUM(7:2).

           IF WS-LIMIT-DATE-NUM <= WS-TODAY-NUM
      *        義務期間を既に過ぎたロットは指定できない。
               DISPLAY "指定不能(期間経過) : " EMP-ID " "
                   BALANCE-ID
               MOVE "LAPSED" TO WS-HEARING-RESULT
           ELSE
               ADD 1 TO WS-EMP-COUNT
               PERFORM SET-EMP-LANG-RTN
               PERFORM WRITE-NOTICE-HEADER
               MOVE ZERO TO WS-BOOKED-COUNT
               IF WS-RESPONSE-TYPE = "PREFER"
                   MOVE "R" TO WS-HD-KIND
                   PERFORM BOOK-GIVEN-DATES-RTN
               END-IF
               MOVE "P" TO WS-HD-KIND
               PERFORM BOOK-GIVEN-DATES-RTN
               MOVE "A" TO WS-HD-SOURCE
               MOVE WS-TODAY-NUM TO WS-CAND-DATE-NUM
               PERFORM UNTIL WS-BOOKED-COUNT >= WS-BOOK-COUNT
                       OR WS-CAND-DATE-NUM >= WS-LIMIT-DATE-NUM
                   PERFORM ADVANCE-TO-NEXT-BUSINESS-DAY
                       BALANCE-ID " 指定済 " WS-BOOKED-COUNT
                       "/" WS-BOOK-COUNT
               END-IF
               MOVE "EXECUTED" TO WS-HEARING-RESULT
           END-IF.

      ******************************************************************
       BOOK-GIVEN-DATES-RTN.
      ******************************************************************
      *    聴取に記録した日(R=本人の希望日、P=提案した候補日)を
      *    日付順に検査し、指定できる日から指定する。営業日でない
      *    日・期間外の日・既に予定のある日は飛ばす。
           MOVE WS-HD-KIND TO WS-HD-SOURCE.
           EXEC SQL
               DECLARE GD_CURSOR CURSOR FOR
               SELECT TO_CHAR(HD_DATE,'YYYY-MM-DD')
               FROM DESIG_HEARING_DATE
               WHERE HD_HEARING_ID = :WS-HEARING-ID
                 AND HD_KIND = :WS-HD-KIND
               ORDER BY HD_DATE ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN GD_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
                   OR WS-BOOKED-COUNT >= WS-BOOK-COUNT
               EXEC SQL
                   FETCH GD_CURSOR
                   INTO :WS-GIVEN-DATE
               END-EXEC
               IF SQLCODE = 0
                   PERFORM TRY-GIVEN-DATE-RTN
                   MOVE ZERO TO SQLCODE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE GD_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       TRY-GIVEN-DATE-RTN.
      ******************************************************************
           MOVE WS-GIVEN-DATE(1:4) TO WS-CAND-DATE-NUM(1:4).
           MOVE WS-GIVEN-DATE(6:2) TO WS-CAND-DATE-NUM(5:2).
           MOVE WS-GIVEN-DATE(9:2) TO WS-CAND-DATE-NUM(7:2).
           IF WS-CAND-DATE-NUM > WS-TODAY-NUM
              AND WS-CAND-DATE-NUM < WS-LIMIT-DATE-NUM
               PERFORM CHECK-WEEKEND-HOLIDAY
               IF WS-CAND-OK
                   MOVE WS-GIVEN-DATE TO WS-CAND-DATE
                   PERFORM CHECK-CANDIDATE-DATE
                   IF WS-CAND-OK
                       PERFORM BOOK-ONE-DESIGNATION
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
       BOOK-ONE-DESIGNATION.
      ******************************************************************
      *    候補日1日分をDESIGNATE区分で書き込み、ロットの残日数を
      *    取り崩す。義務期間の付与日の範囲にある同種別のロットの
      *    うち、残日数が1日以上ある付与日の古いものから取り崩す
      *    (通算しない期間では判定したロット自身)。残日数が尽きた
      *    ら指定できない。
           EXEC SQL
               SELECT COALESCE(
                   (SELECT BALANCE_ID FROM PL_BALANCE
                    WHERE B_EMP_ID = :EMP-ID
                      AND LEAVE_TYPE IN
                          (SELECT LEAVE_TYPE FROM LEAVE_TYPE_MASTER
                           WHERE COUNT_5DAY = 'Y')
                      AND GRANT_DAYS >= CAST(:OBL-START AS DATE)
                      AND GRANT_DAYS <=
                          CAST(:OBL-LAST-GRANT AS DATE)
                      AND HOLD_DAYS >= 1
                    ORDER BY GRANT_DAYS ASC, BALANCE_ID ASC
                    LIMIT 1),' ')
               INTO :WS-DRAW-BALANCE-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF WS-DRAW-BALANCE-ID = SPACE
               MOVE WS-BOOK-COUNT TO WS-BOOKED-COUNT
               DISPLAY "残日数不足のため指定打切り : "
                   EMP-ID " " BALANCE-ID
           ELSE
               EXEC SQL
                   SELECT HOLD_DAYS
                   INTO :HOLD-DAYS
                   FROM PL_BALANCE
                   WHERE BALANCE_ID = :WS-DRAW-BALANCE-ID
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               MOVE FUNCTION NUMVAL(HOLD-DAYS) TO WS-HOLD-DAYS-NUM
               COMPUTE WS-NEW-HOLD-DAYS = WS-HOLD-DAYS-NUM - 1
               EXEC SQL
                   UPDATE PL_BALANCE
                   SET HOLD_DAYS = :WS-NEW-HOLD-DAYS,
                       LAST_UPD_DATE = CURRENT_DATE
                   WHERE BALANCE_ID = :WS-DRAW-BALANCE-ID
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
                       (HISTORY_ID, H_BALANCE_ID, ACQ_DATE, ACQ_DAYS,
                        INSERT_DATETIME, TRANSACTION_TYPE)
                   VALUES
                       (:HISTORY-ID, :WS-DRAW-BALANCE-ID,
                        :WS-CAND-DATE, :WS-DESIG-DAYS-NUM,
                        CURRENT_TIMESTAMP, 'DESIGNATE')
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF

               ADD 1 TO WS-BOOKED-COUNT
               ADD 1 TO WS-DESIG-TOTAL
               PERFORM RECORD-FINAL-DATE-RTN
               PERFORM WRITE-NOTICE-DATE-LINE
               PERFORM ENQUEUE-NOTIFY-RTN
           END-IF.

      ******************************************************************
       RECORD-FINAL-DATE-RTN.
      ******************************************************************
      *    確定した指定日を聴取の証跡に残す(HD_SOURCE R=希望日、
      *    P=提案日、A=自動選定)。
           EXEC SQL
               INSERT INTO DESIG_HEARING_DATE
                   (HD_HEARING_ID, HD_KIND, HD_DATE, HD_SOURCE)
               VALUES (:WS-HEARING-ID, 'F',
                       CAST(:WS-CAND-DATE AS DATE), :WS-HD-SOURCE)
               ON CONFLICT (HD_HEARING_ID, HD_KIND, HD_DATE)
               DO NOTHING
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       ENQUEUE-NOTIFY-RTN.
      ******************************************************************
      *    通知キュー(NOTIFY_QUEUE)へ1件積む。従来の印刷ファイルは
      *    そのまま出力し、宛先別の配付はNOTIFY_DISPが行う。
           PERFORM ENSURE-NOTIFY-TABLE-RTN.

           MOVE "DESIGNATE" TO WS-NQ-TYPE.
           MOVE "NQ_DESIGNATE" TO MSG-KEY.
           MOVE "時季指定日" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-MSG-LBL1.
           MOVE "LBL_TARGET_GRANT" TO MSG-KEY.
           MOVE "対象付与日" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-MSG-LBL2.
           MOVE WS-CAND-DATE TO MSG-DATE-IN.
           PERFORM MSG-DATE-RTN.
           MOVE MSG-DATE-OUT TO WS-DATE-DISP1.
           MOVE GRANT-DAYS TO MSG-DATE-IN.
           PERFORM MSG-DATE-RTN.
           MOVE SPACE TO WS-NQ-TEXT.
           STRING FUNCTION TRIM(WS-MSG-LBL1) " "
               FUNCTION TRIM(WS-DATE-DISP1)
               " " FUNCTION TRIM(WS-MSG-LBL2) " "
               FUNCTION TRIM(MSG-DATE-OUT)
               DELIMITED BY SIZE INTO WS-NQ-TEXT.

           EXEC SQL
               INSERT INTO NOTIFY_QUEUE
                   (N_EMP_ID, NOTIFY_TYPE, NOTIFY_TEXT)
               VALUES (:EMP-ID, :WS-NQ-TYPE, :WS-NQ-TEXT)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       ENSURE-NOTIFY-TABLE-RTN.
      ******************************************************************
           EXEC SQL
               CREATE TABLE IF NOT EXISTS NOTIFY_QUEUE
               (
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       WRITE-NOTICE-HEADER.
      ******************************************************************
      *    1人分の時季指定通知書の見出しを出力する。
      *    見出しは本人の希望言語(SET-EMP-LANG-RTNで設定済み)。
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "DESG_TITLE" TO MSG-KEY.
           MOVE SPACE TO MSG-TEXT.
           STRING "年次有給休暇の時季指定について"
               "(通知)"
               DELIMITED BY SIZE INTO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM WRITE-OBLIG-LINES-RTN.
           EVALUATE WS-RESPONSE-TYPE
               WHEN "PREFER"
                   MOVE "DESG_RESP_PREFER" TO MSG-KEY
                   MOVE "希望日あり" TO MSG-TEXT
               WHEN "ACCEPT"
                   MOVE "DESG_RESP_ACCEPT" TO MSG-KEY
                   MOVE "提案どおり" TO MSG-TEXT
               WHEN OTHER
                   MOVE "DESG_RESP_NONE" TO MSG-KEY
                   MOVE "回答期限までに回答なし" TO MSG-TEXT
           END-EVALUATE.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-RESP-DISP.
           MOVE "HEAR_NO" TO MSG-KEY.
           MOVE "意見聴取 No." TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-MSG-LBL1.
           MOVE "LBL_RESPONSE" TO MSG-KEY.
           MOVE "回答" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-MSG-LBL2.
           MOVE WS-NOTICE-DATE TO MSG-DATE-IN.
           PERFORM MSG-DATE-RTN.
           MOVE SPACE TO PRINT-REC.
           STRING FUNCTION TRIM(WS-MSG-LBL1) WS-HEARING-ID " ("
               FUNCTION TRIM(MSG-DATE-OUT) ")  "
               FUNCTION TRIM(WS-MSG-LBL2) " : "
               FUNCTION TRIM(WS-RESP-DISP)
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "DESG_STATEMENT" TO MSG-KEY.
           MOVE "下記の日を取得日として指定します。"
               TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO PRINT-REC.
           WRITE PRINT-REC.

      ******************************************************************
       WRITE-NOTICE-DATE-LINE.
      ******************************************************************
           MOVE "LBL_DESIG_DATE" TO MSG-KEY.
           MOVE "指定日" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-MSG-LBL1.
           MOVE WS-CAND-DATE TO MSG-DATE-IN.
           PERFORM MSG-DATE-RTN.
           MOVE SPACE TO PRINT-REC.
           STRING "    " FUNCTION TRIM(WS-MSG-LBL1) " : "
               FUNCTION TRIM(MSG-DATE-OUT)
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

      ******************************************************************
       SET-EMP-LANG-RTN.
      ******************************************************************
      *    本人の希望言語(未登録は日本語)。聴取書・通知書・通知キュー
      *    の本文はこの言語で出す。
           MOVE "L" TO MSG-FUNC.
           MOVE EMP-ID TO MSG-EMP-ID.
           CALL "MSG-LOOKUP" USING SQLCA MSG-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           MOVE MSG-LANG TO WS-EMP-LANG.

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
       ENSURE-HEARING-TABLES-RTN.
      ******************************************************************
      *    意見聴取の記録。1聴取1行(義務期間の先頭ロット単位)と、
      *    聴取に関わる日付(HD_KIND P=提案した候補日、R=本人の
      *    希望日、F=確定した指定日)。管理簿の証跡として消さない。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS DESIG_HEARING
               (
                   HEARING_ID       BIGINT NOT NULL,
                   HR_EMP_ID        VARCHAR(6) NOT NULL,
                   HR_BALANCE_ID    VARCHAR(12) NOT NULL,
                   OBL_START        DATE NOT NULL,
                   OBL_END          DATE NOT NULL,
                   REQUIRED_DAYS    DECIMAL(3,1) NOT NULL,
                   USED_DAYS        DECIMAL(3,1) NOT NULL,
                   SHORT_DAYS       DECIMAL(3,1) NOT NULL,
                   PROPOSED_COUNT   SMALLINT NOT NULL DEFAULT 0,
                   NOTICE_DATE      DATE NOT NULL
                                     DEFAULT CURRENT_DATE,
                   REPLY_DEADLINE   DATE NOT NULL,
                   HEARING_STATUS   VARCHAR(10) NOT NULL
                                     DEFAULT 'OPEN',
                   RESPONSE_TYPE    VARCHAR(6),
                   RESPONSE_DATE    DATE,
                   DESIGNATED_COUNT SMALLINT NOT NULL DEFAULT 0,
                   EXECUTED_AT      TIMESTAMP,
                   CONSTRAINT DHR_0 PRIMARY KEY (HEARING_ID)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS DESIG_HEARING_DATE
               (
                   HD_HEARING_ID    BIGINT NOT NULL,
                   HD_KIND          CHAR(1) NOT NULL,
                   HD_DATE          DATE NOT NULL,
                   HD_SOURCE        CHAR(1),
                   CONSTRAINT DHD_0 PRIMARY KEY
                       (HD_HEARING_ID, HD_KIND, HD_DATE)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE SEQUENCE IF NOT EXISTS DESIG_HEARING_SEQ
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       READ-REPLY-DAYS-RTN.
      ******************************************************************
      *    回答期限の日数をPLM_CONFIGから読む(未設定は7日)。
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CFG-COUNT
               FROM PLM_CONFIG
               WHERE CONFIG_KEY = 'DESIG_REPLY_DAYS'
                 AND COMPANY_CODE = :WS-COMPANY
                 AND EFFECTIVE_FROM <= CURRENT_DATE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-CFG-COUNT) > 0
               EXEC SQL
                   SELECT CONFIG_VALUE
                   INTO :WS-REPLY-DAYS
                   FROM PLM_CONFIG
                   WHERE CONFIG_KEY = 'DESIG_REPLY_DAYS'
                     AND COMPANY_CODE = :WS-COMPANY
                     AND EFFECTIVE_FROM <= CURRENT_DATE
                   ORDER BY EFFECTIVE_FROM DESC
                   LIMIT 1
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               IF WS-REPLY-DAYS IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-REPLY-DAYS)
                       TO WS-REPLY-DAYS-NUM
               END-IF
           END-IF.

      ******************************************************************
       GET-NEXT-HISTORY-ID.
      ******************************************************************
               INTO :WS-NEXT-HISTORY-ID
           END-EXEC.

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
       WRITE-ERROR-LOG.
      ******************************************************************
