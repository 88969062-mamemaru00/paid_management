      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 MENU_DEF.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    操作者メニュー(PL_MENU)の定義表を作成し、既定の機能を
      *    投入する。
      *      MENU_AREA  業務区分(メニューの見出し)と表示順
      *      MENU_ITEM  機能1件。メニュー番号・業務区分・名称・
      *                 起動するプログラムと固定の起動引数・表示に
      *                 必要な権限レベル(OPERATOR_AUTHのAUTH_LEVEL)
      *      MENU_PARM  機能の起動時に入力させる引数。固定引数の後へ
      *                 入力順に並べて渡す。種別で入力を検査する:
      *                   E=社員ID(EMP_MASTERに登録あり) /
      *                   P=部門コード(DEPT_MASTERに登録あり) /
      *                   D=日付(YYYYMMDD、実在日) / M=年月(YYYYMM) /
      *                   Y=年(YYYY) / N=数字 /
      *                   C=選択(PARM_CHOICESに空白区切りで列挙) /
      *                   T=文字(空白・記号を含まないもの)
      *                 PARM_REQUIRED='N'の引数は空白で省略できる
      *                 (以降の引数も省略する)。
      *    新しいプログラムはこの表へ行を足せばメニューに出る
      *    (運用SQLでもよい)。外す場合はENABLEDを'N'にする。
      *    権限レベルは表示の絞り込みで、起動したプログラム自身の
      *    権限確認はそのまま行われる。既定行はON CONFLICTで上書き
      *    しない。
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
               "MENU_DEF".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           01  PASSWD                  PIC  X(10) VALUE SPACE.
           01  WS-MA-CODE              PIC  X(1).
           01  WS-MA-NAME              PIC  X(40).
           01  WS-MA-SEQ               PIC  X(2).
           01  WS-MI-ITEM-NO           PIC  X(3).
           01  WS-MI-NAME              PIC  X(60).
           01  WS-MI-PROGRAM           PIC  X(16).
           01  WS-MI-ARG               PIC  X(4).
           01  WS-MI-LEVEL             PIC  X(1).
           01  WS-MP-SEQ               PIC  X(1).
           01  WS-MP-PROMPT            PIC  X(60).
           01  WS-MP-KIND              PIC  X(1).
           01  WS-MP-CHOICES           PIC  X(30).
           01  WS-MP-REQUIRED          PIC  X(1).
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** MENU_DEF STARTED ***".

           PERFORM CONNECT-RTN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS MENU_AREA
               (
                   AREA_CODE      VARCHAR(1) NOT NULL,
                   AREA_NAME      VARCHAR(20) NOT NULL,
                   AREA_SEQ       SMALLINT NOT NULL DEFAULT 0,
                   CONSTRAINT MARE_0 PRIMARY KEY (AREA_CODE)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS MENU_ITEM
               (
                   ITEM_NO        VARCHAR(3) NOT NULL,
                   AREA_CODE      VARCHAR(1) NOT NULL,
                   ITEM_NAME      VARCHAR(30) NOT NULL,
                   PROGRAM_NAME   VARCHAR(16) NOT NULL,
                   FIXED_ARG      VARCHAR(4),
                   REQ_LEVEL      SMALLINT NOT NULL DEFAULT 1,
                   ENABLED        CHAR(1) NOT NULL DEFAULT 'Y',
                   CONSTRAINT MITM_0 PRIMARY KEY (ITEM_NO)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    プログラム名は12文字を超えるもの(INPUT_PROGRAM)がある
      *    ため、12文字で作成済みの表も広げておく。
           EXEC SQL
               ALTER TABLE MENU_ITEM
                   ALTER COLUMN PROGRAM_NAME TYPE VARCHAR(16)
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS MENU_PARM
               (
                   ITEM_NO        VARCHAR(3) NOT NULL,
                   PARM_SEQ       SMALLINT NOT NULL,
                   PARM_PROMPT    VARCHAR(30) NOT NULL,
                   PARM_KIND      CHAR(1) NOT NULL DEFAULT 'T',
                   PARM_CHOICES   VARCHAR(30),
                   PARM_REQUIRED  CHAR(1) NOT NULL DEFAULT 'Y',
                   CONSTRAINT MPRM_0 PRIMARY KEY (ITEM_NO, PARM_SEQ)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE "R" TO WS-MA-CODE.
           MOVE "申請・承認" TO WS-MA-NAME.
           MOVE "1" TO WS-MA-SEQ.
           PERFORM INSERT-ONE-AREA-RTN.

           MOVE "C" TO WS-MA-CODE.
           MOVE "訂正・取消" TO WS-MA-NAME.
           MOVE "2" TO WS-MA-SEQ.
           PERFORM INSERT-ONE-AREA-RTN.

           MOVE "I" TO WS-MA-CODE.
           MOVE "照会" TO WS-MA-NAME.
           MOVE "3" TO WS-MA-SEQ.
           PERFORM INSERT-ONE-AREA-RTN.

           MOVE "M" TO WS-MA-CODE.
           MOVE "マスタ保守" TO WS-MA-NAME.
           MOVE "4" TO WS-MA-SEQ.
           PERFORM INSERT-ONE-AREA-RTN.

           MOVE "P" TO WS-MA-CODE.
           MOVE "帳票・出力" TO WS-MA-NAME.
           MOVE "5" TO WS-MA-SEQ.
           PERFORM INSERT-ONE-AREA-RTN.

           MOVE "101" TO WS-MI-ITEM-NO.
           MOVE "R" TO WS-MA-CODE.
           MOVE "有給休暇の申請" TO WS-MI-NAME.
           MOVE "PL_REQ_ENTRY" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "1" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "102" TO WS-MI-ITEM-NO.
           MOVE "R" TO WS-MA-CODE.
           MOVE "時季変更の代替日の受け入れ" TO WS-MI-NAME.
           MOVE "PL_REQ_ENTRY" TO WS-MI-PROGRAM.
           MOVE "R" TO WS-MI-ARG.
           MOVE "1" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "103" TO WS-MI-ITEM-NO.
           MOVE "R" TO WS-MA-CODE.
           MOVE "申請の承認・却下" TO WS-MI-NAME.
           MOVE "PL_REQ_APPR" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "1" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "104" TO WS-MI-ITEM-NO.
           MOVE "R" TO WS-MA-CODE.
           MOVE "予約の取消" TO WS-MI-NAME.
           MOVE "PL_RESV_CXL" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "1" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "105" TO WS-MI-ITEM-NO.
           MOVE "R" TO WS-MA-CODE.
           MOVE "慶弔休暇の事由登録" TO WS-MI-NAME.
           MOVE "LIFE_EVENT" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "2" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "106" TO WS-MI-ITEM-NO.
           MOVE "R" TO WS-MA-CODE.
           MOVE "慶弔休暇の証明書類の受領" TO WS-MI-NAME.
           MOVE "LIFE_EVENT" TO WS-MI-PROGRAM.
           MOVE "E" TO WS-MI-ARG.
           MOVE "2" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "107" TO WS-MI-ITEM-NO.
           MOVE "R" TO WS-MA-CODE.
           MOVE "部門の代理承認者の登録" TO WS-MI-NAME.
           MOVE "REQ_AGING" TO WS-MI-PROGRAM.
           MOVE "P" TO WS-MI-ARG.
           MOVE "2" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "108" TO WS-MI-ITEM-NO.
           MOVE "R" TO WS-MA-CODE.
           MOVE "承認者の委任の登録" TO WS-MI-NAME.
           MOVE "REQ_AGING" TO WS-MI-PROGRAM.
           MOVE "D" TO WS-MI-ARG.
           MOVE "2" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "109" TO WS-MI-ITEM-NO.
           MOVE "R" TO WS-MA-CODE.
           MOVE "承認経路の段階の登録" TO WS-MI-NAME.
           MOVE "REQ_AGING" TO WS-MI-PROGRAM.
           MOVE "R" TO WS-MI-ARG.
           MOVE "2" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "110" TO WS-MI-ITEM-NO.
           MOVE "R" TO WS-MA-CODE.
           MOVE "年休取得計画の入力" TO WS-MI-NAME.
           MOVE "LEAVE_PLAN" TO WS-MI-PROGRAM.
           MOVE "E" TO WS-MI-ARG.
           MOVE "2" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "201" TO WS-MI-ITEM-NO.
           MOVE "C" TO WS-MA-CODE.
           MOVE "有給の訂正起票" TO WS-MI-NAME.
           MOVE "PL_CORRECT" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "3" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "202" TO WS-MI-ITEM-NO.
           MOVE "C" TO WS-MA-CODE.
           MOVE "訂正の保留リリース" TO WS-MI-NAME.
           MOVE "PL_CORRECT" TO WS-MI-PROGRAM.
           MOVE "R" TO WS-MI-ARG.
           MOVE "3" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "203" TO WS-MI-ITEM-NO.
           MOVE "C" TO WS-MA-CODE.
           MOVE "訂正の保留一覧" TO WS-MI-NAME.
           MOVE "PL_CORRECT" TO WS-MI-PROGRAM.
           MOVE "L" TO WS-MI-ARG.
           MOVE "3" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "204" TO WS-MI-ITEM-NO.
           MOVE "C" TO WS-MA-CODE.
           MOVE "特別付与" TO WS-MI-NAME.
           MOVE "SPGRANT" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "2" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "205" TO WS-MI-ITEM-NO.
           MOVE "C" TO WS-MA-CODE.
           MOVE "給与の拒否を対応済みにする" TO WS-MI-NAME.
           MOVE "PAY_ACK" TO WS-MI-PROGRAM.
           MOVE "C" TO WS-MI-ARG.
           MOVE "2" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "206" TO WS-MI-ITEM-NO.
           MOVE "C" TO WS-MA-CODE.
           MOVE "夜間ランの取消" TO WS-MI-NAME.
           MOVE "RUN_ROLLBACK" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "3" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "207" TO WS-MI-ITEM-NO.
           MOVE "C" TO WS-MA-CODE.
           MOVE "付与の再計算監査" TO WS-MI-NAME.
           MOVE "GRANT_AUDIT" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "2" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "208" TO WS-MI-ITEM-NO.
           MOVE "C" TO WS-MA-CODE.
           MOVE "退職者の精算" TO WS-MI-NAME.
           MOVE "RETIRE" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "3" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "209" TO WS-MI-ITEM-NO.
           MOVE "C" TO WS-MA-CODE.
           MOVE "有給の失効処理" TO WS-MI-NAME.
           MOVE "PL_EXPIRE" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "3" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "210" TO WS-MI-ITEM-NO.
           MOVE "C" TO WS-MA-CODE.
           MOVE "社員IDの付け替え・統合" TO WS-MI-NAME.
           MOVE "EMP_REKEY" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "3" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "211" TO WS-MI-ITEM-NO.
           MOVE "C" TO WS-MA-CODE.
           MOVE "履歴の年次アーカイブ" TO WS-MI-NAME.
           MOVE "HIST_ARCH" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "3" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "212" TO WS-MI-ITEM-NO.
           MOVE "C" TO WS-MA-CODE.
           MOVE "月次締めの登録・解除" TO WS-MI-NAME.
           MOVE "PERIOD_CLOSE" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "1" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "213" TO WS-MI-ITEM-NO.
           MOVE "C" TO WS-MA-CODE.
           MOVE "会社間の転籍・出向" TO WS-MI-NAME.
           MOVE "CO_TRANSFER" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "3" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "214" TO WS-MI-ITEM-NO.
           MOVE "C" TO WS-MA-CODE.
           MOVE "組織改編の一括異動" TO WS-MI-NAME.
           MOVE "DEPT_REORG" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "3" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "215" TO WS-MI-ITEM-NO.
           MOVE "C" TO WS-MA-CODE.
           MOVE "雇用区分変更の調整" TO WS-MI-NAME.
           MOVE "EMPTYPE_ADJ" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "1" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "216" TO WS-MI-ITEM-NO.
           MOVE "C" TO WS-MA-CODE.
           MOVE "積立年休の申込・解除" TO WS-MI-NAME.
           MOVE "PL_STORAGE" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "1" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "217" TO WS-MI-ITEM-NO.
           MOVE "C" TO WS-MA-CODE.
           MOVE "不整合の修復案の表示" TO WS-MI-NAME.
           MOVE "RECON_FIX" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "1" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "218" TO WS-MI-ITEM-NO.
           MOVE "C" TO WS-MA-CODE.
           MOVE "不整合の修復の適用" TO WS-MI-NAME.
           MOVE "RECON_FIX" TO WS-MI-PROGRAM.
           MOVE "A" TO WS-MI-ARG.
           MOVE "1" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "219" TO WS-MI-ITEM-NO.
           MOVE "C" TO WS-MA-CODE.
           MOVE "計画的付与の一斉予約" TO WS-MI-NAME.
           MOVE "PL_PLANNED" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "3" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "220" TO WS-MI-ITEM-NO.
           MOVE "C" TO WS-MA-CODE.
           MOVE "有給の個別付与" TO WS-MI-NAME.
           MOVE "INPUT_PROGRAM" TO WS-MI-PROGRAM.
           MOVE "I" TO WS-MI-ARG.
           MOVE "1" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "221" TO WS-MI-ITEM-NO.
           MOVE "C" TO WS-MA-CODE.
           MOVE "休職・復職の登録" TO WS-MI-NAME.
           MOVE "INPUT_PROGRAM" TO WS-MI-PROGRAM.
           MOVE "L" TO WS-MI-ARG.
           MOVE "1" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "222" TO WS-MI-ITEM-NO.
           MOVE "C" TO WS-MA-CODE.
           MOVE "退職者の再雇用" TO WS-MI-NAME.
           MOVE "INPUT_PROGRAM" TO WS-MI-PROGRAM.
           MOVE "R" TO WS-MI-ARG.
           MOVE "1" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "223" TO WS-MI-ITEM-NO.
           MOVE "C" TO WS-MA-CODE.
           MOVE "当日の予約の確定" TO WS-MI-NAME.
           MOVE "PAID_CALC" TO WS-MI-PROGRAM.
           MOVE "V" TO WS-MI-ARG.
           MOVE "2" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "301" TO WS-MI-ITEM-NO.
           MOVE "I" TO WS-MA-CODE.
           MOVE "社員の有給照会" TO WS-MI-NAME.
           MOVE "EMP_INQ" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "1" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "302" TO WS-MI-ITEM-NO.
           MOVE "I" TO WS-MA-CODE.
           MOVE "基準日時点の残高照会" TO WS-MI-NAME.
           MOVE "ASOF_INQ" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "1" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "303" TO WS-MI-ITEM-NO.
           MOVE "I" TO WS-MA-CODE.
           MOVE "部門カレンダーの照会" TO WS-MI-NAME.
           MOVE "DEPT_CAL" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "1" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "304" TO WS-MI-ITEM-NO.
           MOVE "I" TO WS-MA-CODE.
           MOVE "付与の単件試算" TO WS-MI-NAME.
           MOVE "PAID_CALC" TO WS-MI-PROGRAM.
           MOVE "S" TO WS-MI-ARG.
           MOVE "2" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "305" TO WS-MI-ITEM-NO.
           MOVE "I" TO WS-MA-CODE.
           MOVE "有給休暇の賃金の計算根拠" TO WS-MI-NAME.
           MOVE "PAY_EXTRACT" TO WS-MI-PROGRAM.
           MOVE "E" TO WS-MI-ARG.
           MOVE "2" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "306" TO WS-MI-ITEM-NO.
           MOVE "I" TO WS-MA-CODE.
           MOVE "社員の一覧" TO WS-MI-NAME.
           MOVE "EMP_LIST" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "1" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "307" TO WS-MI-ITEM-NO.
           MOVE "I" TO WS-MA-CODE.
           MOVE "部門の有給照会" TO WS-MI-NAME.
           MOVE "DEPT_INQ" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "1" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "308" TO WS-MI-ITEM-NO.
           MOVE "I" TO WS-MA-CODE.
           MOVE "操作者監査証跡の照会" TO WS-MI-NAME.
           MOVE "AUDIT_RPT" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "1" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "309" TO WS-MI-ITEM-NO.
           MOVE "I" TO WS-MA-CODE.
           MOVE "有給休暇の個人明細" TO WS-MI-NAME.
           MOVE "LEAVE_STMT" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "1" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "310" TO WS-MI-ITEM-NO.
           MOVE "I" TO WS-MA-CODE.
           MOVE "残高のCSV抽出" TO WS-MI-NAME.
           MOVE "CSV_EXPT" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "1" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "401" TO WS-MI-ITEM-NO.
           MOVE "M" TO WS-MA-CODE.
           MOVE "休暇種別の登録・変更" TO WS-MI-NAME.
           MOVE "LTYPE_MAINT" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "3" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "402" TO WS-MI-ITEM-NO.
           MOVE "M" TO WS-MA-CODE.
           MOVE "休暇種別の一覧" TO WS-MI-NAME.
           MOVE "LTYPE_MAINT" TO WS-MI-PROGRAM.
           MOVE "L" TO WS-MI-ARG.
           MOVE "1" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "403" TO WS-MI-ITEM-NO.
           MOVE "M" TO WS-MA-CODE.
           MOVE "部門の登録・変更" TO WS-MI-NAME.
           MOVE "DEPT_MAINT" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "3" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "404" TO WS-MI-ITEM-NO.
           MOVE "M" TO WS-MA-CODE.
           MOVE "部門の一覧" TO WS-MI-NAME.
           MOVE "DEPT_MAINT" TO WS-MI-PROGRAM.
           MOVE "L" TO WS-MI-ARG.
           MOVE "1" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "405" TO WS-MI-ITEM-NO.
           MOVE "M" TO WS-MA-CODE.
           MOVE "運用設定の登録" TO WS-MI-NAME.
           MOVE "CONFIG_MAINT" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "3" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "406" TO WS-MI-ITEM-NO.
           MOVE "M" TO WS-MA-CODE.
           MOVE "運用設定の履歴一覧" TO WS-MI-NAME.
           MOVE "CONFIG_MAINT" TO WS-MI-PROGRAM.
           MOVE "L" TO WS-MI-ARG.
           MOVE "2" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "407" TO WS-MI-ITEM-NO.
           MOVE "M" TO WS-MA-CODE.
           MOVE "付与スケジュールの登録" TO WS-MI-NAME.
           MOVE "SCHED_MAINT" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "3" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "408" TO WS-MI-ITEM-NO.
           MOVE "M" TO WS-MA-CODE.
           MOVE "祝日カレンダーの取込" TO WS-MI-NAME.
           MOVE "HOL_MAINT" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "2" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "409" TO WS-MI-ITEM-NO.
           MOVE "M" TO WS-MA-CODE.
           MOVE "部門へのカレンダー割当" TO WS-MI-NAME.
           MOVE "HOL_MAINT" TO WS-MI-PROGRAM.
           MOVE "A" TO WS-MI-ARG.
           MOVE "2" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "410" TO WS-MI-ITEM-NO.
           MOVE "M" TO WS-MA-CODE.
           MOVE "勤務パターンの登録" TO WS-MI-NAME.
           MOVE "EMP_PATTERN" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "2" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "411" TO WS-MI-ITEM-NO.
           MOVE "M" TO WS-MA-CODE.
           MOVE "取得禁止期間の登録" TO WS-MI-NAME.
           MOVE "PL_BLACKOUT" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "2" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "412" TO WS-MI-ITEM-NO.
           MOVE "M" TO WS-MA-CODE.
           MOVE "取得禁止期間の一覧" TO WS-MI-NAME.
           MOVE "PL_BLACKOUT" TO WS-MI-PROGRAM.
           MOVE "L" TO WS-MI-ARG.
           MOVE "1" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "413" TO WS-MI-ITEM-NO.
           MOVE "M" TO WS-MA-CODE.
           MOVE "部門の最少人員の登録" TO WS-MI-NAME.
           MOVE "DEPT_COVER" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "2" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "414" TO WS-MI-ITEM-NO.
           MOVE "M" TO WS-MA-CODE.
           MOVE "グループの定義" TO WS-MI-NAME.
           MOVE "BD_GROUP" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "3" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "415" TO WS-MI-ITEM-NO.
           MOVE "M" TO WS-MA-CODE.
           MOVE "グループへの従業員の割当" TO WS-MI-NAME.
           MOVE "BD_GROUP" TO WS-MI-PROGRAM.
           MOVE "E" TO WS-MI-ARG.
           MOVE "3" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "416" TO WS-MI-ITEM-NO.
           MOVE "M" TO WS-MA-CODE.
           MOVE "文言の登録・変更" TO WS-MI-NAME.
           MOVE "MSG_MAINT" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "2" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "417" TO WS-MI-ITEM-NO.
           MOVE "M" TO WS-MA-CODE.
           MOVE "法定文言の承認" TO WS-MI-NAME.
           MOVE "MSG_MAINT" TO WS-MI-PROGRAM.
           MOVE "A" TO WS-MI-ARG.
           MOVE "3" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "418" TO WS-MI-ITEM-NO.
           MOVE "M" TO WS-MA-CODE.
           MOVE "操作者の登録・変更" TO WS-MI-NAME.
           MOVE "OPER_MAINT" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "3" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "419" TO WS-MI-ITEM-NO.
           MOVE "M" TO WS-MA-CODE.
           MOVE "操作者のパスワード再設定" TO WS-MI-NAME.
           MOVE "OPER_MAINT" TO WS-MI-PROGRAM.
           MOVE "P" TO WS-MI-ARG.
           MOVE "3" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "420" TO WS-MI-ITEM-NO.
           MOVE "M" TO WS-MA-CODE.
           MOVE "操作者のロック解除" TO WS-MI-NAME.
           MOVE "OPER_MAINT" TO WS-MI-PROGRAM.
           MOVE "U" TO WS-MI-ARG.
           MOVE "3" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "421" TO WS-MI-ITEM-NO.
           MOVE "M" TO WS-MA-CODE.
           MOVE "操作者の参照範囲の追加" TO WS-MI-NAME.
           MOVE "OPER_SCOPE" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "3" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "422" TO WS-MI-ITEM-NO.
           MOVE "M" TO WS-MA-CODE.
           MOVE "比例付与の基準の設定" TO WS-MI-NAME.
           MOVE "EMP_PATTERN" TO WS-MI-PROGRAM.
           MOVE "B" TO WS-MI-ARG.
           MOVE "2" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "423" TO WS-MI-ITEM-NO.
           MOVE "M" TO WS-MA-CODE.
           MOVE "国民の祝日の生成" TO WS-MI-NAME.
           MOVE "HOL_MAINT" TO WS-MI-PROGRAM.
           MOVE "G" TO WS-MI-ARG.
           MOVE "3" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "501" TO WS-MI-ITEM-NO.
           MOVE "P" TO WS-MA-CODE.
           MOVE "給与連携の月次抽出" TO WS-MI-NAME.
           MOVE "PAY_EXTRACT" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "2" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "502" TO WS-MI-ITEM-NO.
           MOVE "P" TO WS-MA-CODE.
           MOVE "遡及訂正の調整抽出" TO WS-MI-NAME.
           MOVE "PAY_EXTRACT" TO WS-MI-PROGRAM.
           MOVE "D" TO WS-MI-ARG.
           MOVE "2" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "503" TO WS-MI-ITEM-NO.
           MOVE "P" TO WS-MA-CODE.
           MOVE "欠勤控除の連携抽出" TO WS-MI-NAME.
           MOVE "ABS_EXTRACT" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "2" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "504" TO WS-MI-ITEM-NO.
           MOVE "P" TO WS-MA-CODE.
           MOVE "有給休暇の管理簿" TO WS-MI-NAME.
           MOVE "LEDGER_RPT" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "1" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "505" TO WS-MI-ITEM-NO.
           MOVE "P" TO WS-MA-CODE.
           MOVE "通知の部門別仕分け" TO WS-MI-NAME.
           MOVE "DIST_BUNDLE" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "2" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "506" TO WS-MI-ITEM-NO.
           MOVE "P" TO WS-MA-CODE.
           MOVE "監督署調査の証拠一式" TO WS-MI-NAME.
           MOVE "INSP_PACK" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "2" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "507" TO WS-MI-ITEM-NO.
           MOVE "P" TO WS-MA-CODE.
           MOVE "証明書類の未提出一覧" TO WS-MI-NAME.
           MOVE "LIFE_EVENT" TO WS-MI-PROGRAM.
           MOVE "L" TO WS-MI-ARG.
           MOVE "1" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "508" TO WS-MI-ITEM-NO.
           MOVE "P" TO WS-MA-CODE.
           MOVE "個人データ消去の対象確認" TO WS-MI-NAME.
           MOVE "PL_PURGE" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "3" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "509" TO WS-MI-ITEM-NO.
           MOVE "P" TO WS-MA-CODE.
           MOVE "帳票の依頼受付(夜間実行)" TO WS-MI-NAME.
           MOVE "RPT_QUEUE" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "1" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "510" TO WS-MI-ITEM-NO.
           MOVE "P" TO WS-MA-CODE.
           MOVE "帳票依頼の状況一覧" TO WS-MI-NAME.
           MOVE "RPT_QUEUE" TO WS-MI-PROGRAM.
           MOVE "L" TO WS-MI-ARG.
           MOVE "1" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "511" TO WS-MI-ITEM-NO.
           MOVE "P" TO WS-MA-CODE.
           MOVE "帳票依頼の取消" TO WS-MI-NAME.
           MOVE "RPT_QUEUE" TO WS-MI-PROGRAM.
           MOVE "X" TO WS-MI-ARG.
           MOVE "1" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "512" TO WS-MI-ITEM-NO.
           MOVE "P" TO WS-MA-CODE.
           MOVE "休業手当の連携抽出" TO WS-MI-NAME.
           MOVE "SHUT_ALLOW" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "2" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "513" TO WS-MI-ITEM-NO.
           MOVE "P" TO WS-MA-CODE.
           MOVE "勤怠連携の全件送信" TO WS-MI-NAME.
           MOVE "TCLK_FEED" TO WS-MI-PROGRAM.
           MOVE "F" TO WS-MI-ARG.
           MOVE "2" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "514" TO WS-MI-ITEM-NO.
           MOVE "P" TO WS-MA-CODE.
           MOVE "勤怠連携ファイルの再送" TO WS-MI-NAME.
           MOVE "TCLK_FEED" TO WS-MI-PROGRAM.
           MOVE "R" TO WS-MI-ARG.
           MOVE "2" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "515" TO WS-MI-ITEM-NO.
           MOVE "P" TO WS-MA-CODE.
           MOVE "部門休暇カレンダーの再作成" TO WS-MI-NAME.
           MOVE "DEPT_ICAL" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "2" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "516" TO WS-MI-ITEM-NO.
           MOVE "P" TO WS-MA-CODE.
           MOVE "付与方式変更の試算" TO WS-MI-NAME.
           MOVE "GRANT_SIM" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "1" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "517" TO WS-MI-ITEM-NO.
           MOVE "P" TO WS-MA-CODE.
           MOVE "取得計画と実績の突き合わせ" TO WS-MI-NAME.
           MOVE "PLAN_RPT" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "1" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "518" TO WS-MI-ITEM-NO.
           MOVE "P" TO WS-MA-CODE.
           MOVE "時季変更権の行使状況" TO WS-MI-NAME.
           MOVE "TCHG_RPT" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "1" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "519" TO WS-MI-ITEM-NO.
           MOVE "P" TO WS-MA-CODE.
           MOVE "申請の承認状況の分析" TO WS-MI-NAME.
           MOVE "APPR_RPT" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "1" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "520" TO WS-MI-ITEM-NO.
           MOVE "P" TO WS-MA-CODE.
           MOVE "統計調査の回答票" TO WS-MI-NAME.
           MOVE "SURVEY_RPT" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "1" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "521" TO WS-MI-ITEM-NO.
           MOVE "P" TO WS-MA-CODE.
           MOVE "有給引当金の評価" TO WS-MI-NAME.
           MOVE "LIAB_RPT" TO WS-MI-PROGRAM.
           MOVE "R" TO WS-MI-ARG.
           MOVE "1" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "522" TO WS-MI-ITEM-NO.
           MOVE "P" TO WS-MA-CODE.
           MOVE "日額賃金の取込" TO WS-MI-NAME.
           MOVE "LIAB_RPT" TO WS-MI-PROGRAM.
           MOVE "L" TO WS-MI-ARG.
           MOVE "1" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "523" TO WS-MI-ITEM-NO.
           MOVE "P" TO WS-MA-CODE.
           MOVE "部門別の有給一覧" TO WS-MI-NAME.
           MOVE "DEPT_RPT" TO WS-MI-PROGRAM.
           MOVE SPACE TO WS-MI-ARG.
           MOVE "1" TO WS-MI-LEVEL.
           PERFORM INSERT-ONE-ITEM-RTN.

           MOVE "301" TO WS-MI-ITEM-NO.
           MOVE "1" TO WS-MP-SEQ.
           MOVE "社員ID" TO WS-MP-PROMPT.
           MOVE "E" TO WS-MP-KIND.
           MOVE SPACE TO WS-MP-CHOICES.
           MOVE "Y" TO WS-MP-REQUIRED.
           PERFORM INSERT-ONE-PARM-RTN.

           MOVE "302" TO WS-MI-ITEM-NO.
           MOVE "1" TO WS-MP-SEQ.
           MOVE "社員ID" TO WS-MP-PROMPT.
           MOVE "E" TO WS-MP-KIND.
           MOVE SPACE TO WS-MP-CHOICES.
           MOVE "Y" TO WS-MP-REQUIRED.
           PERFORM INSERT-ONE-PARM-RTN.

           MOVE "302" TO WS-MI-ITEM-NO.
           MOVE "2" TO WS-MP-SEQ.
           MOVE "照会日(YYYYMMDD)" TO WS-MP-PROMPT.
           MOVE "D" TO WS-MP-KIND.
           MOVE SPACE TO WS-MP-CHOICES.
           MOVE "Y" TO WS-MP-REQUIRED.
           PERFORM INSERT-ONE-PARM-RTN.

           MOVE "303" TO WS-MI-ITEM-NO.
           MOVE "1" TO WS-MP-SEQ.
           MOVE "部門コード" TO WS-MP-PROMPT.
           MOVE "P" TO WS-MP-KIND.
           MOVE SPACE TO WS-MP-CHOICES.
           MOVE "Y" TO WS-MP-REQUIRED.
           PERFORM INSERT-ONE-PARM-RTN.

           MOVE "303" TO WS-MI-ITEM-NO.
           MOVE "2" TO WS-MP-SEQ.
           MOVE "年月(YYYYMM)" TO WS-MP-PROMPT.
           MOVE "M" TO WS-MP-KIND.
           MOVE SPACE TO WS-MP-CHOICES.
           MOVE "Y" TO WS-MP-REQUIRED.
           PERFORM INSERT-ONE-PARM-RTN.

           MOVE "408" TO WS-MI-ITEM-NO.
           MOVE "1" TO WS-MP-SEQ.
           MOVE "カレンダーID(空白=COMPANY)" TO WS-MP-PROMPT.
           MOVE "T" TO WS-MP-KIND.
           MOVE SPACE TO WS-MP-CHOICES.
           MOVE "N" TO WS-MP-REQUIRED.
           PERFORM INSERT-ONE-PARM-RTN.

           MOVE "423" TO WS-MI-ITEM-NO.
           MOVE "1" TO WS-MP-SEQ.
           MOVE "対象年(YYYY)" TO WS-MP-PROMPT.
           MOVE "Y" TO WS-MP-KIND.
           MOVE SPACE TO WS-MP-CHOICES.
           MOVE "Y" TO WS-MP-REQUIRED.
           PERFORM INSERT-ONE-PARM-RTN.

           MOVE "423" TO WS-MI-ITEM-NO.
           MOVE "2" TO WS-MP-SEQ.
           MOVE "カレンダーID(空白=COMPANY)" TO WS-MP-PROMPT.
           MOVE "T" TO WS-MP-KIND.
           MOVE SPACE TO WS-MP-CHOICES.
           MOVE "N" TO WS-MP-REQUIRED.
           PERFORM INSERT-ONE-PARM-RTN.

           MOVE "501" TO WS-MI-ITEM-NO.
           MOVE "1" TO WS-MP-SEQ.
           MOVE "対象年月(YYYYMM)" TO WS-MP-PROMPT.
           MOVE "M" TO WS-MP-KIND.
           MOVE SPACE TO WS-MP-CHOICES.
           MOVE "Y" TO WS-MP-REQUIRED.
           PERFORM INSERT-ONE-PARM-RTN.

           MOVE "503" TO WS-MI-ITEM-NO.
           MOVE "1" TO WS-MP-SEQ.
           MOVE "対象年月(YYYYMM)" TO WS-MP-PROMPT.
           MOVE "M" TO WS-MP-KIND.
           MOVE SPACE TO WS-MP-CHOICES.
           MOVE "Y" TO WS-MP-REQUIRED.
           PERFORM INSERT-ONE-PARM-RTN.

           MOVE "207" TO WS-MI-ITEM-NO.
           MOVE "1" TO WS-MP-SEQ.
           MOVE "社員ID(空欄=全員)" TO WS-MP-PROMPT.
           MOVE "E" TO WS-MP-KIND.
           MOVE SPACE TO WS-MP-CHOICES.
           MOVE "N" TO WS-MP-REQUIRED.
           PERFORM INSERT-ONE-PARM-RTN.

           MOVE "512" TO WS-MI-ITEM-NO.
           MOVE "1" TO WS-MP-SEQ.
           MOVE "対象年月(YYYYMM)" TO WS-MP-PROMPT.
           MOVE "M" TO WS-MP-KIND.
           MOVE SPACE TO WS-MP-CHOICES.
           MOVE "Y" TO WS-MP-REQUIRED.
           PERFORM INSERT-ONE-PARM-RTN.

           MOVE "514" TO WS-MI-ITEM-NO.
           MOVE "1" TO WS-MP-SEQ.
           MOVE "連携番号(空白=前回分)" TO WS-MP-PROMPT.
           MOVE "N" TO WS-MP-KIND.
           MOVE SPACE TO WS-MP-CHOICES.
           MOVE "N" TO WS-MP-REQUIRED.
           PERFORM INSERT-ONE-PARM-RTN.

           MOVE "504" TO WS-MI-ITEM-NO.
           MOVE "1" TO WS-MP-SEQ.
           MOVE "再印字する年(YYYY、空白=当年)"
               TO WS-MP-PROMPT.
           MOVE "Y" TO WS-MP-KIND.
           MOVE SPACE TO WS-MP-CHOICES.
           MOVE "N" TO WS-MP-REQUIRED.
           PERFORM INSERT-ONE-PARM-RTN.

           MOVE "505" TO WS-MI-ITEM-NO.
           MOVE "1" TO WS-MP-SEQ.
           MOVE "対象ファイル(空白=WARNOUT)" TO WS-MP-PROMPT.
           MOVE "C" TO WS-MP-KIND.
           MOVE "WARNOUT STMTOUT" TO WS-MP-CHOICES.
           MOVE "N" TO WS-MP-REQUIRED.
           PERFORM INSERT-ONE-PARM-RTN.

           MOVE "506" TO WS-MI-ITEM-NO.
           MOVE "1" TO WS-MP-SEQ.
           MOVE "対象(空白=INSPLIST / D=部門指定)"
               TO WS-MP-PROMPT.
           MOVE "C" TO WS-MP-KIND.
           MOVE "D" TO WS-MP-CHOICES.
           MOVE "N" TO WS-MP-REQUIRED.
           PERFORM INSERT-ONE-PARM-RTN.

           MOVE "211" TO WS-MI-ITEM-NO.
           MOVE "1" TO WS-MP-SEQ.
           MOVE "対象年(YYYY)" TO WS-MP-PROMPT.
           MOVE "Y" TO WS-MP-KIND.
           MOVE SPACE TO WS-MP-CHOICES.
           MOVE "Y" TO WS-MP-REQUIRED.
           PERFORM INSERT-ONE-PARM-RTN.

           MOVE "309" TO WS-MI-ITEM-NO.
           MOVE "1" TO WS-MP-SEQ.
           MOVE "社員ID" TO WS-MP-PROMPT.
           MOVE "E" TO WS-MP-KIND.
           MOVE SPACE TO WS-MP-CHOICES.
           MOVE "Y" TO WS-MP-REQUIRED.
           PERFORM INSERT-ONE-PARM-RTN.

           EXEC SQL COMMIT WORK END-EXEC.

           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

           DISPLAY "*** MENU_DEF FINISHED ***".
           STOP RUN.

      ******************************************************************
       INSERT-ONE-AREA-RTN.
      ******************************************************************
           EXEC SQL
               INSERT INTO MENU_AREA
                   (AREA_CODE, AREA_NAME, AREA_SEQ)
               VALUES (:WS-MA-CODE, :WS-MA-NAME,
                       CAST(:WS-MA-SEQ AS SMALLINT))
               ON CONFLICT (AREA_CODE) DO NOTHING
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       INSERT-ONE-ITEM-RTN.
      ******************************************************************
           EXEC SQL
               INSERT INTO MENU_ITEM
                   (ITEM_NO, AREA_CODE, ITEM_NAME, PROGRAM_NAME,
                    FIXED_ARG, REQ_LEVEL)
               VALUES (:WS-MI-ITEM-NO, :WS-MA-CODE,
                       TRIM(:WS-MI-NAME), TRIM(:WS-MI-PROGRAM),
                       NULLIF(TRIM(:WS-MI-ARG),''),
                       CAST(:WS-MI-LEVEL AS SMALLINT))
               ON CONFLICT (ITEM_NO) DO NOTHING
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       INSERT-ONE-PARM-RTN.
      ******************************************************************
           EXEC SQL
               INSERT INTO MENU_PARM
                   (ITEM_NO, PARM_SEQ, PARM_PROMPT, PARM_KIND,
                    PARM_CHOICES, PARM_REQUIRED)
               VALUES (:WS-MI-ITEM-NO, CAST(:WS-MP-SEQ AS SMALLINT),
                       TRIM(:WS-MP-PROMPT), :WS-MP-KIND,
                       NULLIF(TRIM(:WS-MP-CHOICES),''),
                       :WS-MP-REQUIRED)
               ON CONFLICT (ITEM_NO, PARM_SEQ) DO NOTHING
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
