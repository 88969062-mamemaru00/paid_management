      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 MSG-LOOKUP.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    社員向け文書(取得状況明細・付与のお知らせ・失効予告・
      *    時季指定の通知など)を本人の希望言語で出すための共通
      *    サブプログラム。文書を書く各プログラムが、呼び出し元の
      *    SQLCAと受け渡し領域(COPY MSGREC)を渡してCALLする
      *    (結果は呼び出し元のSQLCODEで判定する)。
      *    文言は文言マスタ(MSG_TEXT: 文言キー×言語)、日付書式と
      *    小数点記号は言語マスタ(LANG_MASTER)から引く。希望言語は
      *    配付先希望(NOTIFY_PREF)のLANG_CODEで、既定は日本語。
      *    法定文言(LEGAL_FLAG='Y')は人事が承認した行(APPROVED_AT
      *    あり)だけを使い、承認前の翻訳は出さずに日本語で出す。
      *    文言・言語の登録と承認はMSG_MAINTで行う。
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       WORKING-STORAGE             SECTION.
      *    テーブルの作成は実行単位の最初の呼び出しで1回だけ行う。
           01  WS-TABLES-SW            PIC X(1) VALUE "N".
               88  WS-TABLES-READY         VALUE "Y".
      *    直前に引いた言語の小数点記号(数値のたびに引き直さない)。
           01  WS-CACHE-LANG           PIC X(2) VALUE SPACE.
           01  WS-CACHE-DECIMAL        PIC X(1) VALUE ".".
           01  WS-NUM-EDIT             PIC -(5)9.9.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  WS-ML-EMP-ID            PIC  X(6).
           01  WS-ML-LANG              PIC  X(2).
           01  WS-ML-KEY               PIC  X(20).
           01  WS-ML-TEXT              PIC  X(120).
           01  WS-ML-DATE-IN           PIC  X(10).
           01  WS-ML-DATE-OUT          PIC  X(20).
           01  WS-ML-COUNT             PIC  X(8).
           01  WS-ML-DECIMAL           PIC  X(1).
           EXEC SQL END DECLARE SECTION END-EXEC.

       LINKAGE                     SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY MSGREC.

      ******************************************************************
       PROCEDURE                   DIVISION USING SQLCA
                                                  MSG-PARM-VARS.
      ******************************************************************
       MAIN-RTN.
           IF NOT WS-TABLES-READY
               PERFORM ENSURE-MSG-TABLES-RTN
           END-IF.
           IF MSG-LANG = SPACE
               MOVE "JA" TO MSG-LANG
           END-IF.

           IF SQLCODE = ZERO
               EVALUATE MSG-FUNC
                   WHEN "L"
                       PERFORM RESOLVE-LANG-RTN
                   WHEN "T"
                       PERFORM GET-TEXT-RTN
                   WHEN "D"
                       PERFORM EDIT-DATE-RTN
                   WHEN "N"
                       PERFORM EDIT-NUMBER-RTN
               END-EVALUATE
           END-IF.

           GOBACK.

      ******************************************************************
       ENSURE-MSG-TABLES-RTN.
      ******************************************************************
      *    DB/MSG_TEXTを流す前の環境でも文書が止まらないよう、
      *    テーブルと日本語の言語行だけは用意しておく。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS LANG_MASTER
               (
                   LANG_CODE      VARCHAR(2) NOT NULL,
                   LANG_NAME      VARCHAR(20) NOT NULL,
                   DATE_FORMAT    VARCHAR(20) NOT NULL
                                   DEFAULT 'YYYY-MM-DD',
                   DECIMAL_CHAR   CHAR(1) NOT NULL DEFAULT '.',
                   LM_UPDATED_AT  TIMESTAMP NOT NULL
                                   DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT LNGM_0 PRIMARY KEY (LANG_CODE)
               )
           END-EXEC.
           IF SQLCODE = ZERO
               EXEC SQL
                   CREATE TABLE IF NOT EXISTS MSG_TEXT
                   (
                       MSG_KEY        VARCHAR(20) NOT NULL,
                       LANG_CODE      VARCHAR(2) NOT NULL,
                       MSG_TEXT       VARCHAR(120) NOT NULL,
                       LEGAL_FLAG     CHAR(1) NOT NULL DEFAULT 'N',
                       MT_UPDATED_BY  VARCHAR(10),
                       MT_UPDATED_AT  TIMESTAMP NOT NULL
                                       DEFAULT CURRENT_TIMESTAMP,
                       APPROVED_BY    VARCHAR(10),
                       APPROVED_AT    TIMESTAMP,
                       CONSTRAINT MSGT_0 PRIMARY KEY
                           (MSG_KEY, LANG_CODE)
                   )
               END-EXEC
           END-IF.
           IF SQLCODE = ZERO
               EXEC SQL
                   CREATE TABLE IF NOT EXISTS NOTIFY_PREF
                   (
                       P_EMP_ID     VARCHAR(6) NOT NULL,
                       DELIVERY     VARCHAR(6) NOT NULL
                                     DEFAULT 'PRINT',
                       PREF_UPDATED_AT TIMESTAMP NOT NULL
                                     DEFAULT CURRENT_TIMESTAMP,
                       CONSTRAINT NTFP_0 PRIMARY KEY (P_EMP_ID)
                   )
               END-EXEC
           END-IF.
           IF SQLCODE = ZERO
               EXEC SQL
                   ALTER TABLE NOTIFY_PREF
                       ADD COLUMN IF NOT EXISTS LANG_CODE VARCHAR(2)
                           NOT NULL DEFAULT 'JA'
               END-EXEC
           END-IF.
           IF SQLCODE = ZERO
               EXEC SQL
                   INSERT INTO LANG_MASTER
                       (LANG_CODE, LANG_NAME, DATE_FORMAT,
                        DECIMAL_CHAR)
                   VALUES ('JA', 'JAPANESE', 'YYYY-MM-DD', '.')
                   ON CONFLICT (LANG_CODE) DO NOTHING
               END-EXEC
           END-IF.
           IF SQLCODE = ZERO
               MOVE "Y" TO WS-TABLES-SW
           END-IF.

      ******************************************************************
       RESOLVE-LANG-RTN.
      ******************************************************************
      *    本人の希望言語。言語マスタに無い言語は日本語で出す。
           MOVE "JA" TO MSG-LANG.
           MOVE MSG-EMP-ID TO WS-ML-EMP-ID.
           EXEC SQL
               SELECT COUNT(*), COALESCE(MAX(P.LANG_CODE),'JA')
               INTO :WS-ML-COUNT, :WS-ML-LANG
               FROM NOTIFY_PREF P
               INNER JOIN LANG_MASTER L
                   ON L.LANG_CODE = P.LANG_CODE
               WHERE P.P_EMP_ID = :WS-ML-EMP-ID
           END-EXEC.
           IF SQLCODE = ZERO
               AND FUNCTION NUMVAL(WS-ML-COUNT) > 0
               MOVE WS-ML-LANG TO MSG-LANG
           END-IF.

      ******************************************************************
       GET-TEXT-RTN.
      ******************************************************************
      *    希望言語の行を優先し、無ければ日本語の行を使う。法定文言
      *    は承認済みの行だけが対象。どちらも無ければ呼び出し元の
      *    既定文言をそのまま返す。
           MOVE MSG-LANG TO WS-ML-LANG.
           MOVE MSG-KEY  TO WS-ML-KEY.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-ML-COUNT
               FROM MSG_TEXT
               WHERE MSG_KEY = :WS-ML-KEY
                 AND LANG_CODE IN (:WS-ML-LANG, 'JA')
                 AND (LEGAL_FLAG = 'N' OR APPROVED_AT IS NOT NULL)
           END-EXEC.
           IF SQLCODE = ZERO
               AND FUNCTION NUMVAL(WS-ML-COUNT) > 0
               EXEC SQL
                   SELECT MSG_TEXT
                   INTO :WS-ML-TEXT
                   FROM MSG_TEXT
                   WHERE MSG_KEY = :WS-ML-KEY
                     AND LANG_CODE IN (:WS-ML-LANG, 'JA')
                     AND (LEGAL_FLAG = 'N'
                          OR APPROVED_AT IS NOT NULL)
                   ORDER BY CASE WHEN LANG_CODE = :WS-ML-LANG
                                 THEN 0 ELSE 1 END ASC
                   LIMIT 1
               END-EXEC
               IF SQLCODE = ZERO
                   MOVE WS-ML-TEXT TO MSG-TEXT
               END-IF
           END-IF.

      ******************************************************************
       EDIT-DATE-RTN.
      ******************************************************************
      *    YYYY-MM-DD以外(空欄・未定など)は編集せずにそのまま返す。
           MOVE MSG-DATE-IN TO MSG-DATE-OUT.
           IF MSG-DATE-IN(5:1) = "-" AND MSG-DATE-IN(8:1) = "-"
               MOVE MSG-LANG    TO WS-ML-LANG
               MOVE MSG-DATE-IN TO WS-ML-DATE-IN
               EXEC SQL
                   SELECT COUNT(*),
                          COALESCE(MAX(TO_CHAR(
                              CAST(:WS-ML-DATE-IN AS DATE),
                              DATE_FORMAT)),' ')
                   INTO :WS-ML-COUNT, :WS-ML-DATE-OUT
                   FROM LANG_MASTER
                   WHERE LANG_CODE = :WS-ML-LANG
               END-EXEC
               IF SQLCODE = ZERO
                   AND FUNCTION NUMVAL(WS-ML-COUNT) > 0
                   MOVE WS-ML-DATE-OUT TO MSG-DATE-OUT
               END-IF
           END-IF.

      ******************************************************************
       EDIT-NUMBER-RTN.
      ******************************************************************
           IF MSG-LANG NOT = WS-CACHE-LANG
               PERFORM LOAD-DECIMAL-RTN
           END-IF.
           MOVE MSG-NUM-IN TO WS-NUM-EDIT.
           MOVE FUNCTION TRIM(WS-NUM-EDIT) TO MSG-NUM-OUT.
           IF WS-CACHE-DECIMAL NOT = "."
               INSPECT MSG-NUM-OUT
                   REPLACING ALL "." BY WS-CACHE-DECIMAL
           END-IF.

      ******************************************************************
       LOAD-DECIMAL-RTN.
      ******************************************************************
           MOVE MSG-LANG TO WS-ML-LANG.
           EXEC SQL
               SELECT COUNT(*), COALESCE(MAX(DECIMAL_CHAR),'.')
               INTO :WS-ML-COUNT, :WS-ML-DECIMAL
               FROM LANG_MASTER
               WHERE LANG_CODE = :WS-ML-LANG
           END-EXEC.
           IF SQLCODE = ZERO
               MOVE MSG-LANG      TO WS-CACHE-LANG
               MOVE WS-ML-DECIMAL TO WS-CACHE-DECIMAL
           END-IF.
      ******************************************************************
