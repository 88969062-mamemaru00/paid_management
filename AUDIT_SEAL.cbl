      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 AUDIT-SEAL.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    操作者監査証跡(PL_AUDIT)の改ざん検知用ハッシュチェーンを
      *    付けるための共通サブプログラム。PL_AUDITへINSERTする
      *    各プログラムが、INSERTの直後に呼び出し元のSQLCAを渡して
      *    CALLする(結果は呼び出し元のSQLCODEで判定する)。
      *    直前にINSERTした1行(同一接続のAUDIT_IDシーケンスの
      *    CURRVAL)に、封印番号(AUDIT_SEAL_NO: 1からの連番)、
      *    直前の封印行のハッシュ(AUDIT_PREV_HASH)、および自行の
      *    内容と直前ハッシュをつないだ文字列のSHA-256
      *    (AUDIT_HASH)を書き込む。
      *    呼び出し元はINSERTの前にAUDIT-LOCKでPL_AUDITを排他
      *    ロックしておく。並行して書き込むプログラムがあっても
      *    コミット順に1本の鎖になる(ロックは呼び出し元のCOMMIT
      *    まで保持される。ここでのLOCK TABLEは取得済みのロックの
      *    確認で、待ちは生じない)。
      *    封印用の列と一意索引はDB/PL_AUDITで追加する。
      *    ハッシュ対象の並び(区切りは"|")はAUDIT_CHAINの検証と
      *    同じであること。
      *      封印番号|AUDIT_ID|AUDIT_AT(YYYYMMDDHH24MISSUS)|
      *      PROGRAM_NAME|OPERATOR_ID|A_EMP_ID|A_BALANCE_ID|
      *      A_HISTORY_ID|OLD_VALUE|NEW_VALUE|直前ハッシュ
      *    (NULLの項目は空文字、先頭行の直前ハッシュは空文字)
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       LINKAGE                     SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE                   DIVISION USING SQLCA.
      ******************************************************************
       MAIN-RTN.
           PERFORM SEAL-LAST-ROW-RTN.

           GOBACK.

      ******************************************************************
       SEAL-LAST-ROW-RTN.
      ******************************************************************
           EXEC SQL
               LOCK TABLE PL_AUDIT IN EXCLUSIVE MODE
           END-EXEC.
           IF SQLCODE = ZERO
               EXEC SQL
                   UPDATE PL_AUDIT A
                   SET AUDIT_SEAL_NO = P.SEAL_NO,
                       AUDIT_PREV_HASH = P.PREV_HASH,
                       AUDIT_HASH = ENCODE(SHA256(CONVERT_TO(
                           CAST(P.SEAL_NO AS VARCHAR) || '|' ||
                           CAST(A.AUDIT_ID AS VARCHAR) || '|' ||
                           TO_CHAR(A.AUDIT_AT,
                               'YYYYMMDDHH24MISSUS') || '|' ||
                           A.PROGRAM_NAME || '|' ||
                           A.OPERATOR_ID || '|' ||
                           COALESCE(A.A_EMP_ID,'') || '|' ||
                           COALESCE(A.A_BALANCE_ID,'') || '|' ||
                           COALESCE(A.A_HISTORY_ID,'') || '|' ||
                           COALESCE(A.OLD_VALUE,'') || '|' ||
                           COALESCE(A.NEW_VALUE,'') || '|' ||
                           P.PREV_HASH, 'UTF8')), 'hex')
                   FROM (SELECT COALESCE(MAX(S.AUDIT_SEAL_NO),0) + 1
                                    AS SEAL_NO,
                                COALESCE(
                                    (SELECT H.AUDIT_HASH
                                     FROM PL_AUDIT H
                                     WHERE H.AUDIT_SEAL_NO IS NOT NULL
                                     ORDER BY H.AUDIT_SEAL_NO DESC
                                     LIMIT 1), '') AS PREV_HASH
                         FROM PL_AUDIT S) P
                   WHERE A.AUDIT_ID = CURRVAL(
                             PG_GET_SERIAL_SEQUENCE('pl_audit',
                                                    'audit_id'))
                     AND A.AUDIT_SEAL_NO IS NULL
               END-EXEC
           END-IF.
      ******************************************************************
