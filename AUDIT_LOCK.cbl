      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 AUDIT-LOCK.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    操作者監査証跡(PL_AUDIT)へ書く前の排他ロック用の共通
      *    サブプログラム。PL_AUDITへINSERTする各プログラムが、
      *    INSERTの直前に呼び出し元のSQLCAを渡してCALLする(結果は
      *    呼び出し元のSQLCODEで判定する)。INSERTの後は従来どおり
      *    AUDIT-SEALで封印する。
      *    INSERTで行排他(ROW EXCLUSIVE)を取ってから排他ロックへ
      *    格上げすると、並行して書き込むプログラム同士(並列実行の
      *    夜間ステップなど)が互いの行排他を待ってデッドロックに
      *    なるため、最初に排他ロックを取ってから書き込む。
      *    ロックは呼び出し元のCOMMIT(またはROLLBACK)まで保持され、
      *    同じトランザクションでの2回目以降の呼び出しは待たない。
      *    PL_AUDITの読み取り(SELECT)はこのロックと競合しない。
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       LINKAGE                     SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE                   DIVISION USING SQLCA.
      ******************************************************************
       MAIN-RTN.
           EXEC SQL
               LOCK TABLE PL_AUDIT IN EXCLUSIVE MODE
           END-EXEC.

           GOBACK.
      ******************************************************************
