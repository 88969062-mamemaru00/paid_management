      ******************************************************************
      *    DEPT_MASTERテーブルの1行を保持するホスト変数群。
      *    部門マスタを参照・更新する全プログラムで共有する。
      *    日付はYYYY-MM-DD。有効終了日の空白は期限なし。
      *    上位部門の空白は最上位(事業部)を表す。
      *    公開区分はグループカレンダーへの休暇予定の公開(Y/N)。
      ******************************************************************
       01  DEPT-REC-VARS.
           03  DM-DEPT-CODE         PIC  X(6).
           03  DM-DEPT-NAME         PIC  X(40).
           03  DM-PARENT-DEPT       PIC  X(6).
           03  DM-MANAGER-ID        PIC  X(6).
           03  DM-VALID-FROM        PIC  X(10).
           03  DM-VALID-TO          PIC  X(10).
           03  DM-CAL-EXPORT        PIC  X(1).
