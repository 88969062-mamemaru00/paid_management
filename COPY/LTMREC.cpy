      ******************************************************************
      *    LEAVE_TYPE_MASTERテーブルの1行を保持するホスト変数群。
      *    休暇種別ごとの規則を参照する全プログラムで共有する。
      *    フラグ項目はY/Nの1桁。有効月数0は失効なし。
      ******************************************************************
       01  LTM-REC-VARS.
           03  LT-LEAVE-TYPE        PIC  X(8).
           03  LT-TYPE-NAME         PIC  X(40).
           03  LT-VALID-MONTHS      PIC  X(3).
           03  LT-HALF-DAY-OK       PIC  X(1).
           03  LT-HOURLY-OK         PIC  X(1).
           03  LT-COUNT-5DAY        PIC  X(1).
           03  LT-PAID-FLAG         PIC  X(1).
           03  LT-ON-LEDGER         PIC  X(1).
