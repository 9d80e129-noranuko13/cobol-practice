      *        "05"＝生年月日未来日　"06"＝名前未記入
      *        "07"＝フリガナ未記入　"08"＝飼主氏名未記入
      *        "09"＝電話番号形式異常　"10"＝飼主番号非数字
      *        "11"＝抹消理由異常　　"12"＝死亡日異常
      *        "13"＝再交付理由異常
      *****************************************************************
       01  TORAN-REJECT-RECORD.
           03 RJ-RIYUU-CODE      PIC X(02).
               88 RJ-OWNER-MIKINYUU    VALUE "08".
               88 RJ-TEL-IJOU          VALUE "09".
               88 RJ-OWNERNUM-IJOU     VALUE "10".
               88 RJ-MASSHOU-RIYUU-IJOU VALUE "11".
               88 RJ-SHIBOU-DATE-IJOU  VALUE "12".
               88 RJ-SAIKOUFU-RIYUU-IJOU VALUE "13".
           03 RJ-KOUMOKU-NAME    PIC X(10).
           03 RJ-TRAN-CODE       PIC X(02).
           03 RJ-DOG-DATA.
