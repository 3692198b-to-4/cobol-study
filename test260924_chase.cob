           03 SIT-PHONE       PIC X(12).
           03 SIT-ACTIVE      PIC X.
           03 SIT-INSURERS    PIC X(20).
      *    契約単価と振込先 (ここでは使わないが、行の長さは施設
      *    マスタに合わせる)。
           03 FILLER          PIC X(52).

       FD  CHASE-RPT-FILE.
       01  CHASE-RPT-LINE     PIC X(100).
