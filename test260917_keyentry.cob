       01  WS-RUN-DATE-NUM    PIC 9(8) VALUE 0.
       01  WS-OP-ID           PIC X(6) VALUE SPACES.
       01  WS-CNT-KEYED       PIC 9(3) VALUE 0.
      *    打鍵ログの時刻 (職務分掌レポート TEST260960 が就業時間外
      *    の打鍵を拾う)。
       01  WS-LOG-TIME        PIC 9(8) VALUE 0.

      *    標準レコードの項目別の桁数・開始桁 (TEST230314 の
      *    取込コントロールと同じ定数表) と、オペレーターに見せる
           ELSE
               OPEN OUTPUT KEYLOG-FILE
           END-IF.
           ACCEPT WS-LOG-TIME FROM TIME.
           MOVE SPACES TO KEYLOG-LINE.
           STRING "DATE " WS-RUN-DATE
               " PATIENT " KE-PATIENT-ID
               " SITE " KE-SITE-CODE
               " KEYED AND VERIFIED BY " FUNCTION TRIM(WS-OP-ID)
               " TIME " WS-LOG-TIME(1:6)
               DELIMITED BY SIZE INTO KEYLOG-LINE.
           WRITE KEYLOG-LINE.
           CLOSE KEYLOG-FILE.
