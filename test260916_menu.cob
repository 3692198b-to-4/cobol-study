      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.

      *    オペレーターの担当範囲 (保険者・施設) の確認 (窓口・抽出・
      *    監査照会と共通の1本)。
       COPY scope_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260916.

      * 受け渡し域 (SIGNON-OPERATOR) で各コンソールへ伝わり、
      * 二度目の ID 入力は要らない。サインオン・機能の入退・
      * サインオフは1本のセッション証跡として保安ログに残す。
      * 担当範囲表 (input/operator_scope.dat) に1行も範囲を持たない
      * オペレーターには、患者のデータを見る機能 (1・2・4・5) を
      * 出さない (見られるデータが無い)。
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT
           FUNCTION CHECK-OPERATOR-SCOPE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO 'input/operators.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRF-PATIENT-ID
           ALTERNATE RECORD KEY IS PRF-RUN-DATE WITH DUPLICATES
           ALTERNATE RECORD KEY IS PRF-RUN-ID WITH DUPLICATES
           FILE STATUS IS WS-PRF-STATUS.

           SELECT TRN-RESULT-FILE ASSIGN TO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRF-PATIENT-ID
           ALTERNATE RECORD KEY IS TRF-RUN-DATE WITH DUPLICATES
           ALTERNATE RECORD KEY IS TRF-RUN-ID WITH DUPLICATES
           FILE STATUS IS WS-TRF-STATUS.

           SELECT PROD-FUQ-FILE ASSIGN TO
       FD  PROD-RESULT-FILE.
       01  PROD-RESULT-REC.
           03 PRF-PATIENT-ID  PIC 9(9).
           03 FILLER          PIC X(1).
           03 PRF-RUN-DATE    PIC X(8).
           03 FILLER          PIC X(18).
           03 PRF-RUN-ID      PIC 9(6).
      *    メタボ判定区分・冠動脈疾患リスク。
           03 FILLER          PIC X(8).

       FD  TRN-RESULT-FILE.
       01  TRN-RESULT-REC.
           03 TRF-PATIENT-ID  PIC 9(9).
           03 FILLER          PIC X(1).
           03 TRF-RUN-DATE    PIC X(8).
           03 FILLER          PIC X(18).
           03 TRF-RUN-ID      PIC 9(6).
      *    メタボ判定区分・冠動脈疾患リスク。
           03 FILLER          PIC X(8).

       FD  PROD-FUQ-FILE.
       01  PROD-FUQ-REC.
       01  WS-OP-VALID-FLAG   PIC X VALUE 'N'.
           88 WS-OP-VALID            VALUE 'Y'.
       01  WS-SEC-EVENT       PIC X(40) VALUE SPACES.
      *    保安ログの時刻 (職務分掌レポート TEST260960 が就業時間外
      *    の操作を拾う)。
       01  WS-SEC-TIME        PIC 9(8) VALUE 0.

      *    各コンソールと共有するサインオン受け渡し域。SGN-TRAINING
      *    が 'Y' なら練習モード: コンソールは training_* の砂場
           88 WS-CPY-EOF             VALUE 'Y'.
       01  WS-CPY-CNT         PIC 9(5) VALUE 0.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-RF       PIC 9(3) VALUE 1.
       01  WS-LAYOUT-FUQ      PIC 9(3) VALUE 1.
       COPY layout_header.

      *    担当範囲の確認 (copybooks/scope_rules.cpy)。'Y' なら範囲が
      *    1行も無く、患者のデータを見る機能を出さない。
       COPY scope_ctl.
       01  WS-SCOPE-NONE-FLAG PIC X VALUE 'N'.
           88 WS-SCOPE-NONE          VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN SECTION.

           END-IF.
           PERFORM WRITE-SESSION-TRAIL.

           MOVE "A" TO WSC-MODE.
           MOVE SGN-OP-ID TO WSC-OP-ID.
           MOVE SPACES TO WSC-INSURER.
           MOVE 0 TO WSC-SITE.
           MOVE CHECK-OPERATOR-SCOPE(WS-SCOPE-IN) TO WS-SCOPE-OUT.
           IF WSC-RC = 2 THEN
               MOVE 'Y' TO WS-SCOPE-NONE-FLAG
               DISPLAY "NO INSURER/SITE SCOPE ON FILE - PATIENT "
                   "FUNCTIONS ARE NOT OFFERED"
           END-IF.

           MOVE 0 TO FG-END.
           PERFORM MENU-LOOP UNTIL FG-END = 1.

       MENU-LOOP.

      *    ロールで許された機能だけを出す: 一般 (O) は照会系のみ、
      *    責任者 (S) は保守系も使える。担当範囲の無いオペレーター
      *    には患者のデータを見る機能を出さない。
           DISPLAY "*".
           DISPLAY "===== FUNCTIONS FOR "
               FUNCTION TRIM(SGN-OP-NAME) " =====".
           IF NOT WS-SCOPE-NONE THEN
               DISPLAY "  1  PATIENT LOOKUP / CORRECTIONS (TEST230317)"
               DISPLAY "  4  PATIENT MASTER MAINTENANCE (TEST-210509-2)"
           END-IF.
           IF SGN-OP-ROLE = "S" AND NOT WS-SCOPE-NONE THEN
               DISPLAY "  2  PATIENT ID LINKAGE (TEST260831)"
           END-IF.
           IF SGN-OP-ROLE = "S" THEN
               DISPLAY "  3  HOLIDAY CALENDAR (TEST260830)"
           END-IF.
           IF SGN-OP-ROLE = "S" AND NOT WS-SCOPE-NONE THEN
               DISPLAY "  5  AUDIT QUERIES (TEST260904)"
           END-IF.
           IF SGN-OP-ROLE = "S" THEN
           END-IF.
           ACCEPT AC-VAR.

      *    出していない機能を番号で選ばれても断る。
           IF WS-SCOPE-NONE AND (FUNCTION TRIM(AC-VAR) = "1"
                   OR FUNCTION TRIM(AC-VAR) = "2"
                   OR FUNCTION TRIM(AC-VAR) = "4"
                   OR FUNCTION TRIM(AC-VAR) = "5") THEN
               DISPLAY "NO PATIENT DATA IN YOUR INSURER/SITE SCOPE"
               MOVE "MENU FUNCTION REFUSED (SCOPE)" TO WS-SEC-EVENT
               PERFORM WRITE-SESSION-TRAIL
               EXIT PARAGRAPH
           END-IF.

           EVALUATE FUNCTION TRIM(AC-VAR)
               WHEN "Q"
               WHEN "E"
           MOVE 0 TO WS-CPY-CNT.
           OPEN INPUT PROD-RESULT-FILE.
           OPEN OUTPUT TRN-RESULT-FILE.
           PERFORM WRITE-TRN-RF-LAYOUT.
           IF WS-PRF-STATUS = "00" THEN
               PERFORM CHECK-RF-LAYOUT
               MOVE 'N' TO WS-CPY-EOF-FLAG
               PERFORM UNTIL WS-CPY-EOF
                   READ PROD-RESULT-FILE NEXT RECORD
           MOVE 0 TO WS-CPY-CNT.
           OPEN INPUT PROD-FUQ-FILE.
           OPEN OUTPUT TRN-FUQ-FILE.
           PERFORM WRITE-TRN-FUQ-LAYOUT.
           IF WS-PFQ-STATUS = "00" THEN
               PERFORM CHECK-FUQ-LAYOUT
               MOVE 'N' TO WS-CPY-EOF-FLAG
               PERFORM UNTIL WS-CPY-EOF
                   READ PROD-FUQ-FILE NEXT RECORD

       WRITE-SESSION-TRAIL.

      *    行末に時刻 (HHMMSS) を付ける。
           ACCEPT WS-SEC-TIME FROM TIME.
           OPEN INPUT SECURITY-LOG-FILE.
           IF WS-SEC-STATUS = "00" THEN
               CLOSE SECURITY-LOG-FILE
           STRING "DATE " WS-RUN-DATE
               " OPERATOR " FUNCTION TRIM(SGN-OP-ID)
               " EVENT " FUNCTION TRIM(WS-SEC-EVENT)
               " TIME " WS-SEC-TIME(1:6)
               DELIMITED BY SIZE INTO SECURITY-LOG-LINE.
           WRITE SECURITY-LOG-LINE.


           EXIT.


       CHECK-RF-LAYOUT.

      *    版見出し (キー "*LAYOUT*") を読み、この FD の版と
      *    突き合わせる (食い違えば止まる)。キー順の読み進めは
      *    見出しの次から始まる。
           MOVE SPACES TO PROD-RESULT-REC.
           MOVE WLH-TAG TO PROD-RESULT-REC(1:13).
           MOVE SPACES TO WLI-HEADER.
           READ PROD-RESULT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PROD-RESULT-REC(1:28) TO WLI-HEADER
           END-READ.
           MOVE "output/test210520.txt" TO WLI-PATH.
           MOVE "RESULT" TO WLI-FILE-ID.
           MOVE WS-LAYOUT-RF TO WLI-EXPECT.
           IF FUNCTION CHECK-FILE-LAYOUT(WS-LAYOUT-IN) NOT = "Y"
               STOP RUN
           END-IF.

           EXIT.


       WRITE-TRN-RF-LAYOUT.

      *    新しく作ったファイルの先頭に版見出しを書く。
           MOVE SPACES TO TRN-RESULT-REC.
           MOVE WS-LAYOUT-RF TO WLH-VERSION.
           MOVE "RESULT" TO WLH-FILE-ID.
           MOVE WS-LAYOUT-HDR TO TRN-RESULT-REC(1:28).
           WRITE TRN-RESULT-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

           EXIT.


       CHECK-FUQ-LAYOUT.

      *    版見出し (キー "*LAYOUT*") を読み、この FD の版と
      *    突き合わせる (食い違えば止まる)。キー順の読み進めは
      *    見出しの次から始まる。
           MOVE SPACES TO PROD-FUQ-REC.
           MOVE WLH-TAG TO PROD-FUQ-REC(1:13).
           MOVE SPACES TO WLI-HEADER.
           READ PROD-FUQ-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PROD-FUQ-REC(1:28) TO WLI-HEADER
           END-READ.
           MOVE "output/followup_queue.dat" TO WLI-PATH.
           MOVE "FOLLOWUP-Q" TO WLI-FILE-ID.
           MOVE WS-LAYOUT-FUQ TO WLI-EXPECT.
           IF FUNCTION CHECK-FILE-LAYOUT(WS-LAYOUT-IN) NOT = "Y"
               STOP RUN
           END-IF.

           EXIT.


       WRITE-TRN-FUQ-LAYOUT.

      *    新しく作ったファイルの先頭に版見出しを書く。
           MOVE SPACES TO TRN-FUQ-REC.
           MOVE WS-LAYOUT-FUQ TO WLH-VERSION.
           MOVE "FOLLOWUP-Q" TO WLH-FILE-ID.
           MOVE WS-LAYOUT-HDR TO TRN-FUQ-REC(1:28).
           WRITE TRN-FUQ-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

           EXIT.

       END PROGRAM TEST260916.
