      *    オペレーターの担当範囲 (保険者・施設) の確認 (窓口・抽出・
      *    メニューと共通の1本)。
       COPY scope_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260904.

      * 結果区分だけを見せて IN[...] の臨床値は出さない。
      * 日付はログ行の " DATE=" 印から取る。印の無い旧世代の行は
      * 日付 00000000 で取り込む。
      * 照会はオペレーターの担当範囲 (input/operator_scope.dat) の
      * 保険者・施設の患者の行だけを見せる。範囲外の行は伏せて件数
      * だけ知らせ、保安ログ (security_log.txt) に残す。
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-OPERATOR-SCOPE
           FUNCTION RESOLVE-PATIENT-SCOPE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO 'output/audit_log.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPM-STATUS.

      *    保安ログ (窓口 TEST230317 と同じファイル・同じ行の形)。
           SELECT SECURITY-LOG-FILE ASSIGN TO
               'output/security_log.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
           03 OPM-NAME        PIC X(25).
           03 OPM-ROLE        PIC X.

       FD  SECURITY-LOG-FILE.
       01  SECURITY-LOG-LINE  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-AUD-STATUS      PIC XX VALUE SPACES.
       01  WS-AUS-STATUS      PIC XX VALUE SPACES.
       01  WS-Q-CLASS         PIC X(10) VALUE SPACES.
       01  WS-Q-HITS          PIC 9(5) VALUE 0.

      *    担当範囲の確認 (copybooks/scope_rules.cpy)。担当範囲表の
      *    無い環境では確かめない (WS-SCOPE-ON が 'N')。範囲を1行も
      *    持たないオペレーターは照会できない (WS-SCOPE-NONE)。
       COPY scope_ctl.
       01  WS-SCOPE-ON-FLAG   PIC X VALUE 'N'.
           88 WS-SCOPE-ON            VALUE 'Y'.
       01  WS-SCOPE-NONE-FLAG PIC X VALUE 'N'.
           88 WS-SCOPE-NONE          VALUE 'Y'.
       01  WS-ENTRY-IN-SCOPE-FLAG PIC X VALUE 'Y'.
           88 WS-ENTRY-IN-SCOPE      VALUE 'Y'.
       01  WS-Q-OUT-SCOPE     PIC 9(5) VALUE 0.
       01  WS-Q-WHAT          PIC X(8) VALUE SPACES.

       01  WS-RUN-DATE        PIC X(8) VALUE SPACES.
       01  WS-SEC-STATUS      PIC XX VALUE SPACES.
       01  WS-SEC-EVENT       PIC X(40) VALUE SPACES.
       01  WS-SEC-TIME        PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN SECTION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM IDENTIFY-OPERATOR.
           PERFORM LOAD-OPERATOR-SCOPE.

           MOVE 0 TO FG-END.
           PERFORM MENU-LOOP UNTIL FG-END = 1.
           EXIT.


       LOAD-OPERATOR-SCOPE.

      *    担当範囲表にこのオペレーターの行があるか (行ごとの確認は
      *    照会のたびに SHOW-ONE-ENTRY で行う)。
           MOVE "A" TO WSC-MODE.
           MOVE WS-OP-ID-IN TO WSC-OP-ID.
           MOVE SPACES TO WSC-INSURER.
           MOVE 0 TO WSC-SITE.
           MOVE CHECK-OPERATOR-SCOPE(WS-SCOPE-IN) TO WS-SCOPE-OUT.
           EVALUATE WSC-RC
               WHEN 0
                   MOVE 'Y' TO WS-SCOPE-ON-FLAG
               WHEN 2
                   MOVE 'Y' TO WS-SCOPE-NONE-FLAG
                   DISPLAY "NO INSURER/SITE SCOPE ON FILE FOR "
                       FUNCTION TRIM(WS-OP-ID-IN)
                       " - QUERIES WILL BE REFUSED"
           END-EVALUATE.

           EXIT.


       MENU-LOOP.

           DISPLAY "*".
               WHEN "L"
                   PERFORM LOAD-AUDIT-STORE
               WHEN "P"
               WHEN "D"
               WHEN "C"
                   MOVE FUNCTION TRIM(AC-VAR) TO WS-Q-WHAT
                   IF WS-SCOPE-NONE THEN
                       DISPLAY "QUERY REFUSED - "
                           FUNCTION TRIM(WSC-MSG)
                       MOVE "AUDIT QUERY REFUSED (SCOPE)"
                           TO WS-SEC-EVENT
                       PERFORM WRITE-SECURITY-LOG
                   ELSE
                       MOVE 0 TO WS-Q-OUT-SCOPE
                       EVALUATE WS-Q-WHAT
                           WHEN "P"
                               PERFORM QUERY-BY-PATIENT
                           WHEN "D"
                               PERFORM QUERY-BY-DATE
                           WHEN "C"
                               PERFORM QUERY-BY-CLASS
                       END-EVALUATE
                       PERFORM REPORT-OUT-OF-SCOPE
                   END-IF
               WHEN "Q"
               WHEN "E"
                   MOVE 1 TO FG-END

       SHOW-ONE-ENTRY.

      *    担当範囲外の患者の行は出さずに数えるだけ。
           PERFORM CHECK-ENTRY-SCOPE.
           IF NOT WS-ENTRY-IN-SCOPE THEN
               ADD 1 TO WS-Q-OUT-SCOPE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Q-HITS.

      *    ロールに応じた表示: 監査ロールは生の行、それ以外は
      *    臨床値を伏せた要約だけ。
           IF WS-IS-AUDITOR THEN
           EXIT.


       CHECK-ENTRY-SCOPE.

      *    行の患者の保険者・施設 (行の日付時点の資格と経年履歴から
      *    引く) がオペレーターの担当範囲にあるか。
           MOVE 'Y' TO WS-ENTRY-IN-SCOPE-FLAG.
           IF NOT WS-SCOPE-ON THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE AUS-PATIENT-ID TO WRP-PATIENT-ID.
           IF AUS-DATE = 0 THEN
               MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WRP-AS-OF
           ELSE
               MOVE AUS-DATE TO WRP-AS-OF
           END-IF.
           MOVE SPACES TO WRP-INSURER.
           MOVE 0 TO WRP-SITE.
           MOVE SPACES TO WRP-RHF-PATH.
           MOVE RESOLVE-PATIENT-SCOPE(WS-RP-IN) TO WS-RP-OUT.
           MOVE "R" TO WSC-MODE.
           MOVE WRP-OUT-INSURER TO WSC-INSURER.
           MOVE WRP-OUT-SITE TO WSC-SITE.
           MOVE CHECK-OPERATOR-SCOPE(WS-SCOPE-IN) TO WS-SCOPE-OUT.
           IF WSC-RC NOT = 0 THEN
               MOVE 'N' TO WS-ENTRY-IN-SCOPE-FLAG
           END-IF.

           EXIT.


       REPORT-OUT-OF-SCOPE.

      *    伏せた行があれば件数を知らせ、照会ごとに保安ログへ1行。
           IF WS-Q-OUT-SCOPE = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           DISPLAY WS-Q-OUT-SCOPE " ENTRY(IES) OUTSIDE YOUR "
               "INSURER/SITE SCOPE WITHHELD".
           MOVE SPACES TO WS-SEC-EVENT.
           STRING "AUDIT QUERY " FUNCTION TRIM(WS-Q-WHAT)
               " REFUSED (SCOPE) " WS-Q-OUT-SCOPE
               DELIMITED BY SIZE INTO WS-SEC-EVENT.
           PERFORM WRITE-SECURITY-LOG.

           EXIT.


       WRITE-SECURITY-LOG.

           ACCEPT WS-SEC-TIME FROM TIME.
           OPEN INPUT SECURITY-LOG-FILE.
           IF WS-SEC-STATUS = "00" THEN
               CLOSE SECURITY-LOG-FILE
               OPEN EXTEND SECURITY-LOG-FILE
           ELSE
               OPEN OUTPUT SECURITY-LOG-FILE
           END-IF.

           MOVE SPACES TO SECURITY-LOG-LINE.
           STRING "DATE " WS-RUN-DATE
               " OPERATOR " FUNCTION TRIM(WS-OP-ID-IN)
               " EVENT " FUNCTION TRIM(WS-SEC-EVENT)
               " TIME " WS-SEC-TIME(1:6)
               DELIMITED BY SIZE INTO SECURITY-LOG-LINE.
           WRITE SECURITY-LOG-LINE.

           CLOSE SECURITY-LOG-FILE.

           EXIT.


       QUERY-BY-PATIENT.

           DISPLAY "Patient ID?".
                               MOVE 'Y' TO WS-AUS-EOF-FLAG
                           ELSE
                               IF AUS-DATE >= WS-Q-FROM THEN
                                   PERFORM SHOW-ONE-ENTRY
                               END-IF
                           END-IF
                       NOT AT END
                           IF AUS-DATE >= WS-Q-FROM
                                   AND AUS-DATE <= WS-Q-TO THEN
                               PERFORM SHOW-ONE-ENTRY
                           END-IF
                   END-READ
                       NOT AT END
                           IF FUNCTION TRIM(AUS-CLASS)
                                   = FUNCTION TRIM(WS-Q-CLASS) THEN
                               PERFORM SHOW-ONE-ENTRY
                           END-IF
                   END-READ
