      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260960.

      *
      * SOD-REPORT: 職務分掌と時間外操作の月次例外レポート。訂正は
      * 申請・承認の二段階、医師差し替えは責任者だけ、ロールの拒否
      * は保安ログに残る - が、その組み合わせを誰も見ていなかった
      * (深夜23時に訂正を承認する責任者、自分で打鍵した患者の
      * 差し替え、自分が訂正した施設の QA サンプルの確認など)。
      * ここでは保安ログ・訂正ログ・訂正申請・医師差し替えの記録簿・
      * QA キュー・打鍵ログをオペレーター単位に突き合わせ、指定月の
      *   1. 自己承認 (申請者と承認者が同じ訂正)
      *   2. 統制の両側に同じ人 (打鍵した患者の訂正承認・差し替え、
      *      自分が訂正・差し替えした患者や、打鍵・差し替えをした
      *      施設の QA サンプルの確認/照会)
      *   3. 就業時間外の操作 (時刻つきの保安ログ・打鍵ログ。時刻の
      *      無い旧い行は土日・休日だけを見る)
      *   4. オペレーター別の件数 (全体平均の何倍かを超えた人と、
      *      ロール拒否の多い人に印)
      * を output/sod_exceptions_<年月>.txt に書く。末尾に内部監査
      * 担当の確認欄を付ける (毎月署名して保管)。
      * 就業時間・件数の基準は input/sod_policy.dat (無ければ
      * 8:00-19:00・平均の3倍かつ20件以上・拒否3回以上)。
      * 訂正ログには申請者が無いため、申請者は訂正申請
      * (pending_corrections.dat) から取る。
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECURITY-LOG-FILE ASSIGN TO
               'output/security_log.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEC-STATUS.

           SELECT CORRECTION-LOG-FILE
               ASSIGN TO 'output/corrections_log.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CRL-STATUS.

           SELECT PENDING-CORR-FILE ASSIGN TO
               'output/pending_corrections.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PCF-STATUS.

           SELECT OVERRIDE-LOG-FILE ASSIGN TO
               'output/override_log.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OVR-PATIENT-ID
           FILE STATUS IS WS-OVR-STATUS.

           SELECT QA-QUEUE-FILE ASSIGN TO 'output/qa_queue.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QAQ-PATIENT-ID
           FILE STATUS IS WS-QAQ-STATUS.

           SELECT KEYLOG-FILE ASSIGN TO 'output/key_entry_log.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KEY-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO 'input/operators.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPM-STATUS.

           SELECT POLICY-FILE ASSIGN TO 'input/sod_policy.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POL-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO 'input/holidays.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAL-STATUS.

           SELECT SOD-RPT-FILE ASSIGN USING WS-RPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SECURITY-LOG-FILE.
       01  SECURITY-LOG-LINE  PIC X(100).

       FD  CORRECTION-LOG-FILE.
       01  CORR-LOG-LINE      PIC X(100).

       FD  PENDING-CORR-FILE.
       01  PENDING-CORR-REC.
           03 PC-STATUS       PIC X.
           03 PC-PATIENT-ID   PIC 9(9).
           03 PC-OLD-LSK      PIC 9.
           03 PC-NEW-LSK      PIC 9.
           03 PC-REASON       PIC X(40).
           03 PC-REQ-BY       PIC X(6).
           03 PC-REQ-DATE     PIC X(8).
           03 PC-DEC-BY       PIC X(6).
           03 PC-DEC-DATE     PIC X(8).

       FD  OVERRIDE-LOG-FILE.
       01  OVERRIDE-LOG-REC.
           03 OVR-PATIENT-ID  PIC 9(9).
           03 OVR-OLD-LSK     PIC 9.
           03 OVR-NEW-LSK     PIC 9.
           03 OVR-REASON-CODE PIC X(2).
           03 OVR-PHYSICIAN   PIC X(20).
           03 OVR-DATE        PIC X(8).
           03 OVR-BY          PIC X(6).
           03 OVR-SITE-CODE   PIC 9(3).

       FD  QA-QUEUE-FILE.
       01  QA-QUEUE-REC.
           03 QAQ-PATIENT-ID  PIC 9(9).
           03 QAQ-RUN-DATE    PIC X(8).
           03 QAQ-LSK-BG      PIC 9.
           03 QAQ-SITE-CODE   PIC 9(3).
           03 QAQ-STATUS      PIC X.
           03 QAQ-REVIEWER    PIC X(6).
           03 QAQ-REV-DATE    PIC X(8).
           03 QAQ-NOTE        PIC X(20).

       FD  KEYLOG-FILE.
       01  KEYLOG-LINE        PIC X(100).

       FD  OPERATOR-FILE.
       01  OPERATOR-REC.
           03 OPM-ID          PIC X(6).
           03 OPM-NAME        PIC X(25).
           03 OPM-ROLE        PIC X.

       FD  POLICY-FILE.
       01  POLICY-LINE.
           03 POL-NAME        PIC X(20).
           03 POL-VALUE       PIC X(10).

       FD  CALENDAR-FILE.
       01  CALENDAR-REC       PIC 9(8).

       FD  SOD-RPT-FILE.
       01  SOD-RPT-LINE       PIC X(120).

       WORKING-STORAGE SECTION.
       01  AC-VAR             PIC X(30).
       01  WS-SEC-STATUS      PIC XX.
       01  WS-CRL-STATUS      PIC XX.
       01  WS-PCF-STATUS      PIC XX.
       01  WS-OVR-STATUS      PIC XX.
       01  WS-QAQ-STATUS      PIC XX.
       01  WS-KEY-STATUS      PIC XX.
       01  WS-OPM-STATUS      PIC XX.
       01  WS-POL-STATUS      PIC XX.
       01  WS-CAL-STATUS      PIC XX.
       01  WS-RPT-STATUS      PIC XX.
       01  WS-EOF-FLAG        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
       01  WS-RPT-PATH        PIC X(50) VALUE SPACES.
       01  WS-RUN-DATE        PIC X(8).
       01  WS-TARGET-YYYYMM   PIC 9(6) VALUE 0.
       01  WS-TARGET-X REDEFINES WS-TARGET-YYYYMM PIC X(6).

      *    基準 (input/sod_policy.dat。無い項目は既定値のまま)。
       01  WS-WORK-START      PIC 9(4) VALUE 0800.
       01  WS-WORK-END        PIC 9(4) VALUE 1900.
       01  WS-VOL-FACTOR      PIC 9(2) VALUE 3.
       01  WS-VOL-MIN         PIC 9(5) VALUE 20.
       01  WS-REFUSE-MAX      PIC 9(3) VALUE 3.

      *    休日カレンダー (土日は曜日で判定する)。
       01  WS-HOL-TAB.
           03 WS-HOL-DATE     PIC 9(8) OCCURS 200 TIMES.
       01  WS-HOL-CNT         PIC 9(3) VALUE 0.
       01  WS-HOL-IDX         PIC 9(3) VALUE 0.

      *    オペレーター別の集計。
       01  WS-OT-TAB.
           03 WS-OT-ENTRY OCCURS 100 TIMES.
              05 WS-OT-ID     PIC X(6).
              05 WS-OT-NAME   PIC X(25).
              05 WS-OT-KEYED  PIC 9(5).
              05 WS-OT-CORR   PIC 9(5).
              05 WS-OT-OVR    PIC 9(5).
              05 WS-OT-QA     PIC 9(5).
              05 WS-OT-REFUSE PIC 9(5).
              05 WS-OT-AFTER  PIC 9(5).
              05 WS-OT-FINDS  PIC 9(5).
              05 WS-OT-TOTAL  PIC 9(6).
       01  WS-OT-CNT          PIC 9(3) VALUE 0.
       01  WS-OT-IDX          PIC 9(3) VALUE 0.
       01  WS-OT-HIT          PIC 9(3) VALUE 0.
       01  WS-LOOK-OP         PIC X(6) VALUE SPACES.

      *    突き合わせ用の表 (期間を問わず全件): 打鍵 (患者・施設・
      *    打鍵者)、訂正 (患者・承認者 A / 申請者 R)、差し替え
      *    (患者・施設・登録者)。
       01  WS-KY-TAB.
           03 WS-KY-ENTRY OCCURS 5000 TIMES.
              05 WS-KY-PAT    PIC 9(9).
              05 WS-KY-SITE   PIC 9(3).
              05 WS-KY-OP     PIC X(6).
       01  WS-KY-CNT          PIC 9(4) VALUE 0.
       01  WS-KY-IDX          PIC 9(4) VALUE 0.
       01  WS-CR-TAB.
           03 WS-CR-ENTRY OCCURS 3000 TIMES.
              05 WS-CR-PAT    PIC 9(9).
              05 WS-CR-OP     PIC X(6).
              05 WS-CR-ROLE   PIC X.
       01  WS-CR-CNT          PIC 9(4) VALUE 0.
       01  WS-CR-IDX          PIC 9(4) VALUE 0.
       01  WS-OV-TAB.
           03 WS-OV-ENTRY OCCURS 3000 TIMES.
              05 WS-OV-PAT    PIC 9(9).
              05 WS-OV-SITE   PIC 9(3).
              05 WS-OV-OP     PIC X(6).
       01  WS-OV-CNT          PIC 9(4) VALUE 0.
       01  WS-OV-IDX          PIC 9(4) VALUE 0.
      *    表からあふれた件数 (黙って捨てず、レポートに出す)。
       01  WS-CNT-TAB-FULL    PIC 9(6) VALUE 0.

      *    行の切り出し用。
       01  WS-P1              PIC X(100) VALUE SPACES.
       01  WS-P2              PIC X(100) VALUE SPACES.
       01  WS-P3              PIC X(100) VALUE SPACES.
       01  WS-P4              PIC X(100) VALUE SPACES.
       01  WS-ACT-DATE        PIC 9(8) VALUE 0.
       01  WS-ACT-DATE-X REDEFINES WS-ACT-DATE PIC X(8).
       01  WS-ACT-TIME-X      PIC X(6) VALUE SPACES.
       01  WS-ACT-HHMM        PIC 9(4) VALUE 0.
       01  WS-ACT-PAT         PIC 9(9) VALUE 0.
       01  WS-ACT-SITE        PIC 9(3) VALUE 0.
       01  WS-ACT-OP          PIC X(6) VALUE SPACES.
       01  WS-ACT-EVENT       PIC X(40) VALUE SPACES.
       01  WS-ACT-WHAT        PIC X(40) VALUE SPACES.
       01  WS-DAY-INT         PIC 9(7) VALUE 0.
       01  WS-WEEKDAY         PIC 9 VALUE 0.
       01  WS-OFF-REASON      PIC X(20) VALUE SPACES.
       01  WS-FINDING         PIC X(60) VALUE SPACES.
       01  WS-MATCH-FLAG      PIC X VALUE 'N'.
           88 WS-MATCHED             VALUE 'Y'.
       01  WS-REFUSE-POS      PIC 9(3) VALUE 0.

       01  WS-CNT-SELF        PIC 9(5) VALUE 0.
       01  WS-CNT-BOTH        PIC 9(5) VALUE 0.
       01  WS-CNT-AFTER       PIC 9(5) VALUE 0.
       01  WS-CNT-VOLUME      PIC 9(5) VALUE 0.
       01  WS-SUM-TOTAL       PIC 9(7) VALUE 0.
       01  WS-ACTIVE-OPS      PIC 9(3) VALUE 0.
       01  WS-MEAN-TOTAL      PIC 9(6)V9 VALUE 0.
       01  WS-VOL-LIMIT       PIC 9(7)V9 VALUE 0.
       01  WS-ED-MEAN         PIC ZZZZZ9.9.
       01  WS-VOL-MARK        PIC X(20) VALUE SPACES.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-QAQ      PIC 9(3) VALUE 1.
       COPY layout_header.

       PROCEDURE DIVISION.
       MAIN SECTION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           DISPLAY "--- SEGREGATION OF DUTIES EXCEPTION REPORT ---".
           DISPLAY "Report month (YYYYMM, blank = last month)?".
           ACCEPT AC-VAR.
           IF AC-VAR = SPACES THEN
      *        既定は前月 (月初に前月分を監査担当へ回す運用)。
               IF WS-RUN-DATE(5:2) = "01" THEN
                   COMPUTE WS-TARGET-YYYYMM =
                       (FUNCTION NUMVAL(WS-RUN-DATE(1:4)) - 1) * 100
                       + 12
               ELSE
                   COMPUTE WS-TARGET-YYYYMM =
                       FUNCTION NUMVAL(WS-RUN-DATE(1:6)) - 1
               END-IF
           ELSE
               MOVE FUNCTION NUMVAL(AC-VAR) TO WS-TARGET-YYYYMM
           END-IF.
           IF WS-TARGET-YYYYMM < 190001
                   OR WS-TARGET-X(5:2) < "01"
                   OR WS-TARGET-X(5:2) > "12" THEN
               DISPLAY "INVALID REPORT MONTH - NOTHING REPORTED"
               STOP RUN
           END-IF.

           PERFORM LOAD-POLICY.
           PERFORM LOAD-HOLIDAYS.
           PERFORM LOAD-OPERATORS.

      *    突き合わせ用の表を作り、当月の件数を数える。
           PERFORM LOAD-KEY-ENTRIES.
           PERFORM LOAD-CORRECTIONS.
           PERFORM LOAD-CORRECTION-REQUESTS.
           PERFORM LOAD-OVERRIDES.

           MOVE SPACES TO WS-RPT-PATH.
           STRING "output/sod_exceptions_" WS-TARGET-X ".txt"
               DELIMITED BY SIZE INTO WS-RPT-PATH.
           OPEN OUTPUT SOD-RPT-FILE.
           MOVE SPACES TO SOD-RPT-LINE.
           STRING "SEGREGATION OF DUTIES / AFTER-HOURS EXCEPTIONS "
               "FOR " WS-TARGET-X "  (RUN " WS-RUN-DATE ")"
               DELIMITED BY SIZE INTO SOD-RPT-LINE.
           WRITE SOD-RPT-LINE.
           MOVE SPACES TO SOD-RPT-LINE.
           STRING "WORKING HOURS " WS-WORK-START "-" WS-WORK-END
               " ON BUSINESS DAYS; VOLUME FLAG ABOVE "
               WS-VOL-FACTOR " X THE MEAN AND AT LEAST " WS-VOL-MIN
               DELIMITED BY SIZE INTO SOD-RPT-LINE.
           WRITE SOD-RPT-LINE.

           PERFORM REPORT-SELF-APPROVAL.
           PERFORM REPORT-BOTH-SIDES.
           PERFORM REPORT-AFTER-HOURS.
           PERFORM REPORT-VOLUMES.
           PERFORM WRITE-SIGN-OFF.

           CLOSE SOD-RPT-FILE.

           DISPLAY "SOD EXCEPTIONS " WS-TARGET-X ": "
               WS-CNT-SELF " SELF-APPROVAL, "
               WS-CNT-BOTH " BOTH SIDES, "
               WS-CNT-AFTER " AFTER HOURS, "
               WS-CNT-VOLUME " VOLUME - "
               FUNCTION TRIM(WS-RPT-PATH).

           STOP RUN.


       LOAD-POLICY.

           OPEN INPUT POLICY-FILE.
           IF WS-POL-STATUS NOT = "00" THEN
               DISPLAY "NO SOD POLICY FILE - DEFAULTS USED"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ POLICY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       EVALUATE FUNCTION TRIM(POL-NAME)
                           WHEN "WORK-START"
                               MOVE FUNCTION NUMVAL(POL-VALUE)
                                   TO WS-WORK-START
                           WHEN "WORK-END"
                               MOVE FUNCTION NUMVAL(POL-VALUE)
                                   TO WS-WORK-END
                           WHEN "VOLUME-FACTOR"
                               MOVE FUNCTION NUMVAL(POL-VALUE)
                                   TO WS-VOL-FACTOR
                           WHEN "VOLUME-MIN"
                               MOVE FUNCTION NUMVAL(POL-VALUE)
                                   TO WS-VOL-MIN
                           WHEN "REFUSAL-MAX"
                               MOVE FUNCTION NUMVAL(POL-VALUE)
                                   TO WS-REFUSE-MAX
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE POLICY-FILE.

           EXIT.


       LOAD-HOLIDAYS.

           MOVE 0 TO WS-HOL-CNT.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CAL-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ CALENDAR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-HOL-CNT < 200 THEN
                           ADD 1 TO WS-HOL-CNT
                           MOVE CALENDAR-REC TO WS-HOL-DATE(WS-HOL-CNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CALENDAR-FILE.

           EXIT.


       LOAD-OPERATORS.

      *    氏名を並べるためにマスタの全員を先に載せる (マスタに
      *    無い ID もログに出てくれば FIND-OPERATOR が足す)。
           MOVE 0 TO WS-OT-CNT.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPM-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ OPERATOR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE OPM-ID TO WS-LOOK-OP
                       PERFORM FIND-OPERATOR
                       IF WS-OT-HIT > 0 THEN
                           MOVE OPM-NAME TO WS-OT-NAME(WS-OT-HIT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERATOR-FILE.

           EXIT.


       FIND-OPERATOR.

      *    WS-LOOK-OP の行 (無ければ足す) を WS-OT-HIT に。
           MOVE 0 TO WS-OT-HIT.
           IF WS-LOOK-OP = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-OT-IDX FROM 1 BY 1
                   UNTIL WS-OT-IDX > WS-OT-CNT
               IF WS-OT-ID(WS-OT-IDX) = WS-LOOK-OP THEN
                   MOVE WS-OT-IDX TO WS-OT-HIT
               END-IF
           END-PERFORM.
           IF WS-OT-HIT = 0 AND WS-OT-CNT < 100 THEN
               ADD 1 TO WS-OT-CNT
               MOVE WS-OT-CNT TO WS-OT-HIT
               INITIALIZE WS-OT-ENTRY(WS-OT-HIT)
               MOVE WS-LOOK-OP TO WS-OT-ID(WS-OT-HIT)
               MOVE "(NOT ON OPERATOR MASTER)"
                   TO WS-OT-NAME(WS-OT-HIT)
           END-IF.

           EXIT.


       LOAD-KEY-ENTRIES.

      *    打鍵ログの行: "DATE <8> PATIENT <9> SITE <3> KEYED AND
      *    VERIFIED BY <ID> TIME <6>" (TIME は後から付けた項目)。
           OPEN INPUT KEYLOG-FILE.
           IF WS-KEY-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ KEYLOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM PARSE-KEYLOG-LINE
                       IF WS-KY-CNT < 5000 THEN
                           ADD 1 TO WS-KY-CNT
                           MOVE WS-ACT-PAT  TO WS-KY-PAT(WS-KY-CNT)
                           MOVE WS-ACT-SITE TO WS-KY-SITE(WS-KY-CNT)
                           MOVE WS-ACT-OP   TO WS-KY-OP(WS-KY-CNT)
                       ELSE
                           ADD 1 TO WS-CNT-TAB-FULL
                       END-IF
                       IF WS-ACT-DATE-X(1:6) = WS-TARGET-X THEN
                           MOVE WS-ACT-OP TO WS-LOOK-OP
                           PERFORM FIND-OPERATOR
                           IF WS-OT-HIT > 0 THEN
                               ADD 1 TO WS-OT-KEYED(WS-OT-HIT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE KEYLOG-FILE.

           EXIT.


       PARSE-KEYLOG-LINE.

           MOVE 0 TO WS-ACT-DATE.
           IF KEYLOG-LINE(6:8) IS NUMERIC THEN
               MOVE KEYLOG-LINE(6:8) TO WS-ACT-DATE-X
           END-IF.
           MOVE FUNCTION NUMVAL(KEYLOG-LINE(23:9)) TO WS-ACT-PAT.
           MOVE FUNCTION NUMVAL(KEYLOG-LINE(38:3)) TO WS-ACT-SITE.
           MOVE SPACES TO WS-P1 WS-P2 WS-P3.
           UNSTRING KEYLOG-LINE DELIMITED BY " BY " OR " TIME "
               INTO WS-P1 WS-P2 WS-P3.
           MOVE WS-P2(1:6) TO WS-ACT-OP.
           MOVE WS-P3(1:6) TO WS-ACT-TIME-X.

           EXIT.


       LOAD-CORRECTIONS.

      *    訂正ログの行: "CORR-DATE: <8> PATIENT: <9> ... BY: <ID>"
      *    (承認時に書く。BY が承認者)。復元ユーティリティの行
      *    ("... RESTORE FROM ...") は訂正ではないので読み飛ばす。
           OPEN INPUT CORRECTION-LOG-FILE.
           IF WS-CRL-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ CORRECTION-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF CORR-LOG-LINE(1:11) = "CORR-DATE: "
                               AND CORR-LOG-LINE(20:10)
                                   = " PATIENT: " THEN
                           PERFORM TAKE-CORRECTION-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CORRECTION-LOG-FILE.

           EXIT.


       TAKE-CORRECTION-LINE.

           PERFORM TAKE-CORRECTION-FIELDS.

           IF WS-CR-CNT < 3000 THEN
               ADD 1 TO WS-CR-CNT
               MOVE WS-ACT-PAT TO WS-CR-PAT(WS-CR-CNT)
               MOVE WS-ACT-OP  TO WS-CR-OP(WS-CR-CNT)
               MOVE "A"        TO WS-CR-ROLE(WS-CR-CNT)
           ELSE
               ADD 1 TO WS-CNT-TAB-FULL
           END-IF.
           IF WS-ACT-DATE-X(1:6) = WS-TARGET-X THEN
               MOVE WS-ACT-OP TO WS-LOOK-OP
               PERFORM FIND-OPERATOR
               IF WS-OT-HIT > 0 THEN
                   ADD 1 TO WS-OT-CORR(WS-OT-HIT)
               END-IF
           END-IF.

           EXIT.


       LOAD-CORRECTION-REQUESTS.

      *    申請者 (R) も訂正した側として突き合わせに載せる。
           OPEN INPUT PENDING-CORR-FILE.
           IF WS-PCF-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ PENDING-CORR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-CR-CNT < 3000 THEN
                           ADD 1 TO WS-CR-CNT
                           MOVE PC-PATIENT-ID TO WS-CR-PAT(WS-CR-CNT)
                           MOVE PC-REQ-BY     TO WS-CR-OP(WS-CR-CNT)
                           MOVE "R"           TO WS-CR-ROLE(WS-CR-CNT)
                       ELSE
                           ADD 1 TO WS-CNT-TAB-FULL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PENDING-CORR-FILE.

           EXIT.


       LOAD-OVERRIDES.

           OPEN INPUT OVERRIDE-LOG-FILE.
           IF WS-OVR-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO OVR-PATIENT-ID.
           MOVE 'N' TO WS-EOF-FLAG.
           START OVERRIDE-LOG-FILE KEY IS GREATER THAN OR EQUAL
                   OVR-PATIENT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF
               READ OVERRIDE-LOG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-OV-CNT < 3000 THEN
                           ADD 1 TO WS-OV-CNT
                           MOVE OVR-PATIENT-ID TO WS-OV-PAT(WS-OV-CNT)
                           MOVE OVR-SITE-CODE TO WS-OV-SITE(WS-OV-CNT)
                           MOVE OVR-BY         TO WS-OV-OP(WS-OV-CNT)
                       ELSE
                           ADD 1 TO WS-CNT-TAB-FULL
                       END-IF
                       IF OVR-DATE(1:6) = WS-TARGET-X THEN
                           MOVE OVR-BY TO WS-LOOK-OP
                           PERFORM FIND-OPERATOR
                           IF WS-OT-HIT > 0 THEN
                               ADD 1 TO WS-OT-OVR(WS-OT-HIT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OVERRIDE-LOG-FILE.

           EXIT.


       REPORT-SELF-APPROVAL.

           MOVE SPACES TO SOD-RPT-LINE.
           WRITE SOD-RPT-LINE.
           MOVE "1. SELF-APPROVAL (REQUESTER = APPROVER)"
               TO SOD-RPT-LINE.
           WRITE SOD-RPT-LINE.

           OPEN INPUT PENDING-CORR-FILE.
           IF WS-PCF-STATUS = "00" THEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ PENDING-CORR-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF PC-STATUS = "A"
                                   AND PC-DEC-DATE(1:6) = WS-TARGET-X
                                   AND PC-DEC-BY = PC-REQ-BY THEN
                               ADD 1 TO WS-CNT-SELF
                               MOVE PC-DEC-BY TO WS-LOOK-OP
                               PERFORM FIND-OPERATOR
                               PERFORM COUNT-FINDING
                               MOVE SPACES TO SOD-RPT-LINE
                               STRING "   " PC-DEC-DATE " "
                                   PC-DEC-BY " APPROVED OWN CORRECTION"
                                   " REQUEST FOR PATIENT "
                                   PC-PATIENT-ID " (" PC-OLD-LSK
                                   " -> " PC-NEW-LSK ")"
                                   DELIMITED BY SIZE INTO SOD-RPT-LINE
                               WRITE SOD-RPT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-CORR-FILE
           END-IF.
           IF WS-CNT-SELF = 0 THEN
               MOVE "   NONE" TO SOD-RPT-LINE
               WRITE SOD-RPT-LINE
           END-IF.

           EXIT.


       REPORT-BOTH-SIDES.

           MOVE SPACES TO SOD-RPT-LINE.
           WRITE SOD-RPT-LINE.
           MOVE "2. SAME PERSON ON BOTH SIDES OF A CONTROL"
               TO SOD-RPT-LINE.
           WRITE SOD-RPT-LINE.

      *    当月に承認された訂正: 承認者がその患者を打鍵していたか。
           OPEN INPUT CORRECTION-LOG-FILE.
           IF WS-CRL-STATUS = "00" THEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ CORRECTION-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF CORR-LOG-LINE(1:11) = "CORR-DATE: "
                                   AND CORR-LOG-LINE(20:10)
                                       = " PATIENT: "
                                   AND CORR-LOG-LINE(12:6)
                                       = WS-TARGET-X THEN
                               PERFORM CHECK-CORRECTION-KEYER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CORRECTION-LOG-FILE
           END-IF.

      *    当月の差し替え: 登録者がその患者を打鍵していたか。
           OPEN INPUT OVERRIDE-LOG-FILE.
           IF WS-OVR-STATUS = "00" THEN
               MOVE 0 TO OVR-PATIENT-ID
               MOVE 'N' TO WS-EOF-FLAG
               START OVERRIDE-LOG-FILE KEY IS GREATER THAN OR EQUAL
                       OVR-PATIENT-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-FLAG
               END-START
               PERFORM UNTIL WS-EOF
                   READ OVERRIDE-LOG-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF OVR-DATE(1:6) = WS-TARGET-X THEN
                               PERFORM CHECK-OVERRIDE-KEYER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OVERRIDE-LOG-FILE
           END-IF.

      *    当月の QA 確認/照会: 確認者が同じ患者を訂正・差し替え
      *    していたか、同じ施設で打鍵・差し替えをしていたか。
           OPEN INPUT QA-QUEUE-FILE.
           IF WS-QAQ-STATUS = "00" THEN
               PERFORM CHECK-QAQ-LAYOUT
               MOVE 0 TO QAQ-PATIENT-ID
               MOVE 'N' TO WS-EOF-FLAG
               START QA-QUEUE-FILE KEY IS GREATER THAN OR EQUAL
                       QAQ-PATIENT-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-FLAG
               END-START
               PERFORM UNTIL WS-EOF
                   READ QA-QUEUE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF (QAQ-STATUS = "C" OR QAQ-STATUS = "Q")
                                   AND QAQ-REV-DATE(1:6)
                                       = WS-TARGET-X THEN
                               PERFORM CHECK-QA-REVIEWER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QA-QUEUE-FILE
           END-IF.

           IF WS-CNT-BOTH = 0 THEN
               MOVE "   NONE" TO SOD-RPT-LINE
               WRITE SOD-RPT-LINE
           END-IF.

           EXIT.


       CHECK-CORRECTION-KEYER.

           PERFORM TAKE-CORRECTION-FIELDS.
           MOVE 'N' TO WS-MATCH-FLAG.
           PERFORM VARYING WS-KY-IDX FROM 1 BY 1
                   UNTIL WS-KY-IDX > WS-KY-CNT OR WS-MATCHED
               IF WS-KY-PAT(WS-KY-IDX) = WS-ACT-PAT
                       AND WS-KY-OP(WS-KY-IDX) = WS-ACT-OP THEN
                   MOVE 'Y' TO WS-MATCH-FLAG
               END-IF
           END-PERFORM.
           IF WS-MATCHED THEN
               MOVE "APPROVED A CORRECTION TO A FORM THEY KEYED"
                   TO WS-FINDING
               PERFORM WRITE-BOTH-SIDES-LINE
           END-IF.

           EXIT.


       TAKE-CORRECTION-FIELDS.

           MOVE CORR-LOG-LINE(12:8) TO WS-ACT-DATE-X.
           MOVE FUNCTION NUMVAL(CORR-LOG-LINE(30:9)) TO WS-ACT-PAT.
           MOVE SPACES TO WS-P1 WS-P2.
           UNSTRING CORR-LOG-LINE DELIMITED BY " BY: "
               INTO WS-P1 WS-P2.
           MOVE WS-P2(1:6) TO WS-ACT-OP.

           EXIT.


       CHECK-OVERRIDE-KEYER.

           MOVE OVR-DATE TO WS-ACT-DATE-X.
           MOVE OVR-PATIENT-ID TO WS-ACT-PAT.
           MOVE OVR-BY TO WS-ACT-OP.
           MOVE 'N' TO WS-MATCH-FLAG.
           PERFORM VARYING WS-KY-IDX FROM 1 BY 1
                   UNTIL WS-KY-IDX > WS-KY-CNT OR WS-MATCHED
               IF WS-KY-PAT(WS-KY-IDX) = WS-ACT-PAT
                       AND WS-KY-OP(WS-KY-IDX) = WS-ACT-OP THEN
                   MOVE 'Y' TO WS-MATCH-FLAG
               END-IF
           END-PERFORM.
           IF WS-MATCHED THEN
               MOVE "OVERRODE THE LEVEL OF A PATIENT THEY KEYED"
                   TO WS-FINDING
               PERFORM WRITE-BOTH-SIDES-LINE
           END-IF.

           EXIT.


       CHECK-QA-REVIEWER.

           MOVE QAQ-REV-DATE TO WS-ACT-DATE-X.
           MOVE QAQ-PATIENT-ID TO WS-ACT-PAT.
           MOVE QAQ-REVIEWER TO WS-ACT-OP.
           MOVE QAQ-REVIEWER TO WS-LOOK-OP.
           PERFORM FIND-OPERATOR.
           IF WS-OT-HIT > 0 THEN
               ADD 1 TO WS-OT-QA(WS-OT-HIT)
           END-IF.

      *    同じ患者の訂正 (申請・承認) か差し替え。
           MOVE 'N' TO WS-MATCH-FLAG.
           PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                   UNTIL WS-CR-IDX > WS-CR-CNT OR WS-MATCHED
               IF WS-CR-PAT(WS-CR-IDX) = WS-ACT-PAT
                       AND WS-CR-OP(WS-CR-IDX) = WS-ACT-OP THEN
                   MOVE 'Y' TO WS-MATCH-FLAG
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-OV-IDX FROM 1 BY 1
                   UNTIL WS-OV-IDX > WS-OV-CNT OR WS-MATCHED
               IF WS-OV-PAT(WS-OV-IDX) = WS-ACT-PAT
                       AND WS-OV-OP(WS-OV-IDX) = WS-ACT-OP THEN
                   MOVE 'Y' TO WS-MATCH-FLAG
               END-IF
           END-PERFORM.
           IF WS-MATCHED THEN
               MOVE "QA-REVIEWED A PATIENT THEY CORRECTED"
                   TO WS-FINDING
               PERFORM WRITE-BOTH-SIDES-LINE
               EXIT PARAGRAPH
           END-IF.

      *    同じ施設で打鍵・差し替えをしていた。
           PERFORM VARYING WS-KY-IDX FROM 1 BY 1
                   UNTIL WS-KY-IDX > WS-KY-CNT OR WS-MATCHED
               IF WS-KY-SITE(WS-KY-IDX) = QAQ-SITE-CODE
                       AND WS-KY-OP(WS-KY-IDX) = WS-ACT-OP THEN
                   MOVE 'Y' TO WS-MATCH-FLAG
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-OV-IDX FROM 1 BY 1
                   UNTIL WS-OV-IDX > WS-OV-CNT OR WS-MATCHED
               IF WS-OV-SITE(WS-OV-IDX) = QAQ-SITE-CODE
                       AND WS-OV-OP(WS-OV-IDX) = WS-ACT-OP THEN
                   MOVE 'Y' TO WS-MATCH-FLAG
               END-IF
           END-PERFORM.
           IF WS-MATCHED THEN
               MOVE SPACES TO WS-FINDING
               STRING "QA-REVIEWED A SAMPLE AT SITE " QAQ-SITE-CODE
                   " WHERE THEY KEYED/OVERRODE"
                   DELIMITED BY SIZE INTO WS-FINDING
               PERFORM WRITE-BOTH-SIDES-LINE
           END-IF.

           EXIT.


       WRITE-BOTH-SIDES-LINE.

           ADD 1 TO WS-CNT-BOTH.
           MOVE WS-ACT-OP TO WS-LOOK-OP.
           PERFORM FIND-OPERATOR.
           PERFORM COUNT-FINDING.
           MOVE SPACES TO SOD-RPT-LINE.
           STRING "   " WS-ACT-DATE-X " " WS-ACT-OP " "
               FUNCTION TRIM(WS-FINDING)
               " - PATIENT " WS-ACT-PAT
               DELIMITED BY SIZE INTO SOD-RPT-LINE.
           WRITE SOD-RPT-LINE.

           EXIT.


       COUNT-FINDING.

           IF WS-OT-HIT > 0 THEN
               ADD 1 TO WS-OT-FINDS(WS-OT-HIT)
           END-IF.

           EXIT.


       REPORT-AFTER-HOURS.

           MOVE SPACES TO SOD-RPT-LINE.
           WRITE SOD-RPT-LINE.
           MOVE "3. ACTIVITY OUTSIDE WORKING HOURS"
               TO SOD-RPT-LINE.
           WRITE SOD-RPT-LINE.

      *    保安ログ: "DATE <8> OPERATOR <ID> EVENT <...> TIME <6>"。
      *    サインオン・機能の入退・訂正承認・差し替え・QA のほか、
      *    ロールの拒否もここで数える。
           OPEN INPUT SECURITY-LOG-FILE.
           IF WS-SEC-STATUS = "00" THEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ SECURITY-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF SECURITY-LOG-LINE(6:6) = WS-TARGET-X
                                   THEN
                               PERFORM TAKE-SECURITY-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECURITY-LOG-FILE
           END-IF.

           OPEN INPUT KEYLOG-FILE.
           IF WS-KEY-STATUS = "00" THEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ KEYLOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF KEYLOG-LINE(6:6) = WS-TARGET-X THEN
                               PERFORM PARSE-KEYLOG-LINE
                               MOVE SPACES TO WS-ACT-WHAT
                               STRING "KEYED PATIENT " WS-ACT-PAT
                                   " SITE " WS-ACT-SITE
                                   DELIMITED BY SIZE INTO WS-ACT-WHAT
                               PERFORM CHECK-WORKING-HOURS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KEYLOG-FILE
           END-IF.

           IF WS-CNT-AFTER = 0 THEN
               MOVE "   NONE" TO SOD-RPT-LINE
               WRITE SOD-RPT-LINE
           END-IF.

           EXIT.


       TAKE-SECURITY-LINE.

           MOVE SECURITY-LOG-LINE(6:8) TO WS-ACT-DATE-X.
           MOVE SPACES TO WS-P1 WS-P2 WS-P3 WS-P4.
           UNSTRING SECURITY-LOG-LINE
               DELIMITED BY " OPERATOR " OR " EVENT " OR " TIME "
               INTO WS-P1 WS-P2 WS-P3 WS-P4.
           MOVE WS-P2(1:6) TO WS-ACT-OP.
           MOVE WS-P3(1:40) TO WS-ACT-EVENT.
           MOVE WS-P4(1:6) TO WS-ACT-TIME-X.

           MOVE 0 TO WS-REFUSE-POS.
           INSPECT WS-ACT-EVENT TALLYING WS-REFUSE-POS
               FOR ALL "REFUSED".
           IF WS-REFUSE-POS > 0 THEN
               MOVE WS-ACT-OP TO WS-LOOK-OP
               PERFORM FIND-OPERATOR
               IF WS-OT-HIT > 0 THEN
                   ADD 1 TO WS-OT-REFUSE(WS-OT-HIT)
               END-IF
           END-IF.

           MOVE WS-ACT-EVENT TO WS-ACT-WHAT.
           PERFORM CHECK-WORKING-HOURS.

           EXIT.


       CHECK-WORKING-HOURS.

      *    WS-ACT-DATE/WS-ACT-TIME-X の操作が土日・休日か、時刻が
      *    就業時間外なら1行。時刻の無い旧い行は曜日・休日だけ。
           IF WS-ACT-DATE-X IS NOT NUMERIC OR WS-ACT-DATE = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-OFF-REASON.
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-ACT-DATE).
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-INT - 1, 7).
           IF WS-WEEKDAY = 5 OR WS-WEEKDAY = 6 THEN
               MOVE "WEEKEND" TO WS-OFF-REASON
           END-IF.
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                   UNTIL WS-HOL-IDX > WS-HOL-CNT
               IF WS-HOL-DATE(WS-HOL-IDX) = WS-ACT-DATE THEN
                   MOVE "HOLIDAY" TO WS-OFF-REASON
               END-IF
           END-PERFORM.
           IF WS-OFF-REASON = SPACES
                   AND WS-ACT-TIME-X IS NUMERIC THEN
               MOVE WS-ACT-TIME-X(1:4) TO WS-ACT-HHMM
               IF WS-ACT-HHMM < WS-WORK-START
                       OR WS-ACT-HHMM >= WS-WORK-END THEN
                   MOVE "OUTSIDE HOURS" TO WS-OFF-REASON
               END-IF
           END-IF.
           IF WS-OFF-REASON = SPACES THEN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CNT-AFTER.
           MOVE WS-ACT-OP TO WS-LOOK-OP.
           PERFORM FIND-OPERATOR.
           IF WS-OT-HIT > 0 THEN
               ADD 1 TO WS-OT-AFTER(WS-OT-HIT)
           END-IF.
           IF WS-ACT-TIME-X IS NOT NUMERIC THEN
               MOVE "------" TO WS-ACT-TIME-X
           END-IF.
           MOVE SPACES TO SOD-RPT-LINE.
           STRING "   " WS-ACT-DATE-X " " WS-ACT-TIME-X " "
               WS-ACT-OP " " WS-OFF-REASON " "
               FUNCTION TRIM(WS-ACT-WHAT)
               DELIMITED BY SIZE INTO SOD-RPT-LINE.
           WRITE SOD-RPT-LINE.

           EXIT.


       REPORT-VOLUMES.

           MOVE SPACES TO SOD-RPT-LINE.
           WRITE SOD-RPT-LINE.
           MOVE "4. PER-OPERATOR VOLUMES" TO SOD-RPT-LINE.
           WRITE SOD-RPT-LINE.

      *    打鍵・訂正承認・差し替え・QA の合計を、当月に何か操作の
      *    あった人の平均と比べる。
           MOVE 0 TO WS-SUM-TOTAL.
           MOVE 0 TO WS-ACTIVE-OPS.
           PERFORM VARYING WS-OT-IDX FROM 1 BY 1
                   UNTIL WS-OT-IDX > WS-OT-CNT
               COMPUTE WS-OT-TOTAL(WS-OT-IDX) =
                   WS-OT-KEYED(WS-OT-IDX) + WS-OT-CORR(WS-OT-IDX)
                   + WS-OT-OVR(WS-OT-IDX) + WS-OT-QA(WS-OT-IDX)
               IF WS-OT-TOTAL(WS-OT-IDX) > 0 THEN
                   ADD 1 TO WS-ACTIVE-OPS
                   ADD WS-OT-TOTAL(WS-OT-IDX) TO WS-SUM-TOTAL
               END-IF
           END-PERFORM.
           IF WS-ACTIVE-OPS > 0 THEN
               COMPUTE WS-MEAN-TOTAL ROUNDED =
                   WS-SUM-TOTAL / WS-ACTIVE-OPS
           ELSE
               MOVE 0 TO WS-MEAN-TOTAL
           END-IF.
           COMPUTE WS-VOL-LIMIT = WS-MEAN-TOTAL * WS-VOL-FACTOR.
           MOVE WS-MEAN-TOTAL TO WS-ED-MEAN.

           MOVE SPACES TO SOD-RPT-LINE.
           STRING "   OPERATOR NAME                      KEYED  CORR "
               "  OVR    QA  TOTAL REFUSED AFTERHRS FINDINGS"
               DELIMITED BY SIZE INTO SOD-RPT-LINE.
           WRITE SOD-RPT-LINE.
           PERFORM VARYING WS-OT-IDX FROM 1 BY 1
                   UNTIL WS-OT-IDX > WS-OT-CNT
               IF WS-OT-TOTAL(WS-OT-IDX) > 0
                       OR WS-OT-REFUSE(WS-OT-IDX) > 0
                       OR WS-OT-AFTER(WS-OT-IDX) > 0 THEN
                   PERFORM WRITE-VOLUME-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO SOD-RPT-LINE.
           STRING "   MEAN ACTIONS PER ACTIVE OPERATOR "
               FUNCTION TRIM(WS-ED-MEAN)
               " (" WS-ACTIVE-OPS " ACTIVE)"
               DELIMITED BY SIZE INTO SOD-RPT-LINE.
           WRITE SOD-RPT-LINE.

           EXIT.


       WRITE-VOLUME-LINE.

           MOVE SPACES TO WS-VOL-MARK.
           IF WS-OT-TOTAL(WS-OT-IDX) >= WS-VOL-MIN
                   AND WS-OT-TOTAL(WS-OT-IDX) > WS-VOL-LIMIT THEN
               MOVE "*HIGH VOLUME" TO WS-VOL-MARK
               ADD 1 TO WS-CNT-VOLUME
           END-IF.
           IF WS-OT-REFUSE(WS-OT-IDX) >= WS-REFUSE-MAX
                   AND WS-REFUSE-MAX > 0 THEN
               IF WS-VOL-MARK = SPACES THEN
                   MOVE "*REFUSALS" TO WS-VOL-MARK
               ELSE
                   MOVE "*HIGH VOLUME+REFUSALS" TO WS-VOL-MARK
               END-IF
               ADD 1 TO WS-CNT-VOLUME
           END-IF.
           MOVE SPACES TO SOD-RPT-LINE.
           STRING "   " WS-OT-ID(WS-OT-IDX) "   "
               WS-OT-NAME(WS-OT-IDX) " "
               WS-OT-KEYED(WS-OT-IDX) " "
               WS-OT-CORR(WS-OT-IDX) " "
               WS-OT-OVR(WS-OT-IDX) " "
               WS-OT-QA(WS-OT-IDX) " "
               WS-OT-TOTAL(WS-OT-IDX) "   "
               WS-OT-REFUSE(WS-OT-IDX) "    "
               WS-OT-AFTER(WS-OT-IDX) "    "
               WS-OT-FINDS(WS-OT-IDX) " "
               WS-VOL-MARK
               DELIMITED BY SIZE INTO SOD-RPT-LINE.
           WRITE SOD-RPT-LINE.

           EXIT.


       WRITE-SIGN-OFF.

           MOVE SPACES TO SOD-RPT-LINE.
           WRITE SOD-RPT-LINE.
           IF WS-CNT-TAB-FULL > 0 THEN
               MOVE SPACES TO SOD-RPT-LINE
               STRING "WARNING: " WS-CNT-TAB-FULL " LOG ROW(S) DID "
                   "NOT FIT THE MATCHING TABLES - CROSS-CHECKS ARE "
                   "INCOMPLETE"
                   DELIMITED BY SIZE INTO SOD-RPT-LINE
               WRITE SOD-RPT-LINE
           END-IF.
           MOVE SPACES TO SOD-RPT-LINE.
           STRING "TOTAL: " WS-CNT-SELF " SELF-APPROVAL  "
               WS-CNT-BOTH " BOTH SIDES  " WS-CNT-AFTER
               " AFTER HOURS  " WS-CNT-VOLUME " VOLUME FLAG(S)"
               DELIMITED BY SIZE INTO SOD-RPT-LINE.
           WRITE SOD-RPT-LINE.
           MOVE SPACES TO SOD-RPT-LINE.
           WRITE SOD-RPT-LINE.
           MOVE "REVIEWED BY INTERNAL AUDITOR: ____________________"
               TO SOD-RPT-LINE.
           WRITE SOD-RPT-LINE.
           MOVE "DATE: __________   SIGNATURE: ____________________"
               TO SOD-RPT-LINE.
           WRITE SOD-RPT-LINE.

           EXIT.


       CHECK-QAQ-LAYOUT.

      *    版見出し (キー "*LAYOUT*") を読み、この FD の版と
      *    突き合わせる (食い違えば止まる)。キー順の読み進めは
      *    見出しの次から始まる。
           MOVE SPACES TO QA-QUEUE-REC.
           MOVE WLH-TAG TO QA-QUEUE-REC(1:13).
           MOVE SPACES TO WLI-HEADER.
           READ QA-QUEUE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE QA-QUEUE-REC(1:28) TO WLI-HEADER
           END-READ.
           MOVE "output/qa_queue.dat" TO WLI-PATH.
           MOVE "QA-QUEUE" TO WLI-FILE-ID.
           MOVE WS-LAYOUT-QAQ TO WLI-EXPECT.
           IF FUNCTION CHECK-FILE-LAYOUT(WS-LAYOUT-IN) NOT = "Y"
               STOP RUN
           END-IF.

           EXIT.

       END PROGRAM TEST260960.
