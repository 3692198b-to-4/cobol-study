      *
      * HBA1C-BMI-CHECK ライブラリ: 患者IDのチェックディジット検証
      * (TEST230314/TEST230317 と同じ実体。GnuCOBOL では関数は
      * 呼出元より上に定義することが必須のため、ここにも置く)。
      *
       IDENTIFICATION DIVISION.
       FUNCTION-ID. CHECK-PATIENT-ID.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CPI-BASE      PIC 9(8).
       01  WS-CPI-TEMP      PIC 9(8).
       01  WS-CPI-CHECK     PIC 9.
       01  WS-CPI-COMPUTED  PIC 9.
       01  WS-CPI-SUM       PIC 9(3).
       01  WS-CPI-DIGIT     PIC 9.
       01  WS-CPI-IDX       PIC 9.

       LINKAGE SECTION.
       01  LNK-PATIENT-ID   PIC 9(9).
       01  LNK-ID-VALID     PIC 9.

       PROCEDURE DIVISION USING LNK-PATIENT-ID
                 RETURNING LNK-ID-VALID.

           DIVIDE LNK-PATIENT-ID BY 10
               GIVING WS-CPI-BASE REMAINDER WS-CPI-CHECK.
           MOVE WS-CPI-BASE TO WS-CPI-TEMP.
           MOVE 0 TO WS-CPI-SUM.

           PERFORM VARYING WS-CPI-IDX FROM 1 BY 1 UNTIL WS-CPI-IDX > 8
               DIVIDE WS-CPI-TEMP BY 10
                   GIVING WS-CPI-TEMP REMAINDER WS-CPI-DIGIT
               ADD WS-CPI-DIGIT TO WS-CPI-SUM
           END-PERFORM.

           DIVIDE WS-CPI-SUM BY 10
               GIVING WS-CPI-IDX REMAINDER WS-CPI-COMPUTED.

           IF WS-CPI-COMPUTED = WS-CPI-CHECK THEN
               MOVE 1 TO LNK-ID-VALID
           ELSE
               MOVE 0 TO LNK-ID-VALID
           END-IF.

           EXIT FUNCTION.

       END FUNCTION CHECK-PATIENT-ID.


      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260944.

      *
      * HOME-MONITORING: 支援期間中の自己測定 (家庭での体重・腹囲・
      * 血圧) の記録と経過報告。患者は継続支援の面談に記録表を持参
      * するが、これまでどこにも入力されていなかった。
      * ここでは1日1件 (患者 + 測定日がキー) で取り込み、窓口から
      * の手入力 (L) と医療機関からの一括アップロード (U) の2経路を
      * 持つ。経過報告 (R) は実施中 (SPL-STATUS=O) の支援計画ごと
      * に、計画作成時の値から目標 (SPL-TGT-WEIGHT/SPL-TGT-WAIST)
      * への到達率と直近の値を並べ、逆方向に進んでいる患者に印を
      * 付ける。最終評価で初めて未達に気付くのではなく、途中で
      * 担当が手を打てるようにするため。
      *
      * コマンド: L=測定値入力 U=一括取込 V=患者ごとの一覧
      *           R=経過報告 E/Q=終了
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT
           FUNCTION CHECK-PATIENT-ID.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    自己測定の記録 (患者ID + 測定日がキー。同じ日は上書き)。
           SELECT HOME-LOG-FILE ASSIGN TO 'output/home_logs.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HML-KEY
           FILE STATUS IS WS-HML-STATUS.

      *    医療機関からの一括アップロード (並びは下の UPL- 参照)。
           SELECT HOME-UPLOAD-FILE ASSIGN TO
               'input/home_logs_upload.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-UPL-STATUS.

           SELECT SUPPORT-PLAN-FILE ASSIGN TO
               'output/support_plans.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPL-PATIENT-ID
           FILE STATUS IS WS-SPL-STATUS.

           SELECT PROGRESS-RPT-FILE ASSIGN TO
               'output/home_progress.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    測定していない項目は 0。経路 K=窓口入力 U=一括取込。
       FD  HOME-LOG-FILE.
       01  HOME-LOG-REC.
           03 HML-KEY.
              05 HML-PATIENT-ID PIC 9(9).
              05 HML-DATE       PIC 9(8).
           03 HML-WEIGHT      PIC 9(3)V9.
           03 HML-WAIST       PIC 9(3)V9.
           03 HML-SBP         PIC 9(3).
           03 HML-DBP         PIC 9(3).
           03 HML-CHANNEL     PIC X.
           03 HML-ENTERED-BY  PIC X(6).
           03 HML-ENTERED-ON  PIC X(8).

       FD  HOME-UPLOAD-FILE.
       01  HOME-UPLOAD-REC.
           03 UPL-PATIENT-ID  PIC 9(9).
           03 UPL-DATE        PIC 9(8).
           03 UPL-WEIGHT      PIC 9(3)V9.
           03 UPL-WAIST       PIC 9(3)V9.
           03 UPL-SBP         PIC 9(3).
           03 UPL-DBP         PIC 9(3).

       FD  SUPPORT-PLAN-FILE.
       01  SUPPORT-PLAN-REC.
           03 SPL-PATIENT-ID  PIC 9(9).
           03 SPL-CREATED     PIC X(8).
           03 SPL-FYEAR       PIC 9(4).
           03 SPL-BASE-WEIGHT PIC 9(3)V9.
           03 SPL-BASE-WAIST  PIC 9(3)V9.
           03 SPL-TGT-WEIGHT  PIC 9(3)V9.
           03 SPL-TGT-WAIST   PIC 9(3)V9.
           03 SPL-GOAL1       PIC X(30).
           03 SPL-GOAL2       PIC X(30).
           03 SPL-UPD-DATE    PIC X(8).
           03 SPL-STATUS      PIC X.
           03 SPL-ATTAIN      PIC X.
           03 SPL-EVAL-DATE   PIC X(8).
           03 SPL-FIN-WEIGHT  PIC 9(3)V9.
           03 SPL-FIN-WAIST   PIC 9(3)V9.
      *    委託先コード (TEST230317 参照)。
           03 SPL-SOURCE      PIC X(4).

       FD  PROGRESS-RPT-FILE.
       01  PROGRESS-RPT-LINE  PIC X(132).

       WORKING-STORAGE SECTION.
       01  AC-VAR             PIC X(30).
       01  FG-END             PIC 9 VALUE 0.
       01  WS-HML-STATUS      PIC XX.
       01  WS-UPL-STATUS      PIC XX.
       01  WS-SPL-STATUS      PIC XX.
       01  WS-RPT-STATUS      PIC XX.
       01  WS-RUN-DATE        PIC X(8).
       01  WS-TODAY-NUM       PIC 9(8) VALUE 0.
       01  WS-OP-ID           PIC X(6) VALUE SPACES.

       01  WS-HML-EOF-FLAG    PIC X VALUE 'N'.
           88 WS-HML-EOF             VALUE 'Y'.
       01  WS-UPL-EOF-FLAG    PIC X VALUE 'N'.
           88 WS-UPL-EOF             VALUE 'Y'.
       01  WS-SPL-EOF-FLAG    PIC X VALUE 'N'.
           88 WS-SPL-EOF             VALUE 'Y'.
       01  WS-PLAN-OK-FLAG    PIC X VALUE 'N'.
           88 WS-PLAN-OK             VALUE 'Y'.

       01  WS-PAT-ID          PIC 9(9) VALUE 0.
       01  WS-ID-OK           PIC 9 VALUE 0.
       01  WS-LOG-DATE        PIC 9(8) VALUE 0.
       01  WS-PLAN-START      PIC 9(8) VALUE 0.
       01  WS-REJ-REASON      PIC X(30) VALUE SPACES.
       01  WS-CNT-UPL-READ    PIC 9(5) VALUE 0.
       01  WS-CNT-UPL-OK      PIC 9(5) VALUE 0.
       01  WS-CNT-UPL-REJ     PIC 9(5) VALUE 0.

      *    経過の集計 (1計画分)。体重は直近3回を持って3回続けて
      *    増えているかを見る。
       01  WS-LOG-CNT         PIC 9(3) VALUE 0.
       01  WS-LAST-DATE       PIC 9(8) VALUE 0.
       01  WS-LAST-WEIGHT     PIC 9(3)V9 VALUE 0.
       01  WS-PREV1-WEIGHT    PIC 9(3)V9 VALUE 0.
       01  WS-PREV2-WEIGHT    PIC 9(3)V9 VALUE 0.
       01  WS-LAST-WAIST      PIC 9(3)V9 VALUE 0.
       01  WS-LAST-SBP        PIC 9(3) VALUE 0.
       01  WS-LAST-DBP        PIC 9(3) VALUE 0.
       01  WS-WGT-PCT         PIC S9(3) VALUE 0.
       01  WS-WST-PCT         PIC S9(3) VALUE 0.
       01  WS-DAYS-SINCE      PIC S9(5) VALUE 0.
      *    自己測定がこの日数より古ければ「記録途絶」の印を付ける。
       01  WS-STALE-DAYS      PIC 9(3) VALUE 30.
       01  WS-FLAG-TEXT       PIC X(20) VALUE SPACES.
       01  WS-CNT-PLANS       PIC 9(5) VALUE 0.
       01  WS-CNT-WRONG       PIC 9(5) VALUE 0.
       01  WS-CNT-NOLOG       PIC 9(5) VALUE 0.

       01  WS-RPT-DETAIL.
           03 WS-RD-PATIENT   PIC 9(9).
           03 FILLER          PIC X VALUE SPACE.
           03 WS-RD-FYEAR     PIC 9(4).
           03 FILLER          PIC X VALUE SPACE.
           03 WS-RD-BASE-WGT  PIC ZZ9.9.
           03 FILLER          PIC X VALUE SPACE.
           03 WS-RD-TGT-WGT   PIC ZZ9.9.
           03 FILLER          PIC X VALUE SPACE.
           03 WS-RD-LAST-WGT  PIC ZZ9.9.
           03 FILLER          PIC X VALUE SPACE.
           03 WS-RD-WGT-PCT   PIC ---9.
           03 FILLER          PIC X(2) VALUE "% ".
           03 WS-RD-BASE-WST  PIC ZZ9.9.
           03 FILLER          PIC X VALUE SPACE.
           03 WS-RD-TGT-WST   PIC ZZ9.9.
           03 FILLER          PIC X VALUE SPACE.
           03 WS-RD-LAST-WST  PIC ZZ9.9.
           03 FILLER          PIC X VALUE SPACE.
           03 WS-RD-WST-PCT   PIC ---9.
           03 FILLER          PIC X(2) VALUE "% ".
           03 WS-RD-SBP       PIC ZZ9.
           03 FILLER          PIC X VALUE "/".
           03 WS-RD-DBP       PIC ZZ9.
           03 FILLER          PIC X VALUE SPACE.
           03 WS-RD-CNT       PIC ZZ9.
           03 FILLER          PIC X VALUE SPACE.
           03 WS-RD-LAST-DATE PIC 9(8).
           03 FILLER          PIC X VALUE SPACE.
           03 WS-RD-FLAG      PIC X(20).

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-SPL      PIC 9(3) VALUE 1.
       COPY layout_header.

       PROCEDURE DIVISION.
       MAIN SECTION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-TODAY-NUM.

           DISPLAY "--- HOME SELF-MONITORING LOGS ---".
           DISPLAY "Your operator ID?".
           ACCEPT WS-OP-ID.

           OPEN I-O HOME-LOG-FILE.
           IF WS-HML-STATUS NOT = "00" THEN
               OPEN OUTPUT HOME-LOG-FILE
               CLOSE HOME-LOG-FILE
               OPEN I-O HOME-LOG-FILE
           END-IF.
           OPEN INPUT SUPPORT-PLAN-FILE.
           IF WS-SPL-STATUS NOT = "00" THEN
               DISPLAY "NO SUPPORT PLANS ON FILE - NOTHING TO LOG "
                   "AGAINST"
               CLOSE HOME-LOG-FILE
               STOP RUN
           END-IF.
           PERFORM CHECK-SPL-LAYOUT.

           MOVE 0 TO FG-END.
           PERFORM HOME-COMMAND UNTIL FG-END = 1.

           CLOSE SUPPORT-PLAN-FILE.
           CLOSE HOME-LOG-FILE.

           STOP RUN.


       HOME-COMMAND.

           DISPLAY "*".
           DISPLAY "Command? (L=LOG READINGS U=UPLOAD FILE "
               "V=VIEW PATIENT R=PROGRESS REPORT E/Q=END)".
           ACCEPT AC-VAR.

           EVALUATE FUNCTION TRIM(AC-VAR)
               WHEN "E"
               WHEN "Q"
                   MOVE 1 TO FG-END
               WHEN "L"
                   PERFORM ENTER-READINGS
               WHEN "U"
                   PERFORM UPLOAD-READINGS
               WHEN "V"
                   PERFORM VIEW-PATIENT
               WHEN "R"
                   PERFORM PROGRESS-REPORT
               WHEN OTHER
                   DISPLAY "UNKNOWN COMMAND"
           END-EVALUATE.

           EXIT.


       FIND-OPEN-PLAN.

      *    記録できるのは実施中の計画がある患者だけ。測定日は計画
      *    作成日から今日までの範囲に限る。
           MOVE 'N' TO WS-PLAN-OK-FLAG.
           MOVE SPACES TO WS-REJ-REASON.
           MOVE FUNCTION CHECK-PATIENT-ID(WS-PAT-ID) TO WS-ID-OK.
           IF WS-ID-OK = 0 THEN
               MOVE "PATIENT ID FAILS CHECK-DIGIT" TO WS-REJ-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PAT-ID TO SPL-PATIENT-ID.
           READ SUPPORT-PLAN-FILE
               INVALID KEY
                   MOVE "NO SUPPORT PLAN" TO WS-REJ-REASON
                   EXIT PARAGRAPH
           END-READ.
           IF SPL-STATUS NOT = "O" THEN
               MOVE "SUPPORT PLAN ALREADY FINAL" TO WS-REJ-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(SPL-CREATED) TO WS-PLAN-START.
           IF WS-LOG-DATE < WS-PLAN-START
                   OR WS-LOG-DATE > WS-TODAY-NUM THEN
               MOVE "DATE OUTSIDE THE SUPPORT PERIOD"
                   TO WS-REJ-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-PLAN-OK-FLAG.

           EXIT.


       ENTER-READINGS.

           DISPLAY "Patient ID?" ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-PAT-ID.
           DISPLAY "Measured on (YYYYMMDD, blank = today)?"
           ACCEPT AC-VAR.
           IF AC-VAR = SPACES THEN
               MOVE WS-TODAY-NUM TO WS-LOG-DATE
           ELSE
               MOVE FUNCTION NUMVAL(AC-VAR) TO WS-LOG-DATE
           END-IF.
           PERFORM FIND-OPEN-PLAN.
           IF NOT WS-PLAN-OK THEN
               DISPLAY "NOT RECORDED - " WS-REJ-REASON
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE HOME-LOG-REC.
           MOVE WS-PAT-ID   TO HML-PATIENT-ID.
           MOVE WS-LOG-DATE TO HML-DATE.
           DISPLAY "Weight kg (blank = not measured)?" ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO HML-WEIGHT.
           DISPLAY "Waist cm (blank = not measured)?" ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO HML-WAIST.
           DISPLAY "Systolic BP (blank = not measured)?" ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO HML-SBP.
           DISPLAY "Diastolic BP (blank = not measured)?"
           ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO HML-DBP.
           IF HML-WEIGHT = 0 AND HML-WAIST = 0 AND HML-SBP = 0
                   AND HML-DBP = 0 THEN
               DISPLAY "NOTHING MEASURED - NOT RECORDED"
               EXIT PARAGRAPH
           END-IF.
           MOVE "K"         TO HML-CHANNEL.
           MOVE WS-OP-ID    TO HML-ENTERED-BY.
           MOVE WS-RUN-DATE TO HML-ENTERED-ON.
           WRITE HOME-LOG-REC
               INVALID KEY
                   REWRITE HOME-LOG-REC
           END-WRITE.

           DISPLAY "RECORDED " HML-PATIENT-ID " " HML-DATE.

           EXIT.


       UPLOAD-READINGS.

      *    医療機関のアップロードは1行1測定日。検証は窓口入力と
      *    同じで、通らない行は理由を表示して飛ばす。
           OPEN INPUT HOME-UPLOAD-FILE.
           IF WS-UPL-STATUS NOT = "00" THEN
               DISPLAY "NO UPLOAD FILE (input/home_logs_upload.dat)"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-CNT-UPL-READ WS-CNT-UPL-OK WS-CNT-UPL-REJ.
           MOVE 'N' TO WS-UPL-EOF-FLAG.
           PERFORM UNTIL WS-UPL-EOF
               READ HOME-UPLOAD-FILE
                   AT END
                       MOVE 'Y' TO WS-UPL-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CNT-UPL-READ
                       PERFORM UPLOAD-ONE-ROW
               END-READ
           END-PERFORM.
           CLOSE HOME-UPLOAD-FILE.

           DISPLAY "UPLOAD: READ " WS-CNT-UPL-READ " RECORDED "
               WS-CNT-UPL-OK " REJECTED " WS-CNT-UPL-REJ.

           EXIT.


       UPLOAD-ONE-ROW.

           MOVE UPL-PATIENT-ID TO WS-PAT-ID.
           MOVE UPL-DATE       TO WS-LOG-DATE.
           PERFORM FIND-OPEN-PLAN.
           IF NOT WS-PLAN-OK THEN
               ADD 1 TO WS-CNT-UPL-REJ
               DISPLAY "  REJECTED " UPL-PATIENT-ID " " UPL-DATE
                   " - " WS-REJ-REASON
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE HOME-LOG-REC.
           MOVE UPL-PATIENT-ID TO HML-PATIENT-ID.
           MOVE UPL-DATE       TO HML-DATE.
           MOVE UPL-WEIGHT     TO HML-WEIGHT.
           MOVE UPL-WAIST      TO HML-WAIST.
           MOVE UPL-SBP        TO HML-SBP.
           MOVE UPL-DBP        TO HML-DBP.
           MOVE "U"            TO HML-CHANNEL.
           MOVE WS-OP-ID       TO HML-ENTERED-BY.
           MOVE WS-RUN-DATE    TO HML-ENTERED-ON.
           WRITE HOME-LOG-REC
               INVALID KEY
                   REWRITE HOME-LOG-REC
           END-WRITE.
           ADD 1 TO WS-CNT-UPL-OK.

           EXIT.


       VIEW-PATIENT.

           DISPLAY "Patient ID?" ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-PAT-ID.
           MOVE WS-PAT-ID TO SPL-PATIENT-ID.
           READ SUPPORT-PLAN-FILE
               INVALID KEY
                   DISPLAY "NO SUPPORT PLAN FOR " WS-PAT-ID
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "PLAN " SPL-CREATED " STATUS " SPL-STATUS
               " WEIGHT " SPL-BASE-WEIGHT " -> " SPL-TGT-WEIGHT
               " WAIST " SPL-BASE-WAIST " -> " SPL-TGT-WAIST.

           MOVE 0 TO WS-LOG-CNT.
           MOVE WS-PAT-ID TO HML-PATIENT-ID.
           MOVE 0 TO HML-DATE.
           MOVE 'N' TO WS-HML-EOF-FLAG.
           START HOME-LOG-FILE
               KEY IS GREATER THAN OR EQUAL TO HML-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HML-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-HML-EOF
               READ HOME-LOG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HML-EOF-FLAG
                   NOT AT END
                       IF HML-PATIENT-ID NOT = WS-PAT-ID THEN
                           MOVE 'Y' TO WS-HML-EOF-FLAG
                       ELSE
                           ADD 1 TO WS-LOG-CNT
                           DISPLAY "  " HML-DATE
                               " WEIGHT " HML-WEIGHT
                               " WAIST " HML-WAIST
                               " BP " HML-SBP "/" HML-DBP
                               " (" HML-CHANNEL ")"
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "  " WS-LOG-CNT " READING(S)".

           EXIT.


       PROGRESS-REPORT.

           OPEN OUTPUT PROGRESS-RPT-FILE.
           MOVE SPACES TO PROGRESS-RPT-LINE.
           STRING "HOME SELF-MONITORING PROGRESS " WS-RUN-DATE
               " (OPEN SUPPORT PLANS)"
               DELIMITED BY SIZE INTO PROGRESS-RPT-LINE.
           WRITE PROGRESS-RPT-LINE.
           MOVE SPACES TO PROGRESS-RPT-LINE.
           STRING "PATIENT   FY   WEIGHT BASE/TGT/LAST  PROG "
               "WAIST BASE/TGT/LAST   PROG  BP LAST N   "
               "LAST LOG FLAG"
               DELIMITED BY SIZE INTO PROGRESS-RPT-LINE.
           WRITE PROGRESS-RPT-LINE.

           MOVE 0 TO WS-CNT-PLANS WS-CNT-WRONG WS-CNT-NOLOG.
           MOVE 0 TO SPL-PATIENT-ID.
           MOVE 'N' TO WS-SPL-EOF-FLAG.
           START SUPPORT-PLAN-FILE
               KEY IS GREATER THAN OR EQUAL TO SPL-PATIENT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SPL-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-SPL-EOF
               READ SUPPORT-PLAN-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SPL-EOF-FLAG
                   NOT AT END
                       IF SPL-STATUS = "O" THEN
                           PERFORM REPORT-ONE-PLAN
                       END-IF
               END-READ
           END-PERFORM.

           MOVE SPACES TO PROGRESS-RPT-LINE.
           STRING "OPEN PLANS " WS-CNT-PLANS
               "  WRONG WAY " WS-CNT-WRONG
               "  NO RECENT LOG " WS-CNT-NOLOG
               DELIMITED BY SIZE INTO PROGRESS-RPT-LINE.
           WRITE PROGRESS-RPT-LINE.
           CLOSE PROGRESS-RPT-FILE.

           DISPLAY "PROGRESS REPORT WRITTEN TO output/home_progress.txt"
               " (" WS-CNT-WRONG " TRENDING THE WRONG WAY)".

           EXIT.


       REPORT-ONE-PLAN.

           ADD 1 TO WS-CNT-PLANS.
           MOVE 0 TO WS-LOG-CNT WS-LAST-DATE WS-LAST-WEIGHT
               WS-PREV1-WEIGHT WS-PREV2-WEIGHT WS-LAST-WAIST
               WS-LAST-SBP WS-LAST-DBP.
           MOVE FUNCTION NUMVAL(SPL-CREATED) TO WS-PLAN-START.

      *    計画作成日以降の記録を日付順に読み、項目ごとに直近の
      *    値を残す。
           MOVE SPL-PATIENT-ID TO HML-PATIENT-ID.
           MOVE WS-PLAN-START  TO HML-DATE.
           MOVE 'N' TO WS-HML-EOF-FLAG.
           START HOME-LOG-FILE
               KEY IS GREATER THAN OR EQUAL TO HML-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HML-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-HML-EOF
               READ HOME-LOG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HML-EOF-FLAG
                   NOT AT END
                       IF HML-PATIENT-ID NOT = SPL-PATIENT-ID THEN
                           MOVE 'Y' TO WS-HML-EOF-FLAG
                       ELSE
                           ADD 1 TO WS-LOG-CNT
                           MOVE HML-DATE TO WS-LAST-DATE
                           IF HML-WEIGHT > 0 THEN
                               MOVE WS-PREV1-WEIGHT
                                   TO WS-PREV2-WEIGHT
                               MOVE WS-LAST-WEIGHT
                                   TO WS-PREV1-WEIGHT
                               MOVE HML-WEIGHT TO WS-LAST-WEIGHT
                           END-IF
                           IF HML-WAIST > 0 THEN
                               MOVE HML-WAIST TO WS-LAST-WAIST
                           END-IF
                           IF HML-SBP > 0 THEN
                               MOVE HML-SBP TO WS-LAST-SBP
                               MOVE HML-DBP TO WS-LAST-DBP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    到達率 = (作成時 - 直近) / (作成時 - 目標)。目標が作成時
      *    以上 (減量目標でない) か測定が無ければ 0 と表示する。
           MOVE 0 TO WS-WGT-PCT WS-WST-PCT.
           IF WS-LAST-WEIGHT > 0
                   AND SPL-BASE-WEIGHT > SPL-TGT-WEIGHT THEN
               COMPUTE WS-WGT-PCT ROUNDED =
                   (SPL-BASE-WEIGHT - WS-LAST-WEIGHT) * 100
                   / (SPL-BASE-WEIGHT - SPL-TGT-WEIGHT)
                   ON SIZE ERROR
                       MOVE 0 TO WS-WGT-PCT
               END-COMPUTE
           END-IF.
           IF WS-LAST-WAIST > 0
                   AND SPL-BASE-WAIST > SPL-TGT-WAIST THEN
               COMPUTE WS-WST-PCT ROUNDED =
                   (SPL-BASE-WAIST - WS-LAST-WAIST) * 100
                   / (SPL-BASE-WAIST - SPL-TGT-WAIST)
                   ON SIZE ERROR
                       MOVE 0 TO WS-WST-PCT
               END-COMPUTE
           END-IF.

      *    逆方向: 直近が作成時より増えている、または体重が3回
      *    続けて増えている。記録途絶: 記録が無い、または直近の
      *    記録が WS-STALE-DAYS 日より前。
           MOVE SPACES TO WS-FLAG-TEXT.
           IF (WS-LAST-WEIGHT > 0
                   AND WS-LAST-WEIGHT > SPL-BASE-WEIGHT)
               OR (WS-LAST-WAIST > 0
                   AND WS-LAST-WAIST > SPL-BASE-WAIST)
               OR (WS-PREV2-WEIGHT > 0
                   AND WS-PREV1-WEIGHT > WS-PREV2-WEIGHT
                   AND WS-LAST-WEIGHT > WS-PREV1-WEIGHT) THEN
               MOVE "** WRONG WAY **" TO WS-FLAG-TEXT
               ADD 1 TO WS-CNT-WRONG
           ELSE
               IF WS-LOG-CNT = 0 THEN
                   MOVE "NO LOGS" TO WS-FLAG-TEXT
                   ADD 1 TO WS-CNT-NOLOG
               ELSE
                   COMPUTE WS-DAYS-SINCE =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                       - FUNCTION INTEGER-OF-DATE(WS-LAST-DATE)
                   IF WS-DAYS-SINCE > WS-STALE-DAYS THEN
                       MOVE "NO RECENT LOG" TO WS-FLAG-TEXT
                       ADD 1 TO WS-CNT-NOLOG
                   END-IF
               END-IF
           END-IF.

           MOVE SPL-PATIENT-ID  TO WS-RD-PATIENT.
           MOVE SPL-FYEAR       TO WS-RD-FYEAR.
           MOVE SPL-BASE-WEIGHT TO WS-RD-BASE-WGT.
           MOVE SPL-TGT-WEIGHT  TO WS-RD-TGT-WGT.
           MOVE WS-LAST-WEIGHT  TO WS-RD-LAST-WGT.
           MOVE WS-WGT-PCT      TO WS-RD-WGT-PCT.
           MOVE SPL-BASE-WAIST  TO WS-RD-BASE-WST.
           MOVE SPL-TGT-WAIST   TO WS-RD-TGT-WST.
           MOVE WS-LAST-WAIST   TO WS-RD-LAST-WST.
           MOVE WS-WST-PCT      TO WS-RD-WST-PCT.
           MOVE WS-LAST-SBP     TO WS-RD-SBP.
           MOVE WS-LAST-DBP     TO WS-RD-DBP.
           MOVE WS-LOG-CNT      TO WS-RD-CNT.
           MOVE WS-LAST-DATE    TO WS-RD-LAST-DATE.
           MOVE WS-FLAG-TEXT    TO WS-RD-FLAG.
           MOVE WS-RPT-DETAIL   TO PROGRESS-RPT-LINE.
           WRITE PROGRESS-RPT-LINE.

           EXIT.


       CHECK-SPL-LAYOUT.

      *    版見出し (キー "*LAYOUT*") を読み、この FD の版と
      *    突き合わせる (食い違えば止まる)。キー順の読み進めは
      *    見出しの次から始まる。
           MOVE SPACES TO SUPPORT-PLAN-REC.
           MOVE WLH-TAG TO SUPPORT-PLAN-REC(1:13).
           MOVE SPACES TO WLI-HEADER.
           READ SUPPORT-PLAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SUPPORT-PLAN-REC(1:28) TO WLI-HEADER
           END-READ.
           MOVE "output/support_plans.dat" TO WLI-PATH.
           MOVE "SUPPORT-PLAN" TO WLI-FILE-ID.
           MOVE WS-LAYOUT-SPL TO WLI-EXPECT.
           IF FUNCTION CHECK-FILE-LAYOUT(WS-LAYOUT-IN) NOT = "Y"
               STOP RUN
           END-IF.

           EXIT.

       END PROGRAM TEST260944.
