      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260951.

      *
      * REFERRAL-REPLY: 紹介状の返信票の取込みと紹介の完了率。
      * 受診勧奨キュー (output/referrals.dat) は窓口が電話で確かめて
      * D コマンド (TEST230317) で手で閉じるしかなく、実際に医療
      * 機関へ行ったかは多くが「連絡済」のまま分からなかった。
      * 夜間バッチ (TEST230314) は紹介を積むときに切り取り式の
      * 返信票つき紹介状 (output/referral_letters.txt) を刷り、
      * 返信票に参照番号
      *   "R" + 患者ID 9桁 + 紹介日 8桁 + チェックディジット 1桁
      * を *R...* のバーコード様式で印字する。医療機関から返って
      * きた返信票をここで取り込む:
      *   U = 返信票ファイルの一括取込み (読取機・委託先の入力)
      *       "RPL" + 参照番号 X(19) + 受診日 9(8) +
      *       診断名 X(20) + 治療開始 X (Y/N) + 医師名 X(20)
      *   K = 返信票1枚の手入力
      *   M = 月次の紹介完了率レポート (紹介日の月・施設別)
      * 参照番号がキューの現在の紹介と一致すれば、受診結果を書き
      * 込んでステータスを X (完了) にする。同じ患者が後で再び紹介
      * された場合は参照番号が変わるので、古い返信票は閉じずに
      * 「旧い紹介」として記録だけ残す。取り込んだ返信票は結果に
      * かかわらず output/referral_replies.dat に積む。
      *
      * コマンド: U=一括取込み K=手入力 M=完了率レポート E/Q=終了
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFERRAL-FILE ASSIGN TO 'output/referrals.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REF-PATIENT-ID
           FILE STATUS IS WS-REF-STATUS.

           SELECT REPLY-IN-FILE ASSIGN USING WS-RPI-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPI-STATUS.

      *    取り込んだ返信票の記録 (照合できなかった分も含む)。
           SELECT REPLY-LOG-FILE ASSIGN TO
               'output/referral_replies.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RRL-STATUS.

      *    月次の完了率レポート (パスに年月を含める)。
           SELECT COMPLETION-RPT-FILE ASSIGN USING WS-CPR-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REFERRAL-FILE.
       01  REFERRAL-REC.
           03 REF-PATIENT-ID  PIC 9(9).
           03 REF-FLAG-DATE   PIC X(8).
           03 REF-FST         PIC 9(3).
           03 REF-NFS         PIC 9(3).
           03 REF-HBA1C       PIC 9V99.
           03 REF-SBP         PIC 9(3).
           03 REF-DBP         PIC 9(3).
           03 REF-LSK-BG      PIC 9.
      *    ステータス: N=新規 C=連絡済 V=受診確認済 X=完了。
           03 REF-STATUS      PIC X.
           03 REF-STATUS-DATE PIC X(8).
           03 REF-SITE-CODE   PIC 9(3).
           03 REF-REF-NO      PIC X(19).
           03 REF-VISIT-DATE  PIC 9(8).
           03 REF-DIAGNOSIS   PIC X(20).
           03 REF-TREATED     PIC X.
           03 REF-PHYSICIAN   PIC X(20).
           03 REF-REPLY-DATE  PIC X(8).

       FD  REPLY-IN-FILE.
       01  REPLY-IN-REC.
           03 RPI-TAG         PIC X(3).
           03 RPI-REF-NO      PIC X(19).
           03 RPI-VISIT-DATE  PIC X(8).
           03 RPI-DIAGNOSIS   PIC X(20).
           03 RPI-TREATED     PIC X.
           03 RPI-PHYSICIAN   PIC X(20).

       FD  REPLY-LOG-FILE.
       01  REPLY-LOG-REC.
           03 RRL-RUN-DATE    PIC X(8).
           03 RRL-OP-ID       PIC X(6).
      *    取込み元: U=一括 K=手入力。
           03 RRL-SOURCE      PIC X.
           03 RRL-REF-NO      PIC X(19).
           03 RRL-PATIENT-ID  PIC X(9).
           03 RRL-VISIT-DATE  PIC X(8).
           03 RRL-DIAGNOSIS   PIC X(20).
           03 RRL-TREATED     PIC X.
           03 RRL-PHYSICIAN   PIC X(20).
      *    結果: M=照合して完了 S=旧い紹介 D=返信済み U=紹介なし
      *          B=参照番号の誤り I=記入の不備。
           03 RRL-RESULT      PIC X.

       FD  COMPLETION-RPT-FILE.
       01  COMPLETION-RPT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01  AC-VAR             PIC X(50).
       01  FG-END             PIC 9 VALUE 0.
       01  WS-REF-STATUS      PIC XX.
       01  WS-RPI-STATUS      PIC XX.
       01  WS-RRL-STATUS      PIC XX.
       01  WS-CPR-STATUS      PIC XX.
       01  WS-RPI-PATH        PIC X(50) VALUE SPACES.
       01  WS-CPR-PATH        PIC X(50) VALUE SPACES.
       01  WS-RUN-DATE        PIC X(8).
       01  WS-OP-ID           PIC X(6) VALUE SPACES.
       01  WS-EOF-FLAG        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
       01  WS-RRL-OPEN-FLAG   PIC X VALUE 'N'.
           88 WS-RRL-OPEN            VALUE 'Y'.

      *    照合する返信票1枚 (U/K を揃えた形)。
       01  WS-RP-SOURCE       PIC X VALUE SPACE.
       01  WS-RP-REF-NO       PIC X(19) VALUE SPACES.
       01  WS-RP-VISIT-DATE   PIC X(8) VALUE SPACES.
       01  WS-RP-DIAGNOSIS    PIC X(20) VALUE SPACES.
       01  WS-RP-TREATED      PIC X VALUE SPACE.
       01  WS-RP-PHYSICIAN    PIC X(20) VALUE SPACES.
       01  WS-RP-RESULT       PIC X VALUE SPACE.

      *    参照番号のチェックディジット検査 (TEST230314 の
      *    BUILD-REFERRAL-REF-NO と同じ計算)。
       01  WS-REF-NO-WORK.
           03 WS-RNO-TAG      PIC X.
           03 WS-RNO-PID      PIC 9(9).
           03 WS-RNO-DATE     PIC 9(8).
           03 WS-RNO-CHECK    PIC 9.
       01  WS-RNO-DIGITS REDEFINES WS-REF-NO-WORK.
           03 FILLER          PIC X.
           03 WS-RNO-DIGIT    PIC 9 OCCURS 17 TIMES.
           03 FILLER          PIC 9.
       01  WS-RNO-IDX         PIC 9(2) VALUE 0.
       01  WS-RNO-SUM         PIC 9(3) VALUE 0.

       01  WS-CNT-READ        PIC 9(5) VALUE 0.
       01  WS-CNT-MATCHED     PIC 9(5) VALUE 0.
       01  WS-CNT-STALE       PIC 9(5) VALUE 0.
       01  WS-CNT-DUP         PIC 9(5) VALUE 0.
       01  WS-CNT-UNMATCHED   PIC 9(5) VALUE 0.
       01  WS-CNT-BAD-NO      PIC 9(5) VALUE 0.
       01  WS-CNT-INVALID     PIC 9(5) VALUE 0.

      *    完了率レポートの施設別集計。
       01  WS-RPT-MONTH       PIC 9(6) VALUE 0.
       01  WS-CS-TAB.
           03 WS-CS-ENTRY OCCURS 100 TIMES.
              05 WS-CS-SITE   PIC 9(3).
              05 WS-CS-FLAGGED PIC 9(5).
              05 WS-CS-REPLIED PIC 9(5).
              05 WS-CS-MANUAL PIC 9(5).
              05 WS-CS-VISITED PIC 9(5).
              05 WS-CS-TREATED PIC 9(5).
       01  WS-CS-CNT          PIC 9(3) VALUE 0.
       01  WS-CS-IDX          PIC 9(3) VALUE 0.
       01  WS-CS-HIT          PIC 9(3) VALUE 0.
       01  WS-CNT-CS-OVER     PIC 9(5) VALUE 0.
       01  WS-TOT-FLAGGED     PIC 9(6) VALUE 0.
       01  WS-TOT-REPLIED     PIC 9(6) VALUE 0.
       01  WS-TOT-MANUAL      PIC 9(6) VALUE 0.
       01  WS-TOT-VISITED     PIC 9(6) VALUE 0.
       01  WS-TOT-TREATED     PIC 9(6) VALUE 0.
       01  WS-DONE-CNT        PIC 9(6) VALUE 0.
       01  WS-RATE            PIC 9(3)V9 VALUE 0.
       01  WS-RATE-ED         PIC ZZ9.9.


      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-REF      PIC 9(3) VALUE 1.
       COPY layout_header.

       PROCEDURE DIVISION.
       MAIN SECTION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           DISPLAY "--- REFERRAL REPLY SLIPS ---".
           DISPLAY "Your operator ID?".
           ACCEPT WS-OP-ID.

      *    キューは夜間バッチが作る。ここでは作らない。
           OPEN I-O REFERRAL-FILE.
           IF WS-REF-STATUS NOT = "00" THEN
               DISPLAY "NO REFERRAL QUEUE ON FILE "
                   "(output/referrals.dat)"
               STOP RUN
           END-IF.
           PERFORM CHECK-REF-LAYOUT.

           MOVE 0 TO FG-END.
           PERFORM REPLY-COMMAND UNTIL FG-END = 1.

           CLOSE REFERRAL-FILE.
           IF WS-RRL-OPEN THEN
               CLOSE REPLY-LOG-FILE
           END-IF.

           STOP RUN.


       REPLY-COMMAND.

           DISPLAY "*".
           DISPLAY "Command? (U=UPLOAD REPLY FILE K=KEY ONE SLIP "
               "M=MONTHLY COMPLETION REPORT E/Q=END)".
           ACCEPT AC-VAR.

           EVALUATE FUNCTION TRIM(AC-VAR)
               WHEN "E"
               WHEN "Q"
                   MOVE 1 TO FG-END
               WHEN "U"
                   PERFORM UPLOAD-REPLY-FILE
               WHEN "K"
                   PERFORM KEY-REPLY-SLIP
               WHEN "M"
                   PERFORM COMPLETION-REPORT
               WHEN OTHER
                   DISPLAY "UNKNOWN COMMAND"
           END-EVALUATE.

           EXIT.


       UPLOAD-REPLY-FILE.

           DISPLAY "Reply slip file (e.g. input/referral_replies_"
               "0915.dat)?".
           ACCEPT WS-RPI-PATH.
           OPEN INPUT REPLY-IN-FILE.
           IF WS-RPI-STATUS NOT = "00" THEN
               DISPLAY "CANNOT OPEN " FUNCTION TRIM(WS-RPI-PATH)
               EXIT PARAGRAPH
           END-IF.

           PERFORM RESET-REPLY-COUNTERS.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ REPLY-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CNT-READ
                       MOVE "U" TO WS-RP-SOURCE
                       MOVE RPI-REF-NO TO WS-RP-REF-NO
                       MOVE RPI-VISIT-DATE TO WS-RP-VISIT-DATE
                       MOVE RPI-DIAGNOSIS TO WS-RP-DIAGNOSIS
                       MOVE RPI-TREATED TO WS-RP-TREATED
                       MOVE RPI-PHYSICIAN TO WS-RP-PHYSICIAN
      *                見出し・合計など RPL 以外の行は記入の不備。
                       IF RPI-TAG NOT = "RPL" THEN
                           MOVE "I" TO WS-RP-RESULT
                           PERFORM COUNT-REPLY-RESULT
                           PERFORM LOG-REPLY-SLIP
                       ELSE
                           PERFORM APPLY-REPLY-SLIP
                       END-IF
                       IF WS-RP-RESULT NOT = "M" THEN
                           DISPLAY "  " WS-RP-REF-NO " "
                               WS-RP-RESULT " - NOT CLOSED"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REPLY-IN-FILE.

           DISPLAY "REPLY SLIPS: " WS-CNT-READ " READ, "
               WS-CNT-MATCHED " CLOSED, " WS-CNT-STALE " STALE, "
               WS-CNT-DUP " ALREADY REPLIED, " WS-CNT-UNMATCHED
               " NO REFERRAL, " WS-CNT-BAD-NO " BAD REF NO, "
               WS-CNT-INVALID " INCOMPLETE".

           EXIT.


       KEY-REPLY-SLIP.

           MOVE "K" TO WS-RP-SOURCE.
           DISPLAY "Reference number on the slip (R + 18 digits)?".
           ACCEPT AC-VAR.
      *    バーコード様式の * が付いたまま打たれても読めるように。
           IF AC-VAR(1:1) = "*" THEN
               MOVE AC-VAR(2:19) TO WS-RP-REF-NO
           ELSE
               MOVE AC-VAR(1:19) TO WS-RP-REF-NO
           END-IF.
           DISPLAY "Visit date (YYYYMMDD)?".
           ACCEPT AC-VAR.
           MOVE AC-VAR(1:8) TO WS-RP-VISIT-DATE.
           DISPLAY "Diagnosis?".
           ACCEPT AC-VAR.
           MOVE AC-VAR(1:20) TO WS-RP-DIAGNOSIS.
           DISPLAY "Treatment started? (Y/N)".
           ACCEPT AC-VAR.
           MOVE AC-VAR(1:1) TO WS-RP-TREATED.
           DISPLAY "Physician?".
           ACCEPT AC-VAR.
           MOVE AC-VAR(1:20) TO WS-RP-PHYSICIAN.

           PERFORM RESET-REPLY-COUNTERS.
           PERFORM APPLY-REPLY-SLIP.

           EVALUATE WS-RP-RESULT
               WHEN "M"
                   DISPLAY "REFERRAL FOR PATIENT " REF-PATIENT-ID
                       " CLOSED WITH THE REPLY"
               WHEN "S"
                   DISPLAY "STALE SLIP - PATIENT WAS REFERRED AGAIN "
                       "ON " REF-FLAG-DATE " (REF " REF-REF-NO
                       "); RECORDED, NOT CLOSED"
               WHEN "D"
                   DISPLAY "REPLY ALREADY RECEIVED " REF-REPLY-DATE
                       " - RECORDED, NOT CHANGED"
               WHEN "U"
                   DISPLAY "NO REFERRAL ON FILE FOR THIS SLIP"
               WHEN "B"
                   DISPLAY "REFERENCE NUMBER CHECK FAILED - "
                       "RE-KEY FROM THE SLIP"
               WHEN OTHER
                   DISPLAY "VISIT DATE / TREATMENT Y-N INCOMPLETE - "
                       "NOT CLOSED"
           END-EVALUATE.

           EXIT.


       RESET-REPLY-COUNTERS.

           MOVE 0 TO WS-CNT-READ WS-CNT-MATCHED WS-CNT-STALE
               WS-CNT-DUP WS-CNT-UNMATCHED WS-CNT-BAD-NO
               WS-CNT-INVALID.

           EXIT.


       APPLY-REPLY-SLIP.

      *    参照番号の形とチェックディジットを先に見る (読取り・
      *    打鍵の誤りで別人の紹介を閉じないように)。
           MOVE "B" TO WS-RP-RESULT.
           IF WS-RP-REF-NO(1:1) NOT = "R"
                   OR WS-RP-REF-NO(2:18) IS NOT NUMERIC THEN
               PERFORM COUNT-REPLY-RESULT
               PERFORM LOG-REPLY-SLIP
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RP-REF-NO TO WS-REF-NO-WORK.
           MOVE 0 TO WS-RNO-SUM.
           PERFORM VARYING WS-RNO-IDX FROM 1 BY 1
                   UNTIL WS-RNO-IDX > 17
               ADD WS-RNO-DIGIT(WS-RNO-IDX) TO WS-RNO-SUM
           END-PERFORM.
           IF FUNCTION MOD(WS-RNO-SUM, 10) NOT = WS-RNO-CHECK THEN
               PERFORM COUNT-REPLY-RESULT
               PERFORM LOG-REPLY-SLIP
               EXIT PARAGRAPH
           END-IF.

      *    受診日は紹介日から今日までの実在する日付、治療開始は
      *    Y/N のどちらか。
           MOVE "I" TO WS-RP-RESULT.
           IF WS-RP-VISIT-DATE IS NOT NUMERIC THEN
               PERFORM COUNT-REPLY-RESULT
               PERFORM LOG-REPLY-SLIP
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(WS-RP-VISIT-DATE)) NOT = 0
                   OR WS-RP-VISIT-DATE < WS-REF-NO-WORK(11:8)
                   OR WS-RP-VISIT-DATE > WS-RUN-DATE
                   OR (WS-RP-TREATED NOT = "Y"
                       AND WS-RP-TREATED NOT = "N") THEN
               PERFORM COUNT-REPLY-RESULT
               PERFORM LOG-REPLY-SLIP
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-RNO-PID TO REF-PATIENT-ID.
           READ REFERRAL-FILE
               KEY IS REF-PATIENT-ID
               INVALID KEY
                   MOVE "U" TO WS-RP-RESULT
               NOT INVALID KEY
                   IF REF-REF-NO NOT = WS-RP-REF-NO THEN
                       MOVE "S" TO WS-RP-RESULT
                   ELSE
                       IF REF-VISIT-DATE > 0 THEN
                           MOVE "D" TO WS-RP-RESULT
                       ELSE
                           MOVE "M" TO WS-RP-RESULT
                       END-IF
                   END-IF
           END-READ.

      *    照合できた紹介は受診結果つきで完了にする。窓口が先に
      *    手で閉じていた (X) 紹介にも結果だけは書き込む。
           IF WS-RP-RESULT = "M" THEN
               MOVE FUNCTION NUMVAL(WS-RP-VISIT-DATE)
                   TO REF-VISIT-DATE
               MOVE WS-RP-DIAGNOSIS TO REF-DIAGNOSIS
               MOVE WS-RP-TREATED TO REF-TREATED
               MOVE WS-RP-PHYSICIAN TO REF-PHYSICIAN
               MOVE WS-RUN-DATE TO REF-REPLY-DATE
               IF REF-STATUS NOT = "X" THEN
                   MOVE "X" TO REF-STATUS
                   MOVE WS-RUN-DATE TO REF-STATUS-DATE
               END-IF
               REWRITE REFERRAL-REC
           END-IF.

           PERFORM COUNT-REPLY-RESULT.
           PERFORM LOG-REPLY-SLIP.

           EXIT.


       COUNT-REPLY-RESULT.

           EVALUATE WS-RP-RESULT
               WHEN "M"
                   ADD 1 TO WS-CNT-MATCHED
               WHEN "S"
                   ADD 1 TO WS-CNT-STALE
               WHEN "D"
                   ADD 1 TO WS-CNT-DUP
               WHEN "U"
                   ADD 1 TO WS-CNT-UNMATCHED
               WHEN "B"
                   ADD 1 TO WS-CNT-BAD-NO
               WHEN OTHER
                   ADD 1 TO WS-CNT-INVALID
           END-EVALUATE.

           EXIT.


       LOG-REPLY-SLIP.

           IF NOT WS-RRL-OPEN THEN
               OPEN INPUT REPLY-LOG-FILE
               IF WS-RRL-STATUS = "00" THEN
                   CLOSE REPLY-LOG-FILE
                   OPEN EXTEND REPLY-LOG-FILE
               ELSE
                   OPEN OUTPUT REPLY-LOG-FILE
               END-IF
               MOVE 'Y' TO WS-RRL-OPEN-FLAG
           END-IF.

           MOVE WS-RUN-DATE TO RRL-RUN-DATE.
           MOVE WS-OP-ID TO RRL-OP-ID.
           MOVE WS-RP-SOURCE TO RRL-SOURCE.
           MOVE WS-RP-REF-NO TO RRL-REF-NO.
           MOVE WS-RP-REF-NO(2:9) TO RRL-PATIENT-ID.
           MOVE WS-RP-VISIT-DATE TO RRL-VISIT-DATE.
           MOVE WS-RP-DIAGNOSIS TO RRL-DIAGNOSIS.
           MOVE WS-RP-TREATED TO RRL-TREATED.
           MOVE WS-RP-PHYSICIAN TO RRL-PHYSICIAN.
           MOVE WS-RP-RESULT TO RRL-RESULT.
           WRITE REPLY-LOG-REC.

           EXIT.


       COMPLETION-REPORT.

      *    紹介日の月で施設別に数える。キューは患者ごとに最新の
      *    紹介1件なので、その後の月に再紹介された患者は新しい月
      *    の方で数える。完了 = 返信票で完了 + 窓口が手で閉じた
      *    (X) + 受診確認済 (V)。
           DISPLAY "Report month (YYYYMM, blank = last month)?".
           ACCEPT AC-VAR.
           IF AC-VAR = SPACES THEN
               IF WS-RUN-DATE(5:2) = "01" THEN
                   COMPUTE WS-RPT-MONTH =
                       (FUNCTION NUMVAL(WS-RUN-DATE(1:4)) - 1) * 100
                       + 12
               ELSE
                   COMPUTE WS-RPT-MONTH =
                       FUNCTION NUMVAL(WS-RUN-DATE(1:6)) - 1
               END-IF
           ELSE
               MOVE FUNCTION NUMVAL(AC-VAR) TO WS-RPT-MONTH
           END-IF.
           IF WS-RPT-MONTH < 190001
                   OR WS-RPT-MONTH(5:2) < "01"
                   OR WS-RPT-MONTH(5:2) > "12" THEN
               DISPLAY "INVALID REPORT MONTH"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-CS-CNT WS-CNT-CS-OVER.
           MOVE 0 TO REF-PATIENT-ID.
           MOVE 'N' TO WS-EOF-FLAG.
           START REFERRAL-FILE
               KEY IS GREATER THAN OR EQUAL TO REF-PATIENT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF
               READ REFERRAL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF REF-FLAG-DATE(1:6) = WS-RPT-MONTH THEN
                           PERFORM TALLY-REFERRAL
                       END-IF
               END-READ
           END-PERFORM.

           MOVE SPACES TO WS-CPR-PATH.
           STRING "output/referral_completion_" WS-RPT-MONTH ".txt"
               DELIMITED BY SIZE INTO WS-CPR-PATH.
           OPEN OUTPUT COMPLETION-RPT-FILE.
           MOVE SPACES TO COMPLETION-RPT-LINE.
           STRING "MEDICAL REFERRAL COMPLETION BY SITE  MONTH "
               WS-RPT-MONTH "  RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO COMPLETION-RPT-LINE.
           WRITE COMPLETION-RPT-LINE.
           MOVE SPACES TO COMPLETION-RPT-LINE.
           STRING "SITE  FLAGGED  REPLY-SLIP  MANUAL-X  VISIT-V  "
               "TREATED  COMPLETE%"
               DELIMITED BY SIZE INTO COMPLETION-RPT-LINE.
           WRITE COMPLETION-RPT-LINE.

           MOVE 0 TO WS-TOT-FLAGGED WS-TOT-REPLIED WS-TOT-MANUAL
               WS-TOT-VISITED WS-TOT-TREATED.
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-CNT
               ADD WS-CS-FLAGGED(WS-CS-IDX) TO WS-TOT-FLAGGED
               ADD WS-CS-REPLIED(WS-CS-IDX) TO WS-TOT-REPLIED
               ADD WS-CS-MANUAL(WS-CS-IDX) TO WS-TOT-MANUAL
               ADD WS-CS-VISITED(WS-CS-IDX) TO WS-TOT-VISITED
               ADD WS-CS-TREATED(WS-CS-IDX) TO WS-TOT-TREATED
               COMPUTE WS-DONE-CNT = WS-CS-REPLIED(WS-CS-IDX)
                   + WS-CS-MANUAL(WS-CS-IDX)
                   + WS-CS-VISITED(WS-CS-IDX)
               COMPUTE WS-RATE ROUNDED =
                   WS-DONE-CNT * 100 / WS-CS-FLAGGED(WS-CS-IDX)
               MOVE WS-RATE TO WS-RATE-ED
               MOVE SPACES TO COMPLETION-RPT-LINE
      *        施設コードの無い紹介は施設欄を付ける前に積まれた分。
               IF WS-CS-SITE(WS-CS-IDX) = 0 THEN
                   STRING "---   " WS-CS-FLAGGED(WS-CS-IDX)
                       "    " WS-CS-REPLIED(WS-CS-IDX)
                       "       " WS-CS-MANUAL(WS-CS-IDX)
                       "     " WS-CS-VISITED(WS-CS-IDX)
                       "    " WS-CS-TREATED(WS-CS-IDX)
                       "    " WS-RATE-ED
                       DELIMITED BY SIZE INTO COMPLETION-RPT-LINE
               ELSE
                   STRING WS-CS-SITE(WS-CS-IDX) "   "
                       WS-CS-FLAGGED(WS-CS-IDX)
                       "    " WS-CS-REPLIED(WS-CS-IDX)
                       "       " WS-CS-MANUAL(WS-CS-IDX)
                       "     " WS-CS-VISITED(WS-CS-IDX)
                       "    " WS-CS-TREATED(WS-CS-IDX)
                       "    " WS-RATE-ED
                       DELIMITED BY SIZE INTO COMPLETION-RPT-LINE
               END-IF
               WRITE COMPLETION-RPT-LINE
           END-PERFORM.

           MOVE 0 TO WS-RATE WS-DONE-CNT.
           IF WS-TOT-FLAGGED > 0 THEN
               COMPUTE WS-DONE-CNT = WS-TOT-REPLIED + WS-TOT-MANUAL
                   + WS-TOT-VISITED
               COMPUTE WS-RATE ROUNDED =
                   WS-DONE-CNT * 100 / WS-TOT-FLAGGED
           END-IF.
           MOVE WS-RATE TO WS-RATE-ED.
           MOVE SPACES TO COMPLETION-RPT-LINE.
           STRING "TOTAL " WS-TOT-FLAGGED "   " WS-TOT-REPLIED
               "      " WS-TOT-MANUAL "    " WS-TOT-VISITED
               "   " WS-TOT-TREATED "    " WS-RATE-ED
               DELIMITED BY SIZE INTO COMPLETION-RPT-LINE.
           WRITE COMPLETION-RPT-LINE.
           IF WS-CNT-CS-OVER > 0 THEN
               MOVE SPACES TO COMPLETION-RPT-LINE
               STRING "  " WS-CNT-CS-OVER " REFERRAL(S) NOT SHOWN - "
                   "OVER 100 SITES"
                   DELIMITED BY SIZE INTO COMPLETION-RPT-LINE
               WRITE COMPLETION-RPT-LINE
           END-IF.
           CLOSE COMPLETION-RPT-FILE.

           DISPLAY "MONTH " WS-RPT-MONTH ": " WS-TOT-FLAGGED
               " REFERRED, " WS-DONE-CNT " COMPLETE (" WS-RATE-ED
               "%) - " FUNCTION TRIM(WS-CPR-PATH).

           EXIT.


       TALLY-REFERRAL.

           MOVE 0 TO WS-CS-HIT.
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-CNT OR WS-CS-HIT > 0
               IF WS-CS-SITE(WS-CS-IDX) = REF-SITE-CODE THEN
                   MOVE WS-CS-IDX TO WS-CS-HIT
               END-IF
           END-PERFORM.
           IF WS-CS-HIT = 0 THEN
               IF WS-CS-CNT >= 100 THEN
                   ADD 1 TO WS-CNT-CS-OVER
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CS-CNT
               MOVE WS-CS-CNT TO WS-CS-HIT
               MOVE REF-SITE-CODE TO WS-CS-SITE(WS-CS-HIT)
               MOVE 0 TO WS-CS-FLAGGED(WS-CS-HIT)
                   WS-CS-REPLIED(WS-CS-HIT)
                   WS-CS-MANUAL(WS-CS-HIT)
                   WS-CS-VISITED(WS-CS-HIT)
                   WS-CS-TREATED(WS-CS-HIT)
           END-IF.

           ADD 1 TO WS-CS-FLAGGED(WS-CS-HIT).
           EVALUATE TRUE
               WHEN REF-VISIT-DATE > 0
                   ADD 1 TO WS-CS-REPLIED(WS-CS-HIT)
                   IF REF-TREATED = "Y" THEN
                       ADD 1 TO WS-CS-TREATED(WS-CS-HIT)
                   END-IF
               WHEN REF-STATUS = "X"
                   ADD 1 TO WS-CS-MANUAL(WS-CS-HIT)
               WHEN REF-STATUS = "V"
                   ADD 1 TO WS-CS-VISITED(WS-CS-HIT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           EXIT.


       CHECK-REF-LAYOUT.

      *    版見出し (キー "*LAYOUT*") を読み、この FD の版と
      *    突き合わせる (食い違えば止まる)。キー順の読み進めは
      *    見出しの次から始まる。
           MOVE SPACES TO REFERRAL-REC.
           MOVE WLH-TAG TO REFERRAL-REC(1:13).
           MOVE SPACES TO WLI-HEADER.
           READ REFERRAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REFERRAL-REC(1:28) TO WLI-HEADER
           END-READ.
           MOVE "output/referrals.dat" TO WLI-PATH.
           MOVE "REFERRALS" TO WLI-FILE-ID.
           MOVE WS-LAYOUT-REF TO WLI-EXPECT.
           IF FUNCTION CHECK-FILE-LAYOUT(WS-LAYOUT-IN) NOT = "Y"
               STOP RUN
           END-IF.

           EXIT.

       END PROGRAM TEST260951.
