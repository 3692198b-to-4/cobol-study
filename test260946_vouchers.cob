       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260946.

      *
      * VOUCHERS: 受診券 (jushinken) の発行台帳と照合保留の裁定。
      * 案内名簿 (TEST260926 の invitation_roster.txt) を作っても、
      * クリニックの健診がどの案内に対応するのか結び付けられず、
      * 案内していない人を健診した・同じ券を2回請求した、が
      * 分からなかった。ここでは名簿の1人に1枚、通し番号つきの
      * 受診券を発行して台帳 (output/voucher_register.dat) に積む。
      *   券番号: 年度4桁 + 通し番号5桁 (数字9桁。クリニックは健診
      *           レコードの72-80桁目に付けて返す)
      *   有効期間: 名簿の年度の 4/1 - 翌 3/31
      * 夜間バッチ (TEST230314) が券番号を台帳に引き当て、不備の
      * 健診は判定せず照合保留キュー (output/voucher_hold.dat) に
      * 積む。ここの H コマンドで1件ずつ裁く:
      *   C = 券番号の訂正 (翌晩に照合からやり直す)
      *   A = 券なしで受け付ける (券番号欄を空欄にして翌晩流す)
      *   X = 受け付けない (クリニックへ差し戻し)
      *
      * コマンド: I=名簿から発行 L=券の照会 V=券の無効化・再発行
      *           H=照合保留の裁定 E/Q=終了
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE ASSIGN TO
               'output/invitation_roster.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROS-STATUS.

           SELECT VOUCHER-FILE ASSIGN TO
               'output/voucher_register.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VCH-NO
           FILE STATUS IS WS-VCH-STATUS.

      *    印刷・封入に回す発行リスト (パスに日付を含める)。
           SELECT ISSUE-LIST-FILE ASSIGN USING WS-ISS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ISS-STATUS.

           SELECT VOUCHER-HOLD-FILE ASSIGN TO
               'output/voucher_hold.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VHQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    名簿の明細行は "INSURER xxxx SITE nnn PATIENT nnnnnnnnn
      *    PLAN xx ..." の固定桁 (TEST260926 の STRING の並び)。
       FD  ROSTER-FILE.
       01  ROSTER-LINE        PIC X(110).

       FD  VOUCHER-FILE.
       01  VOUCHER-REC.
           03 VCH-NO          PIC X(9).
           03 VCH-PATIENT-ID  PIC 9(9).
           03 VCH-FYEAR       PIC 9(4).
           03 VCH-INSURER     PIC X(4).
           03 VCH-VALID-FROM  PIC 9(8).
           03 VCH-VALID-TO    PIC 9(8).
      *    状態: I=発行済 R=使用済 V=無効 (紛失の再発行など)。
           03 VCH-STATUS      PIC X.
           03 VCH-ISSUE-DATE  PIC X(8).
      *    使用済みにした実行日・施設・健診日 (TEST230314 が書く)。
           03 VCH-REDEEM-DATE PIC X(8).
           03 VCH-REDEEM-SITE PIC 9(3).
           03 VCH-EXAM-DATE   PIC 9(8).

       FD  ISSUE-LIST-FILE.
       01  ISSUE-LIST-LINE    PIC X(100).

       FD  VOUCHER-HOLD-FILE.
       01  VOUCHER-HOLD-REC.
      *    ステータス: P=未裁定 R=券番号訂正済 A=券なしで受付
      *    X=受け付けない D=再投入済み (TEST230314 参照)。
           03 VHQ-STATUS      PIC X.
           03 VHQ-REASON      PIC X(10).
           03 VHQ-RAW.
              05 VHQ-PATIENT-ID PIC 9(9).
              05 FILLER         PIC X(8).
              05 FILLER         PIC X.
              05 VHQ-EXAM-DATE  PIC 9(8).
              05 FILLER         PIC X(42).
              05 VHQ-SITE-CODE  PIC 9(3).
              05 VHQ-VOUCHER-NO PIC X(9).
           03 VHQ-DETECT-DATE PIC X(8).
           03 VHQ-RESOLVER    PIC X(6).
           03 VHQ-RES-DATE    PIC X(8).

       WORKING-STORAGE SECTION.
       01  AC-VAR             PIC X(30).
       01  FG-END             PIC 9 VALUE 0.
       01  WS-ROS-STATUS      PIC XX.
       01  WS-VCH-STATUS      PIC XX.
       01  WS-ISS-STATUS      PIC XX.
       01  WS-VHQ-STATUS      PIC XX.
       01  WS-ISS-PATH        PIC X(50) VALUE SPACES.
       01  WS-RUN-DATE        PIC X(8).
       01  WS-OP-ID           PIC X(6) VALUE SPACES.
       01  WS-EOF-FLAG        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.

      *    発行の作業域。
       01  WS-ROS-FY          PIC 9(4) VALUE 0.
       01  WS-ROS-PATIENT     PIC 9(9) VALUE 0.
       01  WS-ROS-INSURER     PIC X(4) VALUE SPACES.
       01  WS-NEXT-SEQ        PIC 9(5) VALUE 0.
       01  WS-SEQ-WORK        PIC 9(5) VALUE 0.
       01  WS-NEW-NO.
           03 WS-NEW-FY       PIC 9(4).
           03 WS-NEW-SEQ      PIC 9(5).
       01  WS-CNT-ISSUED      PIC 9(5) VALUE 0.
       01  WS-CNT-ALREADY     PIC 9(5) VALUE 0.
       01  WS-CNT-SEQ-FULL    PIC 9(5) VALUE 0.

      *    その年度に有効な券 (I/R) を既に持つ患者の集合。
       01  WS-HAVE-TAB.
           03 WS-HAVE-ID OCCURS 2000 TIMES PIC 9(9).
       01  WS-HAVE-CNT        PIC 9(4) VALUE 0.
       01  WS-HAVE-IDX        PIC 9(4) VALUE 0.
       01  WS-HAVE-HIT        PIC 9(4) VALUE 0.

      *    照会・無効化の作業域。
       01  WS-LOOK-NO         PIC X(9) VALUE SPACES.
       01  WS-LOOK-ID         PIC 9(9) VALUE 0.
       01  WS-FOUND-CNT       PIC 9(3) VALUE 0.
       01  WS-OLD-REC         PIC X(78) VALUE SPACES.

      *    照合保留キュー (読み込んで裁き、丸ごと書き戻す)。
       01  WS-VHQ-TAB.
           03 WS-VHQ-ENTRY OCCURS 200 TIMES PIC X(113).
       01  WS-VHQ-CNT         PIC 9(3) VALUE 0.
       01  WS-VHQ-IDX         PIC 9(3) VALUE 0.
       01  WS-VHQ-PICK        PIC 9(3) VALUE 0.
       01  WS-VHQ-OPEN-CNT    PIC 9(3) VALUE 0.
       01  WS-VHQ-CHANGED     PIC 9(3) VALUE 0.
       01  WS-VHQ-DONE-FLAG   PIC X VALUE 'N'.
           88 WS-VHQ-DONE            VALUE 'Y'.
       01  WS-ACTION          PIC X VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN SECTION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           DISPLAY "--- CHECKUP VOUCHERS ---".
           DISPLAY "Your operator ID?".
           ACCEPT WS-OP-ID.

           OPEN I-O VOUCHER-FILE.
           IF WS-VCH-STATUS NOT = "00" THEN
               OPEN OUTPUT VOUCHER-FILE
               CLOSE VOUCHER-FILE
               OPEN I-O VOUCHER-FILE
           END-IF.

           MOVE 0 TO FG-END.
           PERFORM VOUCHER-COMMAND UNTIL FG-END = 1.

           CLOSE VOUCHER-FILE.

           STOP RUN.


       VOUCHER-COMMAND.

           DISPLAY "*".
           DISPLAY "Command? (I=ISSUE FROM ROSTER L=LOOK UP "
               "V=VOID/REISSUE H=HELD EXAMS E/Q=END)".
           ACCEPT AC-VAR.

           EVALUATE FUNCTION TRIM(AC-VAR)
               WHEN "E"
               WHEN "Q"
                   MOVE 1 TO FG-END
               WHEN "I"
                   PERFORM ISSUE-FROM-ROSTER
               WHEN "L"
                   PERFORM LOOK-UP-VOUCHER
               WHEN "V"
                   PERFORM VOID-VOUCHER
               WHEN "H"
                   PERFORM REVIEW-HELD-EXAMS
               WHEN OTHER
                   DISPLAY "UNKNOWN COMMAND"
           END-EVALUATE.

           EXIT.


       ISSUE-FROM-ROSTER.

           OPEN INPUT ROSTER-FILE.
           IF WS-ROS-STATUS NOT = "00" THEN
               DISPLAY "NO INVITATION ROSTER "
                   "(output/invitation_roster.txt) - RUN TEST260926"
               EXIT PARAGRAPH
           END-IF.
      *    1行目の見出し "INVITATION ROSTER FOR FY yyyy" から年度。
           READ ROSTER-FILE
               AT END
                   MOVE SPACES TO ROSTER-LINE
           END-READ.
           IF ROSTER-LINE(1:25) NOT = "INVITATION ROSTER FOR FY "
                   OR ROSTER-LINE(26:4) IS NOT NUMERIC THEN
               DISPLAY "ROSTER HAS NO FISCAL-YEAR HEADING - "
                   "NOTHING ISSUED"
               CLOSE ROSTER-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE ROSTER-LINE(26:4) TO WS-ROS-FY.

           PERFORM LOAD-ISSUED-FOR-FY.

           MOVE SPACES TO WS-ISS-PATH.
           STRING "output/voucher_issue_" WS-RUN-DATE ".txt"
               DELIMITED BY SIZE INTO WS-ISS-PATH.
           OPEN OUTPUT ISSUE-LIST-FILE.
           MOVE SPACES TO ISSUE-LIST-LINE.
           STRING "CHECKUP VOUCHERS ISSUED FOR FY " WS-ROS-FY
               "  ON " WS-RUN-DATE "  BY " WS-OP-ID
               DELIMITED BY SIZE INTO ISSUE-LIST-LINE.
           WRITE ISSUE-LIST-LINE.

           MOVE 0 TO WS-CNT-ISSUED.
           MOVE 0 TO WS-CNT-ALREADY.
           MOVE 0 TO WS-CNT-SEQ-FULL.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ ROSTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF ROSTER-LINE(1:8) = "INSURER "
                               AND ROSTER-LINE(31:9) IS NUMERIC THEN
                           PERFORM ISSUE-ONE-VOUCHER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ROSTER-FILE.

           MOVE SPACES TO ISSUE-LIST-LINE.
           STRING "ISSUED " WS-CNT-ISSUED
               "  ALREADY HOLDING A VOUCHER " WS-CNT-ALREADY
               DELIMITED BY SIZE INTO ISSUE-LIST-LINE.
           WRITE ISSUE-LIST-LINE.
           CLOSE ISSUE-LIST-FILE.

           DISPLAY "FY " WS-ROS-FY ": " WS-CNT-ISSUED
               " VOUCHER(S) ISSUED, " WS-CNT-ALREADY
               " ALREADY HELD (" FUNCTION TRIM(WS-ISS-PATH) ")".
           IF WS-CNT-SEQ-FULL > 0 THEN
               DISPLAY WS-CNT-SEQ-FULL " NOT ISSUED - SERIAL "
                   "NUMBERS FOR THE YEAR ARE EXHAUSTED"
           END-IF.

           EXIT.


       LOAD-ISSUED-FOR-FY.

      *    台帳を頭から読み、その年度の有効な券を持つ患者と、その
      *    年度の通し番号の最大値を拾う (再実行で二重発行しない)。
           MOVE 0 TO WS-HAVE-CNT.
           MOVE 0 TO WS-NEXT-SEQ.
           MOVE LOW-VALUES TO VCH-NO.
           START VOUCHER-FILE KEY IS GREATER THAN OR EQUAL TO VCH-NO
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ VOUCHER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF VCH-FYEAR = WS-ROS-FY THEN
                           MOVE VCH-NO(5:5) TO WS-SEQ-WORK
                           IF WS-SEQ-WORK > WS-NEXT-SEQ THEN
                               MOVE WS-SEQ-WORK TO WS-NEXT-SEQ
                           END-IF
                           IF VCH-STATUS NOT = "V"
                                   AND WS-HAVE-CNT < 2000 THEN
                               ADD 1 TO WS-HAVE-CNT
                               MOVE VCH-PATIENT-ID
                                   TO WS-HAVE-ID(WS-HAVE-CNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           EXIT.


       ISSUE-ONE-VOUCHER.

           MOVE ROSTER-LINE(31:9) TO WS-ROS-PATIENT.
           MOVE ROSTER-LINE(9:4)  TO WS-ROS-INSURER.

           MOVE 0 TO WS-HAVE-HIT.
           PERFORM VARYING WS-HAVE-IDX FROM 1 BY 1
                   UNTIL WS-HAVE-IDX > WS-HAVE-CNT OR WS-HAVE-HIT > 0
               IF WS-HAVE-ID(WS-HAVE-IDX) = WS-ROS-PATIENT THEN
                   MOVE WS-HAVE-IDX TO WS-HAVE-HIT
               END-IF
           END-PERFORM.
           IF WS-HAVE-HIT > 0 THEN
               ADD 1 TO WS-CNT-ALREADY
               EXIT PARAGRAPH
           END-IF.
           IF WS-NEXT-SEQ >= 99999 THEN
               ADD 1 TO WS-CNT-SEQ-FULL
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ROS-PATIENT TO VCH-PATIENT-ID.
           MOVE WS-ROS-INSURER TO VCH-INSURER.
           MOVE WS-ROS-FY      TO VCH-FYEAR.
           PERFORM WRITE-NEW-VOUCHER.

           IF WS-HAVE-CNT < 2000 THEN
               ADD 1 TO WS-HAVE-CNT
               MOVE WS-ROS-PATIENT TO WS-HAVE-ID(WS-HAVE-CNT)
           END-IF.
           ADD 1 TO WS-CNT-ISSUED.

           MOVE SPACES TO ISSUE-LIST-LINE.
           STRING "VOUCHER " VCH-NO
               " PATIENT " VCH-PATIENT-ID
               " INSURER " VCH-INSURER
               " VALID " VCH-VALID-FROM " TO " VCH-VALID-TO
               DELIMITED BY SIZE INTO ISSUE-LIST-LINE.
           WRITE ISSUE-LIST-LINE.

           EXIT.


       WRITE-NEW-VOUCHER.

      *    VCH-PATIENT-ID/INSURER/FYEAR を詰めて呼ぶ。番号は年度内の
      *    次の通し番号 (WS-NEXT-SEQ は LOAD-ISSUED-FOR-FY が用意)。
           ADD 1 TO WS-NEXT-SEQ.
           MOVE VCH-FYEAR   TO WS-NEW-FY.
           MOVE WS-NEXT-SEQ TO WS-NEW-SEQ.
           MOVE WS-NEW-NO   TO VCH-NO.
           COMPUTE VCH-VALID-FROM = VCH-FYEAR * 10000 + 0401.
           COMPUTE VCH-VALID-TO = (VCH-FYEAR + 1) * 10000 + 0331.
           MOVE "I" TO VCH-STATUS.
           MOVE WS-RUN-DATE TO VCH-ISSUE-DATE.
           MOVE SPACES TO VCH-REDEEM-DATE.
           MOVE 0 TO VCH-REDEEM-SITE.
           MOVE 0 TO VCH-EXAM-DATE.
           WRITE VOUCHER-REC
               INVALID KEY
                   DISPLAY "VOUCHER NUMBER " VCH-NO
                       " ALREADY ON THE REGISTER - NOT ISSUED"
           END-WRITE.

           EXIT.


       LOOK-UP-VOUCHER.

           DISPLAY "Voucher number? (blank = search by patient)".
           ACCEPT AC-VAR.
           MOVE FUNCTION TRIM(AC-VAR) TO WS-LOOK-NO.
           IF WS-LOOK-NO NOT = SPACES THEN
               MOVE WS-LOOK-NO TO VCH-NO
               READ VOUCHER-FILE
                   INVALID KEY
                       DISPLAY "VOUCHER " WS-LOOK-NO
                           " NOT ON THE REGISTER"
                   NOT INVALID KEY
                       PERFORM SHOW-VOUCHER
               END-READ
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Patient ID?".
           ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-LOOK-ID.
           MOVE 0 TO WS-FOUND-CNT.
           MOVE LOW-VALUES TO VCH-NO.
           START VOUCHER-FILE KEY IS GREATER THAN OR EQUAL TO VCH-NO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF
               READ VOUCHER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF VCH-PATIENT-ID = WS-LOOK-ID THEN
                           ADD 1 TO WS-FOUND-CNT
                           PERFORM SHOW-VOUCHER
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-FOUND-CNT = 0 THEN
               DISPLAY "NO VOUCHERS FOR PATIENT " WS-LOOK-ID
           END-IF.

           EXIT.


       SHOW-VOUCHER.

           DISPLAY "VOUCHER " VCH-NO " PATIENT " VCH-PATIENT-ID
               " FY " VCH-FYEAR " INSURER " VCH-INSURER
               " VALID " VCH-VALID-FROM "-" VCH-VALID-TO.
           EVALUATE VCH-STATUS
               WHEN "I"
                   DISPLAY "  ISSUED " VCH-ISSUE-DATE " - NOT USED"
               WHEN "R"
                   DISPLAY "  ISSUED " VCH-ISSUE-DATE
                       " - REDEEMED " VCH-REDEEM-DATE
                       " SITE " VCH-REDEEM-SITE
                       " EXAM " VCH-EXAM-DATE
               WHEN "V"
                   DISPLAY "  ISSUED " VCH-ISSUE-DATE " - VOID"
           END-EVALUATE.

           EXIT.


       VOID-VOUCHER.

      *    使われていない券 (I) だけ無効にできる。紛失の届けなら
      *    同じ患者・年度で新しい番号を再発行する。
           DISPLAY "Voucher number to void?".
           ACCEPT AC-VAR.
           MOVE FUNCTION TRIM(AC-VAR) TO VCH-NO.
           READ VOUCHER-FILE
               INVALID KEY
                   DISPLAY "VOUCHER NOT ON THE REGISTER"
                   EXIT PARAGRAPH
           END-READ.
           IF VCH-STATUS NOT = "I" THEN
               DISPLAY "VOUCHER IS NOT AN UNUSED ISSUED VOUCHER "
                   "(STATUS " VCH-STATUS ") - NOT VOIDED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM SHOW-VOUCHER.
           DISPLAY "Void this voucher? (Y/N)".
           ACCEPT AC-VAR.
           IF FUNCTION TRIM(AC-VAR) NOT = "Y" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "V" TO VCH-STATUS.
           REWRITE VOUCHER-REC.
           DISPLAY "VOUCHER " VCH-NO " VOIDED".

           DISPLAY "Reissue a replacement? (Y/N)".
           ACCEPT AC-VAR.
           IF FUNCTION TRIM(AC-VAR) NOT = "Y" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE VOUCHER-REC TO WS-OLD-REC.
           MOVE VCH-FYEAR TO WS-ROS-FY.
           PERFORM LOAD-ISSUED-FOR-FY.
           MOVE WS-OLD-REC TO VOUCHER-REC.
           PERFORM WRITE-NEW-VOUCHER.
           DISPLAY "REPLACEMENT VOUCHER " VCH-NO " ISSUED - VALID "
               VCH-VALID-FROM " TO " VCH-VALID-TO.

           EXIT.


       REVIEW-HELD-EXAMS.

           MOVE 0 TO WS-VHQ-CNT.
           MOVE 0 TO WS-VHQ-OPEN-CNT.
           MOVE 0 TO WS-VHQ-CHANGED.
           OPEN INPUT VOUCHER-HOLD-FILE.
           IF WS-VHQ-STATUS NOT = "00" THEN
               DISPLAY "NO EXAMS HELD ON VOUCHER CHECKS"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ VOUCHER-HOLD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-VHQ-CNT < 200 THEN
                           ADD 1 TO WS-VHQ-CNT
                           MOVE VOUCHER-HOLD-REC
                               TO WS-VHQ-ENTRY(WS-VHQ-CNT)
                       ELSE
                           DISPLAY "HOLD QUEUE EXCEEDS 200 ROWS - "
                               "ONLY THE FIRST 200 ARE SHOWN"
                           MOVE 'Y' TO WS-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VOUCHER-HOLD-FILE.

           MOVE 'N' TO WS-VHQ-DONE-FLAG.
           PERFORM RESOLVE-ONE-HELD UNTIL WS-VHQ-DONE.

      *    裁いたものがあればキューを丸ごと書き戻す (200行を超えた
      *    ぶんは読んでいないので、その場合は書き戻さない)。
           IF WS-VHQ-CHANGED > 0 THEN
               IF WS-VHQ-CNT >= 200 THEN
                   DISPLAY "QUEUE TOO LARGE TO REWRITE SAFELY - "
                       "DECISIONS NOT SAVED"
               ELSE
                   OPEN OUTPUT VOUCHER-HOLD-FILE
                   PERFORM VARYING WS-VHQ-IDX FROM 1 BY 1
                           UNTIL WS-VHQ-IDX > WS-VHQ-CNT
                       MOVE WS-VHQ-ENTRY(WS-VHQ-IDX)
                           TO VOUCHER-HOLD-REC
                       WRITE VOUCHER-HOLD-REC
                   END-PERFORM
                   CLOSE VOUCHER-HOLD-FILE
                   DISPLAY WS-VHQ-CHANGED " DECISION(S) SAVED - "
                       "RELEASED EXAMS ENTER TONIGHT'S RUN"
               END-IF
           END-IF.

           EXIT.


       RESOLVE-ONE-HELD.

           MOVE 0 TO WS-VHQ-OPEN-CNT.
           PERFORM VARYING WS-VHQ-IDX FROM 1 BY 1
                   UNTIL WS-VHQ-IDX > WS-VHQ-CNT
               MOVE WS-VHQ-ENTRY(WS-VHQ-IDX) TO VOUCHER-HOLD-REC
               IF VHQ-STATUS = "P" THEN
                   ADD 1 TO WS-VHQ-OPEN-CNT
                   DISPLAY WS-VHQ-IDX ": PATIENT " VHQ-PATIENT-ID
                       " SITE " VHQ-SITE-CODE
                       " EXAM " VHQ-EXAM-DATE
                       " VOUCHER " VHQ-VOUCHER-NO
                       " " FUNCTION TRIM(VHQ-REASON)
                       " (HELD " VHQ-DETECT-DATE ")"
               END-IF
           END-PERFORM.
           IF WS-VHQ-OPEN-CNT = 0 THEN
               DISPLAY "NO HELD EXAMS AWAITING A DECISION"
               MOVE 'Y' TO WS-VHQ-DONE-FLAG
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Row number to decide? (0 = finish)".
           ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-VHQ-PICK.
           IF WS-VHQ-PICK = 0 THEN
               MOVE 'Y' TO WS-VHQ-DONE-FLAG
               EXIT PARAGRAPH
           END-IF.
           IF WS-VHQ-PICK > WS-VHQ-CNT THEN
               DISPLAY "NO SUCH ROW"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-VHQ-ENTRY(WS-VHQ-PICK) TO VOUCHER-HOLD-REC.
           IF VHQ-STATUS NOT = "P" THEN
               DISPLAY "ROW ALREADY DECIDED"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Decision? (C=CORRECTED VOUCHER NUMBER "
               "A=ACCEPT WITHOUT VOUCHER X=DO NOT ACCEPT)".
           ACCEPT AC-VAR.
           MOVE FUNCTION TRIM(AC-VAR) TO WS-ACTION.
           EVALUATE WS-ACTION
               WHEN "C"
                   DISPLAY "Corrected voucher number (9 digits)?"
                   ACCEPT AC-VAR
                   IF FUNCTION TRIM(AC-VAR) IS NOT NUMERIC
                           OR FUNCTION LENGTH(FUNCTION TRIM(AC-VAR))
                               NOT = 9 THEN
                       DISPLAY "VOUCHER NUMBERS ARE 9 DIGITS - "
                           "NOTHING CHANGED"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE FUNCTION TRIM(AC-VAR) TO VHQ-VOUCHER-NO
                   MOVE "R" TO VHQ-STATUS
               WHEN "A"
                   MOVE SPACES TO VHQ-VOUCHER-NO
                   MOVE "A" TO VHQ-STATUS
               WHEN "X"
                   MOVE "X" TO VHQ-STATUS
               WHEN OTHER
                   DISPLAY "UNKNOWN DECISION - NOTHING CHANGED"
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE WS-OP-ID    TO VHQ-RESOLVER.
           MOVE WS-RUN-DATE TO VHQ-RES-DATE.
           MOVE VOUCHER-HOLD-REC TO WS-VHQ-ENTRY(WS-VHQ-PICK).
           ADD 1 TO WS-VHQ-CHANGED.

           EXIT.

       END PROGRAM TEST260946.
