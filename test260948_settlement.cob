      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.
      *    外部向けファイルのコントロール合計 (全プログラム共通の1本)。
       COPY outbound_rules.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260948.

      *
      * SETTLEMENT: 施設 (クリニック) への月次精算。クリニックには
      * 受け付けた健診1件ごとに契約単価を払い、窓口で既に受け
      * 取った自己負担分を差し引く。はじいた健診 (構文エラー・
      * 年度内重複・資格なし など) は払わない。これまで経理が
      * 突合レポートから手で拾っていた。ここでは
      *   - 施設精算フィード (夜間バッチ TEST230314 が健診1件ごとに
      *     処理結果を積む output/settlement_feed.dat)
      *   - 施設マスタ (TEST260929): 契約単価と振込先口座
      *   - 健診料金表 (TEST260947 と共用): 保険者別の窓口負担額
      * から、精算月 (夜間バッチの実行日の月) に処理された健診を
      * 施設ごとに数える。同じ健診が月内に何度か流れた (補修して
      * 再投入した等) ときは最後の結果を採る。判定済み (JUDGED) が
      * 支払対象で、それ以外は理由つきで明細に出す。他の月に支払
      * 済みの健診は支払済み台帳 (output/settlement_paid.dat) で
      * はじき、二重に払わない。同じ精算月を流し直すとその月の
      * 支払分だけ入れ替わる。
      * 出力は施設ごとの精算書 (クリニックが自院の記録と突き合わせ
      * られるよう1件ずつ並べる) と、振込用の支払ファイル。
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT
           FUNCTION OUTBOUND-CONTROL-TOTALS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETTLE-FEED-FILE ASSIGN TO
               'output/settlement_feed.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SFD-STATUS.

           SELECT SITE-MASTER-FILE ASSIGN TO 'input/sites.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SIT-STATUS.

           SELECT FEE-SCHED-FILE ASSIGN TO
               'input/checkup_fee_schedule.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSC-STATUS.

      *    支払済み台帳 (全精算月。二重払いの防止に使う)。
           SELECT PAID-REG-FILE ASSIGN TO
               'output/settlement_paid.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRG-STATUS.

      *    施設別の精算書 (パスに施設コードと精算月を含める)。
           SELECT STATEMENT-FILE ASSIGN USING WS-STM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STM-STATUS.

      *    振込用の支払ファイル (パスに精算月を含める)。
           SELECT PAYMENT-FILE ASSIGN USING WS-PAY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAY-STATUS.

      *    送信登録簿 (TEST230314 と共用)。
           SELECT TRANSMIT-REG-FILE ASSIGN TO
               'output/transmit_register.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SETTLE-FEED-FILE.
       01  SETTLE-FEED-REC.
           03 SFD-SITE-CODE   PIC 9(3).
           03 SFD-PATIENT-ID  PIC X(9).
           03 SFD-EXAM-DATE   PIC 9(8).
      *    結果: 監査ログの RESULT と同じ語 (JUDGED が支払対象)。
           03 SFD-RESULT      PIC X(10).
           03 SFD-INSURER     PIC X(4).
           03 SFD-RUN-DATE    PIC X(8).
           03 SFD-RUN-ID      PIC 9(6).

       FD  SITE-MASTER-FILE.
       01  SITE-MASTER-REC.
           03 SIT-CODE        PIC 9(3).
           03 SIT-NAME        PIC X(20).
           03 SIT-ADDRESS     PIC X(30).
           03 SIT-CONTACT     PIC X(20).
           03 SIT-PHONE       PIC X(12).
           03 SIT-ACTIVE      PIC X.
           03 SIT-INSURERS    PIC X(20).
           03 SIT-UNIT-PRICE-X PIC X(7).
           03 SIT-UNIT-PRICE REDEFINES SIT-UNIT-PRICE-X PIC 9(7).
           03 SIT-BANK-CODE   PIC X(4).
           03 SIT-BRANCH-CODE PIC X(3).
           03 SIT-ACCT-TYPE   PIC X.
           03 SIT-ACCT-NO     PIC X(7).
           03 SIT-ACCT-NAME   PIC X(30).

       FD  FEE-SCHED-FILE.
       01  FEE-SCHED-REC.
           03 FSC-INSURER     PIC X(4).
           03 FSC-ITEM        PIC X(4).
           03 FSC-AMOUNT      PIC 9(7).

       FD  PAID-REG-FILE.
       01  PAID-REG-REC.
           03 PRG-SITE-CODE   PIC 9(3).
           03 PRG-PATIENT-ID  PIC X(9).
           03 PRG-EXAM-DATE   PIC 9(8).
           03 PRG-MONTH       PIC 9(6).
           03 PRG-AMOUNT      PIC 9(7).

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE     PIC X(110).

      *    支払ファイル (全銀の総合振込に倣った 120 桁固定):
      *    1=ヘッダー 2=明細 8=トレーラー 9=エンド。
       FD  PAYMENT-FILE.
       01  PAYMENT-LINE       PIC X(120).

       FD  TRANSMIT-REG-FILE.
       01  TRANSMIT-REG-REC.
           03 TXR-FILE-NAME   PIC X(50).
           03 TXR-REC-COUNT   PIC 9(7).
           03 TXR-BYTES       PIC 9(9).
           03 TXR-DEST        PIC X(20).
           03 TXR-PRODUCED    PIC X(8).
           03 TXR-SENT        PIC X(8).
           03 TXR-CONFIRMED   PIC X(8).
      *    コントロール合計 (outbound_rules 参照。Y=登録あり、空欄は
      *    合計を持つ前に登録された行)。明細の見分け方と桁位置、
      *    作成時に数えた合計をそのまま持ち、発送前の照合に使う。
           03 TXR-CTL-FLAG    PIC X.
           03 TXR-CTL-SPEC    PIC X(43).
           03 TXR-CTL-TOTALS  PIC X(65).

       WORKING-STORAGE SECTION.
       01  AC-VAR             PIC X(30).
       01  WS-SFD-STATUS      PIC XX.
       01  WS-SIT-STATUS      PIC XX.
       01  WS-FSC-STATUS      PIC XX.
       01  WS-PRG-STATUS      PIC XX.
       01  WS-STM-STATUS      PIC XX.
       01  WS-PAY-STATUS      PIC XX.
       01  WS-TXR-STATUS      PIC XX.
       01  WS-STM-PATH        PIC X(50) VALUE SPACES.
       01  WS-PAY-PATH        PIC X(50) VALUE SPACES.
       01  WS-RUN-DATE        PIC X(8).
       01  WS-EOF-FLAG        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.

      *    精算月 (YYYYMM): 夜間バッチの実行日がこの月の行を数える。
       01  WS-SETTLE-MONTH    PIC 9(6) VALUE 0.
       01  WS-FEED-MONTH      PIC 9(6) VALUE 0.

      *    施設マスタ。
       01  WS-ST-TAB.
           03 WS-ST-ENTRY OCCURS 100 TIMES.
              05 WS-ST-CODE   PIC 9(3).
              05 WS-ST-NAME   PIC X(20).
              05 WS-ST-PRICE  PIC 9(7).
              05 WS-ST-BANK   PIC X(4).
              05 WS-ST-BRANCH PIC X(3).
              05 WS-ST-ATYPE  PIC X.
              05 WS-ST-ACCT   PIC X(7).
              05 WS-ST-ANAME  PIC X(30).
       01  WS-ST-CNT          PIC 9(3) VALUE 0.
       01  WS-ST-IDX          PIC 9(3) VALUE 0.
       01  WS-ST-HIT          PIC 9(3) VALUE 0.

      *    窓口負担額 (料金表の COPY 行。保険者の行 > "****" の行 >
      *    0 円)。
       01  WS-CP-TAB.
           03 WS-CP-ENTRY OCCURS 50 TIMES.
              05 WS-CP-INS    PIC X(4).
              05 WS-CP-AMOUNT PIC 9(7).
       01  WS-CP-CNT          PIC 9(2) VALUE 0.
       01  WS-CP-IDX          PIC 9(2) VALUE 0.
       01  WS-CP-DEFAULT      PIC 9(7) VALUE 0.
       01  WS-COPAY-THIS      PIC 9(7) VALUE 0.

      *    当月の健診 (施設+患者+健診日で1件。最後の結果で上書き)。
       01  WS-EX-TAB.
           03 WS-EX-ENTRY OCCURS 5000 TIMES.
              05 WS-EX-SITE   PIC 9(3).
              05 WS-EX-PID    PIC X(9).
              05 WS-EX-DATE   PIC 9(8).
              05 WS-EX-RESULT PIC X(10).
              05 WS-EX-INS    PIC X(4).
      *       P=支払 N=不払 B=他の月に支払済み。
              05 WS-EX-PAY    PIC X.
              05 WS-EX-PAID-MONTH PIC 9(6).
              05 WS-EX-COPAY  PIC 9(7).
              05 WS-EX-AMOUNT PIC 9(7).
       01  WS-EX-CNT          PIC 9(4) VALUE 0.
       01  WS-EX-IDX          PIC 9(4) VALUE 0.
       01  WS-EX-HIT          PIC 9(4) VALUE 0.
       01  WS-CNT-EX-OVER     PIC 9(5) VALUE 0.

      *    他の月の支払済み台帳 (流し直しで当月分だけ入れ替える)。
       01  WS-PD-TAB.
           03 WS-PD-ENTRY OCCURS 9000 TIMES.
              05 WS-PD-SITE   PIC 9(3).
              05 WS-PD-PID    PIC X(9).
              05 WS-PD-DATE   PIC 9(8).
              05 WS-PD-MONTH  PIC 9(6).
              05 WS-PD-AMOUNT PIC 9(7).
       01  WS-PD-CNT          PIC 9(4) VALUE 0.
       01  WS-PD-IDX          PIC 9(4) VALUE 0.
       01  WS-PD-OVFL-FLAG    PIC X VALUE 'N'.
           88 WS-PD-OVFL             VALUE 'Y'.

      *    施設別の集計 (精算書と支払ファイルの元)。
       01  WS-SS-TAB.
           03 WS-SS-ENTRY OCCURS 100 TIMES.
              05 WS-SS-SITE   PIC 9(3).
              05 WS-SS-PAYABLE PIC 9(5).
              05 WS-SS-NOTPAY PIC 9(5).
              05 WS-SS-GROSS  PIC 9(9).
              05 WS-SS-COPAY  PIC 9(9).
              05 WS-SS-NET    PIC 9(9).
       01  WS-SS-CNT          PIC 9(3) VALUE 0.
       01  WS-SS-IDX          PIC 9(3) VALUE 0.
       01  WS-SS-HIT          PIC 9(3) VALUE 0.

       01  WS-PRICE-THIS      PIC 9(7) VALUE 0.
       01  WS-NET-WORK        PIC S9(9) VALUE 0.
       01  WS-REASON-TEXT     PIC X(40) VALUE SPACES.
       01  WS-STM-LINES       PIC 9(5) VALUE 0.
       01  WS-CNT-PAY-ROWS    PIC 9(6) VALUE 0.
       01  WS-TOTAL-PAY       PIC 9(12) VALUE 0.
       01  WS-CNT-NO-ACCOUNT  PIC 9(3) VALUE 0.
       01  WS-CNT-NO-PRICE    PIC 9(3) VALUE 0.

       COPY outbound_ctl.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-TXR      PIC 9(3) VALUE 1.
       COPY layout_header.

       PROCEDURE DIVISION.
       MAIN SECTION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           DISPLAY "--- CLINIC SETTLEMENT ---".
           DISPLAY "Settlement month (YYYYMM, blank = last month)?".
           ACCEPT AC-VAR.
           IF AC-VAR = SPACES THEN
               IF WS-RUN-DATE(5:2) = "01" THEN
                   COMPUTE WS-SETTLE-MONTH =
                       (FUNCTION NUMVAL(WS-RUN-DATE(1:4)) - 1) * 100
                       + 12
               ELSE
                   COMPUTE WS-SETTLE-MONTH =
                       FUNCTION NUMVAL(WS-RUN-DATE(1:6)) - 1
               END-IF
           ELSE
               MOVE FUNCTION NUMVAL(AC-VAR) TO WS-SETTLE-MONTH
           END-IF.
           IF WS-SETTLE-MONTH < 190001
                   OR WS-SETTLE-MONTH(5:2) < "01"
                   OR WS-SETTLE-MONTH(5:2) > "12" THEN
               DISPLAY "INVALID SETTLEMENT MONTH - NOTHING SETTLED"
               STOP RUN
           END-IF.

           PERFORM LOAD-SITES.
           PERFORM LOAD-COPAY-AMOUNTS.
           PERFORM LOAD-PAID-REGISTER.
           IF WS-PD-OVFL THEN
               DISPLAY "PAID REGISTER HAS OVER 9000 LINES FROM OTHER "
                   "MONTHS - ARCHIVE IT BEFORE SETTLING; NOTHING "
                   "WRITTEN"
               STOP RUN
           END-IF.

           PERFORM LOAD-FEED-FOR-MONTH.
           IF WS-EX-CNT = 0 THEN
               DISPLAY "NO EXAMS PROCESSED IN " WS-SETTLE-MONTH
                   " - NOTHING TO SETTLE"
               STOP RUN
           END-IF.
           IF WS-CNT-EX-OVER > 0 THEN
               DISPLAY WS-CNT-EX-OVER " FEED LINE(S) OVER THE 5000 "
                   "EXAM LIMIT NOT SETTLED - SPLIT THE MONTH"
           END-IF.

           PERFORM PRICE-EXAMS.
           PERFORM WRITE-PAID-REGISTER.
           PERFORM WRITE-STATEMENTS.
           PERFORM WRITE-PAYMENT-FILE.

           DISPLAY "SETTLEMENT " WS-SETTLE-MONTH ": " WS-SS-CNT
               " SITE(S), " WS-CNT-PAY-ROWS " TRANSFER(S), TOTAL "
               WS-TOTAL-PAY " YEN (" FUNCTION TRIM(WS-PAY-PATH) ")".
           IF WS-CNT-NO-ACCOUNT > 0 THEN
               DISPLAY WS-CNT-NO-ACCOUNT " SITE(S) WITHOUT A BANK "
                   "ACCOUNT ON THE SITE MASTER - NOT IN THE PAYMENT "
                   "FILE, PAY BY HAND"
           END-IF.
           IF WS-CNT-NO-PRICE > 0 THEN
               DISPLAY WS-CNT-NO-PRICE " SITE(S) WITHOUT A UNIT "
                   "PRICE ON THE SITE MASTER - SETTLED AT 0 YEN"
           END-IF.

           STOP RUN.


       LOAD-SITES.

           OPEN INPUT SITE-MASTER-FILE.
           IF WS-SIT-STATUS NOT = "00" THEN
               DISPLAY "NO SITE MASTER - UNIT PRICES UNKNOWN"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ SITE-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-ST-CNT < 100 THEN
                           ADD 1 TO WS-ST-CNT
                           MOVE SIT-CODE TO WS-ST-CODE(WS-ST-CNT)
                           MOVE SIT-NAME TO WS-ST-NAME(WS-ST-CNT)
                           IF SIT-UNIT-PRICE-X IS NUMERIC THEN
                               MOVE SIT-UNIT-PRICE
                                   TO WS-ST-PRICE(WS-ST-CNT)
                           ELSE
                               MOVE 0 TO WS-ST-PRICE(WS-ST-CNT)
                           END-IF
                           MOVE SIT-BANK-CODE
                               TO WS-ST-BANK(WS-ST-CNT)
                           MOVE SIT-BRANCH-CODE
                               TO WS-ST-BRANCH(WS-ST-CNT)
                           MOVE SIT-ACCT-TYPE
                               TO WS-ST-ATYPE(WS-ST-CNT)
                           MOVE SIT-ACCT-NO
                               TO WS-ST-ACCT(WS-ST-CNT)
                           MOVE SIT-ACCT-NAME
                               TO WS-ST-ANAME(WS-ST-CNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SITE-MASTER-FILE.

           EXIT.


       LOAD-COPAY-AMOUNTS.

           OPEN INPUT FEE-SCHED-FILE.
           IF WS-FSC-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ FEE-SCHED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF FSC-ITEM = "COPY"
                               AND FSC-AMOUNT IS NUMERIC THEN
                           IF FSC-INSURER = "****" THEN
                               MOVE FSC-AMOUNT TO WS-CP-DEFAULT
                           ELSE
                               IF WS-CP-CNT < 50 THEN
                                   ADD 1 TO WS-CP-CNT
                                   MOVE FSC-INSURER
                                       TO WS-CP-INS(WS-CP-CNT)
                                   MOVE FSC-AMOUNT
                                       TO WS-CP-AMOUNT(WS-CP-CNT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FEE-SCHED-FILE.

           EXIT.


       LOAD-PAID-REGISTER.

           OPEN INPUT PAID-REG-FILE.
           IF WS-PRG-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ PAID-REG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF PRG-MONTH NOT = WS-SETTLE-MONTH THEN
                           IF WS-PD-CNT < 9000 THEN
                               ADD 1 TO WS-PD-CNT
                               MOVE PRG-SITE-CODE
                                   TO WS-PD-SITE(WS-PD-CNT)
                               MOVE PRG-PATIENT-ID
                                   TO WS-PD-PID(WS-PD-CNT)
                               MOVE PRG-EXAM-DATE
                                   TO WS-PD-DATE(WS-PD-CNT)
                               MOVE PRG-MONTH
                                   TO WS-PD-MONTH(WS-PD-CNT)
                               MOVE PRG-AMOUNT
                                   TO WS-PD-AMOUNT(WS-PD-CNT)
                           ELSE
                               MOVE 'Y' TO WS-PD-OVFL-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAID-REG-FILE.

           EXIT.


       LOAD-FEED-FOR-MONTH.

           OPEN INPUT SETTLE-FEED-FILE.
           IF WS-SFD-STATUS NOT = "00" THEN
               DISPLAY "NO SETTLEMENT FEED (output/settlement_feed.dat)"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ SETTLE-FEED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF SFD-RUN-DATE(1:6) IS NUMERIC THEN
                           MOVE SFD-RUN-DATE(1:6) TO WS-FEED-MONTH
                           IF WS-FEED-MONTH = WS-SETTLE-MONTH THEN
                               PERFORM FOLD-FEED-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SETTLE-FEED-FILE.

           EXIT.


       FOLD-FEED-LINE.

      *    同じ健診 (施設+患者+健診日) の行は後の行で上書きする
      *    (フィードは実行順に積まれているので、最後が最新の結果)。
           MOVE 0 TO WS-EX-HIT.
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                   UNTIL WS-EX-IDX > WS-EX-CNT OR WS-EX-HIT > 0
               IF WS-EX-SITE(WS-EX-IDX) = SFD-SITE-CODE
                       AND WS-EX-PID(WS-EX-IDX) = SFD-PATIENT-ID
                       AND WS-EX-DATE(WS-EX-IDX) = SFD-EXAM-DATE THEN
                   MOVE WS-EX-IDX TO WS-EX-HIT
               END-IF
           END-PERFORM.
           IF WS-EX-HIT = 0 THEN
               IF WS-EX-CNT >= 5000 THEN
                   ADD 1 TO WS-CNT-EX-OVER
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-EX-CNT
               MOVE WS-EX-CNT TO WS-EX-HIT
               MOVE SFD-SITE-CODE  TO WS-EX-SITE(WS-EX-HIT)
               MOVE SFD-PATIENT-ID TO WS-EX-PID(WS-EX-HIT)
               MOVE SFD-EXAM-DATE  TO WS-EX-DATE(WS-EX-HIT)
           END-IF.
           MOVE SFD-RESULT  TO WS-EX-RESULT(WS-EX-HIT).
           MOVE SFD-INSURER TO WS-EX-INS(WS-EX-HIT).

           EXIT.


       PRICE-EXAMS.

           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                   UNTIL WS-EX-IDX > WS-EX-CNT
               PERFORM PRICE-ONE-EXAM
           END-PERFORM.

           EXIT.


       PRICE-ONE-EXAM.

           MOVE 0 TO WS-EX-COPAY(WS-EX-IDX).
           MOVE 0 TO WS-EX-AMOUNT(WS-EX-IDX).
           MOVE 0 TO WS-EX-PAID-MONTH(WS-EX-IDX).
           MOVE "N" TO WS-EX-PAY(WS-EX-IDX).

      *    施設の集計行。
           MOVE 0 TO WS-SS-HIT.
           PERFORM VARYING WS-SS-IDX FROM 1 BY 1
                   UNTIL WS-SS-IDX > WS-SS-CNT
               IF WS-SS-SITE(WS-SS-IDX) = WS-EX-SITE(WS-EX-IDX) THEN
                   MOVE WS-SS-IDX TO WS-SS-HIT
               END-IF
           END-PERFORM.
           IF WS-SS-HIT = 0 AND WS-SS-CNT < 100 THEN
               ADD 1 TO WS-SS-CNT
               MOVE WS-SS-CNT TO WS-SS-HIT
               MOVE WS-EX-SITE(WS-EX-IDX) TO WS-SS-SITE(WS-SS-HIT)
               MOVE 0 TO WS-SS-PAYABLE(WS-SS-HIT)
               MOVE 0 TO WS-SS-NOTPAY(WS-SS-HIT)
               MOVE 0 TO WS-SS-GROSS(WS-SS-HIT)
               MOVE 0 TO WS-SS-COPAY(WS-SS-HIT)
               MOVE 0 TO WS-SS-NET(WS-SS-HIT)
           END-IF.
           IF WS-SS-HIT = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           IF WS-EX-RESULT(WS-EX-IDX) NOT = "JUDGED" THEN
               ADD 1 TO WS-SS-NOTPAY(WS-SS-HIT)
               EXIT PARAGRAPH
           END-IF.

      *    他の月に支払済みの健診 (同じ提出の再送など) は払わない。
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PD-CNT
               IF WS-PD-SITE(WS-PD-IDX) = WS-EX-SITE(WS-EX-IDX)
                       AND WS-PD-PID(WS-PD-IDX) = WS-EX-PID(WS-EX-IDX)
                       AND WS-PD-DATE(WS-PD-IDX)
                           = WS-EX-DATE(WS-EX-IDX) THEN
                   MOVE "B" TO WS-EX-PAY(WS-EX-IDX)
                   MOVE WS-PD-MONTH(WS-PD-IDX)
                       TO WS-EX-PAID-MONTH(WS-EX-IDX)
               END-IF
           END-PERFORM.
           IF WS-EX-PAY(WS-EX-IDX) = "B" THEN
               ADD 1 TO WS-SS-NOTPAY(WS-SS-HIT)
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-SITE-FOR-EXAM.
           IF WS-ST-HIT > 0 THEN
               MOVE WS-ST-PRICE(WS-ST-HIT) TO WS-PRICE-THIS
           ELSE
               MOVE 0 TO WS-PRICE-THIS
           END-IF.

           MOVE WS-CP-DEFAULT TO WS-COPAY-THIS.
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                   UNTIL WS-CP-IDX > WS-CP-CNT
               IF WS-CP-INS(WS-CP-IDX) = WS-EX-INS(WS-EX-IDX) THEN
                   MOVE WS-CP-AMOUNT(WS-CP-IDX) TO WS-COPAY-THIS
               END-IF
           END-PERFORM.

      *    自己負担が単価を超える契約では支払額 0 円にとどめる。
           COMPUTE WS-NET-WORK = WS-PRICE-THIS - WS-COPAY-THIS.
           IF WS-NET-WORK < 0 THEN
               MOVE 0 TO WS-NET-WORK
           END-IF.
           MOVE "P" TO WS-EX-PAY(WS-EX-IDX).
           MOVE WS-COPAY-THIS TO WS-EX-COPAY(WS-EX-IDX).
           MOVE WS-NET-WORK   TO WS-EX-AMOUNT(WS-EX-IDX).
           ADD 1 TO WS-SS-PAYABLE(WS-SS-HIT).
           ADD WS-PRICE-THIS TO WS-SS-GROSS(WS-SS-HIT).
           ADD WS-COPAY-THIS TO WS-SS-COPAY(WS-SS-HIT).
           ADD WS-NET-WORK   TO WS-SS-NET(WS-SS-HIT).

           EXIT.


       FIND-SITE-FOR-EXAM.

           MOVE 0 TO WS-ST-HIT.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-CNT
               IF WS-ST-CODE(WS-ST-IDX) = WS-EX-SITE(WS-EX-IDX) THEN
                   MOVE WS-ST-IDX TO WS-ST-HIT
               END-IF
           END-PERFORM.

           EXIT.


       WRITE-PAID-REGISTER.

      *    他の月の行をそのまま戻し、当月の支払分を書き足す。
           OPEN OUTPUT PAID-REG-FILE.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PD-CNT
               MOVE WS-PD-SITE(WS-PD-IDX)   TO PRG-SITE-CODE
               MOVE WS-PD-PID(WS-PD-IDX)    TO PRG-PATIENT-ID
               MOVE WS-PD-DATE(WS-PD-IDX)   TO PRG-EXAM-DATE
               MOVE WS-PD-MONTH(WS-PD-IDX)  TO PRG-MONTH
               MOVE WS-PD-AMOUNT(WS-PD-IDX) TO PRG-AMOUNT
               WRITE PAID-REG-REC
           END-PERFORM.
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                   UNTIL WS-EX-IDX > WS-EX-CNT
               IF WS-EX-PAY(WS-EX-IDX) = "P" THEN
                   MOVE WS-EX-SITE(WS-EX-IDX)   TO PRG-SITE-CODE
                   MOVE WS-EX-PID(WS-EX-IDX)    TO PRG-PATIENT-ID
                   MOVE WS-EX-DATE(WS-EX-IDX)   TO PRG-EXAM-DATE
                   MOVE WS-SETTLE-MONTH         TO PRG-MONTH
                   MOVE WS-EX-AMOUNT(WS-EX-IDX) TO PRG-AMOUNT
                   WRITE PAID-REG-REC
               END-IF
           END-PERFORM.
           CLOSE PAID-REG-FILE.

           EXIT.


       WRITE-STATEMENTS.

           PERFORM VARYING WS-SS-IDX FROM 1 BY 1
                   UNTIL WS-SS-IDX > WS-SS-CNT
               PERFORM WRITE-ONE-STATEMENT
           END-PERFORM.

           EXIT.


       WRITE-ONE-STATEMENT.

           MOVE SPACES TO WS-STM-PATH.
           STRING "output/settlement_" WS-SS-SITE(WS-SS-IDX)
               "_" WS-SETTLE-MONTH ".txt"
               DELIMITED BY SIZE INTO WS-STM-PATH.
           OPEN OUTPUT STATEMENT-FILE.
           MOVE 0 TO WS-STM-LINES.

           MOVE 0 TO WS-ST-HIT.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-CNT
               IF WS-ST-CODE(WS-ST-IDX) = WS-SS-SITE(WS-SS-IDX) THEN
                   MOVE WS-ST-IDX TO WS-ST-HIT
               END-IF
           END-PERFORM.
           IF WS-ST-HIT > 0 THEN
               MOVE WS-ST-PRICE(WS-ST-HIT) TO WS-PRICE-THIS
           ELSE
               MOVE 0 TO WS-PRICE-THIS
           END-IF.
           IF WS-PRICE-THIS = 0 AND WS-SS-PAYABLE(WS-SS-IDX) > 0 THEN
               ADD 1 TO WS-CNT-NO-PRICE
           END-IF.

           MOVE SPACES TO STATEMENT-LINE.
           IF WS-ST-HIT > 0 THEN
               STRING "SETTLEMENT STATEMENT  SITE "
                   WS-SS-SITE(WS-SS-IDX) " "
                   WS-ST-NAME(WS-ST-HIT)
                   "  MONTH " WS-SETTLE-MONTH
                   "  ISSUED " WS-RUN-DATE
                   DELIMITED BY SIZE INTO STATEMENT-LINE
           ELSE
               STRING "SETTLEMENT STATEMENT  SITE "
                   WS-SS-SITE(WS-SS-IDX) " (NOT ON SITE MASTER)"
                   "  MONTH " WS-SETTLE-MONTH
                   "  ISSUED " WS-RUN-DATE
                   DELIMITED BY SIZE INTO STATEMENT-LINE
           END-IF.
           PERFORM PUT-STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "CONTRACTED UNIT PRICE " WS-PRICE-THIS " YEN PER "
               "ACCEPTED EXAM, LESS THE CO-PAY COLLECTED AT THE DESK"
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           PERFORM PUT-STATEMENT-LINE.

           MOVE "PAYABLE EXAMS" TO STATEMENT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                   UNTIL WS-EX-IDX > WS-EX-CNT
               IF WS-EX-SITE(WS-EX-IDX) = WS-SS-SITE(WS-SS-IDX)
                       AND WS-EX-PAY(WS-EX-IDX) = "P" THEN
                   MOVE SPACES TO STATEMENT-LINE
                   STRING "  PATIENT " WS-EX-PID(WS-EX-IDX)
                       " EXAM " WS-EX-DATE(WS-EX-IDX)
                       " INSURER " WS-EX-INS(WS-EX-IDX)
                       " PRICE " WS-PRICE-THIS
                       " CO-PAY " WS-EX-COPAY(WS-EX-IDX)
                       " PAY " WS-EX-AMOUNT(WS-EX-IDX)
                       DELIMITED BY SIZE INTO STATEMENT-LINE
                   PERFORM PUT-STATEMENT-LINE
               END-IF
           END-PERFORM.

           MOVE "NOT PAYABLE" TO STATEMENT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                   UNTIL WS-EX-IDX > WS-EX-CNT
               IF WS-EX-SITE(WS-EX-IDX) = WS-SS-SITE(WS-SS-IDX)
                       AND WS-EX-PAY(WS-EX-IDX) NOT = "P" THEN
                   PERFORM DESCRIBE-REASON
                   MOVE SPACES TO STATEMENT-LINE
                   STRING "  PATIENT " WS-EX-PID(WS-EX-IDX)
                       " EXAM " WS-EX-DATE(WS-EX-IDX)
                       " - " WS-REASON-TEXT
                       DELIMITED BY SIZE INTO STATEMENT-LINE
                   PERFORM PUT-STATEMENT-LINE
               END-IF
           END-PERFORM.

      *    件数の行には、明細を読み直した患者IDのハッシュ合計も
      *    載せる。支払明細 (35桁目 "INS") は支払額 (81桁目から7桁)
      *    も数え、支払対象外 (3桁目 "PAT") は患者IDだけを数える。
           CLOSE STATEMENT-FILE.
           INITIALIZE OCI-SPEC.
           MOVE WS-STM-PATH TO OCI-PATH.
           MOVE "INS" TO OCI-TAG(1).
           MOVE 3 TO OCI-TAG-LEN(1).
           MOVE 35 TO OCI-TAG-COL(1).
           MOVE 11 TO OCI-ID-POS(1).
           MOVE 9 TO OCI-ID-LEN(1).
           MOVE 81 TO OCI-AMT-POS(1).
           MOVE 7 TO OCI-AMT-LEN(1).
           MOVE "PAT" TO OCI-TAG(2).
           MOVE 3 TO OCI-TAG-LEN(2).
           MOVE 3 TO OCI-TAG-COL(2).
           MOVE 11 TO OCI-ID-POS(2).
           MOVE 9 TO OCI-ID-LEN(2).
           MOVE FUNCTION OUTBOUND-CONTROL-TOTALS(WS-OUTCTL-IN)
               TO WS-OUTCTL-OUT.
           OPEN EXTEND STATEMENT-FILE.

           MOVE SPACES TO STATEMENT-LINE.
           STRING "EXAMS PAYABLE " WS-SS-PAYABLE(WS-SS-IDX)
               "  NOT PAYABLE " WS-SS-NOTPAY(WS-SS-IDX)
               "  PATIENT HASH " OCO-HASH-ID
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "GROSS " WS-SS-GROSS(WS-SS-IDX)
               "  LESS CO-PAY " WS-SS-COPAY(WS-SS-IDX)
               "  AMOUNT PAYABLE " WS-SS-NET(WS-SS-IDX) " YEN"
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           CLOSE STATEMENT-FILE.

      *    精算書を送信登録簿へ (宛先 = 施設コード)。
           MOVE WS-STM-PATH TO TXR-FILE-NAME.
           MOVE WS-STM-LINES TO TXR-REC-COUNT.
           MOVE SPACES TO TXR-DEST.
           STRING "SITE " WS-SS-SITE(WS-SS-IDX)
               DELIMITED BY SIZE INTO TXR-DEST.
           COMPUTE TXR-BYTES = WS-STM-LINES * 110.
           PERFORM REGISTER-OUTBOUND.

           EXIT.


       PUT-STATEMENT-LINE.

           WRITE STATEMENT-LINE.
           ADD 1 TO WS-STM-LINES.

           EXIT.


       DESCRIBE-REASON.

           IF WS-EX-PAY(WS-EX-IDX) = "B" THEN
               MOVE SPACES TO WS-REASON-TEXT
               STRING "ALREADY PAID IN " WS-EX-PAID-MONTH(WS-EX-IDX)
                   DELIMITED BY SIZE INTO WS-REASON-TEXT
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-EX-RESULT(WS-EX-IDX)
               WHEN "SYNTAX"
                   MOVE "SYNTAX ERROR IN THE RECORD"
                       TO WS-REASON-TEXT
               WHEN "FYDUP"
                   MOVE "SECOND EXAM IN THE SAME FISCAL YEAR"
                       TO WS-REASON-TEXT
               WHEN "NOTCOVERED"
                   MOVE "NOT ELIGIBLE - NO COVERAGE AT EXAM DATE"
                       TO WS-REASON-TEXT
               WHEN "DUPLICATE"
                   MOVE "SAME PATIENT TWICE IN ONE UPLOAD"
                       TO WS-REASON-TEXT
               WHEN "DECEASED"
                   MOVE "PATIENT DECEASED BEFORE EXAM DATE"
                       TO WS-REASON-TEXT
               WHEN "VOUCHER"
                   MOVE "VOUCHER HELD FOR REVIEW"
                       TO WS-REASON-TEXT
               WHEN "INCOMPLETE"
                   MOVE "MISSING LAB VALUES - AWAITING REPAIR"
                       TO WS-REASON-TEXT
               WHEN "REJECTED"
                   MOVE "VALUE OUT OF RANGE - AWAITING REPAIR"
                       TO WS-REASON-TEXT
               WHEN "UNITERR"
                   MOVE "SUSPECTED UNIT ERROR - UNDER REVIEW"
                       TO WS-REASON-TEXT
               WHEN "INCONSIST"
                   MOVE "VALUES DISAGREE - AWAITING REPAIR"
                       TO WS-REASON-TEXT
               WHEN "CLOSEDPER"
                   MOVE "RESULT IN A CLOSED PERIOD - NOT RE-PAID"
                       TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-REASON-TEXT
                   STRING "NOT ACCEPTED ("
                       FUNCTION TRIM(WS-EX-RESULT(WS-EX-IDX)) ")"
                       DELIMITED BY SIZE INTO WS-REASON-TEXT
           END-EVALUATE.

           EXIT.


       WRITE-PAYMENT-FILE.

           MOVE SPACES TO WS-PAY-PATH.
           STRING "output/clinic_payment_" WS-SETTLE-MONTH ".dat"
               DELIMITED BY SIZE INTO WS-PAY-PATH.
           OPEN OUTPUT PAYMENT-FILE.

           MOVE SPACES TO PAYMENT-LINE.
           STRING "1" "21" WS-RUN-DATE WS-SETTLE-MONTH
               "CLINIC SETTLEMENT"
               DELIMITED BY SIZE INTO PAYMENT-LINE.
           WRITE PAYMENT-LINE.

      *    明細: "2" + 銀行 4 + 支店 3 + 種目 1 + 口座 7 + 名義 30 +
      *    金額 10 + 施設コード 3。口座の無い施設・0 円の施設は
      *    載せない (口座の無い施設は手払い)。
           PERFORM VARYING WS-SS-IDX FROM 1 BY 1
                   UNTIL WS-SS-IDX > WS-SS-CNT
               IF WS-SS-NET(WS-SS-IDX) > 0 THEN
                   MOVE 0 TO WS-ST-HIT
                   PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                           UNTIL WS-ST-IDX > WS-ST-CNT
                       IF WS-ST-CODE(WS-ST-IDX)
                               = WS-SS-SITE(WS-SS-IDX) THEN
                           MOVE WS-ST-IDX TO WS-ST-HIT
                       END-IF
                   END-PERFORM
                   IF WS-ST-HIT = 0 THEN
                       ADD 1 TO WS-CNT-NO-ACCOUNT
                   ELSE
                       IF WS-ST-BANK(WS-ST-HIT) IS NOT NUMERIC
                               OR WS-ST-BRANCH(WS-ST-HIT)
                                   IS NOT NUMERIC
                               OR WS-ST-ACCT(WS-ST-HIT) IS NOT NUMERIC
                           ADD 1 TO WS-CNT-NO-ACCOUNT
                       ELSE
                           PERFORM WRITE-PAYMENT-ROW
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           MOVE SPACES TO PAYMENT-LINE.
           STRING "8" WS-CNT-PAY-ROWS WS-TOTAL-PAY
               DELIMITED BY SIZE INTO PAYMENT-LINE.
           WRITE PAYMENT-LINE.
           MOVE "9" TO PAYMENT-LINE.
           WRITE PAYMENT-LINE.
           CLOSE PAYMENT-FILE.

      *    全銀形式は先方の決まった形なのでトレーラーは変えず、登録簿
      *    にだけ合計を積む (データレコード "2" の施設コードと金額)。
           INITIALIZE OCI-SPEC.
           MOVE WS-PAY-PATH TO OCI-PATH.
           MOVE "2" TO OCI-TAG(1).
           MOVE 1 TO OCI-TAG-LEN(1).
           MOVE 1 TO OCI-TAG-COL(1).
           MOVE 57 TO OCI-ID-POS(1).
           MOVE 3 TO OCI-ID-LEN(1).
           MOVE 47 TO OCI-AMT-POS(1).
           MOVE 10 TO OCI-AMT-LEN(1).
           MOVE WS-PAY-PATH TO TXR-FILE-NAME.
           COMPUTE TXR-REC-COUNT = WS-CNT-PAY-ROWS + 3.
           COMPUTE TXR-BYTES = TXR-REC-COUNT * 120.
           MOVE "BANK TRANSFER" TO TXR-DEST.
           PERFORM REGISTER-OUTBOUND.

           EXIT.


       WRITE-PAYMENT-ROW.

           ADD 1 TO WS-CNT-PAY-ROWS.
           ADD WS-SS-NET(WS-SS-IDX) TO WS-TOTAL-PAY.
           MOVE SPACES TO PAYMENT-LINE.
           STRING "2" WS-ST-BANK(WS-ST-HIT)
               WS-ST-BRANCH(WS-ST-HIT)
               WS-ST-ATYPE(WS-ST-HIT)
               WS-ST-ACCT(WS-ST-HIT)
               WS-ST-ANAME(WS-ST-HIT)
               "0" WS-SS-NET(WS-SS-IDX)
               WS-SS-SITE(WS-SS-IDX)
               DELIMITED BY SIZE INTO PAYMENT-LINE.
           WRITE PAYMENT-LINE.

           EXIT.


       REGISTER-OUTBOUND.

      *    TXR-FILE-NAME/REC-COUNT/BYTES/DEST と、コントロール合計
      *    用の OCI-PATH/OCI-SPEC を詰めて呼ぶ。
           OPEN INPUT TRANSMIT-REG-FILE.
           IF WS-TXR-STATUS = "00" THEN
               PERFORM CHECK-TXR-LAYOUT
               CLOSE TRANSMIT-REG-FILE
               OPEN EXTEND TRANSMIT-REG-FILE
           ELSE
               OPEN OUTPUT TRANSMIT-REG-FILE
               PERFORM WRITE-TXR-LAYOUT
           END-IF.
           MOVE WS-RUN-DATE TO TXR-PRODUCED.
           MOVE SPACES TO TXR-SENT.
           MOVE SPACES TO TXR-CONFIRMED.
           MOVE FUNCTION OUTBOUND-CONTROL-TOTALS(WS-OUTCTL-IN)
               TO WS-OUTCTL-OUT.
           IF OCO-READ-OK = "Y" THEN
               MOVE "Y"        TO TXR-CTL-FLAG
               MOVE OCI-SPEC   TO TXR-CTL-SPEC
               MOVE OCO-TOTALS TO TXR-CTL-TOTALS
           ELSE
               MOVE SPACES TO TXR-CTL-FLAG
               MOVE SPACES TO TXR-CTL-SPEC
               MOVE SPACES TO TXR-CTL-TOTALS
           END-IF.
           WRITE TRANSMIT-REG-REC.
           CLOSE TRANSMIT-REG-FILE.

           EXIT.


       CHECK-TXR-LAYOUT.

      *    先頭の版見出しを読み、この FD の版と突き合わせる
      *    (食い違えば止まる)。読み進めは見出しの次の行から。
           MOVE SPACES TO WLI-HEADER.
           READ TRANSMIT-REG-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE TRANSMIT-REG-REC(1:28) TO WLI-HEADER
           END-READ.
           MOVE "output/transmit_register.dat" TO WLI-PATH.
           MOVE "TRANSMIT-REG" TO WLI-FILE-ID.
           MOVE WS-LAYOUT-TXR TO WLI-EXPECT.
           IF FUNCTION CHECK-FILE-LAYOUT(WS-LAYOUT-IN) NOT = "Y"
               STOP RUN
           END-IF.

           EXIT.


       WRITE-TXR-LAYOUT.

      *    新しく作ったファイルの先頭に版見出しを書く。
           MOVE SPACES TO TRANSMIT-REG-REC.
           MOVE WS-LAYOUT-TXR TO WLH-VERSION.
           MOVE "TRANSMIT-REG" TO WLH-FILE-ID.
           MOVE WS-LAYOUT-HDR TO TRANSMIT-REG-REC(1:28).
           WRITE TRANSMIT-REG-REC.

           EXIT.

       END PROGRAM TEST260948.
