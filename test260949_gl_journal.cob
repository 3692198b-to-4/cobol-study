      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.
      *    外部向けファイルのコントロール合計 (全プログラム共通の1本)。
       COPY outbound_rules.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260949.

      *
      * GL-JOURNAL: 月次の総勘定元帳向け仕訳エクスポート。請求・
      * 入金消込・クリニック精算はそれぞれ金額を出すが、経理は
      * 印刷物から仕訳を手で起こしていて、月次締め (TEST260938) も
      * 結果を凍結するだけで金額は凍結していなかった。ここでは
      * 指定した会計月について
      *   - 売掛計上: 支援の請求 (billing_export.dat の "BIL" 行、
      *     判定実行日の月) と健診本体の請求 (checkup_claims.dat の
      *     "CHK" 行、請求月)
      *       借 売掛金 / 貸 保健指導収入・健診収入
      *   - 入金: 入金台帳 (TEST260923 の remit_postings.dat) の
      *     CSH 行 (消込実行日の月)
      *       借 普通預金 / 貸 売掛金
      *     請求に当たらない入金 (SUS 行) は
      *       借 普通預金 / 貸 仮受金
      *   - 償却: 同じ入金台帳の WOF 行 (却下された請求)
      *       借 貸倒損失 / 貸 売掛金
      *   - クリニックへの未払: 精算の支払済み台帳
      *     (TEST260948 の settlement_paid.dat、精算月)
      *       借 健診委託費 / 貸 未払金
      * を集計し、勘定科目ごとの借方・貸方行を仕訳ファイルに出す。
      * 1組ずつ借方と貸方が同額なので、ファイル全体も必ず貸借一致
      * する (一致しなければ書かずに止める)。各行には会計月と実行ID
      * (夜間バッチと共通の run_id.dat から採番) を付ける。
      * 月次締めで締め済みの月は再計上を断る (再オープンが先)。
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT
           FUNCTION OUTBOUND-CONTROL-TOTALS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLING-FILE ASSIGN TO 'output/billing_export.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BIL-STATUS.

           SELECT CHECKUP-CLAIM-FILE ASSIGN TO
               'output/checkup_claims.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHK-STATUS.

           SELECT REMIT-POST-FILE ASSIGN TO
               'output/remit_postings.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPS-STATUS.

           SELECT PAID-REG-FILE ASSIGN TO
               'output/settlement_paid.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRG-STATUS.

           SELECT PERIOD-CLOSE-FILE ASSIGN TO
               'output/period_close.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PCL-STATUS.

           SELECT RUN-ID-FILE ASSIGN TO 'output/run_id.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RID-STATUS.

      *    仕訳ファイル (パスに会計月を含める。同じ月の再実行は
      *    上書き)。
           SELECT JOURNAL-FILE ASSIGN USING WS-JNL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JNL-STATUS.

           SELECT JOURNAL-RPT-FILE ASSIGN TO
               'output/gl_journal_report.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRP-STATUS.

           SELECT TRANSMIT-REG-FILE ASSIGN TO
               'output/transmit_register.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BILLING-FILE.
       01  BILLING-LINE       PIC X(40).

       FD  CHECKUP-CLAIM-FILE.
       01  CHECKUP-CLAIM-LINE PIC X(40).

       FD  REMIT-POST-FILE.
       01  REMIT-POST-REC.
           03 RPS-KIND        PIC X(3).
           03 RPS-PATIENT-ID  PIC 9(9).
           03 RPS-LSK         PIC 9.
           03 RPS-AMOUNT      PIC 9(7).
           03 RPS-PAY-DATE    PIC 9(8).
           03 RPS-RUN-DATE    PIC X(8).
           03 RPS-INSURER     PIC X(4).

       FD  PAID-REG-FILE.
       01  PAID-REG-REC.
           03 PRG-SITE-CODE   PIC 9(3).
           03 PRG-PATIENT-ID  PIC X(9).
           03 PRG-EXAM-DATE   PIC 9(8).
           03 PRG-MONTH       PIC 9(6).
           03 PRG-AMOUNT      PIC 9(7).

       FD  PERIOD-CLOSE-FILE.
       01  PERIOD-CLOSE-REC.
           03 PCL-YYYYMM      PIC 9(6).
           03 PCL-STATUS      PIC X.
           03 PCL-BY          PIC X(6).
           03 PCL-DATE        PIC X(8).
           03 PCL-REASON      PIC X(40).

       FD  RUN-ID-FILE.
       01  RUN-ID-REC.
           03 RID-LAST        PIC 9(6).

       FD  JOURNAL-FILE.
       01  JOURNAL-REC.
           03 JNL-PERIOD      PIC 9(6).
           03 JNL-RUN-ID      PIC 9(6).
           03 JNL-SEQ         PIC 9(4).
           03 JNL-ACCOUNT     PIC X(4).
      *    D=借方 C=貸方。
           03 JNL-DC          PIC X.
           03 JNL-AMOUNT      PIC 9(11).
      *    元: BIL/CHK/CSH/SUS/WOF/CLP (クリニック精算)。
           03 JNL-SOURCE      PIC X(3).
           03 JNL-DESC        PIC X(30).
           03 JNL-RUN-DATE    PIC X(8).

       FD  JOURNAL-RPT-FILE.
       01  JOURNAL-RPT-LINE   PIC X(100).

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
       01  WS-BIL-STATUS      PIC XX.
       01  WS-CHK-STATUS      PIC XX.
       01  WS-RPS-STATUS      PIC XX.
       01  WS-PRG-STATUS      PIC XX.
       01  WS-PCL-STATUS      PIC XX.
       01  WS-RID-STATUS      PIC XX.
       01  WS-JNL-STATUS      PIC XX.
       01  WS-JRP-STATUS      PIC XX.
       01  WS-TXR-STATUS      PIC XX.
       01  WS-JNL-PATH        PIC X(50) VALUE SPACES.
       01  WS-RUN-DATE        PIC X(8).
       01  WS-RUN-ID          PIC 9(6) VALUE 0.
       01  WS-EOF-FLAG        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.

       01  WS-PERIOD          PIC 9(6) VALUE 0.
       01  WS-LINE-MONTH      PIC 9(6) VALUE 0.
       01  WS-CLOSE-STATE     PIC X VALUE SPACE.

      *    請求行の分解 (TEST260823 / TEST260947 の出力レイアウト)。
       01  WS-BIL-LINE        PIC X(40).
       01  WS-BIL-PARTS REDEFINES WS-BIL-LINE.
           03 WS-BIL-TAG      PIC X(3).
           03 WS-BIL-PID      PIC 9(9).
           03 WS-BIL-LSK      PIC 9.
           03 WS-BIL-FEE      PIC 9(7).
           03 WS-BIL-DATE     PIC X(8).
           03 WS-BIL-PLAN     PIC X(2).
           03 WS-BIL-INS      PIC X(4).
           03 WS-BIL-MONTH    PIC X(6).

      *    勘定科目コード (経理の科目表に合わせる)。
       01  WS-ACCT-CODES.
           03 WS-AC-BANK      PIC X(4) VALUE "1110".
           03 WS-AC-RECV      PIC X(4) VALUE "1130".
           03 WS-AC-PAYABLE   PIC X(4) VALUE "2130".
           03 WS-AC-SUSPENSE  PIC X(4) VALUE "2150".
           03 WS-AC-REV-CHK   PIC X(4) VALUE "4110".
           03 WS-AC-REV-SUP   PIC X(4) VALUE "4120".
           03 WS-AC-CLINIC    PIC X(4) VALUE "5210".
           03 WS-AC-WRITEOFF  PIC X(4) VALUE "6810".

      *    元別の集計 (件数と金額)。
       01  WS-AMT-BIL         PIC 9(11) VALUE 0.
       01  WS-AMT-CHK         PIC 9(11) VALUE 0.
       01  WS-AMT-CSH         PIC 9(11) VALUE 0.
       01  WS-AMT-SUS         PIC 9(11) VALUE 0.
       01  WS-AMT-WOF         PIC 9(11) VALUE 0.
       01  WS-AMT-CLP         PIC 9(11) VALUE 0.
       01  WS-CNT-BIL         PIC 9(6) VALUE 0.
       01  WS-CNT-CHK         PIC 9(6) VALUE 0.
       01  WS-CNT-CSH         PIC 9(6) VALUE 0.
       01  WS-CNT-SUS         PIC 9(6) VALUE 0.
       01  WS-CNT-WOF         PIC 9(6) VALUE 0.
       01  WS-CNT-CLP         PIC 9(6) VALUE 0.

      *    書き出す仕訳 (元ごとに借方・貸方の2行)。
       01  WS-JE-SOURCE       PIC X(3).
       01  WS-JE-DEBIT        PIC X(4).
       01  WS-JE-CREDIT       PIC X(4).
       01  WS-JE-AMOUNT       PIC 9(11).
       01  WS-JE-DESC         PIC X(30).
       01  WS-JNL-SEQ         PIC 9(4) VALUE 0.
       01  WS-TOTAL-DEBIT     PIC 9(12) VALUE 0.
       01  WS-TOTAL-CREDIT    PIC 9(12) VALUE 0.

      *    科目別の合計 (レポート用)。
       01  WS-AT-TAB.
           03 WS-AT-ENTRY OCCURS 20 TIMES.
              05 WS-AT-ACCOUNT PIC X(4).
              05 WS-AT-DEBIT  PIC 9(12).
              05 WS-AT-CREDIT PIC 9(12).
       01  WS-AT-CNT          PIC 9(2) VALUE 0.
       01  WS-AT-IDX          PIC 9(2) VALUE 0.
       01  WS-AT-HIT          PIC 9(2) VALUE 0.
       01  WS-AT-KEY          PIC X(4).
       01  WS-AT-DC           PIC X.

       COPY outbound_ctl.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-TXR      PIC 9(3) VALUE 1.
       COPY layout_header.

       PROCEDURE DIVISION.
       MAIN SECTION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           DISPLAY "--- GENERAL LEDGER JOURNAL EXPORT ---".
           DISPLAY "Accounting period (YYYYMM, blank = last month)?".
           ACCEPT AC-VAR.
           IF AC-VAR = SPACES THEN
               IF WS-RUN-DATE(5:2) = "01" THEN
                   COMPUTE WS-PERIOD =
                       (FUNCTION NUMVAL(WS-RUN-DATE(1:4)) - 1) * 100
                       + 12
               ELSE
                   COMPUTE WS-PERIOD =
                       FUNCTION NUMVAL(WS-RUN-DATE(1:6)) - 1
               END-IF
           ELSE
               MOVE FUNCTION NUMVAL(AC-VAR) TO WS-PERIOD
           END-IF.
           IF WS-PERIOD < 190001
                   OR WS-PERIOD(5:2) < "01"
                   OR WS-PERIOD(5:2) > "12" THEN
               DISPLAY "INVALID ACCOUNTING PERIOD - NOTHING POSTED"
               STOP RUN
           END-IF.

      *    締め済みの月は金額も凍結する。
           PERFORM CHECK-PERIOD-CLOSED.
           IF WS-CLOSE-STATE = "C" THEN
               DISPLAY "PERIOD " WS-PERIOD " IS CLOSED - JOURNAL "
                   "NOT RE-POSTED (REOPEN IT IN THE MONTHLY CLOSE "
                   "FIRST)"
               STOP RUN
           END-IF.

           PERFORM COLLECT-BILLING.
           PERFORM COLLECT-CHECKUP-CLAIMS.
           PERFORM COLLECT-REMIT-POSTINGS.
           PERFORM COLLECT-CLINIC-PAYABLES.

           PERFORM ALLOCATE-RUN-ID.
           PERFORM WRITE-JOURNAL.

           IF WS-TOTAL-DEBIT NOT = WS-TOTAL-CREDIT THEN
               DISPLAY "JOURNAL OUT OF BALANCE - DEBIT "
                   WS-TOTAL-DEBIT " CREDIT " WS-TOTAL-CREDIT
                   " - FILE NOT REGISTERED FOR TRANSMISSION"
               STOP RUN
           END-IF.

           PERFORM WRITE-JOURNAL-REPORT.

           MOVE WS-JNL-PATH TO TXR-FILE-NAME.
           MOVE WS-JNL-SEQ TO TXR-REC-COUNT.
           COMPUTE TXR-BYTES = WS-JNL-SEQ * 73.
           MOVE "ACCOUNTING" TO TXR-DEST.
      *    仕訳ファイルは会計システムの取込形式なのでトレーラーは
      *    持たせず、登録簿にだけ合計を積む (全行が明細。連番 13桁目
      *    から4桁と金額 22桁目から11桁。金額合計は借方+貸方)。
           INITIALIZE OCI-SPEC.
           MOVE WS-JNL-PATH TO OCI-PATH.
           MOVE 0 TO OCI-TAG-LEN(1).
           MOVE 1 TO OCI-TAG-COL(1).
           MOVE 13 TO OCI-ID-POS(1).
           MOVE 4 TO OCI-ID-LEN(1).
           MOVE 22 TO OCI-AMT-POS(1).
           MOVE 11 TO OCI-AMT-LEN(1).
           PERFORM REGISTER-OUTBOUND.

           DISPLAY "JOURNAL " WS-PERIOD " RUN " WS-RUN-ID ": "
               WS-JNL-SEQ " LINE(S), DEBIT " WS-TOTAL-DEBIT
               " = CREDIT " WS-TOTAL-CREDIT
               " (" FUNCTION TRIM(WS-JNL-PATH) ")".

           STOP RUN.


       CHECK-PERIOD-CLOSED.

      *    締め台帳は追記型なので対象月の最後の行が効く。
           MOVE SPACE TO WS-CLOSE-STATE.
           OPEN INPUT PERIOD-CLOSE-FILE.
           IF WS-PCL-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ PERIOD-CLOSE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF PCL-YYYYMM = WS-PERIOD THEN
                           MOVE PCL-STATUS TO WS-CLOSE-STATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PERIOD-CLOSE-FILE.

           EXIT.


       COLLECT-BILLING.

      *    支援の請求は判定実行日の月に計上する。
           OPEN INPUT BILLING-FILE.
           IF WS-BIL-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ BILLING-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE BILLING-LINE TO WS-BIL-LINE
                       IF WS-BIL-TAG = "BIL"
                               AND WS-BIL-DATE(1:6) IS NUMERIC THEN
                           MOVE WS-BIL-DATE(1:6) TO WS-LINE-MONTH
                           IF WS-LINE-MONTH = WS-PERIOD THEN
                               ADD 1 TO WS-CNT-BIL
                               ADD WS-BIL-FEE TO WS-AMT-BIL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BILLING-FILE.

           EXIT.


       COLLECT-CHECKUP-CLAIMS.

      *    健診本体の請求は請求月に計上する (同じ月の請求を作り
      *    直しても計上月は動かない)。
           OPEN INPUT CHECKUP-CLAIM-FILE.
           IF WS-CHK-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ CHECKUP-CLAIM-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE CHECKUP-CLAIM-LINE TO WS-BIL-LINE
                       IF WS-BIL-TAG = "CHK"
                               AND WS-BIL-MONTH IS NUMERIC THEN
                           MOVE WS-BIL-MONTH TO WS-LINE-MONTH
                           IF WS-LINE-MONTH = WS-PERIOD THEN
                               ADD 1 TO WS-CNT-CHK
                               ADD WS-BIL-FEE TO WS-AMT-CHK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CHECKUP-CLAIM-FILE.

           EXIT.


       COLLECT-REMIT-POSTINGS.

      *    入金・償却は消込を実行した日の月に計上する。
           OPEN INPUT REMIT-POST-FILE.
           IF WS-RPS-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ REMIT-POST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF RPS-RUN-DATE(1:6) IS NUMERIC THEN
                           MOVE RPS-RUN-DATE(1:6) TO WS-LINE-MONTH
                           IF WS-LINE-MONTH = WS-PERIOD THEN
                               EVALUATE RPS-KIND
                                   WHEN "CSH"
                                       ADD 1 TO WS-CNT-CSH
                                       ADD RPS-AMOUNT TO WS-AMT-CSH
                                   WHEN "SUS"
                                       ADD 1 TO WS-CNT-SUS
                                       ADD RPS-AMOUNT TO WS-AMT-SUS
                                   WHEN "WOF"
                                       ADD 1 TO WS-CNT-WOF
                                       ADD RPS-AMOUNT TO WS-AMT-WOF
                               END-EVALUATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REMIT-POST-FILE.

           EXIT.


       COLLECT-CLINIC-PAYABLES.

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
                       IF PRG-MONTH = WS-PERIOD THEN
                           ADD 1 TO WS-CNT-CLP
                           ADD PRG-AMOUNT TO WS-AMT-CLP
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAID-REG-FILE.

           EXIT.


       ALLOCATE-RUN-ID.

      *    夜間バッチと同じ実行IDの採番台帳を使う (どの実行がこの
      *    仕訳を作ったかに1つの答えを返せるように)。
           MOVE 0 TO WS-RUN-ID.
           OPEN INPUT RUN-ID-FILE.
           IF WS-RID-STATUS = "00" THEN
               READ RUN-ID-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RID-LAST TO WS-RUN-ID
               END-READ
               CLOSE RUN-ID-FILE
           END-IF.
           ADD 1 TO WS-RUN-ID.
           OPEN OUTPUT RUN-ID-FILE.
           MOVE WS-RUN-ID TO RID-LAST.
           WRITE RUN-ID-REC.
           CLOSE RUN-ID-FILE.

           EXIT.


       WRITE-JOURNAL.

           MOVE SPACES TO WS-JNL-PATH.
           STRING "output/gl_journal_" WS-PERIOD ".dat"
               DELIMITED BY SIZE INTO WS-JNL-PATH.
           OPEN OUTPUT JOURNAL-FILE.

           MOVE "BIL" TO WS-JE-SOURCE.
           MOVE WS-AC-RECV TO WS-JE-DEBIT.
           MOVE WS-AC-REV-SUP TO WS-JE-CREDIT.
           MOVE WS-AMT-BIL TO WS-JE-AMOUNT.
           MOVE "SUPPORT PROGRAM CLAIMS" TO WS-JE-DESC.
           PERFORM WRITE-ENTRY-PAIR.

           MOVE "CHK" TO WS-JE-SOURCE.
           MOVE WS-AC-RECV TO WS-JE-DEBIT.
           MOVE WS-AC-REV-CHK TO WS-JE-CREDIT.
           MOVE WS-AMT-CHK TO WS-JE-AMOUNT.
           MOVE "CHECKUP FEE CLAIMS" TO WS-JE-DESC.
           PERFORM WRITE-ENTRY-PAIR.

           MOVE "CSH" TO WS-JE-SOURCE.
           MOVE WS-AC-BANK TO WS-JE-DEBIT.
           MOVE WS-AC-RECV TO WS-JE-CREDIT.
           MOVE WS-AMT-CSH TO WS-JE-AMOUNT.
           MOVE "INSURER REMITTANCES RECEIVED" TO WS-JE-DESC.
           PERFORM WRITE-ENTRY-PAIR.

           MOVE "SUS" TO WS-JE-SOURCE.
           MOVE WS-AC-BANK TO WS-JE-DEBIT.
           MOVE WS-AC-SUSPENSE TO WS-JE-CREDIT.
           MOVE WS-AMT-SUS TO WS-JE-AMOUNT.
           MOVE "UNMATCHED REMITTANCES" TO WS-JE-DESC.
           PERFORM WRITE-ENTRY-PAIR.

           MOVE "WOF" TO WS-JE-SOURCE.
           MOVE WS-AC-WRITEOFF TO WS-JE-DEBIT.
           MOVE WS-AC-RECV TO WS-JE-CREDIT.
           MOVE WS-AMT-WOF TO WS-JE-AMOUNT.
           MOVE "REJECTED CLAIMS WRITTEN OFF" TO WS-JE-DESC.
           PERFORM WRITE-ENTRY-PAIR.

           MOVE "CLP" TO WS-JE-SOURCE.
           MOVE WS-AC-CLINIC TO WS-JE-DEBIT.
           MOVE WS-AC-PAYABLE TO WS-JE-CREDIT.
           MOVE WS-AMT-CLP TO WS-JE-AMOUNT.
           MOVE "CLINIC SETTLEMENTS PAYABLE" TO WS-JE-DESC.
           PERFORM WRITE-ENTRY-PAIR.

           CLOSE JOURNAL-FILE.

           EXIT.


       WRITE-ENTRY-PAIR.

      *    0 円の元は行を出さない。
           IF WS-JE-AMOUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PERIOD TO JNL-PERIOD.
           MOVE WS-RUN-ID TO JNL-RUN-ID.
           MOVE WS-JE-SOURCE TO JNL-SOURCE.
           MOVE WS-JE-AMOUNT TO JNL-AMOUNT.
           MOVE WS-JE-DESC TO JNL-DESC.
           MOVE WS-RUN-DATE TO JNL-RUN-DATE.

           ADD 1 TO WS-JNL-SEQ.
           MOVE WS-JNL-SEQ TO JNL-SEQ.
           MOVE WS-JE-DEBIT TO JNL-ACCOUNT.
           MOVE "D" TO JNL-DC.
           WRITE JOURNAL-REC.
           ADD WS-JE-AMOUNT TO WS-TOTAL-DEBIT.
           MOVE WS-JE-DEBIT TO WS-AT-KEY.
           MOVE "D" TO WS-AT-DC.
           PERFORM ADD-ACCOUNT-TOTAL.

           ADD 1 TO WS-JNL-SEQ.
           MOVE WS-JNL-SEQ TO JNL-SEQ.
           MOVE WS-JE-CREDIT TO JNL-ACCOUNT.
           MOVE "C" TO JNL-DC.
           WRITE JOURNAL-REC.
           ADD WS-JE-AMOUNT TO WS-TOTAL-CREDIT.
           MOVE WS-JE-CREDIT TO WS-AT-KEY.
           MOVE "C" TO WS-AT-DC.
           PERFORM ADD-ACCOUNT-TOTAL.

           EXIT.


       ADD-ACCOUNT-TOTAL.

           MOVE 0 TO WS-AT-HIT.
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                   UNTIL WS-AT-IDX > WS-AT-CNT
               IF WS-AT-ACCOUNT(WS-AT-IDX) = WS-AT-KEY THEN
                   MOVE WS-AT-IDX TO WS-AT-HIT
               END-IF
           END-PERFORM.
           IF WS-AT-HIT = 0 AND WS-AT-CNT < 20 THEN
               ADD 1 TO WS-AT-CNT
               MOVE WS-AT-CNT TO WS-AT-HIT
               MOVE WS-AT-KEY TO WS-AT-ACCOUNT(WS-AT-HIT)
               MOVE 0 TO WS-AT-DEBIT(WS-AT-HIT)
               MOVE 0 TO WS-AT-CREDIT(WS-AT-HIT)
           END-IF.
           IF WS-AT-HIT > 0 THEN
               IF WS-AT-DC = "D" THEN
                   ADD WS-JE-AMOUNT TO WS-AT-DEBIT(WS-AT-HIT)
               ELSE
                   ADD WS-JE-AMOUNT TO WS-AT-CREDIT(WS-AT-HIT)
               END-IF
           END-IF.

           EXIT.


       WRITE-JOURNAL-REPORT.

           OPEN OUTPUT JOURNAL-RPT-FILE.
           MOVE SPACES TO JOURNAL-RPT-LINE.
           STRING "GL JOURNAL  PERIOD " WS-PERIOD "  RUN ID "
               WS-RUN-ID "  RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO JOURNAL-RPT-LINE.
           WRITE JOURNAL-RPT-LINE.

           MOVE SPACES TO JOURNAL-RPT-LINE.
           STRING "SUPPORT CLAIMS  " WS-CNT-BIL " LINE(S) " WS-AMT-BIL
               DELIMITED BY SIZE INTO JOURNAL-RPT-LINE.
           WRITE JOURNAL-RPT-LINE.
           MOVE SPACES TO JOURNAL-RPT-LINE.
           STRING "CHECKUP CLAIMS  " WS-CNT-CHK " LINE(S) " WS-AMT-CHK
               DELIMITED BY SIZE INTO JOURNAL-RPT-LINE.
           WRITE JOURNAL-RPT-LINE.
           MOVE SPACES TO JOURNAL-RPT-LINE.
           STRING "CASH RECEIVED   " WS-CNT-CSH " LINE(S) " WS-AMT-CSH
               DELIMITED BY SIZE INTO JOURNAL-RPT-LINE.
           WRITE JOURNAL-RPT-LINE.
           MOVE SPACES TO JOURNAL-RPT-LINE.
           STRING "CASH SUSPENSE   " WS-CNT-SUS " LINE(S) " WS-AMT-SUS
               DELIMITED BY SIZE INTO JOURNAL-RPT-LINE.
           WRITE JOURNAL-RPT-LINE.
           MOVE SPACES TO JOURNAL-RPT-LINE.
           STRING "WRITE-OFFS      " WS-CNT-WOF " LINE(S) " WS-AMT-WOF
               DELIMITED BY SIZE INTO JOURNAL-RPT-LINE.
           WRITE JOURNAL-RPT-LINE.
           MOVE SPACES TO JOURNAL-RPT-LINE.
           STRING "CLINIC PAYABLES " WS-CNT-CLP " LINE(S) " WS-AMT-CLP
               DELIMITED BY SIZE INTO JOURNAL-RPT-LINE.
           WRITE JOURNAL-RPT-LINE.

           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                   UNTIL WS-AT-IDX > WS-AT-CNT
               MOVE SPACES TO JOURNAL-RPT-LINE
               STRING "ACCOUNT " WS-AT-ACCOUNT(WS-AT-IDX)
                   " DEBIT " WS-AT-DEBIT(WS-AT-IDX)
                   " CREDIT " WS-AT-CREDIT(WS-AT-IDX)
                   DELIMITED BY SIZE INTO JOURNAL-RPT-LINE
               WRITE JOURNAL-RPT-LINE
           END-PERFORM.

           MOVE SPACES TO JOURNAL-RPT-LINE.
           STRING "TOTAL DEBIT " WS-TOTAL-DEBIT
               " TOTAL CREDIT " WS-TOTAL-CREDIT " - BALANCED"
               DELIMITED BY SIZE INTO JOURNAL-RPT-LINE.
           WRITE JOURNAL-RPT-LINE.
           CLOSE JOURNAL-RPT-FILE.

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

       END PROGRAM TEST260949.
