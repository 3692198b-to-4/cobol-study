      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260923.

      *     消さない)
      * に振り分け、未入金の請求は保険者別 (経年履歴から解決) の
      * 売掛金エイジング (30日/60日/61日超) にまとめる。
      * 健診本体の請求 (TEST260947 の請求台帳 checkup_claims.dat の
      * "CHK" 行、区分 0) も支援の請求と同じ表に載せ、区分 0 の
      * 支払通知で消し込む。保険者は請求行に載っているものを使う。
      * 入金 (消込・ショートペイの受取額) と却下による償却 (請求額)
      * は入金台帳 remit_postings.dat に1件ずつ積み、仕訳の元にする
      * (TEST260949)。
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMIT-IN-FILE ASSIGN USING WS-RMT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BIL-STATUS.

      *    健診本体の請求台帳 (TEST260947 が作る。行の前半は請求
      *    エクスポートと同じ並び)。
           SELECT CHECKUP-CLAIM-FILE ASSIGN TO
               'output/checkup_claims.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHK-STATUS.

           SELECT RESULT-HIST-FILE ASSIGN TO
               'output/result_history.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RHF-KEY
           ALTERNATE RECORD KEY IS RHF-SITE-FY-KEY WITH DUPLICATES
           ALTERNATE RECORD KEY IS RHF-EXAM-DATE WITH DUPLICATES
           FILE STATUS IS WS-RHF-STATUS.

      *    ショートペイ・却下の作業キュー (経理が1件ずつ追う)。
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RMQ-STATUS.

      *    入金台帳 (追記。仕訳エクスポートが月ごとに拾う)。
           SELECT REMIT-POST-FILE ASSIGN TO
               'output/remit_postings.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPS-STATUS.

           SELECT SUSPENSE-RPT-FILE ASSIGN TO
               'output/remit_suspense.txt'
           ORGANIZATION IS LINE SEQUENTIAL
       FD  BILLING-FILE.
       01  BILLING-LINE       PIC X(40).

       FD  CHECKUP-CLAIM-FILE.
       01  CHECKUP-CLAIM-LINE PIC X(40).

       FD  RESULT-HIST-FILE.
       01  RESULT-HIST-REC.
           03 RHF-KEY.
           03 RHF-EXAM-DATE   PIC 9(8).
           03 RHF-INSURER     PIC X(4).
           03 RHF-PLAN-TYPE   PIC X(2).
      *    メタボ判定区分 (TEST230314 参照)。
           03 RHF-METSYN      PIC X.
      *    施設+年度の代替キー (施設コードと年度を並べ直した写し。
      *    書き手が WRITE の直前に詰める。版 002 で追加)。
           03 RHF-SITE-FY-KEY.
              05 RHF-SF-SITE  PIC 9(3).
              05 RHF-SF-FYEAR PIC 9(4).

       FD  REMIT-QUEUE-FILE.
       01  REMIT-QUEUE-REC.
           03 RMQ-REASON      PIC X(4).
           03 RMQ-DATE        PIC X(8).

       FD  REMIT-POST-FILE.
       01  REMIT-POST-REC.
      *    区分: CSH=入金 WOF=却下による償却 SUS=請求に当たらない
      *    入金 (仮受)。
           03 RPS-KIND        PIC X(3).
           03 RPS-PATIENT-ID  PIC 9(9).
           03 RPS-LSK         PIC 9.
           03 RPS-AMOUNT      PIC 9(7).
           03 RPS-PAY-DATE    PIC 9(8).
           03 RPS-RUN-DATE    PIC X(8).
           03 RPS-INSURER     PIC X(4).

       FD  SUSPENSE-RPT-FILE.
       01  SUSPENSE-RPT-LINE  PIC X(100).

       01  AC-VAR             PIC X(50).
       01  WS-RMT-STATUS      PIC XX.
       01  WS-BIL-STATUS      PIC XX.
       01  WS-CHK-STATUS      PIC XX.
       01  WS-RHF-STATUS      PIC XX.
       01  WS-RMQ-STATUS      PIC XX.
       01  WS-RPS-STATUS      PIC XX.
       01  WS-RPS-OPEN-FLAG   PIC X VALUE 'N'.
           88 WS-RPS-OPEN            VALUE 'Y'.
       01  WS-SUS-STATUS      PIC XX.
       01  WS-AGE-STATUS      PIC XX.
       01  WS-RMT-PATH        PIC X(50) VALUE SPACES.
           03 WS-BIL-FEE      PIC 9(7).
           03 WS-BIL-DATE     PIC X(8).
           03 WS-BIL-PLAN     PIC X(2).
      *    健診本体の請求行 ("CHK") だけ: 保険者と請求月。
           03 WS-BIL-INS      PIC X(4).
           03 FILLER          PIC X(6).

      *    請求行のテーブル (PAID は消込済み印)。健診本体の請求が
      *    毎月全員ぶん載るので支援の請求だけの頃より大きく取る。
      *    INS は健診本体の請求行の保険者 (支援の請求は空欄)。
       01  WS-BL-TAB.
           03 WS-BL-ENTRY OCCURS 5000 TIMES.
              05 WS-BL-PID    PIC 9(9).
              05 WS-BL-LSK    PIC 9.
              05 WS-BL-FEE    PIC 9(7).
              05 WS-BL-DATE   PIC X(8).
              05 WS-BL-PAID   PIC X.
              05 WS-BL-INS    PIC X(4).
       01  WS-BL-CNT          PIC 9(4) VALUE 0.
       01  WS-BL-IDX          PIC 9(4) VALUE 0.
       01  WS-BL-HIT          PIC 9(4) VALUE 0.
       01  WS-CNT-BL-OVER     PIC 9(5) VALUE 0.

       01  WS-CNT-MATCHED     PIC 9(5) VALUE 0.
       01  WS-CNT-SHORT       PIC 9(5) VALUE 0.
       01  WS-AR-IDX          PIC 9(2) VALUE 0.
       01  WS-AR-HIT          PIC 9(2) VALUE 0.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-RMQ      PIC 9(3) VALUE 1.
       01  WS-LAYOUT-RHF      PIC 9(3) VALUE 2.
       COPY layout_header.

       PROCEDURE DIVISION.
       MAIN SECTION.

           ACCEPT WS-RMT-PATH.

           PERFORM LOAD-BILLING-LINES.
           PERFORM LOAD-CHECKUP-CLAIMS.
           IF WS-CNT-BL-OVER > 0 THEN
               DISPLAY WS-CNT-BL-OVER " CLAIM LINE(S) OVER THE 5000 "
                   "LIMIT NOT LOADED - THEIR PAYMENTS GO TO SUSPENSE"
           END-IF.
           IF WS-BL-CNT = 0 THEN
               DISPLAY "NO BILLING EXPORT ON FILE - NOTHING TO "
                   "MATCH AGAINST"
           WRITE SUSPENSE-RPT-LINE.

           PERFORM MATCH-REMITTANCE.
           IF WS-RPS-OPEN THEN
               CLOSE REMIT-POST-FILE
           END-IF.

           MOVE SPACES TO SUSPENSE-RPT-LINE.
           STRING "SUSPENSE LINES: " WS-CNT-SUSPENSE
                       MOVE 'Y' TO WS-BIL-EOF-FLAG
                   NOT AT END
                       MOVE BILLING-LINE TO WS-BIL-LINE
                       IF WS-BIL-TAG = "BIL" THEN
                           MOVE SPACES TO WS-BIL-INS
                           PERFORM ADD-CLAIM-LINE
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.


       LOAD-CHECKUP-CLAIMS.

           OPEN INPUT CHECKUP-CLAIM-FILE.
           IF WS-CHK-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-BIL-EOF-FLAG.
           PERFORM UNTIL WS-BIL-EOF
               READ CHECKUP-CLAIM-FILE
                   AT END
                       MOVE 'Y' TO WS-BIL-EOF-FLAG
                   NOT AT END
                       MOVE CHECKUP-CLAIM-LINE TO WS-BIL-LINE
                       IF WS-BIL-TAG = "CHK" THEN
                           PERFORM ADD-CLAIM-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CHECKUP-CLAIM-FILE.

           EXIT.


       ADD-CLAIM-LINE.

           IF WS-BL-CNT >= 5000 THEN
               ADD 1 TO WS-CNT-BL-OVER
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-BL-CNT.
           MOVE WS-BIL-PID  TO WS-BL-PID(WS-BL-CNT).
           MOVE WS-BIL-LSK  TO WS-BL-LSK(WS-BL-CNT).
           MOVE WS-BIL-FEE  TO WS-BL-FEE(WS-BL-CNT).
           MOVE WS-BIL-DATE TO WS-BL-DATE(WS-BL-CNT).
           MOVE 'N'         TO WS-BL-PAID(WS-BL-CNT).
           MOVE WS-BIL-INS  TO WS-BL-INS(WS-BL-CNT).

           EXIT.


       MATCH-REMITTANCE.

           OPEN INPUT REMIT-IN-FILE.
                   " PAID " RMT-PAY-DATE
                   DELIMITED BY SIZE INTO SUSPENSE-RPT-LINE
               WRITE SUSPENSE-RPT-LINE
               PERFORM WRITE-REMIT-POSTING
               EXIT PARAGRAPH
           END-IF.

                   ADD 1 TO WS-CNT-MATCHED
           END-EVALUATE.

           PERFORM WRITE-REMIT-POSTING.

           EXIT.


       WRITE-REMIT-POSTING.

      *    却下は請求額を償却、それ以外は受け取った額を入金とする
      *    (ショートペイの差額は作業キューで追うので売掛に残す)。
      *    請求に当たらない支払は SUS (仮受) として入金だけ積む。
           IF NOT WS-RPS-OPEN THEN
               OPEN INPUT REMIT-POST-FILE
               IF WS-RPS-STATUS = "00" THEN
                   CLOSE REMIT-POST-FILE
                   OPEN EXTEND REMIT-POST-FILE
               ELSE
                   OPEN OUTPUT REMIT-POST-FILE
               END-IF
               MOVE 'Y' TO WS-RPS-OPEN-FLAG
           END-IF.

           MOVE SPACES TO RPS-INSURER.
           EVALUATE TRUE
               WHEN WS-BL-HIT = 0
                   MOVE "SUS" TO RPS-KIND
                   MOVE RMT-AMOUNT TO RPS-AMOUNT
               WHEN RMT-STATUS = "R"
                   MOVE "WOF" TO RPS-KIND
                   MOVE WS-BL-FEE(WS-BL-HIT) TO RPS-AMOUNT
                   MOVE WS-BL-INS(WS-BL-HIT) TO RPS-INSURER
               WHEN OTHER
                   MOVE "CSH" TO RPS-KIND
                   MOVE RMT-AMOUNT TO RPS-AMOUNT
                   MOVE WS-BL-INS(WS-BL-HIT) TO RPS-INSURER
           END-EVALUATE.
           MOVE RMT-PATIENT-ID TO RPS-PATIENT-ID.
           MOVE RMT-LSK TO RPS-LSK.
           MOVE RMT-PAY-DATE TO RPS-PAY-DATE.
           MOVE WS-RUN-DATE TO RPS-RUN-DATE.
           WRITE REMIT-POST-REC.

           EXIT.



           OPEN INPUT REMIT-QUEUE-FILE.
           IF WS-RMQ-STATUS = "00" THEN
               PERFORM CHECK-RMQ-LAYOUT
               CLOSE REMIT-QUEUE-FILE
               OPEN EXTEND REMIT-QUEUE-FILE
           ELSE
               OPEN OUTPUT REMIT-QUEUE-FILE
               PERFORM WRITE-RMQ-LAYOUT
           END-IF.

           MOVE "P" TO RMQ-STATUS.
               MOVE WS-BILL-YYYY TO WS-FY-OF-BILL
           END-IF.

      *    健診本体の請求は請求行の保険者をそのまま使う。
           IF WS-BL-INS(WS-BL-IDX) NOT = SPACES THEN
               MOVE WS-BL-INS(WS-BL-IDX) TO WS-INS-OF-BILL
           END-IF.

           OPEN INPUT RESULT-HIST-FILE.
           IF WS-RHF-STATUS = "00" THEN
               PERFORM CHECK-RHF-LAYOUT
           END-IF.
           IF WS-RHF-STATUS = "00"
                   AND WS-BL-INS(WS-BL-IDX) = SPACES THEN
               MOVE WS-BL-PID(WS-BL-IDX) TO RHF-PATIENT-ID
               MOVE WS-FY-OF-BILL TO RHF-FYEAR
               READ RESULT-HIST-FILE

           EXIT.


       CHECK-RMQ-LAYOUT.

      *    先頭の版見出しを読み、この FD の版と突き合わせる
      *    (食い違えば止まる)。読み進めは見出しの次の行から。
           MOVE SPACES TO WLI-HEADER.
           READ REMIT-QUEUE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE REMIT-QUEUE-REC(1:28) TO WLI-HEADER
           END-READ.
           MOVE "output/remit_queue.dat" TO WLI-PATH.
           MOVE "REMIT-QUEUE" TO WLI-FILE-ID.
           MOVE WS-LAYOUT-RMQ TO WLI-EXPECT.
           IF FUNCTION CHECK-FILE-LAYOUT(WS-LAYOUT-IN) NOT = "Y"
               STOP RUN
           END-IF.

           EXIT.


       WRITE-RMQ-LAYOUT.

      *    新しく作ったファイルの先頭に版見出しを書く。
           MOVE SPACES TO REMIT-QUEUE-REC.
           MOVE WS-LAYOUT-RMQ TO WLH-VERSION.
           MOVE "REMIT-QUEUE" TO WLH-FILE-ID.
           MOVE WS-LAYOUT-HDR TO REMIT-QUEUE-REC(1:28).
           WRITE REMIT-QUEUE-REC.

           EXIT.


       CHECK-RHF-LAYOUT.

      *    版見出し (キー "*LAYOUT*") を読み、この FD の版と
      *    突き合わせる (食い違えば止まる)。キー順の読み進めは
      *    見出しの次から始まる。
           MOVE SPACES TO RESULT-HIST-REC.
           MOVE WLH-TAG TO RESULT-HIST-REC(1:13).
           MOVE SPACES TO WLI-HEADER.
           READ RESULT-HIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RESULT-HIST-REC(1:28) TO WLI-HEADER
           END-READ.
           MOVE "output/result_history.dat" TO WLI-PATH.
           MOVE "RESULT-HIST" TO WLI-FILE-ID.
           MOVE WS-LAYOUT-RHF TO WLI-EXPECT.
           IF FUNCTION CHECK-FILE-LAYOUT(WS-LAYOUT-IN) NOT = "Y"
               STOP RUN
           END-IF.

           EXIT.

       END PROGRAM TEST260923.
