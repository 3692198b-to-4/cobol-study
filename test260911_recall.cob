      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260911.

      * で次回連絡日を計算する。5回で応答が無ければフォローアップ・
      * キューを「連絡不能」として自動で閉じ、閉鎖記録を残す
      * (滞留レポートが見込みの無い案件で鳴り続けないように)。
      * 辞退・脱落の登録簿 (TEST230317 の N コマンド) に載った患者は
      * 電話リストに出さず、接触記録も受け付けない。
      * 自動リマインダー (TEST260945) の配信結果も接触記録に積まれる
      * ので、階段はそれを手で行った試行と同じに数える。
      *
      * コマンド: R=接触を記録 L=当日の電話リスト印字 E/Q=終了
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    接触試行の追記台帳 (1試行1行)。
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-UNR-STATUS.

      *    辞退・脱落の登録簿 (患者 + 判定年度がキー)。
           SELECT WITHDRAWAL-FILE ASSIGN TO
               'output/support_withdrawals.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WDR-KEY
           FILE STATUS IS WS-WDR-STATUS.

      *    朝の事務員が上から順に電話する当日リスト。
           SELECT CALL-LIST-FILE ASSIGN USING WS-CALL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
       01  CONTACT-REC.
           03 CAT-PATIENT-ID  PIC 9(9).
           03 CAT-DATE        PIC 9(8).
      *    手段: P=電話 L=手紙 V=訪問 S=SMS E=メール。メッセージ・
      *    ゲートウェイの配信結果 (TEST260945) も操作者 MSGGW で
      *    ここに積まれ、試行回数として数える。
           03 CAT-CHANNEL     PIC X.
           03 CAT-OPERATOR    PIC X(6).
           03 CAT-OUTCOME     PIC X(20).
           03 FUQ-STATUS      PIC X.
           03 FUQ-STATUS-DATE PIC X(8).

       FD  WITHDRAWAL-FILE.
       01  WITHDRAWAL-REC.
           03 WDR-KEY.
              05 WDR-PATIENT-ID PIC 9(9).
              05 WDR-FYEAR      PIC 9(4).
      *    区分・日付・理由など (TEST230317 参照)。
           03 WDR-TYPE        PIC X.
           03 WDR-DATE        PIC 9(8).
           03 WDR-REASON      PIC X(2).
           03 FILLER          PIC X(15).

       FD  UNREACH-LOG-FILE.
       01  UNREACH-LOG-LINE   PIC X(100).

       01  WS-FUQ-STATUS      PIC XX.
       01  WS-UNR-STATUS      PIC XX.
       01  WS-CLL-STATUS      PIC XX.
       01  WS-WDR-STATUS      PIC XX.
       01  WS-CALL-PATH       PIC X(50) VALUE SPACES.
       01  WS-RUN-DATE        PIC X(8).
       01  WS-TODAY-NUM       PIC 9(8) VALUE 0.
       01  WS-LADDER-DAYS     PIC 9(3) VALUE 0.
       01  WS-MAX-ATTEMPTS    PIC 9(2) VALUE 5.
       01  WS-CALL-CNT        PIC 9(3) VALUE 0.
       01  WS-WDR-SKIP-CNT    PIC 9(3) VALUE 0.

      *    辞退・脱落の照会用 (基準日 = キューのフラグ日の年度)。
       01  WS-WDR-HIT-FLAG    PIC X VALUE 'N'.
           88 WS-WDR-HIT             VALUE 'Y'.
       01  WS-REF-DATE-NUM    PIC 9(8) VALUE 0.
       01  WS-REF-MM          PIC 9(2) VALUE 0.
       01  WS-REF-FY          PIC 9(4) VALUE 0.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-FUQ      PIC 9(3) VALUE 1.
       COPY layout_header.

       PROCEDURE DIVISION.
       MAIN SECTION.
           DISPLAY "Patient ID?" ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-REC-ID.

      *    辞退・脱落で登録済みの患者には連絡しない。
           MOVE WS-TODAY-NUM TO WS-REF-DATE-NUM.
           OPEN INPUT FOLLOWUP-QUEUE-FILE.
           IF WS-FUQ-STATUS = "00" THEN
               PERFORM CHECK-FUQ-LAYOUT
               MOVE WS-REC-ID TO FUQ-PATIENT-ID
               READ FOLLOWUP-QUEUE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FUNCTION NUMVAL(FUQ-FLAG-DATE)
                           TO WS-REF-DATE-NUM
               END-READ
               CLOSE FOLLOWUP-QUEUE-FILE
           END-IF.
           PERFORM CHECK-WITHDRAWN.
           IF WS-WDR-HIT THEN
               DISPLAY "PATIENT " WS-REC-ID " IS REGISTERED AS "
                   "REFUSED/DROPPED OUT (TYPE " WDR-TYPE " REASON "
                   WDR-REASON " ON " WDR-DATE ") - NOT RECORDED"
               EXIT PARAGRAPH
           END-IF.

           PERFORM COUNT-PRIOR-ATTEMPTS.
           DISPLAY "PRIOR ATTEMPTS ON FILE: " WS-ATTEMPTS.


           OPEN I-O FOLLOWUP-QUEUE-FILE.
           IF WS-FUQ-STATUS = "00" THEN
               PERFORM CHECK-FUQ-LAYOUT
               MOVE WS-REC-ID TO FUQ-PATIENT-ID
               READ FOLLOWUP-QUEUE-FILE
                   INVALID KEY
      *    残す (FUQ 自体には理由欄が無い)。
           OPEN I-O FOLLOWUP-QUEUE-FILE.
           IF WS-FUQ-STATUS = "00" THEN
               PERFORM CHECK-FUQ-LAYOUT
               MOVE WS-REC-ID TO FUQ-PATIENT-ID
               READ FOLLOWUP-QUEUE-FILE
                   INVALID KEY
           WRITE CALL-LIST-LINE.

           MOVE 0 TO WS-CALL-CNT.
           MOVE 0 TO WS-WDR-SKIP-CNT.
           OPEN INPUT FOLLOWUP-QUEUE-FILE.
           IF WS-FUQ-STATUS = "00" THEN
               PERFORM CHECK-FUQ-LAYOUT
               MOVE 'N' TO WS-FUQ-EOF-FLAG
               PERFORM UNTIL WS-FUQ-EOF
                   READ FOLLOWUP-QUEUE-FILE NEXT RECORD

           MOVE SPACES TO CALL-LIST-LINE.
           STRING "CALLS DUE TODAY: " WS-CALL-CNT
               "  (SKIPPED AS REFUSED/DROPPED OUT: "
               WS-WDR-SKIP-CNT ")"
               DELIMITED BY SIZE INTO CALL-LIST-LINE.
           WRITE CALL-LIST-LINE.
           CLOSE CALL-LIST-FILE.
       LIST-ONE-CANDIDATE.

           MOVE FUQ-PATIENT-ID TO WS-REC-ID.
           MOVE FUNCTION NUMVAL(FUQ-FLAG-DATE) TO WS-REF-DATE-NUM.
           PERFORM CHECK-WITHDRAWN.
           IF WS-WDR-HIT THEN
               ADD 1 TO WS-WDR-SKIP-CNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM COUNT-PRIOR-ATTEMPTS.
           IF WS-ATTEMPTS >= WS-MAX-ATTEMPTS THEN
               EXIT PARAGRAPH

           EXIT.


       CHECK-WITHDRAWN.

      *    基準日 (WS-REF-DATE-NUM) の年度で辞退・脱落の登録を引く。
      *    登録簿が無ければ (未運用) 誰も該当しない。
           MOVE 'N' TO WS-WDR-HIT-FLAG.
           COMPUTE WS-REF-MM = FUNCTION MOD(
               FUNCTION INTEGER(WS-REF-DATE-NUM / 100), 100).
           COMPUTE WS-REF-FY = WS-REF-DATE-NUM / 10000.
           IF WS-REF-MM < 4 THEN
               SUBTRACT 1 FROM WS-REF-FY
           END-IF.
           OPEN INPUT WITHDRAWAL-FILE.
           IF WS-WDR-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-REC-ID TO WDR-PATIENT-ID.
           MOVE WS-REF-FY TO WDR-FYEAR.
           READ WITHDRAWAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-WDR-HIT-FLAG
           END-READ.
           CLOSE WITHDRAWAL-FILE.

           EXIT.


       CHECK-FUQ-LAYOUT.

      *    版見出し (キー "*LAYOUT*") を読み、この FD の版と
      *    突き合わせる (食い違えば止まる)。キー順の読み進めは
      *    見出しの次から始まる。
           MOVE SPACES TO FOLLOWUP-QUEUE-REC.
           MOVE WLH-TAG TO FOLLOWUP-QUEUE-REC(1:13).
           MOVE SPACES TO WLI-HEADER.
           READ FOLLOWUP-QUEUE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FOLLOWUP-QUEUE-REC(1:28) TO WLI-HEADER
           END-READ.
           MOVE "output/followup_queue.dat" TO WLI-PATH.
           MOVE "FOLLOWUP-Q" TO WLI-FILE-ID.
           MOVE WS-LAYOUT-FUQ TO WLI-EXPECT.
           IF FUNCTION CHECK-FILE-LAYOUT(WS-LAYOUT-IN) NOT = "Y"
               STOP RUN
           END-IF.

           EXIT.

       END PROGRAM TEST260911.
