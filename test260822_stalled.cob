      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260822.

      * RESULT-FILE の支援対象者と sessions.dat の実施記録を
      * 突き合わせ、判定から N 日たってもセッションの無い患者と、
      * 最後のセッションから N 日あいてしまった患者を一覧にする。
      * 辞退・脱落の登録簿 (TEST230317 の N コマンド) に載った患者は
      * 追いかける対象ではないので数えない。
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-FILE ASSIGN TO 'output/test210520.txt'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RF-PATIENT-ID
           ALTERNATE RECORD KEY IS RF-RUN-DATE WITH DUPLICATES
           ALTERNATE RECORD KEY IS RF-RUN-ID WITH DUPLICATES
           FILE STATUS IS WS-RF-STATUS.

           SELECT SESSION-FILE ASSIGN TO 'output/sessions.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SES-STATUS.

      *    辞退・脱落の登録簿 (患者 + 判定年度がキー)。
           SELECT WITHDRAWAL-FILE ASSIGN TO
               'output/support_withdrawals.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WDR-KEY
           FILE STATUS IS WS-WDR-STATUS.

           SELECT STALLED-RPT-FILE ASSIGN TO
               'output/stalled_programs.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           05 RF-LSK-BG       PIC 9(1).
           05 RF-RUN-DATE     PIC X(8).
      *    判定根拠の内訳 (TEST230314 参照。このプログラムでは使わない)。
           05 FILLER          PIC X(18).
           05 RF-RUN-ID       PIC 9(6).
           05 FILLER          PIC X(1).
      *    冠動脈疾患リスク・合計点・区分 (このプログラムでは使わない)。
           05 FILLER          PIC X(7).

       FD  SESSION-FILE.
       01  SESSION-REC.
           05 SES-TYPE        PIC X.
           05 SES-STAFF       PIC X(10).
           05 SES-OUTCOME     PIC X(20).
      *    支援形態・所要時間・委託先 (TEST230317 参照)。
           05 SES-MODALITY    PIC X.
           05 SES-MINUTES     PIC 9(3).
           05 SES-SOURCE      PIC X(4).
      *    面談記録: ステージ・生活習慣の評価・合意した次の行動
      *    (TEST230317 参照。版 002 で追加)。
           05 SES-STAGE       PIC X.
           05 SES-DIET        PIC X.
           05 SES-EXERCISE    PIC X.
           05 SES-ALCOHOL     PIC X.
           05 SES-SLEEP       PIC X.
           05 SES-NEXT-CODE   PIC X.
           05 SES-NEXT-ACTION PIC X(30).

       FD  WITHDRAWAL-FILE.
       01  WITHDRAWAL-REC.
           03 WDR-KEY.
              05 WDR-PATIENT-ID PIC 9(9).
              05 WDR-FYEAR      PIC 9(4).
      *    区分・日付・理由など (TEST230317 参照)。
           03 WDR-TYPE        PIC X.
           03 FILLER          PIC X(25).

       FD  STALLED-RPT-FILE.
       01  STALLED-RPT-LINE   PIC X(100).
       01  WS-RF-STATUS       PIC XX.
       01  WS-SES-STATUS      PIC XX.
       01  WS-RPT-STATUS      PIC XX.
       01  WS-WDR-STATUS      PIC XX.
       01  WS-WDR-OPEN-FLAG   PIC X VALUE 'N'.
           88 WS-WDR-OPEN            VALUE 'Y'.
       01  WS-WDR-HIT-FLAG    PIC X VALUE 'N'.
           88 WS-WDR-HIT             VALUE 'Y'.
       01  WS-JDG-DATE-NUM    PIC 9(8) VALUE 0.
       01  WS-JDG-MM          PIC 9(2) VALUE 0.
       01  WS-JDG-FY          PIC 9(4) VALUE 0.
       01  AC-VAR             PIC X(30).

       01  WS-RUN-DATE        PIC X(8).
       01  WS-DAYS-SINCE      PIC 9(4) VALUE 0.
       01  WS-CNT-STALLED     PIC 9(5) VALUE 0.
       01  WS-CNT-CHECKED     PIC 9(5) VALUE 0.
       01  WS-CNT-WITHDRAWN   PIC 9(5) VALUE 0.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-RF       PIC 9(3) VALUE 1.
       01  WS-LAYOUT-SES      PIC 9(3) VALUE 2.
       COPY layout_header.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE SPACES TO STALLED-RPT-LINE.
           STRING "CHECKED " WS-CNT-CHECKED
               " SUPPORT-PROGRAM PATIENT(S), " WS-CNT-STALLED
               " STALLED, " WS-CNT-WITHDRAWN
               " SKIPPED AS REFUSED/DROPPED OUT"
               DELIMITED BY SIZE INTO STALLED-RPT-LINE.
           WRITE STALLED-RPT-LINE.
           CLOSE STALLED-RPT-FILE.
               DISPLAY "NO SESSION FILE - EVERY SUPPORT PATIENT "
                   "WILL SHOW AS STALLED"
           ELSE
               PERFORM CHECK-SES-LAYOUT
               MOVE 'N' TO WS-SES-EOF-FLAG
               PERFORM UNTIL WS-SES-EOF
                   READ SESSION-FILE
                   TO STALLED-RPT-LINE
               WRITE STALLED-RPT-LINE
           ELSE
               PERFORM CHECK-RF-LAYOUT
      *        登録簿が無ければ (未運用) 従来どおり全員を見る。
               OPEN INPUT WITHDRAWAL-FILE
               IF WS-WDR-STATUS = "00" THEN
                   MOVE 'Y' TO WS-WDR-OPEN-FLAG
               END-IF
               MOVE 'N' TO WS-RF-EOF-FLAG
               PERFORM UNTIL WS-RF-EOF
                   READ RESULT-FILE NEXT RECORD
                           MOVE 'Y' TO WS-RF-EOF-FLAG
                       NOT AT END
                           IF RF-LSK-BG >= 1 THEN
                               PERFORM CHECK-WITHDRAWN
                               IF WS-WDR-HIT THEN
                                   ADD 1 TO WS-CNT-WITHDRAWN
                               ELSE
                                   PERFORM CHECK-ONE-PROGRAM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESULT-FILE
               IF WS-WDR-OPEN THEN
                   CLOSE WITHDRAWAL-FILE
               END-IF
           END-IF.

           EXIT.


       CHECK-WITHDRAWN.

      *    判定日の年度で辞退・脱落の登録を引く。
           MOVE 'N' TO WS-WDR-HIT-FLAG.
           IF NOT WS-WDR-OPEN THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(RF-RUN-DATE) TO WS-JDG-DATE-NUM.
           COMPUTE WS-JDG-MM = FUNCTION MOD(
               FUNCTION INTEGER(WS-JDG-DATE-NUM / 100), 100).
           COMPUTE WS-JDG-FY = WS-JDG-DATE-NUM / 10000.
           IF WS-JDG-MM < 4 THEN
               SUBTRACT 1 FROM WS-JDG-FY
           END-IF.
           MOVE RF-PATIENT-ID TO WDR-PATIENT-ID.
           MOVE WS-JDG-FY     TO WDR-FYEAR.
           READ WITHDRAWAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-WDR-HIT-FLAG
           END-READ.

           EXIT.


           EXIT.


       CHECK-RF-LAYOUT.

      *    版見出し (キー "*LAYOUT*") を読み、この FD の版と
      *    突き合わせる (食い違えば止まる)。キー順の読み進めは
      *    見出しの次から始まる。
           MOVE SPACES TO RESULT-REC.
           MOVE WLH-TAG TO RESULT-REC(1:13).
           MOVE SPACES TO WLI-HEADER.
           READ RESULT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RESULT-REC(1:28) TO WLI-HEADER
           END-READ.
           MOVE "output/test210520.txt" TO WLI-PATH.
           MOVE "RESULT" TO WLI-FILE-ID.
           MOVE WS-LAYOUT-RF TO WLI-EXPECT.
           IF FUNCTION CHECK-FILE-LAYOUT(WS-LAYOUT-IN) NOT = "Y"
               STOP RUN
           END-IF.

           EXIT.


       CHECK-SES-LAYOUT.

      *    先頭の版見出しを読み、この FD の版と突き合わせる
      *    (食い違えば止まる)。読み進めは見出しの次の行から。
           MOVE SPACES TO WLI-HEADER.
           READ SESSION-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SESSION-REC(1:28) TO WLI-HEADER
           END-READ.
           MOVE "output/sessions.dat" TO WLI-PATH.
           MOVE "SESSIONS" TO WLI-FILE-ID.
           MOVE WS-LAYOUT-SES TO WLI-EXPECT.
           IF FUNCTION CHECK-FILE-LAYOUT(WS-LAYOUT-IN) NOT = "Y"
               STOP RUN
           END-IF.

           EXIT.

       END PROGRAM TEST260822.
