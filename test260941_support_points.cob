      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260941.

      *
      * SUPPORT-POINTS: 積極的支援の 180 ポイント計算。保険者は
      * 積極的支援 (区分2) の完了を、セッションの回数ではなく継続
      * 支援で積んだ支援ポイント (形態と時間で決まる) が 180 に
      * 達したかどうかで判定する。ここでは sessions.dat を患者・日付
      * 順に並べ直し、継続支援 (C) の1件ごとにポイント表
      * (input/point_table.dat、無ければ国の手引きの既定値) で
      * ポイントを付けて、患者+支援計画 (年度) ごとの残高を
      * support_points.dat に作り直す。請求 (TEST260823) はこの
      * 残高で「180 ポイント到達 + 最終評価」を判定する。
      * あわせて、最終評価の予定日が近いのにポイントが足りない
      * 患者を担当者つきで一覧にする (追加の継続支援を入れる
      * 判断材料)。
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESSION-FILE ASSIGN TO 'output/sessions.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SES-STATUS.

      *    患者・日付順に並べ直した写し (TEST230314 の入力整列と
      *    同じ USING/GIVING の流儀)。
           SELECT SORTED-SES-FILE ASSIGN TO
               'output/sessions_sorted.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SSF-STATUS.

           SELECT SES-SORT-FILE ASSIGN TO 'sortwk03'.

           SELECT RESULT-FILE ASSIGN TO 'output/test210520.txt'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RF-PATIENT-ID
           ALTERNATE RECORD KEY IS RF-RUN-DATE WITH DUPLICATES
           ALTERNATE RECORD KEY IS RF-RUN-ID WITH DUPLICATES
           FILE STATUS IS WS-RF-STATUS.

      *    支援計画の記録簿 (TEST230317 が書く): セッションがどの
      *    計画 (年度) に属するかを決めるのに使う。
           SELECT SUPPORT-PLAN-FILE ASSIGN TO
               'output/support_plans.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPL-PATIENT-ID
           FILE STATUS IS WS-SPL-STATUS.

      *    ポイント表: 形態 X + 時間単位 (分) 9(3) + 単位あたりの
      *    ポイント 9(3) + 算定に要る最低時間 9(3) + 1回あたりの
      *    上限 9(3)。
           SELECT POINT-TABLE-FILE ASSIGN TO 'input/point_table.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PTT-STATUS.

      *    ポイント残高: 患者ID+計画の年度をキーにした INDEXED。
      *    毎回 sessions.dat から作り直す (手で直す台帳ではない)。
           SELECT POINT-BAL-FILE ASSIGN TO
               'output/support_points.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PPB-KEY
           FILE STATUS IS WS-PPB-STATUS.

           SELECT SHORTFALL-RPT-FILE ASSIGN TO
               'output/points_shortfall.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SFR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SESSION-FILE.
       01  SESSION-REC.
           05 SES-PATIENT-ID  PIC 9(9).
           05 SES-DATE        PIC 9(8).
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

       FD  SORTED-SES-FILE.
       01  SORTED-SES-REC.
           05 SSR-PATIENT-ID  PIC 9(9).
           05 SSR-DATE        PIC 9(8).
           05 SSR-TYPE        PIC X.
           05 SSR-STAFF       PIC X(10).
           05 SSR-OUTCOME     PIC X(20).
           05 SSR-MODALITY    PIC X.
           05 SSR-MINUTES     PIC 9(3).
           05 SSR-SOURCE      PIC X(4).
      *    面談記録 (ここでは使わない)。
           05 FILLER          PIC X(36).

       SD  SES-SORT-FILE.
       01  SES-SORT-REC.
           05 SRT-PATIENT-ID  PIC 9(9).
           05 SRT-DATE        PIC 9(8).
           05 FILLER          PIC X(75).

       FD  RESULT-FILE.
       01  RESULT-REC.
           05 RF-PATIENT-ID   PIC 9(9).
           05 RF-LSK-BG       PIC 9(1).
           05 RF-RUN-DATE     PIC X(8).
      *    判定根拠の内訳 (TEST230314 参照。このプログラムでは使わない)。
           05 FILLER          PIC X(18).
           05 RF-RUN-ID       PIC 9(6).
           05 FILLER          PIC X(1).
      *    冠動脈疾患リスク・合計点・区分 (このプログラムでは使わない)。
           05 FILLER          PIC X(7).

       FD  SUPPORT-PLAN-FILE.
       01  SUPPORT-PLAN-REC.
           03 SPL-PATIENT-ID  PIC 9(9).
           03 SPL-CREATED     PIC X(8).
           03 SPL-FYEAR       PIC 9(4).
      *    目標・評価の各項目 (TEST230317 参照。ここでは使わない)。
           03 FILLER          PIC X(106).

       FD  POINT-TABLE-FILE.
       01  POINT-TABLE-REC.
           03 PTT-MODALITY    PIC X.
           03 PTT-UNIT-MIN    PIC 9(3).
           03 PTT-UNIT-PTS    PIC 9(3).
           03 PTT-MIN-MIN     PIC 9(3).
           03 PTT-MAX-PTS     PIC 9(3).

       FD  POINT-BAL-FILE.
       01  POINT-BAL-REC.
           03 PPB-KEY.
              05 PPB-PATIENT-ID PIC 9(9).
              05 PPB-FYEAR      PIC 9(4).
           03 PPB-LEVEL       PIC 9.
      *    継続支援で積んだポイントと、セッション区分別の回数。
           03 PPB-POINTS      PIC 9(4).
           03 PPB-CNT-I       PIC 9(3).
           03 PPB-CNT-C       PIC 9(3).
           03 PPB-CNT-F       PIC 9(3).
      *    初回面談日・最終評価日・180 ポイントに達した日 (0=未)。
           03 PPB-INIT-DATE   PIC 9(8).
           03 PPB-FINAL-DATE  PIC 9(8).
           03 PPB-REACH-DATE  PIC 9(8).
      *    最終評価の予定日 (初回面談から所定の月数後)。
           03 PPB-DUE-DATE    PIC 9(8).
           03 PPB-LAST-STAFF  PIC X(10).
           03 PPB-CALC-DATE   PIC X(8).

       FD  SHORTFALL-RPT-FILE.
       01  SHORTFALL-RPT-LINE PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-SES-STATUS      PIC XX.
       01  WS-SSF-STATUS      PIC XX.
       01  WS-RF-STATUS       PIC XX.
       01  WS-SPL-STATUS      PIC XX.
       01  WS-PTT-STATUS      PIC XX.
       01  WS-PPB-STATUS      PIC XX.
       01  WS-SFR-STATUS      PIC XX.
       01  WS-RUN-DATE        PIC X(8).
       01  WS-RUN-DATE-NUM    PIC 9(8) VALUE 0.
       01  WS-WARN-LIMIT      PIC 9(8) VALUE 0.

      *    積極的支援の必要ポイントと、最終評価までの月数・警告の
      *    前倒し日数。
       01  WS-PTS-REQUIRED    PIC 9(4) VALUE 180.
       01  WS-EVAL-MONTHS     PIC 9(2) VALUE 3.
       01  WS-WARN-DAYS       PIC 9(3) VALUE 30.

      *    ポイント表 (既定は国の手引きの値: 個別面談 5分 20点・
      *    最低10分・上限120点、グループ 10分 10点・最低40分・上限
      *    120点、電話 5分 15点・最低5分・上限60点、電子メール・ICT
      *    1往復 40点)。input/point_table.dat の行で差し替える。
       01  WS-PT-TAB.
           03 WS-PT-ENTRY OCCURS 4 TIMES.
              05 WS-PT-MODALITY PIC X.
              05 WS-PT-UNIT-MIN PIC 9(3).
              05 WS-PT-UNIT-PTS PIC 9(3).
              05 WS-PT-MIN-MIN  PIC 9(3).
              05 WS-PT-MAX-PTS  PIC 9(3).
       01  WS-PT-IDX          PIC 9 VALUE 0.
       01  WS-PT-HIT          PIC 9 VALUE 0.

       01  WS-SSF-EOF-FLAG    PIC X VALUE 'N'.
           88 WS-SSF-EOF             VALUE 'Y'.
       01  WS-PTT-EOF-FLAG    PIC X VALUE 'N'.
           88 WS-PTT-EOF             VALUE 'Y'.
       01  WS-PPB-EOF-FLAG    PIC X VALUE 'N'.
           88 WS-PPB-EOF             VALUE 'Y'.

       01  WS-SES-FY          PIC 9(4) VALUE 0.
       01  WS-SES-YYYY        PIC 9(4) VALUE 0.
       01  WS-SES-MM          PIC 9(2) VALUE 0.
       01  WS-SES-MINUTES     PIC 9(3) VALUE 0.
       01  WS-SES-POINTS      PIC 9(4) VALUE 0.
       01  WS-DUE-YYYY        PIC 9(4) VALUE 0.
       01  WS-DUE-MM          PIC 9(2) VALUE 0.
       01  WS-DUE-DD          PIC 9(2) VALUE 0.
       01  WS-SHORT-BY        PIC 9(4) VALUE 0.

       01  WS-CNT-SESSIONS    PIC 9(7) VALUE 0.
       01  WS-CNT-NO-DURATION PIC 9(7) VALUE 0.
       01  WS-CNT-PLANS       PIC 9(7) VALUE 0.
       01  WS-CNT-REACHED     PIC 9(7) VALUE 0.
       01  WS-CNT-SHORT       PIC 9(7) VALUE 0.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-RF       PIC 9(3) VALUE 1.
       01  WS-LAYOUT-SES      PIC 9(3) VALUE 2.
       01  WS-LAYOUT-SPL      PIC 9(3) VALUE 1.
       COPY layout_header.

       PROCEDURE DIVISION.
       MAIN SECTION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-RUN-DATE-NUM.
           COMPUTE WS-WARN-LIMIT = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
               + WS-WARN-DAYS).

           PERFORM LOAD-POINT-TABLE.

           OPEN INPUT SESSION-FILE.
           IF WS-SES-STATUS NOT = "00" THEN
               DISPLAY "NO SESSION FILE (output/sessions.dat) - "
                   "NOTHING TO COUNT"
               STOP RUN
           END-IF.
           PERFORM CHECK-SES-LAYOUT.
           CLOSE SESSION-FILE.

           SORT SES-SORT-FILE
               ON ASCENDING KEY SRT-PATIENT-ID
               ON ASCENDING KEY SRT-DATE
               USING SESSION-FILE
               GIVING SORTED-SES-FILE.

           OPEN INPUT RESULT-FILE.
           IF WS-RF-STATUS = "00" THEN
               PERFORM CHECK-RF-LAYOUT
           END-IF.
           OPEN INPUT SUPPORT-PLAN-FILE.
           IF WS-SPL-STATUS = "00" THEN
               PERFORM CHECK-SPL-LAYOUT
           END-IF.

      *    残高は毎回作り直す。
           OPEN OUTPUT POINT-BAL-FILE.
           CLOSE POINT-BAL-FILE.
           OPEN I-O POINT-BAL-FILE.

           OPEN INPUT SORTED-SES-FILE.
           MOVE 'N' TO WS-SSF-EOF-FLAG.
           PERFORM UNTIL WS-SSF-EOF
               READ SORTED-SES-FILE
                   AT END
                       MOVE 'Y' TO WS-SSF-EOF-FLAG
                   NOT AT END
      *                整列で紛れ込んだ台帳の版見出しは数えない。
                       IF SORTED-SES-REC(1:8) NOT = WLH-TAG(1:8) THEN
                           ADD 1 TO WS-CNT-SESSIONS
                           PERFORM POST-ONE-SESSION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SORTED-SES-FILE.

           IF WS-RF-STATUS = "00" THEN
               CLOSE RESULT-FILE
           END-IF.
           IF WS-SPL-STATUS = "00" THEN
               CLOSE SUPPORT-PLAN-FILE
           END-IF.

           PERFORM WRITE-SHORTFALL-REPORT.
           CLOSE POINT-BAL-FILE.

           DISPLAY "SUPPORT POINTS: " WS-CNT-SESSIONS " SESSION(S), "
               WS-CNT-PLANS " PLAN BALANCE(S), "
               WS-CNT-REACHED " AT " WS-PTS-REQUIRED " POINTS OR MORE".
           DISPLAY "  CONTINUING SESSIONS WITHOUT A DURATION "
               "(NO POINTS): " WS-CNT-NO-DURATION.
           DISPLAY "  SHORT OF POINTS NEAR EVALUATION: " WS-CNT-SHORT
               " (output/points_shortfall.txt)".

           STOP RUN.


       LOAD-POINT-TABLE.

           MOVE "V" TO WS-PT-MODALITY(1).
           MOVE 5   TO WS-PT-UNIT-MIN(1).
           MOVE 20  TO WS-PT-UNIT-PTS(1).
           MOVE 10  TO WS-PT-MIN-MIN(1).
           MOVE 120 TO WS-PT-MAX-PTS(1).
           MOVE "G" TO WS-PT-MODALITY(2).
           MOVE 10  TO WS-PT-UNIT-MIN(2).
           MOVE 10  TO WS-PT-UNIT-PTS(2).
           MOVE 40  TO WS-PT-MIN-MIN(2).
           MOVE 120 TO WS-PT-MAX-PTS(2).
           MOVE "P" TO WS-PT-MODALITY(3).
           MOVE 5   TO WS-PT-UNIT-MIN(3).
           MOVE 15  TO WS-PT-UNIT-PTS(3).
           MOVE 5   TO WS-PT-MIN-MIN(3).
           MOVE 60  TO WS-PT-MAX-PTS(3).
           MOVE "E" TO WS-PT-MODALITY(4).
           MOVE 1   TO WS-PT-UNIT-MIN(4).
           MOVE 40  TO WS-PT-UNIT-PTS(4).
           MOVE 1   TO WS-PT-MIN-MIN(4).
           MOVE 999 TO WS-PT-MAX-PTS(4).

           OPEN INPUT POINT-TABLE-FILE.
           IF WS-PTT-STATUS NOT = "00" THEN
               DISPLAY "NO POINT TABLE - USING BUILT-IN DEFAULTS"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-PTT-EOF-FLAG.
           PERFORM UNTIL WS-PTT-EOF
               READ POINT-TABLE-FILE
                   AT END
                       MOVE 'Y' TO WS-PTT-EOF-FLAG
                   NOT AT END
                       PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                               UNTIL WS-PT-IDX > 4
                           IF WS-PT-MODALITY(WS-PT-IDX)
                                   = PTT-MODALITY
                                   AND PTT-UNIT-MIN > 0 THEN
                               MOVE PTT-UNIT-MIN
                                   TO WS-PT-UNIT-MIN(WS-PT-IDX)
                               MOVE PTT-UNIT-PTS
                                   TO WS-PT-UNIT-PTS(WS-PT-IDX)
                               MOVE PTT-MIN-MIN
                                   TO WS-PT-MIN-MIN(WS-PT-IDX)
                               MOVE PTT-MAX-PTS
                                   TO WS-PT-MAX-PTS(WS-PT-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE POINT-TABLE-FILE.

           EXIT.


       POST-ONE-SESSION.

      *    どの計画の残高に積むか: 支援計画があってセッションが
      *    計画作成日以後ならその計画の年度、それ以外はセッション
      *    日の年度 (4月始まり)。
           COMPUTE WS-SES-YYYY = SSR-DATE / 10000.
           COMPUTE WS-SES-MM = FUNCTION MOD(
               FUNCTION INTEGER(SSR-DATE / 100), 100).
           IF WS-SES-MM < 4 THEN
               COMPUTE WS-SES-FY = WS-SES-YYYY - 1
           ELSE
               MOVE WS-SES-YYYY TO WS-SES-FY
           END-IF.
           IF WS-SPL-STATUS = "00" THEN
               MOVE SSR-PATIENT-ID TO SPL-PATIENT-ID
               READ SUPPORT-PLAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SSR-DATE >= FUNCTION NUMVAL(SPL-CREATED)
                               AND SPL-FYEAR > 0 THEN
                           MOVE SPL-FYEAR TO WS-SES-FY
                       END-IF
               END-READ
           END-IF.

           MOVE SSR-PATIENT-ID TO PPB-PATIENT-ID.
           MOVE WS-SES-FY      TO PPB-FYEAR.
           READ POINT-BAL-FILE
               INVALID KEY
                   PERFORM START-NEW-BALANCE
           END-READ.

           EVALUATE SSR-TYPE
               WHEN "I"
                   ADD 1 TO PPB-CNT-I
                   IF PPB-INIT-DATE = 0 THEN
                       MOVE SSR-DATE TO PPB-INIT-DATE
                       PERFORM SET-DUE-DATE
                   END-IF
               WHEN "C"
                   ADD 1 TO PPB-CNT-C
                   PERFORM COMPUTE-SESSION-POINTS
                   ADD WS-SES-POINTS TO PPB-POINTS
                   IF PPB-POINTS >= WS-PTS-REQUIRED
                           AND PPB-REACH-DATE = 0 THEN
                       MOVE SSR-DATE TO PPB-REACH-DATE
                   END-IF
               WHEN "F"
                   ADD 1 TO PPB-CNT-F
                   MOVE SSR-DATE TO PPB-FINAL-DATE
           END-EVALUATE.
           MOVE SSR-STAFF   TO PPB-LAST-STAFF.
           MOVE WS-RUN-DATE TO PPB-CALC-DATE.

           WRITE POINT-BAL-REC
               INVALID KEY
                   REWRITE POINT-BAL-REC
           END-WRITE.

           EXIT.


       START-NEW-BALANCE.

           ADD 1 TO WS-CNT-PLANS.
           INITIALIZE POINT-BAL-REC.
           MOVE SSR-PATIENT-ID TO PPB-PATIENT-ID.
           MOVE WS-SES-FY      TO PPB-FYEAR.
           MOVE 0 TO PPB-LEVEL.
           IF WS-RF-STATUS = "00" THEN
               MOVE SSR-PATIENT-ID TO RF-PATIENT-ID
               READ RESULT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RF-LSK-BG TO PPB-LEVEL
               END-READ
           END-IF.

           EXIT.


       COMPUTE-SESSION-POINTS.

      *    形態の空欄 (拡張前の行) は個別面談として扱う。時間の
      *    無い行はポイントにならない (件数だけ数えて報告する)。
           MOVE 0 TO WS-SES-POINTS.
           IF SSR-MINUTES IS NUMERIC THEN
               MOVE SSR-MINUTES TO WS-SES-MINUTES
           ELSE
               MOVE 0 TO WS-SES-MINUTES
           END-IF.
           IF WS-SES-MINUTES = 0 THEN
               ADD 1 TO WS-CNT-NO-DURATION
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO WS-PT-HIT.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > 4
               IF WS-PT-MODALITY(WS-PT-IDX) = SSR-MODALITY THEN
                   MOVE WS-PT-IDX TO WS-PT-HIT
               END-IF
           END-PERFORM.

           IF WS-SES-MINUTES < WS-PT-MIN-MIN(WS-PT-HIT) THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-SES-POINTS =
               (WS-SES-MINUTES / WS-PT-UNIT-MIN(WS-PT-HIT))
               * WS-PT-UNIT-PTS(WS-PT-HIT).
           IF WS-SES-POINTS > WS-PT-MAX-PTS(WS-PT-HIT) THEN
               MOVE WS-PT-MAX-PTS(WS-PT-HIT) TO WS-SES-POINTS
           END-IF.

           EXIT.


       SET-DUE-DATE.

      *    最終評価の予定日 = 初回面談の所定月数後の同じ日 (月末を
      *    越える日は 28 日に寄せる)。
           COMPUTE WS-DUE-YYYY = PPB-INIT-DATE / 10000.
           COMPUTE WS-DUE-MM = FUNCTION MOD(
               FUNCTION INTEGER(PPB-INIT-DATE / 100), 100).
           COMPUTE WS-DUE-DD = FUNCTION MOD(PPB-INIT-DATE, 100).
           ADD WS-EVAL-MONTHS TO WS-DUE-MM.
           IF WS-DUE-MM > 12 THEN
               SUBTRACT 12 FROM WS-DUE-MM
               ADD 1 TO WS-DUE-YYYY
           END-IF.
           IF WS-DUE-DD > 28 THEN
               MOVE 28 TO WS-DUE-DD
           END-IF.
           COMPUTE PPB-DUE-DATE = WS-DUE-YYYY * 10000
               + WS-DUE-MM * 100 + WS-DUE-DD.

           EXIT.


       WRITE-SHORTFALL-REPORT.

      *    積極的支援で最終評価がまだ、ポイントが足りず、予定日が
      *    警告日数以内 (過ぎたものを含む) の計画を一覧にする。
           OPEN OUTPUT SHORTFALL-RPT-FILE.
           MOVE SPACES TO SHORTFALL-RPT-LINE.
           STRING "ACTIVE SUPPORT POINT SHORTFALL  RUN-DATE: "
               WS-RUN-DATE "  REQUIRED " WS-PTS-REQUIRED
               " POINTS, EVALUATION DUE WITHIN " WS-WARN-DAYS " DAYS"
               DELIMITED BY SIZE INTO SHORTFALL-RPT-LINE.
           WRITE SHORTFALL-RPT-LINE.

           MOVE LOW-VALUES TO PPB-KEY.
           START POINT-BAL-FILE KEY IS >= PPB-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PPB-EOF-FLAG
               NOT INVALID KEY
                   MOVE 'N' TO WS-PPB-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-PPB-EOF
               READ POINT-BAL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PPB-EOF-FLAG
                   NOT AT END
                       IF PPB-POINTS >= WS-PTS-REQUIRED THEN
                           ADD 1 TO WS-CNT-REACHED
                       END-IF
                       IF PPB-LEVEL = 2 AND PPB-FINAL-DATE = 0
                               AND PPB-INIT-DATE > 0
                               AND PPB-POINTS < WS-PTS-REQUIRED
                               AND PPB-DUE-DATE <= WS-WARN-LIMIT THEN
                           PERFORM WRITE-SHORTFALL-LINE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-CNT-SHORT = 0 THEN
               MOVE "NO ACTIVE-SUPPORT PLANS SHORT OF POINTS"
                   TO SHORTFALL-RPT-LINE
               WRITE SHORTFALL-RPT-LINE
           END-IF.
           CLOSE SHORTFALL-RPT-FILE.

           EXIT.


       WRITE-SHORTFALL-LINE.

           ADD 1 TO WS-CNT-SHORT.
           COMPUTE WS-SHORT-BY = WS-PTS-REQUIRED - PPB-POINTS.
           MOVE SPACES TO SHORTFALL-RPT-LINE.
           STRING "PATIENT " PPB-PATIENT-ID
               " FY " PPB-FYEAR
               " POINTS " PPB-POINTS
               " SHORT BY " WS-SHORT-BY
               " CONTINUING " PPB-CNT-C
               " EVAL DUE " PPB-DUE-DATE
               " STAFF " PPB-LAST-STAFF
               DELIMITED BY SIZE INTO SHORTFALL-RPT-LINE.
           WRITE SHORTFALL-RPT-LINE.

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

       END PROGRAM TEST260941.
