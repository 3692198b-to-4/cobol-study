      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260902.

      *      (CHECK-CATEGORY-CHANGE) の「前回値」としてそのまま残す)
      *   3. フォローアップ・キューの完了 (X) エントリを年度別
      *      アーカイブへ退避して本体から消す
      *   4. 年度をまたぐ支援プログラム (2-3月判定で翌年度に終わる
      *      もの) を繰越台帳 (output/fy_carryover.dat) に載せ、
      *      前年度から繰り越した分の完了・脱落を判定年度へ結び付ける
      *      (法定集計 TEST260920・請求 TEST260823・効果測定
      *      TEST260912 はこの台帳でセッションを判定年度へ振り分ける)
      * 窓口照会 (TEST230317) は、本体に無い患者を尋ねられたとき
      * 年度別アーカイブへ透過的にフォールバックする。
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    実行ロック (TEST230314/TEST230317 と共用): 夜間バッチが
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RF-PATIENT-ID
           ALTERNATE RECORD KEY IS RF-RUN-DATE WITH DUPLICATES
           ALTERNATE RECORD KEY IS RF-RUN-ID WITH DUPLICATES
           FILE STATUS IS WS-RF-STATUS.

           SELECT ARCHIVE-OUT-FILE ASSIGN USING WS-ARC-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FQA-STATUS.

           SELECT RESULT-HIST-FILE ASSIGN TO
               'output/result_history.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RHF-KEY
           ALTERNATE RECORD KEY IS RHF-SITE-FY-KEY WITH DUPLICATES
           ALTERNATE RECORD KEY IS RHF-EXAM-DATE WITH DUPLICATES
           FILE STATUS IS WS-RHF-STATUS.

           SELECT SESSION-FILE ASSIGN TO 'output/sessions.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SES-STATUS.

           SELECT SUPPORT-PLAN-FILE ASSIGN TO
               'output/support_plans.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPL-PATIENT-ID
           FILE STATUS IS WS-SPL-STATUS.

           SELECT WITHDRAWAL-FILE ASSIGN TO
               'output/support_withdrawals.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WDR-KEY
           FILE STATUS IS WS-WDR-STATUS.

           SELECT CARRYOVER-FILE ASSIGN TO 'output/fy_carryover.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CCO-KEY
           FILE STATUS IS WS-CCO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOCK-FILE.
           05 RF-PATIENT-ID   PIC 9(9).
           05 RF-LSK-BG       PIC 9(1).
           05 RF-RUN-DATE     PIC X(8).
      *    判定根拠の内訳から冠動脈疾患リスクまで (TEST230314 参照)。
           05 RF-BREAKDOWN.
              07 FILLER       PIC X(18).
              07 RF-RUN-ID    PIC 9(6).
              07 FILLER       PIC X(1).
      *       冠動脈疾患リスク・合計点・区分。
              07 FILLER       PIC X(7).

       FD  ARCHIVE-OUT-FILE.
       01  ARCHIVE-OUT-REC    PIC X(30).
       FD  FUQ-ARC-FILE.
       01  FUQ-ARC-REC        PIC X(28).

       FD  RESULT-HIST-FILE.
       01  RESULT-HIST-REC.
           03 RHF-KEY.
              05 RHF-PATIENT-ID PIC 9(9).
              05 RHF-FYEAR      PIC 9(4).
           03 RHF-LSK-BG      PIC 9.
           03 RHF-RUN-DATE    PIC X(8).
           03 RHF-HBA1C       PIC 9V99.
           03 RHF-FST         PIC 9(3).
           03 RHF-SITE-CODE   PIC 9(3).
           03 RHF-SEX         PIC 9.
           03 RHF-DOB         PIC 9(8).
           03 RHF-EXAM-DATE   PIC 9(8).
           03 RHF-INSURER     PIC X(4).
           03 RHF-PLAN-TYPE   PIC X(2).
      *    メタボ判定区分 (TEST230314 参照)。
           03 RHF-METSYN      PIC X.
      *    施設+年度の代替キー (TEST230314 参照。版 002 で追加)。
           03 RHF-SITE-FY-KEY.
              05 RHF-SF-SITE  PIC 9(3).
              05 RHF-SF-FYEAR PIC 9(4).

       FD  SESSION-FILE.
       01  SESSION-REC.
           05 SES-PATIENT-ID  PIC 9(9).
           05 SES-DATE        PIC 9(8).
           05 SES-TYPE        PIC X.
      *    担当者から次の行動まで (TEST230317 参照。ここでは使わない)。
           05 FILLER          PIC X(74).

       FD  SUPPORT-PLAN-FILE.
       01  SUPPORT-PLAN-REC.
           03 SPL-PATIENT-ID  PIC 9(9).
           03 SPL-CREATED     PIC X(8).
           03 SPL-FYEAR       PIC 9(4).
      *    目標値から更新日まで (TEST230317 参照。ここでは使わない)。
           03 FILLER          PIC X(84).
      *    ステータス: O=進行中 F=最終評価済み T=75歳到達で移行。
           03 SPL-STATUS      PIC X.
           03 FILLER          PIC X(21).

       FD  WITHDRAWAL-FILE.
       01  WITHDRAWAL-REC.
           03 WDR-KEY.
              05 WDR-PATIENT-ID PIC 9(9).
      *       判定日 (RF-RUN-DATE) の年度。
              05 WDR-FYEAR      PIC 9(4).
      *    区分: R=辞退 D=脱落 T=75歳到達で移行 (TEST230317 参照)。
           03 WDR-TYPE        PIC X.
           03 WDR-DATE        PIC 9(8).
           03 FILLER          PIC X(17).

      *    年度繰越台帳 (患者ID+判定年度がキー)。年度末の締めで
      *    「判定年度の末日に支援が開いていた」プログラムを1件1行で
      *    載せ、翌年度の締めで完了 (C)・辞退脱落 (W)・失効 (L) を
      *    確定させる。読み手は「繰越元の年度の翌年度に実施された
      *    セッションのうち、台帳の行が閉じる日までのもの」を判定年度
      *    側に数える。
       FD  CARRYOVER-FILE.
       01  CARRYOVER-REC.
           03 CCO-KEY.
              05 CCO-PATIENT-ID PIC 9(9).
              05 CCO-JUDGE-FY   PIC 9(4).
           03 CCO-LSK-BG      PIC 9.
           03 CCO-INSURER     PIC X(4).
           03 CCO-PLAN-TYPE   PIC X(2).
           03 CCO-JUDGE-DATE  PIC X(8).
      *    初回面談日 (0 = 年度末までに未開始の2-3月判定、または
      *    初回面談の無い支援計画のみのもの)。
           03 CCO-INIT-DATE   PIC 9(8).
      *    状態: O=繰越中 C=完了 W=辞退・脱落 L=翌年度末までに
      *    完了せず失効。
           03 CCO-STATUS      PIC X.
      *    閉じた日 (C=最終評価日 W=辞退・脱落日) とその年度。
           03 CCO-DONE-DATE   PIC 9(8).
           03 CCO-DONE-FY     PIC 9(4).
           03 CCO-CLOSE-DATE  PIC X(8).
           03 CCO-UPD-DATE    PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-LOCK-STATUS     PIC XX VALUE SPACES.
       01  WS-LOCK-HELD-FLAG  PIC X VALUE 'N'.
       01  WS-ARC-STATUS      PIC XX VALUE SPACES.
       01  WS-FUQ-STATUS      PIC XX VALUE SPACES.
       01  WS-FQA-STATUS      PIC XX VALUE SPACES.
       01  WS-RHF-STATUS      PIC XX VALUE SPACES.
       01  WS-SES-STATUS      PIC XX VALUE SPACES.
       01  WS-SPL-STATUS      PIC XX VALUE SPACES.
       01  WS-WDR-STATUS      PIC XX VALUE SPACES.
       01  WS-CCO-STATUS      PIC XX VALUE SPACES.
       01  WS-SPL-OPEN-FLAG   PIC X VALUE 'N'.
           88 WS-SPL-OPEN            VALUE 'Y'.
       01  WS-WDR-OPEN-FLAG   PIC X VALUE 'N'.
           88 WS-WDR-OPEN            VALUE 'Y'.
       01  AC-VAR             PIC X(30).
       01  WS-RUN-DATE        PIC X(8).
       01  WS-ARC-PATH        PIC X(50) VALUE SPACES.
       01  WS-CNT-ARCHIVED    PIC 9(5) VALUE 0.
       01  WS-CNT-PURGED      PIC 9(5) VALUE 0.
       01  WS-CNT-FUQ-ARC     PIC 9(5) VALUE 0.
       01  WS-CNT-CCO-NEW     PIC 9(5) VALUE 0.
       01  WS-CNT-CCO-DONE    PIC 9(5) VALUE 0.
       01  WS-CNT-CCO-WDR     PIC 9(5) VALUE 0.
       01  WS-CNT-CCO-LAPSE   PIC 9(5) VALUE 0.

      *    繰越台帳: 締め年度の初日・末日と、未開始でも繰越に載せる
      *    判定日の下限 (締め年度の翌年2月1日 = 2-3月判定)。
       01  WS-FY-START        PIC 9(8) VALUE 0.
       01  WS-FY-END          PIC 9(8) VALUE 0.
       01  WS-LATE-FROM       PIC 9(8) VALUE 0.
       01  WS-SES-EOF-FLAG    PIC X VALUE 'N'.
           88 WS-SES-EOF             VALUE 'Y'.
       01  WS-RHF-EOF-FLAG    PIC X VALUE 'N'.
           88 WS-RHF-EOF             VALUE 'Y'.
       01  WS-CCO-EOF-FLAG    PIC X VALUE 'N'.
           88 WS-CCO-EOF             VALUE 'Y'.
      *    締め年度以降のセッションの患者別要約: 締め年度内の最初の
      *    初回面談、締め年度内の最初と最後の最終評価、締め年度の
      *    翌日以降の最初の最終評価。
       01  WS-CS-TAB.
           03 WS-CS-ENTRY OCCURS 1000 TIMES.
              05 WS-CS-ID       PIC 9(9).
              05 WS-CS-I-DATE   PIC 9(8).
              05 WS-CS-F-FIRST  PIC 9(8).
              05 WS-CS-F-LAST   PIC 9(8).
              05 WS-CS-F-AFTER  PIC 9(8).
       01  WS-CS-CNT          PIC 9(4) VALUE 0.
       01  WS-CS-IDX          PIC 9(4) VALUE 0.
       01  WS-CS-HIT          PIC 9(4) VALUE 0.
       01  WS-CS-FIND-ID      PIC 9(9) VALUE 0.
       01  WS-START-DATE      PIC 9(8) VALUE 0.
       01  WS-WDR-HIT-FLAG    PIC X VALUE 'N'.
           88 WS-WDR-HIT             VALUE 'Y'.
       01  WS-SPL-HIT-FLAG    PIC X VALUE 'N'.
           88 WS-SPL-HIT             VALUE 'Y'.
       01  WS-DONE-YYYY       PIC 9(4) VALUE 0.
       01  WS-DONE-MM         PIC 9(2) VALUE 0.

      *    古いレコードの削除は読みながらでは行わず、対象キーを
      *    いったん集めてから消す。
       01  WS-FQP-CNT         PIC 9(3) VALUE 0.
       01  WS-FQP-IDX         PIC 9(3) VALUE 0.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-RF       PIC 9(3) VALUE 1.
       01  WS-LAYOUT-FUQ      PIC 9(3) VALUE 1.
       01  WS-LAYOUT-RHF      PIC 9(3) VALUE 2.
       01  WS-LAYOUT-SES      PIC 9(3) VALUE 2.
       01  WS-LAYOUT-SPL      PIC 9(3) VALUE 1.
       COPY layout_header.

       PROCEDURE DIVISION.
       MAIN SECTION.

           PERFORM ARCHIVE-RESULTS.
           PERFORM PURGE-OLD-RESULTS.
           PERFORM ARCHIVE-CLOSED-FOLLOWUPS.
           PERFORM BUILD-CARRYOVER-LEDGER.

           DISPLAY "YEAR-END CLOSE FOR FY " WS-CLOSE-FY " DONE: "
               WS-CNT-ARCHIVED " RESULT(S) ARCHIVED, "
               WS-CNT-PURGED " OLD RESULT(S) PURGED, "
               WS-CNT-FUQ-ARC " CLOSED FOLLOW-UP(S) ARCHIVED".
           DISPLAY "CARRY-OVER LEDGER: " WS-CNT-CCO-NEW
               " PROGRAM(S) CARRIED FROM FY " WS-CLOSE-FY
               "; EARLIER CARRY-OVERS SETTLED: "
               WS-CNT-CCO-DONE " COMPLETED, "
               WS-CNT-CCO-WDR " WITHDRAWN, "
               WS-CNT-CCO-LAPSE " LAPSED".
      *    削除しただけでは INDEXED の大きさは変わらないので、
      *    再編成 (TEST260966) を続けて流すよう促す。
           DISPLAY "RUN THE INDEXED FILE REORGANIZATION (TEST260966) "
               "TO RECLAIM THE SPACE OF THE PURGED RECORDS".

           STOP RUN.

           IF WS-RF-STATUS NOT = "00" THEN
               DISPLAY "NO RESULT FILE - NOTHING TO ARCHIVE"
           ELSE
               PERFORM CHECK-RF-LAYOUT
               OPEN OUTPUT ARCHIVE-OUT-FILE
               MOVE 'N' TO WS-RF-EOF-FLAG
               PERFORM UNTIL WS-RF-EOF

           OPEN I-O RESULT-FILE.
           IF WS-RF-STATUS = "00" THEN
               PERFORM CHECK-RF-LAYOUT
               PERFORM VARYING WS-PURGE-IDX FROM 1 BY 1
                       UNTIL WS-PURGE-IDX > WS-PURGE-CNT
                   MOVE WS-PURGE-ID(WS-PURGE-IDX)
           IF WS-FUQ-STATUS NOT = "00" THEN
               DISPLAY "NO FOLLOW-UP QUEUE - NOTHING TO ARCHIVE"
           ELSE
               PERFORM CHECK-FUQ-LAYOUT
               OPEN OUTPUT FUQ-ARC-FILE
               MOVE 'N' TO WS-FUQ-EOF-FLAG
               PERFORM UNTIL WS-FUQ-EOF

           EXIT.


       BUILD-CARRYOVER-LEDGER.

      *    年度繰越台帳: まず前年度以前から繰り越して開いたままの行を
      *    締め年度のセッション・登録簿で閉じ、次に締め年度に判定して
      *    年度末に支援が開いていたプログラムを新しく載せる。同じ
      *    年度の締めをやり直したときは、その年度の行を作り直す。
           COMPUTE WS-FY-START = WS-CLOSE-FY * 10000 + 401.
           COMPUTE WS-FY-END = (WS-CLOSE-FY + 1) * 10000 + 331.
           COMPUTE WS-LATE-FROM = (WS-CLOSE-FY + 1) * 10000 + 201.

           PERFORM LOAD-CARRY-SESSIONS.

           OPEN I-O CARRYOVER-FILE.
           IF WS-CCO-STATUS NOT = "00" THEN
               OPEN OUTPUT CARRYOVER-FILE
               CLOSE CARRYOVER-FILE
               OPEN I-O CARRYOVER-FILE
           END-IF.
           IF WS-CCO-STATUS NOT = "00" THEN
               DISPLAY "CARRY-OVER LEDGER CANNOT BE OPENED (STATUS "
                   WS-CCO-STATUS ") - NOT UPDATED"
               EXIT PARAGRAPH
           END-IF.
      *    支援計画・登録簿は無ければ (未運用) 無いものとして進める。
           MOVE 'N' TO WS-SPL-OPEN-FLAG.
           OPEN INPUT SUPPORT-PLAN-FILE.
           IF WS-SPL-STATUS = "00" THEN
               PERFORM CHECK-SPL-LAYOUT
               MOVE 'Y' TO WS-SPL-OPEN-FLAG
           END-IF.
           MOVE 'N' TO WS-WDR-OPEN-FLAG.
           OPEN INPUT WITHDRAWAL-FILE.
           IF WS-WDR-STATUS = "00" THEN
               MOVE 'Y' TO WS-WDR-OPEN-FLAG
           END-IF.

           PERFORM SETTLE-OPEN-CARRYOVERS.

           OPEN INPUT RESULT-HIST-FILE.
           IF WS-RHF-STATUS NOT = "00" THEN
               DISPLAY "NO RESULT HISTORY - NO NEW CARRY-OVERS"
           ELSE
               PERFORM CHECK-RHF-LAYOUT
               MOVE 'N' TO WS-RHF-EOF-FLAG
               PERFORM UNTIL WS-RHF-EOF
                   READ RESULT-HIST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-RHF-EOF-FLAG
                       NOT AT END
                           IF RHF-FYEAR = WS-CLOSE-FY
                                   AND RHF-LSK-BG >= 1 THEN
                               PERFORM JUDGE-ONE-CARRYOVER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESULT-HIST-FILE
           END-IF.

           CLOSE CARRYOVER-FILE.
           IF WS-SPL-OPEN THEN
               CLOSE SUPPORT-PLAN-FILE
           END-IF.
           IF WS-WDR-OPEN THEN
               CLOSE WITHDRAWAL-FILE
           END-IF.

           EXIT.


       LOAD-CARRY-SESSIONS.

      *    締め年度の初日より前のセッションは使わない (前年度の
      *    プログラムの分は前年度の締めで台帳に載っている)。
           MOVE 0 TO WS-CS-CNT.
           OPEN INPUT SESSION-FILE.
           IF WS-SES-STATUS NOT = "00" THEN
               DISPLAY "NO SESSION FILE - CARRY-OVERS JUDGED FROM "
                   "SUPPORT PLANS ONLY"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-SES-LAYOUT.
           MOVE 'N' TO WS-SES-EOF-FLAG.
           PERFORM UNTIL WS-SES-EOF
               READ SESSION-FILE
                   AT END
                       MOVE 'Y' TO WS-SES-EOF-FLAG
                   NOT AT END
                       IF SES-DATE >= WS-FY-START THEN
                           PERFORM FOLD-CARRY-SESSION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SESSION-FILE.

           EXIT.


       FOLD-CARRY-SESSION.

           MOVE SES-PATIENT-ID TO WS-CS-FIND-ID.
           PERFORM FIND-CARRY-SESSION.
           IF WS-CS-HIT = 0 THEN
               IF WS-CS-CNT >= 1000 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CS-CNT
               MOVE WS-CS-CNT TO WS-CS-HIT
               MOVE SES-PATIENT-ID TO WS-CS-ID(WS-CS-HIT)
               MOVE 0 TO WS-CS-I-DATE(WS-CS-HIT)
               MOVE 0 TO WS-CS-F-FIRST(WS-CS-HIT)
               MOVE 0 TO WS-CS-F-LAST(WS-CS-HIT)
               MOVE 0 TO WS-CS-F-AFTER(WS-CS-HIT)
           END-IF.

           EVALUATE TRUE
               WHEN SES-TYPE = "I" AND SES-DATE <= WS-FY-END
                   IF WS-CS-I-DATE(WS-CS-HIT) = 0
                           OR SES-DATE < WS-CS-I-DATE(WS-CS-HIT) THEN
                       MOVE SES-DATE TO WS-CS-I-DATE(WS-CS-HIT)
                   END-IF
               WHEN SES-TYPE = "F" AND SES-DATE <= WS-FY-END
                   IF WS-CS-F-FIRST(WS-CS-HIT) = 0
                           OR SES-DATE < WS-CS-F-FIRST(WS-CS-HIT) THEN
                       MOVE SES-DATE TO WS-CS-F-FIRST(WS-CS-HIT)
                   END-IF
                   IF SES-DATE > WS-CS-F-LAST(WS-CS-HIT) THEN
                       MOVE SES-DATE TO WS-CS-F-LAST(WS-CS-HIT)
                   END-IF
               WHEN SES-TYPE = "F"
                   IF WS-CS-F-AFTER(WS-CS-HIT) = 0
                           OR SES-DATE < WS-CS-F-AFTER(WS-CS-HIT) THEN
                       MOVE SES-DATE TO WS-CS-F-AFTER(WS-CS-HIT)
                   END-IF
           END-EVALUATE.

           EXIT.


       FIND-CARRY-SESSION.

           MOVE 0 TO WS-CS-HIT.
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-CNT OR WS-CS-HIT > 0
               IF WS-CS-ID(WS-CS-IDX) = WS-CS-FIND-ID THEN
                   MOVE WS-CS-IDX TO WS-CS-HIT
               END-IF
           END-PERFORM.

           EXIT.


       SETTLE-OPEN-CARRYOVERS.

      *    前年度以前から繰り越して開いたままの行を閉じる: 締め年度
      *    (またはその後、締めの実行日まで) の最初の最終評価があれば
      *    その日で完了、判定年度の辞退・脱落の登録があればその日で
      *    W、どちらも無ければ翌年度末まで完了しなかったとして失効。
      *    締め年度そのものの行は、この後で作り直すので消しておく。
           MOVE 'N' TO WS-CCO-EOF-FLAG.
           PERFORM UNTIL WS-CCO-EOF
               READ CARRYOVER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CCO-EOF-FLAG
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CCO-JUDGE-FY = WS-CLOSE-FY
                               DELETE CARRYOVER-FILE RECORD
                                   INVALID KEY
                                       CONTINUE
                               END-DELETE
                           WHEN CCO-JUDGE-FY < WS-CLOSE-FY
                                   AND CCO-STATUS = "O"
                               PERFORM SETTLE-ONE-CARRYOVER
                       END-EVALUATE
               END-READ
           END-PERFORM.

           EXIT.


       SETTLE-ONE-CARRYOVER.

           MOVE CCO-PATIENT-ID TO WS-CS-FIND-ID.
           PERFORM FIND-CARRY-SESSION.
           MOVE CCO-PATIENT-ID TO WDR-PATIENT-ID.
           MOVE CCO-JUDGE-FY   TO WDR-FYEAR.
           PERFORM LOOK-UP-WITHDRAWAL.

           EVALUATE TRUE
               WHEN WS-CS-HIT > 0 AND CCO-JUDGE-FY = WS-CLOSE-FY - 1
                       AND WS-CS-F-FIRST(WS-CS-HIT) > 0
                   MOVE "C" TO CCO-STATUS
                   MOVE WS-CS-F-FIRST(WS-CS-HIT) TO CCO-DONE-DATE
                   ADD 1 TO WS-CNT-CCO-DONE
               WHEN WS-CS-HIT > 0 AND CCO-JUDGE-FY = WS-CLOSE-FY - 1
                       AND WS-CS-F-AFTER(WS-CS-HIT) > 0
                   MOVE "C" TO CCO-STATUS
                   MOVE WS-CS-F-AFTER(WS-CS-HIT) TO CCO-DONE-DATE
                   ADD 1 TO WS-CNT-CCO-DONE
               WHEN WS-WDR-HIT
                   MOVE "W" TO CCO-STATUS
                   MOVE WDR-DATE TO CCO-DONE-DATE
                   ADD 1 TO WS-CNT-CCO-WDR
               WHEN OTHER
                   MOVE "L" TO CCO-STATUS
                   MOVE 0 TO CCO-DONE-DATE
                   ADD 1 TO WS-CNT-CCO-LAPSE
           END-EVALUATE.
           PERFORM SET-CARRY-DONE-FY.
           MOVE WS-RUN-DATE TO CCO-UPD-DATE.
           REWRITE CARRYOVER-REC
               INVALID KEY
                   DISPLAY "CARRY-OVER " CCO-PATIENT-ID " FY "
                       CCO-JUDGE-FY " COULD NOT BE UPDATED"
           END-REWRITE.

           EXIT.


       JUDGE-ONE-CARRYOVER.

      *    支援の起点: 締め年度内の最初の初回面談。無ければ締め年度の
      *    進行中の支援計画の作成日。締め年度内に起点以降の最終評価が
      *    あれば年度内に完了しており、繰越ではない。最終評価済み・
      *    移行済みの計画も同様。起点の無い患者は2-3月判定のときだけ
      *    (翌年度に始める分として) 載せる。
           MOVE RHF-PATIENT-ID TO WS-CS-FIND-ID.
           PERFORM FIND-CARRY-SESSION.
           MOVE 0 TO WS-START-DATE.
           IF WS-CS-HIT > 0 THEN
               MOVE WS-CS-I-DATE(WS-CS-HIT) TO WS-START-DATE
           END-IF.

           IF WS-SPL-OPEN THEN
               MOVE 'N' TO WS-SPL-HIT-FLAG
               MOVE RHF-PATIENT-ID TO SPL-PATIENT-ID
               READ SUPPORT-PLAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-SPL-HIT-FLAG
               END-READ
               IF WS-SPL-HIT AND SPL-FYEAR = WS-CLOSE-FY THEN
                   IF SPL-STATUS NOT = "O" THEN
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-START-DATE = 0
                           AND SPL-CREATED IS NUMERIC THEN
                       MOVE SPL-CREATED TO WS-START-DATE
                   END-IF
               END-IF
           END-IF.

           IF WS-START-DATE > 0 AND WS-CS-HIT > 0 THEN
               IF WS-CS-F-LAST(WS-CS-HIT) >= WS-START-DATE THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-START-DATE = 0 THEN
               IF FUNCTION NUMVAL(RHF-RUN-DATE) < WS-LATE-FROM THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.

      *    年度内に辞退・脱落した患者は繰り越さない。
           MOVE RHF-PATIENT-ID TO WDR-PATIENT-ID.
           MOVE WS-CLOSE-FY    TO WDR-FYEAR.
           PERFORM LOOK-UP-WITHDRAWAL.
           IF WS-WDR-HIT AND WDR-DATE <= WS-FY-END THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE RHF-PATIENT-ID TO CCO-PATIENT-ID.
           MOVE WS-CLOSE-FY    TO CCO-JUDGE-FY.
           MOVE RHF-LSK-BG     TO CCO-LSK-BG.
           MOVE RHF-INSURER    TO CCO-INSURER.
           MOVE RHF-PLAN-TYPE  TO CCO-PLAN-TYPE.
           MOVE RHF-RUN-DATE   TO CCO-JUDGE-DATE.
           MOVE WS-START-DATE  TO CCO-INIT-DATE.
           MOVE WS-RUN-DATE    TO CCO-CLOSE-DATE.
           MOVE WS-RUN-DATE    TO CCO-UPD-DATE.
      *    締めの実行日までに既に翌年度側で閉じていれば、その状態で
      *    載せる (次の締めで改めて閉じる手間を省く)。
           EVALUATE TRUE
               WHEN WS-CS-HIT > 0 AND WS-CS-F-AFTER(WS-CS-HIT) > 0
                   MOVE "C" TO CCO-STATUS
                   MOVE WS-CS-F-AFTER(WS-CS-HIT) TO CCO-DONE-DATE
               WHEN WS-WDR-HIT
                   MOVE "W" TO CCO-STATUS
                   MOVE WDR-DATE TO CCO-DONE-DATE
               WHEN OTHER
                   MOVE "O" TO CCO-STATUS
                   MOVE 0 TO CCO-DONE-DATE
           END-EVALUATE.
           PERFORM SET-CARRY-DONE-FY.
           WRITE CARRYOVER-REC
               INVALID KEY
                   REWRITE CARRYOVER-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE.
           ADD 1 TO WS-CNT-CCO-NEW.

           EXIT.


       LOOK-UP-WITHDRAWAL.

      *    辞退・脱落の登録 (WDR-KEY は呼び出し側が詰める)。75歳到達
      *    の移行 (T) も支援が閉じたものとして扱う。
           MOVE 'N' TO WS-WDR-HIT-FLAG.
           IF NOT WS-WDR-OPEN THEN
               EXIT PARAGRAPH
           END-IF.
           READ WITHDRAWAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-WDR-HIT-FLAG
           END-READ.

           EXIT.


       SET-CARRY-DONE-FY.

      *    閉じた日の年度 (4月始まり。閉じていなければ 0)。
           IF CCO-DONE-DATE = 0 THEN
               MOVE 0 TO CCO-DONE-FY
           ELSE
               COMPUTE WS-DONE-YYYY = CCO-DONE-DATE / 10000
               COMPUTE WS-DONE-MM = FUNCTION MOD(
                   FUNCTION INTEGER(CCO-DONE-DATE / 100), 100)
               IF WS-DONE-MM < 4 THEN
                   COMPUTE CCO-DONE-FY = WS-DONE-YYYY - 1
               ELSE
                   MOVE WS-DONE-YYYY TO CCO-DONE-FY
               END-IF
           END-IF.

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

       END PROGRAM TEST260902.
