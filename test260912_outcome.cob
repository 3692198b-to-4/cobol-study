      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260912.

      * OUTCOME: 支援プログラムの効果測定 (年次)。経年履歴から
      * 「前年度→対象年度」の2年連続で判定のある患者を拾い、
      * HbA1c・空腹時血糖・支援区分の1年変化を
      *   完了群   = 前年度の判定に対する最終評価 (F) のある患者
      *   不参加群 = 前年度の判定に対するセッションが1件も無い患者
      * に分けて、施設別・性別に平均変化と区分改善/悪化件数を
      * 集計する。契約更新時の「カウンセリングは効いているのか」に
      * 逸話ではなく数字で答えるためのレポート。
      * (一部参加 (F 未到達) の患者はどちらの群にも入れない。)
      * 完了群には面談記録の行動変容ステージ (最初の初回面談 ->
      * 最後の最終評価) の前進/変わらず/後退の件数を添え、数値の
      * 変化の理由を追えるようにする (担当者別の詳細は TEST260973)。
      * セッションは判定年度で振り分ける: 実施日の年度が基本で、
      * 年度繰越台帳 (TEST260902) に前年度からの繰越が開いている間の
      * セッションは繰越元の年度の分。2-3月判定で対象年度に入って
      * から完了したプログラムも前年度の判定の完了として数える。
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-HIST-FILE ASSIGN TO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RHF-KEY
           ALTERNATE RECORD KEY IS RHF-SITE-FY-KEY WITH DUPLICATES
           ALTERNATE RECORD KEY IS RHF-EXAM-DATE WITH DUPLICATES
           FILE STATUS IS WS-RHF-STATUS.

           SELECT SESSION-FILE ASSIGN TO 'output/sessions.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SES-STATUS.

      *    年度繰越台帳 (患者 + 判定年度がキー。TEST260902 参照)。
           SELECT CARRYOVER-FILE ASSIGN TO 'output/fy_carryover.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CCO-KEY
           FILE STATUS IS WS-CCO-STATUS.

           SELECT OUTCOME-RPT-FILE ASSIGN TO
               'output/outcome_eval.txt'
           ORGANIZATION IS LINE SEQUENTIAL
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

       FD  CARRYOVER-FILE.
       01  CARRYOVER-REC.
           03 CCO-KEY.
              05 CCO-PATIENT-ID PIC 9(9).
              05 CCO-JUDGE-FY   PIC 9(4).
           03 CCO-LSK-BG      PIC 9.
           03 CCO-INSURER     PIC X(4).
           03 CCO-PLAN-TYPE   PIC X(2).
           03 CCO-JUDGE-DATE  PIC X(8).
           03 CCO-INIT-DATE   PIC 9(8).
      *    状態: O=繰越中 C=完了 W=辞退・脱落 L=失効。
           03 CCO-STATUS      PIC X.
           03 CCO-DONE-DATE   PIC 9(8).
           03 CCO-DONE-FY     PIC 9(4).
           03 CCO-CLOSE-DATE  PIC X(8).
           03 CCO-UPD-DATE    PIC X(8).

       FD  OUTCOME-RPT-FILE.
       01  OUTCOME-RPT-LINE   PIC X(120).
       01  WS-RHF-STATUS      PIC XX.
       01  WS-SES-STATUS      PIC XX.
       01  WS-RPT-STATUS      PIC XX.
       01  WS-CCO-STATUS      PIC XX.
       01  WS-CCO-OPEN-FLAG   PIC X VALUE 'N'.
           88 WS-CCO-OPEN            VALUE 'Y'.
       01  WS-RUN-DATE        PIC X(8).
       01  WS-RUN-DATE-NUM    PIC 9(8) VALUE 0.
       01  WS-RUN-MM          PIC 9(2) VALUE 0.
       01  WS-CPL-TAB.
           03 WS-CPL-ID OCCURS 500 TIMES PIC 9(9).
       01  WS-CPL-CNT         PIC 9(3) VALUE 0.
      *    何かしら有りの患者には、最初の初回面談と最後の最終評価の
      *    ステージも持つ (空欄 = 未評価)。
       01  WS-ANY-TAB.
           03 WS-ANY-ENTRY OCCURS 500 TIMES.
              05 WS-ANY-ID       PIC 9(9).
              05 WS-ANY-I-DATE   PIC 9(8).
              05 WS-ANY-I-STAGE  PIC X.
              05 WS-ANY-F-DATE   PIC 9(8).
              05 WS-ANY-F-STAGE  PIC X.
       01  WS-ANY-CNT         PIC 9(3) VALUE 0.
       01  WS-SET-IDX         PIC 9(3) VALUE 0.
       01  WS-SET-HIT         PIC 9(3) VALUE 0.

      *    セッションの判定年度 (ATTRIBUTE-SESSION-FY が求める)。
       01  WS-SES-FY          PIC 9(4) VALUE 0.
       01  WS-SES-DATE-FY     PIC 9(4) VALUE 0.
       01  WS-SES-YYYY        PIC 9(4) VALUE 0.
       01  WS-SES-MM          PIC 9(2) VALUE 0.
       01  WS-CNT-CARRIED-IN  PIC 9(5) VALUE 0.

      *    直前レコード (患者ID+年度順に読めるので、同一患者の
      *    前年度行は必ず直前に現れる)。
       01  WS-PRV-ID          PIC 9(9) VALUE 0.
              05 WS-GRP-DFST   PIC S9(7).
              05 WS-GRP-BETTER PIC 9(5).
              05 WS-GRP-WORSE  PIC 9(5).
      *       行動変容ステージ (完了群のみ): 前進・変わらず・後退・
      *       未評価。
              05 WS-GRP-STG-ADV  PIC 9(5).
              05 WS-GRP-STG-SAME PIC 9(5).
              05 WS-GRP-STG-REGR PIC 9(5).
              05 WS-GRP-STG-NA   PIC 9(5).
       01  WS-GRP-CNT         PIC 9(3) VALUE 0.
       01  WS-GRP-IDX         PIC 9(3) VALUE 0.
       01  WS-GRP-HIT         PIC 9(3) VALUE 0.
       01  WS-ED-A1C          PIC +9(3).99.
       01  WS-ED-FST          PIC +ZZZZ9.
       01  WS-CNT-PAIRS       PIC 9(5) VALUE 0.
       01  WS-ANY-HIT         PIC 9(3) VALUE 0.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-RHF      PIC 9(3) VALUE 2.
       01  WS-LAYOUT-SES      PIC 9(3) VALUE 2.
       COPY layout_header.

       PROCEDURE DIVISION.
       MAIN SECTION.
               DISPLAY "NO RESULT HISTORY ON FILE - NOTHING TO DO"
               STOP RUN
           END-IF.
           PERFORM CHECK-RHF-LAYOUT.

           MOVE 'N' TO WS-RHF-EOF-FLAG.
           PERFORM UNTIL WS-RHF-EOF

       LOAD-SESSION-SETS.

      *    台帳が無ければ (締め前) 実施日の年度だけで振り分ける。
           OPEN INPUT CARRYOVER-FILE.
           IF WS-CCO-STATUS = "00" THEN
               MOVE 'Y' TO WS-CCO-OPEN-FLAG
           ELSE
               DISPLAY "NO CARRY-OVER LEDGER (RUN THE YEAR-END CLOSE "
                   "TEST260902) - SESSIONS COUNTED BY THEIR OWN "
                   "FISCAL YEAR ONLY"
           END-IF.

           OPEN INPUT SESSION-FILE.
           IF WS-SES-STATUS NOT = "00" THEN
               DISPLAY "NO SESSION FILE - EVERY JUDGED PATIENT "
                   "COUNTS AS A NON-PARTICIPANT"
               IF WS-CCO-OPEN THEN
                   CLOSE CARRYOVER-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-SES-LAYOUT.

           MOVE 'N' TO WS-SES-EOF-FLAG.
           PERFORM UNTIL WS-SES-EOF
               END-READ
           END-PERFORM.
           CLOSE SESSION-FILE.
           IF WS-CCO-OPEN THEN
               CLOSE CARRYOVER-FILE
           END-IF.

           DISPLAY "SESSION SETS: " WS-CPL-CNT " COMPLETER(S), "
               WS-ANY-CNT " PATIENT(S) WITH ANY SESSION".
           DISPLAY "CARRY-OVER LEDGER: " WS-CNT-CARRIED-IN
               " SESSION(S) FROM FY " WS-TARGET-FY
               " COUNTED FOR FY " WS-PRIOR-FY " JUDGMENTS".

           EXIT.


       FOLD-SESSION-IDS.

      *    前年度 (比較の起点) の判定に対するセッションだけを数える。
           PERFORM ATTRIBUTE-SESSION-FY.
           IF WS-SES-FY NOT = WS-PRIOR-FY THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-SET-HIT.
           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                   UNTIL WS-SET-IDX > WS-ANY-CNT
           END-PERFORM.
           IF WS-SET-HIT = 0 AND WS-ANY-CNT < 500 THEN
               ADD 1 TO WS-ANY-CNT
               MOVE WS-ANY-CNT TO WS-SET-HIT
               MOVE SES-PATIENT-ID TO WS-ANY-ID(WS-ANY-CNT)
               MOVE 0 TO WS-ANY-I-DATE(WS-ANY-CNT)
               MOVE SPACE TO WS-ANY-I-STAGE(WS-ANY-CNT)
               MOVE 0 TO WS-ANY-F-DATE(WS-ANY-CNT)
               MOVE SPACE TO WS-ANY-F-STAGE(WS-ANY-CNT)
           END-IF.
           IF WS-SET-HIT > 0 THEN
               IF SES-TYPE = "I" AND (WS-ANY-I-DATE(WS-SET-HIT) = 0
                       OR SES-DATE < WS-ANY-I-DATE(WS-SET-HIT)) THEN
                   MOVE SES-DATE  TO WS-ANY-I-DATE(WS-SET-HIT)
                   MOVE SES-STAGE TO WS-ANY-I-STAGE(WS-SET-HIT)
               END-IF
               IF SES-TYPE = "F"
                       AND SES-DATE >= WS-ANY-F-DATE(WS-SET-HIT) THEN
                   MOVE SES-DATE  TO WS-ANY-F-DATE(WS-SET-HIT)
                   MOVE SES-STAGE TO WS-ANY-F-STAGE(WS-SET-HIT)
               END-IF
           END-IF.

           IF SES-TYPE = "F" THEN
           EXIT.


       ATTRIBUTE-SESSION-FY.

      *    セッションの判定年度: 実施日の年度 (4月始まり) が基本。
      *    前年度から繰り越した行が台帳にあり、それが開いたまま (O)
      *    か、閉じた日 (C=最終評価・W=辞退脱落) 以前の実施なら、
      *    繰越元 (前年度) の判定年度に数える。
           COMPUTE WS-SES-YYYY = SES-DATE / 10000.
           COMPUTE WS-SES-MM = FUNCTION MOD(
               FUNCTION INTEGER(SES-DATE / 100), 100).
           IF WS-SES-MM < 4 THEN
               COMPUTE WS-SES-DATE-FY = WS-SES-YYYY - 1
           ELSE
               MOVE WS-SES-YYYY TO WS-SES-DATE-FY
           END-IF.
           MOVE WS-SES-DATE-FY TO WS-SES-FY.
           IF NOT WS-CCO-OPEN THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SES-PATIENT-ID TO CCO-PATIENT-ID.
           COMPUTE CCO-JUDGE-FY = WS-SES-DATE-FY - 1.
           READ CARRYOVER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF CCO-STATUS = "O"
                   OR ((CCO-STATUS = "C" OR CCO-STATUS = "W")
                       AND SES-DATE <= CCO-DONE-DATE) THEN
               MOVE CCO-JUDGE-FY TO WS-SES-FY
               IF WS-SES-FY = WS-PRIOR-FY THEN
                   ADD 1 TO WS-CNT-CARRIED-IN
               END-IF
           END-IF.

           EXIT.


       FOLD-ONE-HISTORY-ROW.

      *    キー順 (患者ID, 年度) に読めるので、対象年度の行を読んだ
               MOVE 0 TO WS-GRP-DFST(WS-GRP-HIT)
               MOVE 0 TO WS-GRP-BETTER(WS-GRP-HIT)
               MOVE 0 TO WS-GRP-WORSE(WS-GRP-HIT)
               MOVE 0 TO WS-GRP-STG-ADV(WS-GRP-HIT)
               MOVE 0 TO WS-GRP-STG-SAME(WS-GRP-HIT)
               MOVE 0 TO WS-GRP-STG-REGR(WS-GRP-HIT)
               MOVE 0 TO WS-GRP-STG-NA(WS-GRP-HIT)
           END-IF.

           IF WS-GRP-HIT > 0 THEN
               IF RHF-LSK-BG > WS-PRV-LSK THEN
                   ADD 1 TO WS-GRP-WORSE(WS-GRP-HIT)
               END-IF
               IF WS-THIS-KIND = "C" THEN
                   PERFORM TALLY-STAGE-CHANGE
               END-IF
           END-IF.

           EXIT.


       TALLY-STAGE-CHANGE.

      *    完了群のステージの変化 (初回・最終のどちらかが空欄なら
      *    未評価)。
           MOVE 0 TO WS-ANY-HIT.
           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                   UNTIL WS-SET-IDX > WS-ANY-CNT
               IF WS-ANY-ID(WS-SET-IDX) = RHF-PATIENT-ID THEN
                   MOVE WS-SET-IDX TO WS-ANY-HIT
               END-IF
           END-PERFORM.
           IF WS-ANY-HIT = 0 THEN
               ADD 1 TO WS-GRP-STG-NA(WS-GRP-HIT)
               EXIT PARAGRAPH
           END-IF.
           IF WS-ANY-I-STAGE(WS-ANY-HIT) < "1"
                   OR WS-ANY-I-STAGE(WS-ANY-HIT) > "5"
                   OR WS-ANY-F-STAGE(WS-ANY-HIT) < "1"
                   OR WS-ANY-F-STAGE(WS-ANY-HIT) > "5" THEN
               ADD 1 TO WS-GRP-STG-NA(WS-GRP-HIT)
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN WS-ANY-F-STAGE(WS-ANY-HIT)
                       > WS-ANY-I-STAGE(WS-ANY-HIT)
                   ADD 1 TO WS-GRP-STG-ADV(WS-GRP-HIT)
               WHEN WS-ANY-F-STAGE(WS-ANY-HIT)
                       = WS-ANY-I-STAGE(WS-ANY-HIT)
                   ADD 1 TO WS-GRP-STG-SAME(WS-GRP-HIT)
               WHEN OTHER
                   ADD 1 TO WS-GRP-STG-REGR(WS-GRP-HIT)
           END-EVALUATE.

           EXIT.


       WRITE-OUTCOME-REPORT.

           OPEN OUTPUT OUTCOME-RPT-FILE.
                   " WORSE " WS-GRP-WORSE(WS-GRP-IDX)
                   DELIMITED BY SIZE INTO OUTCOME-RPT-LINE
               WRITE OUTCOME-RPT-LINE
               IF WS-GRP-KIND(WS-GRP-IDX) = "C" THEN
                   MOVE SPACES TO OUTCOME-RPT-LINE
                   STRING "    STAGE OF CHANGE INITIAL->FINAL: "
                       "ADVANCED " WS-GRP-STG-ADV(WS-GRP-IDX)
                       " SAME " WS-GRP-STG-SAME(WS-GRP-IDX)
                       " REGRESSED " WS-GRP-STG-REGR(WS-GRP-IDX)
                       " NOT ASSESSED " WS-GRP-STG-NA(WS-GRP-IDX)
                       DELIMITED BY SIZE INTO OUTCOME-RPT-LINE
                   WRITE OUTCOME-RPT-LINE
               END-IF
           END-PERFORM.

           CLOSE OUTCOME-RPT-FILE.

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

       END PROGRAM TEST260912.
