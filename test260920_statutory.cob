      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260920.

      * EDI から自前で数え直して毎年6月に数字が食い違うのをやめ、
      * こちらの確定数字を公式様式の区分
      *   対象者数 / 受診者数 / 動機付け支援該当 / 積極的支援該当 /
      *   支援開始 / 支援完了 / 辞退 / 脱落
      * で出す。受診者側は性別 x 5歳階級 (40歳未満・40-44・...・
      * 70-74・75歳以上)。年齢は判定関数 (JUDGE-SUPPORT-LEVEL の
      * JW-AGE) と同じく健診実施日時点の満年齢で数える。
      * 対象者数 (資格レコード数) は資格マスタに性別・生年月日が
      * 無いため保険者計のみ。署名欄つきの印字と、保険者ごとの
      * 機械可読コピーの両方を書く。
      * 辞退・脱落は様式上「未開始」と別に問われるため、登録簿
      * (TEST230317 の N コマンド) から支援該当者を区分別に数える。
      * 脱落者は一度は開始しているので支援開始にも含まれたまま。
      * 事業者健診の取込分 (施設 900、TEST260970) も経年履歴に載る
      * ので受診者に数え、印字には保険者ごとに「うち事業者健診」の
      * 人数を添える (機械可読コピーの様式は変えない)。
      * 支援開始・完了は判定年度で数える: セッションは実施日の年度
      * に数えるが、年度繰越台帳 (年度末の締め TEST260902 が作る) に
      * 前年度からの繰越が開いている間のセッションは繰越元の年度に
      * 数える。2-3月判定で翌年度に終わったプログラムは判定年度の
      * 完了になり、翌年度に二重に数えることもない。印字には保険者
      * ごとに翌年度への繰越件数とそのうちの完了を添える。
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELIGIBILITY-FILE ASSIGN TO 'input/eligibility.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RHF-KEY
           ALTERNATE RECORD KEY IS RHF-SITE-FY-KEY WITH DUPLICATES
           ALTERNATE RECORD KEY IS RHF-EXAM-DATE WITH DUPLICATES
           FILE STATUS IS WS-RHF-STATUS.

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

      *    年度繰越台帳 (患者 + 判定年度がキー。TEST260902 参照)。
           SELECT CARRYOVER-FILE ASSIGN TO 'output/fy_carryover.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CCO-KEY
           FILE STATUS IS WS-CCO-STATUS.

           SELECT PRINT-RPT-FILE ASSIGN TO
               'output/statutory_annual.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           03 ELG-COVER-FROM  PIC 9(8).
           03 ELG-COVER-TO    PIC 9(8).
           03 ELG-PLAN-TYPE   PIC X(2).
      *    世帯番号と事業所記号 (ここでは使わないが、行の長さは
      *    加入者ファイルに合わせる)。
           03 FILLER          PIC X(18).

       FD  RESULT-HIST-FILE.
       01  RESULT-HIST-REC.
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

       FD  WITHDRAWAL-FILE.
       01  WITHDRAWAL-REC.
           03 WDR-KEY.
              05 WDR-PATIENT-ID PIC 9(9).
              05 WDR-FYEAR      PIC 9(4).
      *    区分: R=辞退 D=脱落 (日付・理由などは TEST230317 参照)。
           03 WDR-TYPE        PIC X.
           03 FILLER          PIC X(25).

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

       FD  PRINT-RPT-FILE.
       01  PRINT-RPT-LINE     PIC X(120).
       01  WS-SES-STATUS      PIC XX.
       01  WS-PRT-STATUS      PIC XX.
       01  WS-MCH-STATUS      PIC XX.
       01  WS-WDR-STATUS      PIC XX.
       01  WS-WDR-OPEN-FLAG   PIC X VALUE 'N'.
           88 WS-WDR-OPEN            VALUE 'Y'.
       01  WS-CCO-STATUS      PIC XX.
       01  WS-CCO-OPEN-FLAG   PIC X VALUE 'N'.
           88 WS-CCO-OPEN            VALUE 'Y'.
       01  WS-MCH-PATH        PIC X(50) VALUE SPACES.
       01  WS-RUN-DATE        PIC X(8).
       01  WS-TARGET-FY       PIC 9(4) VALUE 0.
       01  WS-CPL-CNT         PIC 9(3) VALUE 0.
       01  WS-SET-IDX         PIC 9(3) VALUE 0.
       01  WS-SET-HIT         PIC 9(3) VALUE 0.
       01  WS-DONE-FLAG       PIC X VALUE 'N'.
           88 WS-DONE                VALUE 'Y'.

      *    セッションの判定年度 (ATTRIBUTE-SESSION-FY が求める)。
       01  WS-SES-FY          PIC 9(4) VALUE 0.
       01  WS-SES-DATE-FY     PIC 9(4) VALUE 0.
       01  WS-SES-YYYY        PIC 9(4) VALUE 0.
       01  WS-SES-MM          PIC 9(2) VALUE 0.
       01  WS-CNT-CARRIED-IN  PIC 9(5) VALUE 0.
       01  WS-CNT-CARRIED-OUT PIC 9(5) VALUE 0.

      *    集計セル: 保険者 x 性別 x 年齢階級。階級: 0=40歳未満
      *    1=40-44 2=45-49 3=50-54 4=55-59 5=60-64 6=65-69 7=70-74
              05 WS-AG-LV2    PIC 9(6).
              05 WS-AG-START  PIC 9(6).
              05 WS-AG-DONE   PIC 9(6).
              05 WS-AG-REFUSE PIC 9(6).
              05 WS-AG-DROP   PIC 9(6).
       01  WS-AG-CNT          PIC 9(3) VALUE 0.
       01  WS-AG-IDX          PIC 9(3) VALUE 0.
       01  WS-AG-HIT          PIC 9(3) VALUE 0.
           03 WS-EL-ENTRY OCCURS 20 TIMES.
              05 WS-EL-INS    PIC X(4).
              05 WS-EL-CNT    PIC 9(6).
              05 WS-EL-EMP    PIC 9(6).
      *       翌年度への繰越 (台帳に載った受診者) とそのうちの完了。
              05 WS-EL-CCO    PIC 9(6).
              05 WS-EL-CCO-DONE PIC 9(6).
       01  WS-EL-ROWS         PIC 9(2) VALUE 0.
       01  WS-EL-IDX          PIC 9(2) VALUE 0.
       01  WS-EL-HIT          PIC 9(2) VALUE 0.

       01  WS-OP-ID           PIC X(6) VALUE SPACES.

      *    事業者健診の取込に当てる予約の施設コード (TEST230314 の
      *    WS-EMPLOYER-SITE と同じ値)。
       01  WS-EMPLOYER-SITE   PIC 9(3) VALUE 900.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-RHF      PIC 9(3) VALUE 2.
       01  WS-LAYOUT-SES      PIC 9(3) VALUE 2.
       COPY layout_header.

       PROCEDURE DIVISION.
       MAIN SECTION.

           PERFORM LOAD-SESSION-SETS.
           PERFORM COUNT-ELIGIBLE.
           PERFORM COUNT-EXAMINED.
           IF WS-CCO-OPEN THEN
               CLOSE CARRYOVER-FILE
           END-IF.
           PERFORM WRITE-REPORTS.

           STOP RUN.

       LOAD-SESSION-SETS.

      *    台帳が無ければ (締め前) 実施日の年度だけで振り分ける
      *    (繰越分の完了は翌年度側に落ちる)。
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
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-SES-LAYOUT.
           MOVE 'N' TO WS-SES-EOF-FLAG.
           PERFORM UNTIL WS-SES-EOF
               READ SESSION-FILE
               END-READ
           END-PERFORM.
           CLOSE SESSION-FILE.
           DISPLAY "CARRY-OVER LEDGER: " WS-CNT-CARRIED-IN
               " LATER SESSION(S) COUNTED FOR FY " WS-TARGET-FY
               ", " WS-CNT-CARRIED-OUT " SESSION(S) LEFT TO THE "
               "PRIOR YEAR'S PROGRAMS".

           EXIT.


       FOLD-SESSION-SET.

      *    判定年度が報告年度のセッションだけを集合に入れる。
           PERFORM ATTRIBUTE-SESSION-FY.
           IF WS-SES-FY NOT = WS-TARGET-FY THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-SET-HIT.
           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                   UNTIL WS-SET-IDX > WS-ANY-CNT
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
               IF WS-SES-FY = WS-TARGET-FY THEN
                   ADD 1 TO WS-CNT-CARRIED-IN
               END-IF
               IF WS-SES-DATE-FY = WS-TARGET-FY THEN
                   ADD 1 TO WS-CNT-CARRIED-OUT
               END-IF
           END-IF.

           EXIT.


       COUNT-ELIGIBLE.

      *    対象者数 = 報告年度と資格期間が重なる資格レコード数。
               MOVE WS-EL-ROWS TO WS-EL-HIT
               MOVE ELG-INSURER TO WS-EL-INS(WS-EL-HIT)
               MOVE 0 TO WS-EL-CNT(WS-EL-HIT)
               MOVE 0 TO WS-EL-EMP(WS-EL-HIT)
               MOVE 0 TO WS-EL-CCO(WS-EL-HIT)
               MOVE 0 TO WS-EL-CCO-DONE(WS-EL-HIT)
           END-IF.
           IF WS-EL-HIT > 0 THEN
               ADD 1 TO WS-EL-CNT(WS-EL-HIT)
           IF WS-RHF-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-RHF-LAYOUT.
      *    登録簿が無ければ (未運用) 辞退・脱落は 0 のまま。
           OPEN INPUT WITHDRAWAL-FILE.
           IF WS-WDR-STATUS = "00" THEN
               MOVE 'Y' TO WS-WDR-OPEN-FLAG
           END-IF.
           MOVE 'N' TO WS-RHF-EOF-FLAG.
      *    施設+年度の代替キーで (施設 000, 対象年度) から読み、
      *    施設ごとに対象年度の行だけを拾う。年度が手前の行に当たれば
      *    同じ施設の対象年度へ、先の行に当たれば次の施設の対象年度へ
      *    START し直す (他の年度の行は読み飛ばす)。
           MOVE 0 TO RHF-SF-SITE.
           MOVE WS-TARGET-FY TO RHF-SF-FYEAR.
           PERFORM START-SITE-FY.
           PERFORM UNTIL WS-RHF-EOF
               READ RESULT-HIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RHF-EOF-FLAG
                   NOT AT END
                       EVALUATE TRUE
                           WHEN RHF-SF-FYEAR = WS-TARGET-FY
                               PERFORM TALLY-EXAMINED
                           WHEN RHF-SF-FYEAR < WS-TARGET-FY
                               MOVE WS-TARGET-FY TO RHF-SF-FYEAR
                               PERFORM START-SITE-FY
                           WHEN RHF-SF-SITE = 999
                               MOVE 'Y' TO WS-RHF-EOF-FLAG
                           WHEN OTHER
                               ADD 1 TO RHF-SF-SITE
                               MOVE WS-TARGET-FY TO RHF-SF-FYEAR
                               PERFORM START-SITE-FY
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE RESULT-HIST-FILE.
           IF WS-WDR-OPEN THEN
               CLOSE WITHDRAWAL-FILE
           END-IF.

           EXIT.


       START-SITE-FY.

           START RESULT-HIST-FILE KEY IS >= RHF-SITE-FY-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RHF-EOF-FLAG
           END-START.

           EXIT.

               MOVE 0 TO WS-AG-LV2(WS-AG-HIT)
               MOVE 0 TO WS-AG-START(WS-AG-HIT)
               MOVE 0 TO WS-AG-DONE(WS-AG-HIT)
               MOVE 0 TO WS-AG-REFUSE(WS-AG-HIT)
               MOVE 0 TO WS-AG-DROP(WS-AG-HIT)
           END-IF.

           IF RHF-SITE-CODE = WS-EMPLOYER-SITE THEN
               PERFORM VARYING WS-EL-IDX FROM 1 BY 1
                       UNTIL WS-EL-IDX > WS-EL-ROWS
                   IF WS-EL-INS(WS-EL-IDX) = RHF-INSURER THEN
                       ADD 1 TO WS-EL-EMP(WS-EL-IDX)
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-AG-HIT > 0 THEN
                   ADD 1 TO WS-AG-LV2(WS-AG-HIT)
               END-IF
               PERFORM CHECK-STARTED-DONE
               PERFORM CHECK-CARRIED-OVER
               IF RHF-LSK-BG >= 1 THEN
                   PERFORM CHECK-WITHDRAWN
               END-IF
           END-IF.

           EXIT.
                   MOVE WS-SET-IDX TO WS-SET-HIT
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-DONE-FLAG.
           IF WS-SET-HIT > 0 THEN
               ADD 1 TO WS-AG-DONE(WS-AG-HIT)
               MOVE 'Y' TO WS-DONE-FLAG
           END-IF.

           EXIT.


       CHECK-CARRIED-OVER.

      *    報告年度から翌年度へ繰り越した受診者を保険者別に数える
      *    (完了は上の支援完了にも含まれている)。
           IF NOT WS-CCO-OPEN THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE RHF-PATIENT-ID TO CCO-PATIENT-ID.
           MOVE WS-TARGET-FY   TO CCO-JUDGE-FY.
           READ CARRYOVER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           PERFORM VARYING WS-EL-IDX FROM 1 BY 1
                   UNTIL WS-EL-IDX > WS-EL-ROWS
               IF WS-EL-INS(WS-EL-IDX) = RHF-INSURER THEN
                   ADD 1 TO WS-EL-CCO(WS-EL-IDX)
                   IF WS-DONE THEN
                       ADD 1 TO WS-EL-CCO-DONE(WS-EL-IDX)
                   END-IF
               END-IF
           END-PERFORM.

           EXIT.


       CHECK-WITHDRAWN.

           IF NOT WS-WDR-OPEN THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE RHF-PATIENT-ID TO WDR-PATIENT-ID.
           MOVE WS-TARGET-FY   TO WDR-FYEAR.
           READ WITHDRAWAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WDR-TYPE = "R" THEN
                       ADD 1 TO WS-AG-REFUSE(WS-AG-HIT)
                   END-IF
                   IF WDR-TYPE = "D" THEN
                       ADD 1 TO WS-AG-DROP(WS-AG-HIT)
                   END-IF
           END-READ.

           EXIT.

               "  ELIGIBLE (ALL) " WS-EL-CNT(WS-EL-IDX)
               DELIMITED BY SIZE INTO PRINT-RPT-LINE.
           WRITE PRINT-RPT-LINE.
           MOVE SPACES TO PRINT-RPT-LINE.
           STRING "  EXAMINED VIA EMPLOYER CHECKUP DATA (INCLUDED "
               "BELOW) " WS-EL-EMP(WS-EL-IDX)
               DELIMITED BY SIZE INTO PRINT-RPT-LINE.
           WRITE PRINT-RPT-LINE.
           MOVE SPACES TO PRINT-RPT-LINE.
           STRING "  CARRIED OVER INTO THE NEXT FISCAL YEAR "
               WS-EL-CCO(WS-EL-IDX) "  OF WHICH COMPLETED "
               "(INCLUDED BELOW) " WS-EL-CCO-DONE(WS-EL-IDX)
               DELIMITED BY SIZE INTO PRINT-RPT-LINE.
           WRITE PRINT-RPT-LINE.

      *    機械可読コピー: 1保険者1ファイル、1セル1行の固定桁。
           MOVE SPACES TO WS-MCH-PATH.
                       " LV2 " WS-AG-LV2(WS-AG-IDX)
                       " STARTED " WS-AG-START(WS-AG-IDX)
                       " COMPLETED " WS-AG-DONE(WS-AG-IDX)
                       " REFUSED " WS-AG-REFUSE(WS-AG-IDX)
                       " DROPPED " WS-AG-DROP(WS-AG-IDX)
                       DELIMITED BY SIZE INTO PRINT-RPT-LINE
                   WRITE PRINT-RPT-LINE

                       WS-AG-LV2(WS-AG-IDX)
                       WS-AG-START(WS-AG-IDX)
                       WS-AG-DONE(WS-AG-IDX)
                       WS-AG-REFUSE(WS-AG-IDX)
                       WS-AG-DROP(WS-AG-IDX)
                       DELIMITED BY SIZE INTO MACHINE-OUT-LINE
                   WRITE MACHINE-OUT-LINE
               END-IF

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

       END PROGRAM TEST260920.
