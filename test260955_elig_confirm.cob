      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.

      *    外部向けファイルのコントロール合計 (全プログラム共通の1本)。
       COPY outbound_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260955.

      *
      * ELIG-CONFIRM: 資格のオンライン確認の照会・回答処理。資格は
      * 資格マスタ (input/eligibility.dat) の全件更新で入るが、
      * 4月前後の転職の時期には数週間遅れ、正しく加入している人の
      * 健診まで資格なしで落ちていた。夜間バッチは手元で資格を
      * 確かめられない健診を資格のオンライン確認キュー
      * (output/elig_confirm_queue.dat) に生レコードごと滞留させる。
      * ここでは
      *   S = 照会ファイルの作成: 照会待ち (P) の健診を照会ファイル
      *       (output/elig_confirm_req_<日付>.dat) に書き、送信
      *       台帳に登録して S (送信済み) に進める。証番号は
      *       被保険者証クロス・リファレンスから引く。
      *   R = 回答ファイルの取込: 保険者の回答
      *       (既定 input/elig_confirm_resp.dat) を照会済みの健診に
      *       突き合わせ、
      *         - 健診日に資格ありの回答: その資格の窓を資格
      *           インデックス (output/elig_index.dat) に upsert し、
      *           確認済み資格 (output/elig_confirmed.dat) にも積んで
      *           C (確認済み) にする。翌晩の結合ファイル組み立てが
      *           拾い直して通常どおり判定する。
      *         - 資格なしの回答: G にして最終の資格空白リスト
      *           (output/coverage_gaps.txt) へ移す。
      *   V = キューの状況 (ステータス別の件数と未回答の一覧)
      *
      * コマンド: S=照会の作成 R=回答の取込 V=状況 E/Q=終了
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT
           FUNCTION OUTBOUND-CONTROL-TOTALS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELIG-CONFIRM-QUEUE-FILE ASSIGN TO
               'output/elig_confirm_queue.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ECQ-STATUS.

           SELECT ELIG-CONFIRMED-FILE ASSIGN TO
               'output/elig_confirmed.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ECF-STATUS.

           SELECT ELIG-INDEX-FILE ASSIGN TO 'output/elig_index.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ELX-KEY
           FILE STATUS IS WS-ELX-STATUS.

           SELECT MEMBER-XREF-FILE ASSIGN TO
               'output/member_xref.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MXR-STATUS.

           SELECT REQUEST-FILE ASSIGN USING WS-REQ-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REQ-STATUS.

           SELECT RESPONSE-FILE ASSIGN USING WS-RSP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RSP-STATUS.

      *    最終の資格空白リスト (保険者が資格なしと回答した健診)。
           SELECT COVER-GAP-FILE ASSIGN TO
               'output/coverage_gaps.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GAP-STATUS.

           SELECT TRANSMIT-REG-FILE ASSIGN TO
               'output/transmit_register.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ELIG-CONFIRM-QUEUE-FILE.
       01  ELIG-CONFIRM-QUEUE-REC.
      *    ステータス: P=照会待ち S=照会送信済み C=資格確認済み
      *    G=資格なしと回答 D=再投入済み (夜間バッチが進める)。
           03 ECQ-STATUS      PIC X.
           03 ECQ-PATIENT-ID  PIC 9(9).
           03 ECQ-EXAM-DATE   PIC 9(8).
           03 ECQ-INSURER     PIC X(4).
           03 ECQ-REASON      PIC X(8).
           03 ECQ-RAW         PIC X(80).
           03 ECQ-DETECT-DATE PIC X(8).
           03 ECQ-SENT-DATE   PIC X(8).
           03 ECQ-RES-DATE    PIC X(8).

       FD  ELIG-CONFIRMED-FILE.
       01  ELIG-CONFIRMED-REC.
           03 ECF-PATIENT-ID  PIC 9(9).
           03 ECF-INSURER     PIC X(4).
           03 ECF-COVER-FROM  PIC 9(8).
           03 ECF-COVER-TO    PIC 9(8).
           03 ECF-PLAN-TYPE   PIC X(2).
           03 ECF-CONFIRM-DATE PIC X(8).

       FD  ELIG-INDEX-FILE.
       01  ELIG-INDEX-REC.
           03 ELX-KEY.
              05 ELX-ID       PIC 9(9).
              05 ELX-FROM     PIC 9(8).
           03 ELX-INSURER     PIC X(4).
           03 ELX-TO          PIC 9(8).
           03 ELX-PLAN        PIC X(2).
           03 ELX-HOUSEHOLD   PIC X(10).

       FD  MEMBER-XREF-FILE.
       01  MEMBER-XREF-REC.
           03 MXR-INSURER     PIC X(4).
           03 MXR-MEMBER-NO   PIC X(12).
           03 MXR-PATIENT-ID  PIC 9(9).
           03 MXR-EFF-FROM    PIC 9(8).
           03 MXR-EFF-TO      PIC 9(8).

      *    照会ファイル (100桁固定): 1=ヘッダ 2=照会 9=トレーラ。
       FD  REQUEST-FILE.
       01  REQUEST-LINE       PIC X(100).

      *    回答ファイル: "R" + 患者ID + 健診日 + 結果 (1=資格あり
      *    0=資格なし) + 保険者 + 資格開始日 + 資格終了日 + プラン。
       FD  RESPONSE-FILE.
       01  RESPONSE-REC.
           03 RSP-TYPE        PIC X.
           03 RSP-PATIENT-ID  PIC 9(9).
           03 RSP-EXAM-DATE   PIC 9(8).
           03 RSP-RESULT      PIC X.
           03 RSP-INSURER     PIC X(4).
           03 RSP-COVER-FROM  PIC 9(8).
           03 RSP-COVER-TO    PIC 9(8).
           03 RSP-PLAN-TYPE   PIC X(2).

       FD  COVER-GAP-FILE.
       01  COVER-GAP-LINE     PIC X(100).

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
       01  FG-END             PIC 9 VALUE 0.
       01  WS-ECQ-STATUS      PIC XX.
       01  WS-ECF-STATUS      PIC XX.
       01  WS-ELX-STATUS      PIC XX.
       01  WS-MXR-STATUS      PIC XX.
       01  WS-REQ-STATUS      PIC XX.
       01  WS-RSP-STATUS      PIC XX.
       01  WS-GAP-STATUS      PIC XX.
       01  WS-TXR-STATUS      PIC XX.
       01  WS-REQ-PATH        PIC X(50) VALUE SPACES.
       01  WS-RSP-PATH        PIC X(50) VALUE SPACES.
       01  WS-RUN-DATE        PIC X(8).
       01  WS-OP-ID           PIC X(6) VALUE SPACES.
       01  WS-EOF-FLAG        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.

      *    キューは表に読んで、処理の後で丸ごと書き戻す (夜間
      *    バッチの PICKUP-ELIG-CONFIRMED と同じ上限)。
       01  WS-ECQ-TAB.
           03 WS-ECQ-ENTRY OCCURS 500 TIMES.
              05 WS-Q-STATUS     PIC X.
              05 WS-Q-PATIENT-ID PIC 9(9).
              05 WS-Q-EXAM-DATE  PIC 9(8).
              05 WS-Q-INSURER    PIC X(4).
              05 WS-Q-REASON     PIC X(8).
              05 WS-Q-RAW        PIC X(80).
              05 WS-Q-DETECT-DATE PIC X(8).
              05 WS-Q-SENT-DATE  PIC X(8).
              05 WS-Q-RES-DATE   PIC X(8).
       01  WS-ECQ-CNT         PIC 9(3) VALUE 0.
       01  WS-ECQ-IDX         PIC 9(3) VALUE 0.
       01  WS-ECQ-HIT         PIC 9(3) VALUE 0.
       01  WS-ECQ-OVFL-FLAG   PIC X VALUE 'N'.
           88 WS-ECQ-OVFL            VALUE 'Y'.

      *    証番号の読み替え (保険者 + 患者ID -> 証番号)。
       01  WS-MXR-TAB.
           03 WS-MXR-ENTRY OCCURS 2000 TIMES.
              05 WS-MXR-INS      PIC X(4).
              05 WS-MXR-MEMBER   PIC X(12).
              05 WS-MXR-ID       PIC 9(9).
       01  WS-MXR-CNT         PIC 9(4) VALUE 0.
       01  WS-MXR-IDX         PIC 9(4) VALUE 0.
       01  WS-MEMBER-NO       PIC X(12) VALUE SPACES.

       01  WS-REQ-LINES       PIC 9(7) VALUE 0.
       01  WS-REQ-CNT         PIC 9(7) VALUE 0.
       01  WS-ELX-OPEN-FLAG   PIC X VALUE 'N'.
           88 WS-ELX-OPEN            VALUE 'Y'.
       01  WS-ECF-OPEN-FLAG   PIC X VALUE 'N'.
           88 WS-ECF-OPEN            VALUE 'Y'.
       01  WS-GAP-OPEN-FLAG   PIC X VALUE 'N'.
           88 WS-GAP-OPEN            VALUE 'Y'.

      *    件数。
       01  WS-CNT-RSP         PIC 9(5) VALUE 0.
       01  WS-CNT-CONFIRMED   PIC 9(5) VALUE 0.
       01  WS-CNT-GAP         PIC 9(5) VALUE 0.
       01  WS-CNT-UNMATCHED   PIC 9(5) VALUE 0.
       01  WS-CNT-ST-P        PIC 9(5) VALUE 0.
       01  WS-CNT-ST-S        PIC 9(5) VALUE 0.
       01  WS-CNT-ST-C        PIC 9(5) VALUE 0.
       01  WS-CNT-ST-G        PIC 9(5) VALUE 0.
       01  WS-CNT-ST-D        PIC 9(5) VALUE 0.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-ECQ      PIC 9(3) VALUE 1.
       01  WS-LAYOUT-MXR      PIC 9(3) VALUE 1.
       01  WS-LAYOUT-TXR      PIC 9(3) VALUE 1.
       COPY layout_header.
       COPY outbound_ctl.

       PROCEDURE DIVISION.
       MAIN SECTION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           DISPLAY "--- ONLINE ELIGIBILITY CONFIRMATION ---".
           DISPLAY "Your operator ID?".
           ACCEPT WS-OP-ID.

           MOVE 0 TO FG-END.
           PERFORM CONFIRM-COMMAND UNTIL FG-END = 1.

           STOP RUN.


       CONFIRM-COMMAND.

           DISPLAY "*".
           DISPLAY "Command? (S=BUILD REQUESTS R=LOAD RESPONSES "
               "V=QUEUE STATUS E/Q=END)".
           ACCEPT AC-VAR.

           EVALUATE FUNCTION TRIM(AC-VAR)
               WHEN "E"
               WHEN "Q"
                   MOVE 1 TO FG-END
               WHEN "S"
                   PERFORM BUILD-REQUESTS
               WHEN "R"
                   PERFORM LOAD-RESPONSES
               WHEN "V"
                   PERFORM SHOW-QUEUE-STATUS
               WHEN OTHER
                   DISPLAY "UNKNOWN COMMAND"
           END-EVALUATE.

           EXIT.


       LOAD-QUEUE.

           MOVE 0 TO WS-ECQ-CNT.
           MOVE 'N' TO WS-ECQ-OVFL-FLAG.
           OPEN INPUT ELIG-CONFIRM-QUEUE-FILE.
           IF WS-ECQ-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-ECQ-LAYOUT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ ELIG-CONFIRM-QUEUE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-ECQ-CNT < 500 THEN
                           ADD 1 TO WS-ECQ-CNT
                           MOVE ELIG-CONFIRM-QUEUE-REC
                               TO WS-ECQ-ENTRY(WS-ECQ-CNT)
                       ELSE
                           MOVE 'Y' TO WS-ECQ-OVFL-FLAG
                           MOVE 'Y' TO WS-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ELIG-CONFIRM-QUEUE-FILE.

           IF WS-ECQ-OVFL THEN
               DISPLAY "CONFIRMATION QUEUE EXCEEDS THE TABLE (500) - "
                   "NOTHING CHANGED, RAISE THE TABLE SIZE"
           END-IF.

           EXIT.


       SAVE-QUEUE.

           OPEN OUTPUT ELIG-CONFIRM-QUEUE-FILE.
           PERFORM WRITE-ECQ-LAYOUT.
           PERFORM VARYING WS-ECQ-IDX FROM 1 BY 1
                   UNTIL WS-ECQ-IDX > WS-ECQ-CNT
               MOVE WS-ECQ-ENTRY(WS-ECQ-IDX)
                   TO ELIG-CONFIRM-QUEUE-REC
               WRITE ELIG-CONFIRM-QUEUE-REC
           END-PERFORM.
           CLOSE ELIG-CONFIRM-QUEUE-FILE.

           EXIT.


       BUILD-REQUESTS.

           PERFORM LOAD-QUEUE.
           IF WS-ECQ-OVFL THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-REQ-CNT.
           PERFORM VARYING WS-ECQ-IDX FROM 1 BY 1
                   UNTIL WS-ECQ-IDX > WS-ECQ-CNT
               IF WS-Q-STATUS(WS-ECQ-IDX) = "P" THEN
                   ADD 1 TO WS-REQ-CNT
               END-IF
           END-PERFORM.
           IF WS-REQ-CNT = 0 THEN
               DISPLAY "NO EXAMS WAITING FOR AN ONLINE CHECK"
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOAD-MEMBER-XREF.

           MOVE SPACES TO WS-REQ-PATH.
           STRING "output/elig_confirm_req_" WS-RUN-DATE ".dat"
               DELIMITED BY SIZE INTO WS-REQ-PATH.
           OPEN OUTPUT REQUEST-FILE.
           MOVE 0 TO WS-REQ-LINES.
           MOVE SPACES TO REQUEST-LINE.
           STRING "1ELCQ" WS-RUN-DATE WS-OP-ID
               DELIMITED BY SIZE INTO REQUEST-LINE.
           WRITE REQUEST-LINE.
           ADD 1 TO WS-REQ-LINES.

           PERFORM VARYING WS-ECQ-IDX FROM 1 BY 1
                   UNTIL WS-ECQ-IDX > WS-ECQ-CNT
               IF WS-Q-STATUS(WS-ECQ-IDX) = "P" THEN
                   PERFORM WRITE-ONE-REQUEST
               END-IF
           END-PERFORM.

           MOVE SPACES TO REQUEST-LINE.
           STRING "9" WS-REQ-CNT
               DELIMITED BY SIZE INTO REQUEST-LINE.
           WRITE REQUEST-LINE.
           ADD 1 TO WS-REQ-LINES.
           CLOSE REQUEST-FILE.

           PERFORM SAVE-QUEUE.

           MOVE WS-REQ-PATH TO TXR-FILE-NAME.
           MOVE WS-REQ-LINES TO TXR-REC-COUNT.
           COMPUTE TXR-BYTES = WS-REQ-LINES * 100.
           MOVE "ELIG ONLINE CHECK" TO TXR-DEST.
      *    資格確認の照会ファイルは先方の決まった形なのでトレーラーは変えず、
      *    登録簿にだけ合計を積む (明細 "2" 行の患者ID 2桁目から9桁)。
           INITIALIZE OCI-SPEC.
           MOVE WS-REQ-PATH TO OCI-PATH.
           MOVE "2" TO OCI-TAG(1).
           MOVE 1 TO OCI-TAG-LEN(1).
           MOVE 1 TO OCI-TAG-COL(1).
           MOVE 2 TO OCI-ID-POS(1).
           MOVE 9 TO OCI-ID-LEN(1).
           PERFORM REGISTER-OUTBOUND.

           DISPLAY WS-REQ-CNT " CONFIRMATION REQUEST(S) WRITTEN TO "
               FUNCTION TRIM(WS-REQ-PATH).

           EXIT.


       WRITE-ONE-REQUEST.

      *    証番号は保険者が分かっていればその保険者の行から引く
      *    (分からなければ空欄のまま、患者IDだけで照会する)。
           MOVE SPACES TO WS-MEMBER-NO.
           IF WS-Q-INSURER(WS-ECQ-IDX) NOT = SPACES THEN
               PERFORM VARYING WS-MXR-IDX FROM 1 BY 1
                       UNTIL WS-MXR-IDX > WS-MXR-CNT
                   IF WS-MXR-INS(WS-MXR-IDX)
                           = WS-Q-INSURER(WS-ECQ-IDX)
                           AND WS-MXR-ID(WS-MXR-IDX)
                               = WS-Q-PATIENT-ID(WS-ECQ-IDX) THEN
                       MOVE WS-MXR-MEMBER(WS-MXR-IDX) TO WS-MEMBER-NO
                   END-IF
               END-PERFORM
           END-IF.

           MOVE SPACES TO REQUEST-LINE.
           STRING "2" WS-Q-PATIENT-ID(WS-ECQ-IDX)
               WS-Q-EXAM-DATE(WS-ECQ-IDX)
               WS-Q-INSURER(WS-ECQ-IDX) WS-MEMBER-NO
               WS-Q-REASON(WS-ECQ-IDX)
               DELIMITED BY SIZE INTO REQUEST-LINE.
           WRITE REQUEST-LINE.
           ADD 1 TO WS-REQ-LINES.
           MOVE "S" TO WS-Q-STATUS(WS-ECQ-IDX).
           MOVE WS-RUN-DATE TO WS-Q-SENT-DATE(WS-ECQ-IDX).

           EXIT.


       LOAD-MEMBER-XREF.

           MOVE 0 TO WS-MXR-CNT.
           OPEN INPUT MEMBER-XREF-FILE.
           IF WS-MXR-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-MXR-LAYOUT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ MEMBER-XREF-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-MXR-CNT < 2000 THEN
                           ADD 1 TO WS-MXR-CNT
                           MOVE MXR-INSURER
                               TO WS-MXR-INS(WS-MXR-CNT)
                           MOVE MXR-MEMBER-NO
                               TO WS-MXR-MEMBER(WS-MXR-CNT)
                           MOVE MXR-PATIENT-ID
                               TO WS-MXR-ID(WS-MXR-CNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MEMBER-XREF-FILE.

           EXIT.


       LOAD-RESPONSES.

           DISPLAY "Response file "
               "(blank = input/elig_confirm_resp.dat)?".
           ACCEPT AC-VAR.
           IF AC-VAR = SPACES THEN
               MOVE "input/elig_confirm_resp.dat" TO WS-RSP-PATH
           ELSE
               MOVE AC-VAR TO WS-RSP-PATH
           END-IF.
           OPEN INPUT RESPONSE-FILE.
           IF WS-RSP-STATUS NOT = "00" THEN
               DISPLAY "CANNOT OPEN " FUNCTION TRIM(WS-RSP-PATH)
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOAD-QUEUE.
           IF WS-ECQ-OVFL THEN
               CLOSE RESPONSE-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-CNT-RSP WS-CNT-CONFIRMED WS-CNT-GAP
               WS-CNT-UNMATCHED.
           MOVE 'N' TO WS-ELX-OPEN-FLAG WS-ECF-OPEN-FLAG
               WS-GAP-OPEN-FLAG.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ RESPONSE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF RSP-TYPE = "R" THEN
                           ADD 1 TO WS-CNT-RSP
                           PERFORM APPLY-ONE-RESPONSE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESPONSE-FILE.

           IF WS-ELX-OPEN THEN
               CLOSE ELIG-INDEX-FILE
           END-IF.
           IF WS-ECF-OPEN THEN
               CLOSE ELIG-CONFIRMED-FILE
           END-IF.
           IF WS-GAP-OPEN THEN
               CLOSE COVER-GAP-FILE
           END-IF.

           PERFORM SAVE-QUEUE.

           DISPLAY WS-CNT-RSP " RESPONSE(S): " WS-CNT-CONFIRMED
               " CONFIRMED (RELEASED TO THE NEXT CYCLE), "
               WS-CNT-GAP " NOT COVERED (FINAL GAP LIST), "
               WS-CNT-UNMATCHED " WITH NO MATCHING REQUEST".

           EXIT.


       APPLY-ONE-RESPONSE.

      *    照会済み (S) か、照会前 (P) の同じ患者・同じ健診日の行に
      *    当てる。確認済み・再投入済みの行には二重に当てない。
           MOVE 0 TO WS-ECQ-HIT.
           PERFORM VARYING WS-ECQ-IDX FROM 1 BY 1
                   UNTIL WS-ECQ-IDX > WS-ECQ-CNT
               IF WS-Q-PATIENT-ID(WS-ECQ-IDX) = RSP-PATIENT-ID
                       AND WS-Q-EXAM-DATE(WS-ECQ-IDX) = RSP-EXAM-DATE
                       AND (WS-Q-STATUS(WS-ECQ-IDX) = "S"
                         OR WS-Q-STATUS(WS-ECQ-IDX) = "P") THEN
                   MOVE WS-ECQ-IDX TO WS-ECQ-HIT
               END-IF
           END-PERFORM.
           IF WS-ECQ-HIT = 0 THEN
               ADD 1 TO WS-CNT-UNMATCHED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RUN-DATE TO WS-Q-RES-DATE(WS-ECQ-HIT).

      *    資格ありでも健診日が回答の窓に入らなければ資格なし扱い。
           IF RSP-RESULT = "1"
                   AND RSP-EXAM-DATE >= RSP-COVER-FROM
                   AND RSP-EXAM-DATE <= RSP-COVER-TO THEN
               PERFORM CONFIRM-COVERAGE
               MOVE "C" TO WS-Q-STATUS(WS-ECQ-HIT)
               ADD 1 TO WS-CNT-CONFIRMED
           ELSE
               PERFORM WRITE-FINAL-GAP
               MOVE "G" TO WS-Q-STATUS(WS-ECQ-HIT)
               ADD 1 TO WS-CNT-GAP
           END-IF.

           EXIT.


       CONFIRM-COVERAGE.

      *    資格インデックスへ upsert (夜間バッチの
      *    FOLD-MEMBER-ELIGIBILITY と同じ書き方)。インデックスは毎晩
      *    作り直されるので、確認済み資格ファイルにも積んでおく。
           IF NOT WS-ELX-OPEN THEN
               OPEN I-O ELIG-INDEX-FILE
               IF WS-ELX-STATUS NOT = "00" THEN
                   OPEN OUTPUT ELIG-INDEX-FILE
                   CLOSE ELIG-INDEX-FILE
                   OPEN I-O ELIG-INDEX-FILE
               END-IF
               MOVE 'Y' TO WS-ELX-OPEN-FLAG
           END-IF.
           MOVE RSP-PATIENT-ID TO ELX-ID.
           MOVE RSP-COVER-FROM TO ELX-FROM.
           MOVE RSP-INSURER    TO ELX-INSURER.
           MOVE RSP-COVER-TO   TO ELX-TO.
           MOVE RSP-PLAN-TYPE  TO ELX-PLAN.
      *    回答に世帯番号は無い (夜間バッチが作り直すときに全件
      *    マスタの番号を引き継ぐ)。
           MOVE SPACES TO ELX-HOUSEHOLD.
           WRITE ELIG-INDEX-REC
               INVALID KEY
                   REWRITE ELIG-INDEX-REC
           END-WRITE.

           IF NOT WS-ECF-OPEN THEN
               OPEN INPUT ELIG-CONFIRMED-FILE
               IF WS-ECF-STATUS = "00" THEN
                   CLOSE ELIG-CONFIRMED-FILE
                   OPEN EXTEND ELIG-CONFIRMED-FILE
               ELSE
                   OPEN OUTPUT ELIG-CONFIRMED-FILE
               END-IF
               MOVE 'Y' TO WS-ECF-OPEN-FLAG
           END-IF.
           MOVE RSP-PATIENT-ID TO ECF-PATIENT-ID.
           MOVE RSP-INSURER    TO ECF-INSURER.
           MOVE RSP-COVER-FROM TO ECF-COVER-FROM.
           MOVE RSP-COVER-TO   TO ECF-COVER-TO.
           MOVE RSP-PLAN-TYPE  TO ECF-PLAN-TYPE.
           MOVE WS-RUN-DATE    TO ECF-CONFIRM-DATE.
           WRITE ELIG-CONFIRMED-REC.

           EXIT.


       WRITE-FINAL-GAP.

           IF NOT WS-GAP-OPEN THEN
               OPEN INPUT COVER-GAP-FILE
               IF WS-GAP-STATUS = "00" THEN
                   CLOSE COVER-GAP-FILE
                   OPEN EXTEND COVER-GAP-FILE
               ELSE
                   OPEN OUTPUT COVER-GAP-FILE
               END-IF
               MOVE 'Y' TO WS-GAP-OPEN-FLAG
           END-IF.
           MOVE SPACES TO COVER-GAP-LINE.
           STRING "PATIENT " RSP-PATIENT-ID
               " EXAM " RSP-EXAM-DATE
               " NOT COVERED - CONFIRMED ONLINE "
               WS-RUN-DATE " (" WS-Q-REASON(WS-ECQ-HIT)
               " HELD " WS-Q-DETECT-DATE(WS-ECQ-HIT) ")"
               DELIMITED BY SIZE INTO COVER-GAP-LINE.
           WRITE COVER-GAP-LINE.

           EXIT.


       SHOW-QUEUE-STATUS.

           PERFORM LOAD-QUEUE.
           MOVE 0 TO WS-CNT-ST-P WS-CNT-ST-S WS-CNT-ST-C
               WS-CNT-ST-G WS-CNT-ST-D.
           PERFORM VARYING WS-ECQ-IDX FROM 1 BY 1
                   UNTIL WS-ECQ-IDX > WS-ECQ-CNT
               EVALUATE WS-Q-STATUS(WS-ECQ-IDX)
                   WHEN "P"
                       ADD 1 TO WS-CNT-ST-P
                   WHEN "S"
                       ADD 1 TO WS-CNT-ST-S
                       DISPLAY "  AWAITING REPLY: PATIENT "
                           WS-Q-PATIENT-ID(WS-ECQ-IDX)
                           " EXAM " WS-Q-EXAM-DATE(WS-ECQ-IDX)
                           " SENT " WS-Q-SENT-DATE(WS-ECQ-IDX)
                   WHEN "C"
                       ADD 1 TO WS-CNT-ST-C
                   WHEN "G"
                       ADD 1 TO WS-CNT-ST-G
                   WHEN "D"
                       ADD 1 TO WS-CNT-ST-D
               END-EVALUATE
           END-PERFORM.
           DISPLAY "WAITING " WS-CNT-ST-P "  SENT " WS-CNT-ST-S
               "  CONFIRMED " WS-CNT-ST-C "  NOT COVERED "
               WS-CNT-ST-G "  RE-FED " WS-CNT-ST-D.

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


       CHECK-ECQ-LAYOUT.

      *    先頭の版見出しを読み、この FD の版と突き合わせる
      *    (食い違えば止まる)。読み進めは見出しの次の行から。
           MOVE SPACES TO WLI-HEADER.
           READ ELIG-CONFIRM-QUEUE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE ELIG-CONFIRM-QUEUE-REC(1:28) TO WLI-HEADER
           END-READ.
           MOVE "output/elig_confirm_queue.dat" TO WLI-PATH.
           MOVE "ELIG-CONF-Q" TO WLI-FILE-ID.
           MOVE WS-LAYOUT-ECQ TO WLI-EXPECT.
           IF FUNCTION CHECK-FILE-LAYOUT(WS-LAYOUT-IN) NOT = "Y"
               STOP RUN
           END-IF.

           EXIT.


       WRITE-ECQ-LAYOUT.

      *    新しく作ったファイルの先頭に版見出しを書く。
           MOVE SPACES TO ELIG-CONFIRM-QUEUE-REC.
           MOVE WS-LAYOUT-ECQ TO WLH-VERSION.
           MOVE "ELIG-CONF-Q" TO WLH-FILE-ID.
           MOVE WS-LAYOUT-HDR TO ELIG-CONFIRM-QUEUE-REC(1:28).
           WRITE ELIG-CONFIRM-QUEUE-REC.

           EXIT.


       CHECK-MXR-LAYOUT.

      *    先頭の版見出しを読み、この FD の版と突き合わせる
      *    (食い違えば止まる)。読み進めは見出しの次の行から。
           MOVE SPACES TO WLI-HEADER.
           READ MEMBER-XREF-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE MEMBER-XREF-REC(1:28) TO WLI-HEADER
           END-READ.
           MOVE "output/member_xref.dat" TO WLI-PATH.
           MOVE "MEMBER-XREF" TO WLI-FILE-ID.
           MOVE WS-LAYOUT-MXR TO WLI-EXPECT.
           IF FUNCTION CHECK-FILE-LAYOUT(WS-LAYOUT-IN) NOT = "Y"
               STOP RUN
           END-IF.

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

       END PROGRAM TEST260955.
