      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260954.

      *
      * PHR-EXPORT: 本人が持ち歩く健康記録 (PHR) への健診結果の
      * 書き出し。スマートフォンの PHR アプリに取り込める形で結果が
      * ほしいという本人からの依頼が増えているが、証明書
      * (TEST260927) は紙しか出せない。ここでは本人の同意がある
      * 患者について、健診の計測値・支援レベル・メタボリック
      * シンドローム判定を、当年度と前4年度まで、患者ごとの PHR
      * ファイル (output/phr_<患者ID>.xml) に書く。項目コードは国への
      * 提出用の標準様式 (TEST260919) と同じで、ルート要素だけが
      * 本人向けの <phrRecord>。毎回5年度分を丸ごと書き直す。
      *   C = PHR への提供同意の登録。同意登録簿
      *       (output/disclosure_consent.dat、TEST260953 と共用) に
      *       提供先 "PHR " で積む。同じ患者の最後の行が有効。
      *   P = 本人の依頼による1人分の書き出し
      *   N = 夜間の差分書き出し: 前回の夜間実行日
      *       (output/phr_export_control.dat) より後に経年履歴へ
      *       結果が載った患者と、その後に同意した患者だけを書く
      * どちらもオプトアウト登録簿 (input/optout.dat) の患者、患者
      * マスタで無効 (I) の患者、患者ステータスが死亡 (D)・転出 (M)
      * の患者は書かない。書き出しは1件ごとに共有監査ログ
      * (output/audit_log.txt、SRC=PHR) に残し、監査ストア
      * (output/audit_store.dat) があればそこにも直接載せる。
      *
      * コマンド: C=同意の登録 P=1人分の書き出し N=夜間差分
      *           E/Q=終了
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXAM-STORE-FILE ASSIGN TO 'output/exam_store.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS XST-KEY
           FILE STATUS IS WS-XST-STATUS.

           SELECT RESULT-HIST-FILE ASSIGN TO
               'output/result_history.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RHF-KEY
           ALTERNATE RECORD KEY IS RHF-SITE-FY-KEY WITH DUPLICATES
           ALTERNATE RECORD KEY IS RHF-EXAM-DATE WITH DUPLICATES
           FILE STATUS IS WS-RHF-STATUS.

           SELECT CONSENT-FILE ASSIGN TO
               'output/disclosure_consent.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CNS-STATUS.

           SELECT OPTOUT-FILE ASSIGN TO 'input/optout.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPT-STATUS.

      *    オプトアウト登録簿の INDEXED 側 (TEST260918 と同じく、
      *    あればキーで引き、無ければフラット版をテーブルへ)。
           SELECT OPTOUT-INDEX-FILE ASSIGN TO
               'output/optout_index.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPX-PATIENT-ID
           FILE STATUS IS WS-OPX-STATUS.

           SELECT PATIENT-MASTER-IN ASSIGN TO
               'output/patient_master.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PMI-STATUS.

           SELECT PATIENT-STATUS-FILE ASSIGN TO
               'output/patient_status.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PST-STATUS.

      *    前回の夜間差分の実行日 (1行)。
           SELECT PHR-CONTROL-FILE ASSIGN TO
               'output/phr_export_control.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PHC-STATUS.

           SELECT PHR-OUT-FILE ASSIGN USING WS-PHR-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PHR-STATUS.

           SELECT AUDIT-FILE ASSIGN TO 'output/audit_log.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.

           SELECT AUDIT-STORE-FILE ASSIGN TO
               'output/audit_store.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUS-KEY
           FILE STATUS IS WS-AUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXAM-STORE-FILE.
       01  EXAM-STORE-REC.
           03 XST-KEY.
              05 XST-PATIENT-ID PIC 9(9).
              05 XST-FYEAR      PIC 9(4).
           03 XST-EXAM-DATE   PIC 9(8).
           03 XST-DOB         PIC 9(8).
           03 XST-SEX         PIC 9.
           03 XST-FST         PIC 9(3).
           03 XST-NFS         PIC 9(3).
           03 XST-FAST-HOURS  PIC 9(2).
           03 XST-HBA1C       PIC 9V99.
           03 XST-MED-DM      PIC 9.
           03 XST-MED-HTN     PIC 9.
           03 XST-MED-LIP     PIC 9.
           03 XST-SBP         PIC 9(3).
           03 XST-DBP         PIC 9(3).
           03 XST-LDL         PIC 9(3).
           03 XST-HDL         PIC 9(3).
           03 XST-TG          PIC 9(3).
           03 XST-SMOKER      PIC 9.
           03 XST-HEIGHT      PIC 9(3)V9.
           03 XST-WEIGHT      PIC 9(3)V9.
           03 XST-WAIST       PIC 9(3)V9.
           03 XST-SITE-CODE   PIC 9(3).
           03 XST-LSK-BG      PIC 9.
           03 XST-INSURER     PIC X(4).
           03 XST-METSYN      PIC X.
      *    10年冠動脈疾患リスク (%) と区分 (TEST230314 参照)。
           03 XST-CVD-RISK-X  PIC X(3).
           03 XST-CVD-BAND    PIC X.

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
           03 RHF-METSYN      PIC X.
      *    施設+年度の代替キー (施設コードと年度を並べ直した写し。
      *    書き手が WRITE の直前に詰める。版 002 で追加)。
           03 RHF-SITE-FY-KEY.
              05 RHF-SF-SITE  PIC 9(3).
              05 RHF-SF-FYEAR PIC 9(4).

       FD  CONSENT-FILE.
       01  CONSENT-REC.
           03 CNS-PATIENT-ID  PIC 9(9).
      *    提供先 ("PHR " = 本人の PHR)。
           03 CNS-TO-INSURER  PIC X(4).
           03 CNS-FLAG        PIC X.
           03 CNS-SIGNED      PIC 9(8).
           03 CNS-OPERATOR    PIC X(6).
           03 CNS-ENTRY-DATE  PIC X(8).

       FD  OPTOUT-FILE.
       01  OPTOUT-REC.
           03 OPT-PATIENT-ID  PIC 9(9).

       FD  OPTOUT-INDEX-FILE.
       01  OPTOUT-INDEX-REC.
           03 OPX-PATIENT-ID  PIC 9(9).

       FD  PATIENT-MASTER-IN.
       01  PATIENT-MASTER-IN-REC.
           03 PMI-PATIENT-ID  PIC 9(9).
           03 PMI-NAME        PIC X(30).
           03 PMI-HOUSE-NO    PIC 9(3).
           03 PMI-COUNTRY     PIC X(15).
           03 PMI-PINCODE     PIC 9(6).
           03 PMI-ACTIVE      PIC X.
           03 PMI-CHANNEL     PIC X.
           03 PMI-MOBILE      PIC X(13).
           03 PMI-EMAIL       PIC X(40).
      *    世帯番号と伏せ字の氏名 (版 002 の 140 バイト行。ここでは
      *    使わないが、行の長さは主ファイルに合わせる)。
           03 FILLER          PIC X(22).

       FD  PATIENT-STATUS-FILE.
       01  PATIENT-STATUS-REC.
           03 PST-PATIENT-ID  PIC 9(9).
           03 PST-STATUS      PIC X.
           03 PST-EFF-DATE    PIC 9(8).
           03 PST-ENTERED-BY  PIC X(6).
           03 PST-ENTRY-DATE  PIC X(8).

       FD  PHR-CONTROL-FILE.
       01  PHR-CONTROL-REC.
           03 PHC-LAST-RUN    PIC X(8).
           03 PHC-LAST-OP     PIC X(6).
           03 PHC-LAST-CNT    PIC 9(7).

       FD  PHR-OUT-FILE.
       01  PHR-OUT-LINE       PIC X(100).

       FD  AUDIT-FILE.
       01  AUDIT-LINE         PIC X(200).

       FD  AUDIT-STORE-FILE.
       01  AUDIT-STORE-REC.
           03 AUS-KEY.
              05 AUS-PATIENT-ID PIC 9(9).
              05 AUS-DATE       PIC 9(8).
              05 AUS-SEQ        PIC 9(4).
           03 AUS-CLASS       PIC X(10).
           03 AUS-LINE        PIC X(200).

       WORKING-STORAGE SECTION.
       01  AC-VAR             PIC X(30).
       01  FG-END             PIC 9 VALUE 0.
       01  WS-XST-STATUS      PIC XX.
       01  WS-RHF-STATUS      PIC XX.
       01  WS-CNS-STATUS      PIC XX.
       01  WS-OPT-STATUS      PIC XX.
       01  WS-OPX-STATUS      PIC XX.
       01  WS-PMI-STATUS      PIC XX.
       01  WS-PST-STATUS      PIC XX.
       01  WS-PHC-STATUS      PIC XX.
       01  WS-PHR-STATUS      PIC XX.
       01  WS-AUD-STATUS      PIC XX.
       01  WS-AUS-STATUS      PIC XX.
       01  WS-PHR-PATH        PIC X(50) VALUE SPACES.
       01  WS-RUN-DATE        PIC X(8).
       01  WS-TODAY-NUM       PIC 9(8) VALUE 0.
       01  WS-THIS-FY         PIC 9(4) VALUE 0.
       01  WS-OLDEST-FY       PIC 9(4) VALUE 0.
       01  WS-OP-ID           PIC X(6) VALUE SPACES.
       01  WS-EOF-FLAG        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
       01  WS-HX-DONE-FLAG    PIC X VALUE 'N'.
           88 WS-HX-DONE             VALUE 'Y'.

      *    除外と同意の表 (患者IDごとに1行)。
      *    WS-EXC-WHY: R=オプトアウト I=マスタ無効 D=死亡 M=転出
      *    空白=除外なし (後のステータス行で解除された)。
       01  WS-EXC-TAB.
           03 WS-EXC-ENTRY OCCURS 5000 TIMES.
              05 WS-EXC-ID    PIC 9(9).
              05 WS-EXC-WHY   PIC X.
       01  WS-EXC-CNT         PIC 9(5) VALUE 0.
       01  WS-EXC-IDX         PIC 9(5) VALUE 0.
       01  WS-EXC-HIT         PIC 9(5) VALUE 0.
       01  WS-EXC-KEY         PIC 9(9) VALUE 0.
       01  WS-CNS-TAB.
           03 WS-CNS-ENTRY OCCURS 5000 TIMES.
              05 WS-CNS-ID    PIC 9(9).
              05 WS-CNS-FLG   PIC X.
              05 WS-CNS-ENTRY-DATE PIC X(8).
       01  WS-CNS-CNT         PIC 9(5) VALUE 0.
       01  WS-CNS-IDX         PIC 9(5) VALUE 0.
       01  WS-CNS-HIT         PIC 9(5) VALUE 0.
      *    夜間差分の対象患者。
       01  WS-CAND-TAB.
           03 WS-CAND-ID OCCURS 5000 TIMES PIC 9(9).
       01  WS-CAND-CNT        PIC 9(5) VALUE 0.
       01  WS-CAND-IDX        PIC 9(5) VALUE 0.
       01  WS-CAND-HIT        PIC 9(5) VALUE 0.
      *    表があふれたら書き出しを断る (除外漏れを出さない)。
       01  WS-TAB-OVER-FLAG   PIC X VALUE 'N'.
           88 WS-TAB-OVER            VALUE 'Y'.
       01  WS-OPTX-OK-FLAG    PIC X VALUE 'N'.
           88 WS-OPTX-OK             VALUE 'Y'.

      *    1人分の書き出し。
       01  WS-REQ-ID          PIC 9(9) VALUE 0.
       01  WS-SKIP-WHY        PIC X VALUE SPACE.
       01  WS-LAST-RUN        PIC X(8) VALUE "00000000".
       01  WS-FY-TAB.
           03 WS-FY-DONE OCCURS 10 TIMES PIC 9(4).
       01  WS-FY-CNT          PIC 9(2) VALUE 0.
       01  WS-FY-IDX          PIC 9(2) VALUE 0.
       01  WS-FY-HIT          PIC 9(2) VALUE 0.
       01  WS-PHR-LINES       PIC 9(7) VALUE 0.
       01  WS-PHR-OPEN-FLAG   PIC X VALUE 'N'.
           88 WS-PHR-OPEN            VALUE 'Y'.
       01  WS-XML-MS-CODE     PIC X VALUE SPACE.
       01  WS-AUD-CLASS       PIC X(10) VALUE SPACES.
       01  WS-AUS-WROTE-FLAG  PIC X VALUE 'N'.
           88 WS-AUS-WROTE           VALUE 'Y'.

      *    夜間差分の件数。
       01  WS-CNT-EXPORTED    PIC 9(7) VALUE 0.
       01  WS-CNT-NO-CONSENT  PIC 9(7) VALUE 0.
       01  WS-CNT-EXCLUDED    PIC 9(7) VALUE 0.
       01  WS-CNT-EMPTY       PIC 9(7) VALUE 0.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-XST      PIC 9(3) VALUE 1.
       01  WS-LAYOUT-PMS      PIC 9(3) VALUE 2.
       01  WS-LAYOUT-RHF      PIC 9(3) VALUE 2.
       COPY layout_header.

       PROCEDURE DIVISION.
       MAIN SECTION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-TODAY-NUM.
           COMPUTE WS-THIS-FY = WS-TODAY-NUM / 10000.
           IF WS-RUN-DATE(5:2) < "04" THEN
               SUBTRACT 1 FROM WS-THIS-FY
           END-IF.
           COMPUTE WS-OLDEST-FY = WS-THIS-FY - 4.

           DISPLAY "--- PATIENT-HELD RECORD (PHR) EXPORT ---".
           DISPLAY "Your operator ID?".
           ACCEPT WS-OP-ID.

           MOVE 0 TO FG-END.
           PERFORM PHR-COMMAND UNTIL FG-END = 1.

           STOP RUN.


       PHR-COMMAND.

           DISPLAY "*".
           DISPLAY "Command? (C=RECORD PHR CONSENT P=EXPORT ONE "
               "PATIENT N=NIGHTLY INCREMENTAL E/Q=END)".
           ACCEPT AC-VAR.

           EVALUATE FUNCTION TRIM(AC-VAR)
               WHEN "E"
               WHEN "Q"
                   MOVE 1 TO FG-END
               WHEN "C"
                   PERFORM RECORD-PHR-CONSENT
               WHEN "P"
                   PERFORM EXPORT-ON-REQUEST
               WHEN "N"
                   PERFORM NIGHTLY-INCREMENTAL
               WHEN OTHER
                   DISPLAY "UNKNOWN COMMAND"
           END-EVALUATE.

           EXIT.


       RECORD-PHR-CONSENT.

           DISPLAY "Patient ID?".
           ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO CNS-PATIENT-ID.
           IF CNS-PATIENT-ID = 0 THEN
               DISPLAY "INVALID PATIENT ID - NOT RECORDED"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Consent to PHR export? (Y=GIVEN "
               "N=WITHDRAWN/REFUSED)".
           ACCEPT AC-VAR.
           MOVE FUNCTION TRIM(AC-VAR) TO CNS-FLAG.
           IF CNS-FLAG NOT = "Y" AND CNS-FLAG NOT = "N" THEN
               DISPLAY "INVALID CONSENT FLAG - NOT RECORDED"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Date signed (YYYYMMDD, blank = today)?".
           ACCEPT AC-VAR.
           IF AC-VAR = SPACES THEN
               MOVE WS-TODAY-NUM TO CNS-SIGNED
           ELSE
               MOVE FUNCTION NUMVAL(AC-VAR) TO CNS-SIGNED
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(CNS-SIGNED) NOT = 0
                   OR CNS-SIGNED > WS-TODAY-NUM THEN
               DISPLAY "INVALID DATE SIGNED - NOT RECORDED"
               EXIT PARAGRAPH
           END-IF.
           MOVE "PHR " TO CNS-TO-INSURER.
           MOVE WS-OP-ID TO CNS-OPERATOR.
           MOVE WS-RUN-DATE TO CNS-ENTRY-DATE.

           OPEN INPUT CONSENT-FILE.
           IF WS-CNS-STATUS = "00" THEN
               CLOSE CONSENT-FILE
               OPEN EXTEND CONSENT-FILE
           ELSE
               OPEN OUTPUT CONSENT-FILE
           END-IF.
           WRITE CONSENT-REC.
           CLOSE CONSENT-FILE.

           DISPLAY "PHR CONSENT " CNS-FLAG " RECORDED FOR PATIENT "
               CNS-PATIENT-ID " SIGNED " CNS-SIGNED.

           EXIT.


       EXPORT-ON-REQUEST.

           DISPLAY "Patient ID?".
           ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-REQ-ID.
           IF WS-REQ-ID = 0 THEN
               DISPLAY "INVALID PATIENT ID"
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOAD-EXCLUSIONS.
           IF WS-TAB-OVER THEN
               PERFORM CLOSE-OPTOUT-INDEX
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-ONE-PATIENT.
           PERFORM CLOSE-OPTOUT-INDEX.
           EVALUATE WS-SKIP-WHY
               WHEN "C"
                   MOVE "PHR-NOCONS" TO WS-AUD-CLASS
                   PERFORM WRITE-PHR-AUDIT
                   DISPLAY "NOT EXPORTED - NO PHR CONSENT ON FILE "
                       "(RECORD IT WITH C FIRST)"
               WHEN "R"
                   MOVE "PHR-OPTOUT" TO WS-AUD-CLASS
                   PERFORM WRITE-PHR-AUDIT
                   DISPLAY "NOT EXPORTED - PATIENT IS ON THE "
                       "OPT-OUT REGISTRY"
               WHEN "I"
               WHEN "D"
               WHEN "M"
                   MOVE "PHR-INACTV" TO WS-AUD-CLASS
                   PERFORM WRITE-PHR-AUDIT
                   DISPLAY "NOT EXPORTED - PATIENT IS INACTIVE "
                       "(" WS-SKIP-WHY ")"
               WHEN OTHER
                   PERFORM EXPORT-ONE-PATIENT
                   IF WS-FY-CNT = 0 THEN
                       DISPLAY "NOTHING TO EXPORT - NO CHECKUPS FROM "
                           "FY " WS-OLDEST-FY
                   ELSE
                       DISPLAY "EXPORTED " WS-FY-CNT " YEAR(S) - "
                           FUNCTION TRIM(WS-PHR-PATH)
                   END-IF
           END-EVALUATE.

           EXIT.


       NIGHTLY-INCREMENTAL.

           MOVE "00000000" TO WS-LAST-RUN.
           OPEN INPUT PHR-CONTROL-FILE.
           IF WS-PHC-STATUS = "00" THEN
               READ PHR-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PHC-LAST-RUN TO WS-LAST-RUN
               END-READ
               CLOSE PHR-CONTROL-FILE
           END-IF.
           DISPLAY "CHANGES SINCE LAST NIGHTLY RUN " WS-LAST-RUN.

           PERFORM LOAD-EXCLUSIONS.
           IF WS-TAB-OVER THEN
               PERFORM CLOSE-OPTOUT-INDEX
               EXIT PARAGRAPH
           END-IF.

      *    対象: 前回より後に経年履歴へ載った結果 (対象年度内) の
      *    患者と、前回より後に PHR 同意を入れた患者。
           MOVE 0 TO WS-CAND-CNT.
           OPEN INPUT RESULT-HIST-FILE.
           IF WS-RHF-STATUS = "00" THEN
               PERFORM CHECK-RHF-LAYOUT
               MOVE 0 TO RHF-PATIENT-ID
               MOVE 0 TO RHF-FYEAR
               MOVE 'N' TO WS-HX-DONE-FLAG
               START RESULT-HIST-FILE
                   KEY IS GREATER THAN OR EQUAL TO RHF-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-HX-DONE-FLAG
               END-START
               PERFORM UNTIL WS-HX-DONE OR WS-TAB-OVER
                   READ RESULT-HIST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-HX-DONE-FLAG
                       NOT AT END
                           IF RHF-FYEAR >= WS-OLDEST-FY
                                   AND RHF-RUN-DATE > WS-LAST-RUN THEN
                               MOVE RHF-PATIENT-ID TO WS-REQ-ID
                               PERFORM ADD-CANDIDATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESULT-HIST-FILE
           END-IF.
           PERFORM VARYING WS-CNS-IDX FROM 1 BY 1
                   UNTIL WS-CNS-IDX > WS-CNS-CNT OR WS-TAB-OVER
               IF WS-CNS-FLG(WS-CNS-IDX) = "Y"
                       AND WS-CNS-ENTRY-DATE(WS-CNS-IDX)
                           > WS-LAST-RUN THEN
                   MOVE WS-CNS-ID(WS-CNS-IDX) TO WS-REQ-ID
                   PERFORM ADD-CANDIDATE
               END-IF
           END-PERFORM.
           IF WS-TAB-OVER THEN
               DISPLAY "MORE THAN 5000 CHANGED PATIENTS - NIGHTLY "
                   "RUN REFUSED, CONTROL DATE NOT ADVANCED"
               PERFORM CLOSE-OPTOUT-INDEX
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-CNT-EXPORTED WS-CNT-NO-CONSENT
               WS-CNT-EXCLUDED WS-CNT-EMPTY.
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > WS-CAND-CNT
               MOVE WS-CAND-ID(WS-CAND-IDX) TO WS-REQ-ID
               PERFORM CHECK-ONE-PATIENT
               EVALUATE WS-SKIP-WHY
                   WHEN "C"
      *                同意の無い人は夜間では黙って飛ばす (本人が
      *                依頼したわけではないので監査には残さない)。
                       ADD 1 TO WS-CNT-NO-CONSENT
                   WHEN "R"
                   WHEN "I"
                   WHEN "D"
                   WHEN "M"
                       ADD 1 TO WS-CNT-EXCLUDED
                   WHEN OTHER
                       PERFORM EXPORT-ONE-PATIENT
                       IF WS-FY-CNT = 0 THEN
                           ADD 1 TO WS-CNT-EMPTY
                       ELSE
                           ADD 1 TO WS-CNT-EXPORTED
                       END-IF
               END-EVALUATE
           END-PERFORM.
           PERFORM CLOSE-OPTOUT-INDEX.

           OPEN OUTPUT PHR-CONTROL-FILE.
           MOVE WS-RUN-DATE TO PHC-LAST-RUN.
           MOVE WS-OP-ID TO PHC-LAST-OP.
           MOVE WS-CNT-EXPORTED TO PHC-LAST-CNT.
           WRITE PHR-CONTROL-REC.
           CLOSE PHR-CONTROL-FILE.

           DISPLAY "NIGHTLY PHR EXPORT: " WS-CAND-CNT " CHANGED, "
               WS-CNT-EXPORTED " EXPORTED, " WS-CNT-NO-CONSENT
               " NO CONSENT, " WS-CNT-EXCLUDED " EXCLUDED, "
               WS-CNT-EMPTY " NOTHING IN RANGE".

           EXIT.


       ADD-CANDIDATE.

           MOVE 0 TO WS-CAND-HIT.
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > WS-CAND-CNT
                      OR WS-CAND-HIT > 0
               IF WS-CAND-ID(WS-CAND-IDX) = WS-REQ-ID THEN
                   MOVE WS-CAND-IDX TO WS-CAND-HIT
               END-IF
           END-PERFORM.
           IF WS-CAND-HIT > 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-CAND-CNT >= 5000 THEN
               MOVE 'Y' TO WS-TAB-OVER-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CAND-CNT.
           MOVE WS-REQ-ID TO WS-CAND-ID(WS-CAND-CNT).

           EXIT.


       LOAD-EXCLUSIONS.

      *    同意 (提供先 "PHR " の最後の行)・オプトアウト・マスタ
      *    無効・死亡/転出を表へ。
           MOVE 'N' TO WS-TAB-OVER-FLAG.
           MOVE 0 TO WS-EXC-CNT WS-CNS-CNT.

           OPEN INPUT CONSENT-FILE.
           IF WS-CNS-STATUS = "00" THEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF OR WS-TAB-OVER
                   READ CONSENT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF CNS-TO-INSURER = "PHR " THEN
                               PERFORM NOTE-CONSENT-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONSENT-FILE
           END-IF.

      *    オプトアウト: INDEXED 側があればキーで引く
      *    (CHECK-ONE-PATIENT)。無ければフラット版を表へ。
           MOVE 'N' TO WS-OPTX-OK-FLAG.
           OPEN INPUT OPTOUT-INDEX-FILE.
           IF WS-OPX-STATUS = "00" THEN
               MOVE 'Y' TO WS-OPTX-OK-FLAG
           ELSE
               OPEN INPUT OPTOUT-FILE
               IF WS-OPT-STATUS = "00" THEN
                   MOVE 'N' TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF OR WS-TAB-OVER
                       READ OPTOUT-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-FLAG
                           NOT AT END
                               MOVE OPT-PATIENT-ID TO WS-EXC-KEY
                               MOVE "R" TO WS-SKIP-WHY
                               PERFORM NOTE-EXCLUSION
                       END-READ
                   END-PERFORM
                   CLOSE OPTOUT-FILE
               END-IF
           END-IF.

           OPEN INPUT PATIENT-MASTER-IN.
           IF WS-PMI-STATUS = "00" THEN
               PERFORM CHECK-PMS-LAYOUT
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF OR WS-TAB-OVER
                   READ PATIENT-MASTER-IN
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF PMI-ACTIVE = "I" THEN
                               MOVE PMI-PATIENT-ID TO WS-EXC-KEY
                               MOVE "I" TO WS-SKIP-WHY
                               PERFORM NOTE-EXCLUSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PATIENT-MASTER-IN
           END-IF.

      *    ステータスは発効済みの最後の行が有効。後の行で D/M 以外に
      *    変わっていれば除外を解く (オプトアウト・無効はそのまま)。
           OPEN INPUT PATIENT-STATUS-FILE.
           IF WS-PST-STATUS = "00" THEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF OR WS-TAB-OVER
                   READ PATIENT-STATUS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF PST-EFF-DATE <= WS-TODAY-NUM THEN
                               PERFORM NOTE-STATUS-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PATIENT-STATUS-FILE
           END-IF.

           IF WS-TAB-OVER THEN
               DISPLAY "CONSENT/EXCLUSION LISTS EXCEED THE "
                   "IN-MEMORY TABLES - EXPORT REFUSED SO NO "
                   "EXCLUDED PATIENT CAN LEAK"
           END-IF.

           EXIT.


       NOTE-CONSENT-ROW.

           MOVE 0 TO WS-CNS-HIT.
           PERFORM VARYING WS-CNS-IDX FROM 1 BY 1
                   UNTIL WS-CNS-IDX > WS-CNS-CNT OR WS-CNS-HIT > 0
               IF WS-CNS-ID(WS-CNS-IDX) = CNS-PATIENT-ID THEN
                   MOVE WS-CNS-IDX TO WS-CNS-HIT
               END-IF
           END-PERFORM.
           IF WS-CNS-HIT = 0 THEN
               IF WS-CNS-CNT >= 5000 THEN
                   MOVE 'Y' TO WS-TAB-OVER-FLAG
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CNS-CNT
               MOVE WS-CNS-CNT TO WS-CNS-HIT
               MOVE CNS-PATIENT-ID TO WS-CNS-ID(WS-CNS-HIT)
           END-IF.
           MOVE CNS-FLAG TO WS-CNS-FLG(WS-CNS-HIT).
           MOVE CNS-ENTRY-DATE TO WS-CNS-ENTRY-DATE(WS-CNS-HIT).

           EXIT.


       NOTE-EXCLUSION.

      *    WS-EXC-KEY と WS-SKIP-WHY を詰めて呼ぶ。先に載った理由を
      *    残す (オプトアウト > マスタ無効 > ステータスの順に読む)。
           PERFORM FIND-EXCLUSION.
           IF WS-EXC-HIT > 0 THEN
               IF WS-EXC-WHY(WS-EXC-HIT) = SPACE THEN
                   MOVE WS-SKIP-WHY TO WS-EXC-WHY(WS-EXC-HIT)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-EXC-CNT >= 5000 THEN
               MOVE 'Y' TO WS-TAB-OVER-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-EXC-CNT.
           MOVE WS-EXC-KEY TO WS-EXC-ID(WS-EXC-CNT).
           MOVE WS-SKIP-WHY TO WS-EXC-WHY(WS-EXC-CNT).

           EXIT.


       NOTE-STATUS-ROW.

           MOVE PST-PATIENT-ID TO WS-EXC-KEY.
           IF PST-STATUS = "D" OR PST-STATUS = "M" THEN
               PERFORM FIND-EXCLUSION
               IF WS-EXC-HIT > 0 THEN
                   IF WS-EXC-WHY(WS-EXC-HIT) NOT = "R"
                           AND WS-EXC-WHY(WS-EXC-HIT) NOT = "I" THEN
                       MOVE PST-STATUS TO WS-EXC-WHY(WS-EXC-HIT)
                   END-IF
               ELSE
                   MOVE PST-STATUS TO WS-SKIP-WHY
                   PERFORM NOTE-EXCLUSION
               END-IF
           ELSE
               PERFORM FIND-EXCLUSION
               IF WS-EXC-HIT > 0 THEN
                   IF WS-EXC-WHY(WS-EXC-HIT) = "D"
                           OR WS-EXC-WHY(WS-EXC-HIT) = "M" THEN
                       MOVE SPACE TO WS-EXC-WHY(WS-EXC-HIT)
                   END-IF
               END-IF
           END-IF.

           EXIT.


       FIND-EXCLUSION.

           MOVE 0 TO WS-EXC-HIT.
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                   UNTIL WS-EXC-IDX > WS-EXC-CNT OR WS-EXC-HIT > 0
               IF WS-EXC-ID(WS-EXC-IDX) = WS-EXC-KEY THEN
                   MOVE WS-EXC-IDX TO WS-EXC-HIT
               END-IF
           END-PERFORM.

           EXIT.


       CHECK-ONE-PATIENT.

      *    WS-REQ-ID について、書けない理由を WS-SKIP-WHY に返す
      *    (空白 = 書いてよい、C = 同意なし、他は除外の理由)。
           MOVE SPACE TO WS-SKIP-WHY.

           IF WS-OPTX-OK THEN
               MOVE WS-REQ-ID TO OPX-PATIENT-ID
               READ OPTOUT-INDEX-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "R" TO WS-SKIP-WHY
               END-READ
           END-IF.
           IF WS-SKIP-WHY NOT = SPACE THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-REQ-ID TO WS-EXC-KEY.
           PERFORM FIND-EXCLUSION.
           IF WS-EXC-HIT > 0 THEN
               MOVE WS-EXC-WHY(WS-EXC-HIT) TO WS-SKIP-WHY
               IF WS-SKIP-WHY NOT = SPACE THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE "C" TO WS-SKIP-WHY.
           PERFORM VARYING WS-CNS-IDX FROM 1 BY 1
                   UNTIL WS-CNS-IDX > WS-CNS-CNT
               IF WS-CNS-ID(WS-CNS-IDX) = WS-REQ-ID
                       AND WS-CNS-FLG(WS-CNS-IDX) = "Y" THEN
                   MOVE SPACE TO WS-SKIP-WHY
               END-IF
           END-PERFORM.

           EXIT.


       CLOSE-OPTOUT-INDEX.

           IF WS-OPTX-OK THEN
               CLOSE OPTOUT-INDEX-FILE
               MOVE 'N' TO WS-OPTX-OK-FLAG
           END-IF.

           EXIT.


       EXPORT-ONE-PATIENT.

      *    当年度と前4年度。計測値ストアの年度を先に出し、経年履歴
      *    だけにある年度を足す (TEST260953 の引継ぎと同じ組み方)。
           MOVE SPACES TO WS-PHR-PATH.
           STRING "output/phr_" WS-REQ-ID ".xml"
               DELIMITED BY SIZE INTO WS-PHR-PATH.
           MOVE 0 TO WS-PHR-LINES WS-FY-CNT.
           MOVE 'N' TO WS-PHR-OPEN-FLAG.

           OPEN INPUT EXAM-STORE-FILE.
           IF WS-XST-STATUS = "00" THEN
               PERFORM CHECK-XST-LAYOUT
               MOVE WS-REQ-ID TO XST-PATIENT-ID
               MOVE WS-OLDEST-FY TO XST-FYEAR
               MOVE 'N' TO WS-HX-DONE-FLAG
               START EXAM-STORE-FILE
                   KEY IS GREATER THAN OR EQUAL TO XST-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-HX-DONE-FLAG
               END-START
               PERFORM UNTIL WS-HX-DONE
                   READ EXAM-STORE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-HX-DONE-FLAG
                       NOT AT END
                           IF XST-PATIENT-ID NOT = WS-REQ-ID
                                   OR XST-FYEAR > WS-THIS-FY THEN
                               MOVE 'Y' TO WS-HX-DONE-FLAG
                           ELSE
                               IF WS-FY-CNT < 10 THEN
                                   PERFORM WRITE-STORE-CHECKUP
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXAM-STORE-FILE
           END-IF.

           OPEN INPUT RESULT-HIST-FILE.
           IF WS-RHF-STATUS = "00" THEN
               PERFORM CHECK-RHF-LAYOUT
               MOVE WS-REQ-ID TO RHF-PATIENT-ID
               MOVE WS-OLDEST-FY TO RHF-FYEAR
               MOVE 'N' TO WS-HX-DONE-FLAG
               START RESULT-HIST-FILE
                   KEY IS GREATER THAN OR EQUAL TO RHF-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-HX-DONE-FLAG
               END-START
               PERFORM UNTIL WS-HX-DONE
                   READ RESULT-HIST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-HX-DONE-FLAG
                       NOT AT END
                           IF RHF-PATIENT-ID NOT = WS-REQ-ID
                                   OR RHF-FYEAR > WS-THIS-FY THEN
                               MOVE 'Y' TO WS-HX-DONE-FLAG
                           ELSE
                               PERFORM CONSIDER-HISTORY-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESULT-HIST-FILE
           END-IF.

           IF WS-PHR-OPEN THEN
               MOVE "</phrRecord>" TO PHR-OUT-LINE
               WRITE PHR-OUT-LINE
               ADD 1 TO WS-PHR-LINES
               CLOSE PHR-OUT-FILE
               MOVE "PHR-EXPORT" TO WS-AUD-CLASS
           ELSE
               MOVE "PHR-EMPTY " TO WS-AUD-CLASS
           END-IF.
           PERFORM WRITE-PHR-AUDIT.

           EXIT.


       CONSIDER-HISTORY-ROW.

           IF WS-FY-CNT >= 10 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-FY-HIT.
           PERFORM VARYING WS-FY-IDX FROM 1 BY 1
                   UNTIL WS-FY-IDX > WS-FY-CNT
               IF WS-FY-DONE(WS-FY-IDX) = RHF-FYEAR THEN
                   MOVE WS-FY-IDX TO WS-FY-HIT
               END-IF
           END-PERFORM.
           IF WS-FY-HIT = 0 THEN
               PERFORM WRITE-HISTORY-CHECKUP
           END-IF.

           EXIT.


       OPEN-PHR-RECORD.

           IF WS-PHR-OPEN THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT PHR-OUT-FILE.
           MOVE 'Y' TO WS-PHR-OPEN-FLAG.
           MOVE "<?xml version=""1.0"" encoding=""UTF-8""?>"
               TO PHR-OUT-LINE.
           WRITE PHR-OUT-LINE.
           MOVE SPACES TO PHR-OUT-LINE.
           STRING "<phrRecord patientId=""" WS-REQ-ID
               """ created=""" WS-RUN-DATE
               """ fromFiscalYear=""" WS-OLDEST-FY """>"
               DELIMITED BY SIZE INTO PHR-OUT-LINE.
           WRITE PHR-OUT-LINE.
           ADD 2 TO WS-PHR-LINES.

           EXIT.


       WRITE-STORE-CHECKUP.

           PERFORM OPEN-PHR-RECORD.
           ADD 1 TO WS-FY-CNT.
           MOVE XST-FYEAR TO WS-FY-DONE(WS-FY-CNT).

           MOVE SPACES TO PHR-OUT-LINE.
           STRING "  <checkupResult examDate=""" XST-EXAM-DATE
               """ fiscalYear=""" XST-FYEAR """>"
               DELIMITED BY SIZE INTO PHR-OUT-LINE.
           WRITE PHR-OUT-LINE.

      *    項目コードは TEST260919 の WRITE-XML-ITEMS と同じ。
           MOVE SPACES TO PHR-OUT-LINE.
           STRING "    <item code=""9N001"">" XST-HEIGHT "</item>"
               DELIMITED BY SIZE INTO PHR-OUT-LINE.
           WRITE PHR-OUT-LINE.
           MOVE SPACES TO PHR-OUT-LINE.
           STRING "    <item code=""9N005"">" XST-WEIGHT "</item>"
               DELIMITED BY SIZE INTO PHR-OUT-LINE.
           WRITE PHR-OUT-LINE.
           MOVE SPACES TO PHR-OUT-LINE.
           STRING "    <item code=""9N011"">" XST-WAIST "</item>"
               DELIMITED BY SIZE INTO PHR-OUT-LINE.
           WRITE PHR-OUT-LINE.
           MOVE SPACES TO PHR-OUT-LINE.
           STRING "    <item code=""9A755"">" XST-SBP "</item>"
               DELIMITED BY SIZE INTO PHR-OUT-LINE.
           WRITE PHR-OUT-LINE.
           MOVE SPACES TO PHR-OUT-LINE.
           STRING "    <item code=""9A765"">" XST-DBP "</item>"
               DELIMITED BY SIZE INTO PHR-OUT-LINE.
           WRITE PHR-OUT-LINE.
           ADD 6 TO WS-PHR-LINES.
           IF XST-FST > 0 THEN
               MOVE SPACES TO PHR-OUT-LINE
               STRING "    <item code=""3D010"">" XST-FST "</item>"
                   DELIMITED BY SIZE INTO PHR-OUT-LINE
               WRITE PHR-OUT-LINE
               ADD 1 TO WS-PHR-LINES
           END-IF.
           IF XST-NFS > 0 THEN
               MOVE SPACES TO PHR-OUT-LINE
               STRING "    <item code=""3D045"">" XST-NFS "</item>"
                   DELIMITED BY SIZE INTO PHR-OUT-LINE
               WRITE PHR-OUT-LINE
               ADD 1 TO WS-PHR-LINES
           END-IF.
           IF XST-HBA1C > 0 THEN
               MOVE SPACES TO PHR-OUT-LINE
               STRING "    <item code=""3D046"">" XST-HBA1C
                   "</item>"
                   DELIMITED BY SIZE INTO PHR-OUT-LINE
               WRITE PHR-OUT-LINE
               ADD 1 TO WS-PHR-LINES
           END-IF.
           MOVE SPACES TO PHR-OUT-LINE.
           STRING "    <item code=""3F015"">" XST-TG "</item>"
               DELIMITED BY SIZE INTO PHR-OUT-LINE.
           WRITE PHR-OUT-LINE.
           MOVE SPACES TO PHR-OUT-LINE.
           STRING "    <item code=""3F070"">" XST-HDL "</item>"
               DELIMITED BY SIZE INTO PHR-OUT-LINE.
           WRITE PHR-OUT-LINE.
           MOVE SPACES TO PHR-OUT-LINE.
           STRING "    <item code=""3F077"">" XST-LDL "</item>"
               DELIMITED BY SIZE INTO PHR-OUT-LINE.
           WRITE PHR-OUT-LINE.
           MOVE SPACES TO PHR-OUT-LINE.
           STRING "    <item code=""9N701"">" XST-SMOKER "</item>"
               DELIMITED BY SIZE INTO PHR-OUT-LINE.
           WRITE PHR-OUT-LINE.
           ADD 4 TO WS-PHR-LINES.

           MOVE XST-METSYN TO WS-XML-MS-CODE.
           PERFORM MAP-METSYN-CODE.
           MOVE SPACES TO PHR-OUT-LINE.
           STRING "    <supportLevel>" XST-LSK-BG
               "</supportLevel>"
               DELIMITED BY SIZE INTO PHR-OUT-LINE.
           PERFORM WRITE-CHECKUP-CLOSE.

           EXIT.


       WRITE-HISTORY-CHECKUP.

      *    経年履歴だけの年度: 履歴にある血糖系と判定だけを出す。
           PERFORM OPEN-PHR-RECORD.
           ADD 1 TO WS-FY-CNT.
           MOVE RHF-FYEAR TO WS-FY-DONE(WS-FY-CNT).

           MOVE SPACES TO PHR-OUT-LINE.
           STRING "  <checkupResult examDate=""" RHF-EXAM-DATE
               """ fiscalYear=""" RHF-FYEAR """>"
               DELIMITED BY SIZE INTO PHR-OUT-LINE.
           WRITE PHR-OUT-LINE.
           ADD 1 TO WS-PHR-LINES.
           IF RHF-FST > 0 THEN
               MOVE SPACES TO PHR-OUT-LINE
               STRING "    <item code=""3D010"">" RHF-FST "</item>"
                   DELIMITED BY SIZE INTO PHR-OUT-LINE
               WRITE PHR-OUT-LINE
               ADD 1 TO WS-PHR-LINES
           END-IF.
           IF RHF-HBA1C > 0 THEN
               MOVE SPACES TO PHR-OUT-LINE
               STRING "    <item code=""3D046"">" RHF-HBA1C
                   "</item>"
                   DELIMITED BY SIZE INTO PHR-OUT-LINE
               WRITE PHR-OUT-LINE
               ADD 1 TO WS-PHR-LINES
           END-IF.

           MOVE RHF-METSYN TO WS-XML-MS-CODE.
           PERFORM MAP-METSYN-CODE.
           MOVE SPACES TO PHR-OUT-LINE.
           STRING "    <supportLevel>" RHF-LSK-BG
               "</supportLevel>"
               DELIMITED BY SIZE INTO PHR-OUT-LINE.
           PERFORM WRITE-CHECKUP-CLOSE.

           EXIT.


       MAP-METSYN-CODE.

      *    9N501 の標準区分へ (1=基準該当 2=予備群該当 3=非該当
      *    4=判定不能)。
           EVALUATE WS-XML-MS-CODE
               WHEN "2"
                   MOVE "1" TO WS-XML-MS-CODE
               WHEN "1"
                   MOVE "2" TO WS-XML-MS-CODE
               WHEN "0"
                   MOVE "3" TO WS-XML-MS-CODE
               WHEN OTHER
                   MOVE "4" TO WS-XML-MS-CODE
           END-EVALUATE.

           EXIT.


       WRITE-CHECKUP-CLOSE.

           WRITE PHR-OUT-LINE.
           MOVE SPACES TO PHR-OUT-LINE.
           STRING "    <item code=""9N501"">" WS-XML-MS-CODE
               "</item>"
               DELIMITED BY SIZE INTO PHR-OUT-LINE.
           WRITE PHR-OUT-LINE.
           MOVE "  </checkupResult>" TO PHR-OUT-LINE.
           WRITE PHR-OUT-LINE.
           ADD 3 TO WS-PHR-LINES.

           EXIT.


       WRITE-PHR-AUDIT.

      *    共有監査ログに1行 (SRC=PHR、結果区分は OUT[RESULT=] で
      *    TEST260904 の取り込みが拾う)。ログ側が正なので、ストアの
      *    作り直しでもこの行は残る。
           OPEN INPUT AUDIT-FILE.
           IF WS-AUD-STATUS = "00" THEN
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           ELSE
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE SPACES TO AUDIT-LINE.
           IF WS-AUD-CLASS = "PHR-EXPORT" THEN
               STRING "PATIENT " WS-REQ-ID
                   " PHR[YEARS=" WS-FY-CNT
                   " FROM-FY=" WS-OLDEST-FY
                   " FILE=" FUNCTION TRIM(WS-PHR-PATH) "]"
                   " DATE=" WS-RUN-DATE
                   " OP=" FUNCTION TRIM(WS-OP-ID)
                   " SRC=PHR OUT[RESULT=" WS-AUD-CLASS "]"
                   DELIMITED BY SIZE INTO AUDIT-LINE
           ELSE
               STRING "PATIENT " WS-REQ-ID
                   " PHR[YEARS=" WS-FY-CNT
                   " FROM-FY=" WS-OLDEST-FY "]"
                   " DATE=" WS-RUN-DATE
                   " OP=" FUNCTION TRIM(WS-OP-ID)
                   " SRC=PHR OUT[RESULT=" WS-AUD-CLASS "]"
                   DELIMITED BY SIZE INTO AUDIT-LINE
           END-IF.
           WRITE AUDIT-LINE.
           CLOSE AUDIT-FILE.

      *    ストアが作ってあれば、次の取り込みを待たずに照会できる
      *    よう直接も載せる (同じ患者・日付の行は連番を進める)。
           OPEN I-O AUDIT-STORE-FILE.
           IF WS-AUS-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-REQ-ID TO AUS-PATIENT-ID.
           MOVE WS-TODAY-NUM TO AUS-DATE.
           MOVE 0 TO AUS-SEQ.
           MOVE WS-AUD-CLASS TO AUS-CLASS.
           MOVE AUDIT-LINE TO AUS-LINE.
           MOVE 'N' TO WS-AUS-WROTE-FLAG.
           PERFORM UNTIL WS-AUS-WROTE OR AUS-SEQ = 9999
               WRITE AUDIT-STORE-REC
                   INVALID KEY
                       ADD 1 TO AUS-SEQ
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-AUS-WROTE-FLAG
               END-WRITE
           END-PERFORM.
           CLOSE AUDIT-STORE-FILE.

           EXIT.


       CHECK-XST-LAYOUT.

      *    版見出し (キー "*LAYOUT*") を読み、この FD の版と
      *    突き合わせる (食い違えば止まる)。キー順の読み進めは
      *    見出しの次から始まる。
           MOVE SPACES TO EXAM-STORE-REC.
           MOVE WLH-TAG TO EXAM-STORE-REC(1:13).
           MOVE SPACES TO WLI-HEADER.
           READ EXAM-STORE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EXAM-STORE-REC(1:28) TO WLI-HEADER
           END-READ.
           MOVE "output/exam_store.dat" TO WLI-PATH.
           MOVE "EXAM-STORE" TO WLI-FILE-ID.
           MOVE WS-LAYOUT-XST TO WLI-EXPECT.
           IF FUNCTION CHECK-FILE-LAYOUT(WS-LAYOUT-IN) NOT = "Y"
               STOP RUN
           END-IF.

           EXIT.


       CHECK-PMS-LAYOUT.

      *    先頭の版見出しを読み、この FD の版と突き合わせる
      *    (食い違えば止まる)。読み進めは見出しの次の行から。
           MOVE SPACES TO WLI-HEADER.
           READ PATIENT-MASTER-IN
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PATIENT-MASTER-IN-REC(1:28) TO WLI-HEADER
           END-READ.
           MOVE "output/patient_master.dat" TO WLI-PATH.
           MOVE "PATIENT-MSTR" TO WLI-FILE-ID.
           MOVE WS-LAYOUT-PMS TO WLI-EXPECT.
           IF FUNCTION CHECK-FILE-LAYOUT(WS-LAYOUT-IN) NOT = "Y"
               STOP RUN
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

       END PROGRAM TEST260954.
