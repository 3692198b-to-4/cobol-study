      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.

      *    外部向けファイルのコントロール合計 (全プログラム共通の1本)。
       COPY outbound_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260953.

      *
      * INSURER-HANDOVER: 保険者を移った加入者の健診履歴の、移籍先
      * 保険者への引継ぎ (本人同意の確認つき)。資格マスタで当方の
      * 保険者の資格 (ELG-COVER-TO) が終わり、別の保険者の資格が
      * 始まった加入者について、移籍先の保険者が過去の健診データを
      * 求めてくることがある。これまでは印刷してファクスしていた。
      * ここでは
      *   C = 同意の登録: 本人の同意書 (提供先の保険者ごと、または
      *       **** = どの保険者にも) を受けたら Y、撤回・拒否は N を
      *       同意登録簿 (output/disclosure_consent.dat) に積む。
      *       同じ患者・提供先の最後の行が有効。
      *   R = 引継ぎ依頼の処理: 依頼元の保険者と、その保険者の
      *       証番号 (被保険者証クロス・リファレンスで患者IDへ読み
      *       替える) を受け、
      *         - 資格マスタで「依頼元の資格の前に、別の保険者の
      *           資格が終わっている」こと (移籍者であること)
      *         - 依頼元への提供に同意 (Y) があること
      *       を確かめてから、移籍前の資格期間の健診 (直近5年度) を
      *       健診計測値ストアと経年履歴から抜き出し、国への提出用の
      *       標準様式 XML (TEST260919 と同じ様式) で
      *       output/xml_handover_<患者ID>_<保険者>_<日付>.xml に
      *       書く。計測値ストアに無い年度 (経年履歴だけの年度) は
      *       履歴にある項目だけを出す。
      *   L = 患者ごとの提供記録の一覧
      * 依頼はすべて (断ったものも) 提供記録
      * (output/disclosure_log.dat) に、誰が・どこへ・いつ・結果を
      * 残す。同意の無い依頼は断って記録する。作ったファイルは
      * 送信台帳に登録する。
      *
      * コマンド: C=同意の登録 R=引継ぎ依頼 L=提供記録 E/Q=終了
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT
           FUNCTION OUTBOUND-CONTROL-TOTALS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELIGIBILITY-FILE ASSIGN TO 'input/eligibility.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ELG-STATUS.

           SELECT MEMBER-XREF-FILE ASSIGN TO
               'output/member_xref.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MXR-STATUS.

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

      *    本人同意の登録簿 (追記。患者 + 提供先の最後の行が有効)。
           SELECT CONSENT-FILE ASSIGN TO
               'output/disclosure_consent.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CNS-STATUS.

      *    提供記録 (断った依頼も含む)。
           SELECT DISCLOSURE-LOG-FILE ASSIGN TO
               'output/disclosure_log.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DSL-STATUS.

           SELECT XML-OUT-FILE ASSIGN USING WS-XML-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XML-STATUS.

           SELECT TRANSMIT-REG-FILE ASSIGN TO
               'output/transmit_register.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ELIGIBILITY-FILE.
       01  ELIGIBILITY-REC.
           03 ELG-PATIENT-ID  PIC 9(9).
           03 ELG-INSURER     PIC X(4).
           03 ELG-COVER-FROM  PIC 9(8).
           03 ELG-COVER-TO    PIC 9(8).
           03 ELG-PLAN-TYPE   PIC X(2).
      *    世帯番号と事業所記号 (ここでは使わないが、行の長さは
      *    加入者ファイルに合わせる)。
           03 FILLER          PIC X(18).

       FD  MEMBER-XREF-FILE.
       01  MEMBER-XREF-REC.
           03 MXR-INSURER     PIC X(4).
           03 MXR-MEMBER-NO   PIC X(12).
           03 MXR-PATIENT-ID  PIC 9(9).
           03 MXR-EFF-FROM    PIC 9(8).
           03 MXR-EFF-TO      PIC 9(8).

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
      *    提供先の保険者 (**** = どの保険者にも)。
           03 CNS-TO-INSURER  PIC X(4).
      *    Y=同意 N=撤回・拒否。
           03 CNS-FLAG        PIC X.
           03 CNS-SIGNED      PIC 9(8).
           03 CNS-OPERATOR    PIC X(6).
           03 CNS-ENTRY-DATE  PIC X(8).

       FD  DISCLOSURE-LOG-FILE.
       01  DISCLOSURE-LOG-REC.
           03 DSL-DATE        PIC X(8).
           03 DSL-TIME        PIC X(6).
           03 DSL-OPERATOR    PIC X(6).
           03 DSL-PATIENT-ID  PIC 9(9).
           03 DSL-TO-INSURER  PIC X(4).
           03 DSL-MEMBER-NO   PIC X(12).
           03 DSL-REQUESTER   PIC X(20).
           03 DSL-FROM-INSURER PIC X(4).
      *    結果: D=提供 C=同意なしで拒否 M=移籍者でないため拒否
      *          U=加入者が特定できず拒否 E=提供できる年度なし。
           03 DSL-OUTCOME     PIC X.
           03 DSL-YEARS       PIC 9(2).
           03 DSL-FILE        PIC X(50).

       FD  XML-OUT-FILE.
       01  XML-OUT-LINE       PIC X(100).

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
       01  WS-ELG-STATUS      PIC XX.
       01  WS-MXR-STATUS      PIC XX.
       01  WS-XST-STATUS      PIC XX.
       01  WS-RHF-STATUS      PIC XX.
       01  WS-CNS-STATUS      PIC XX.
       01  WS-DSL-STATUS      PIC XX.
       01  WS-XML-STATUS      PIC XX.
       01  WS-TXR-STATUS      PIC XX.
       01  WS-XML-PATH        PIC X(50) VALUE SPACES.
       01  WS-RUN-DATE        PIC X(8).
       01  WS-RUN-TIME        PIC X(8).
       01  WS-TODAY-NUM       PIC 9(8) VALUE 0.
       01  WS-THIS-FY         PIC 9(4) VALUE 0.
       01  WS-OLDEST-FY       PIC 9(4) VALUE 0.
       01  WS-OP-ID           PIC X(6) VALUE SPACES.
       01  WS-EOF-FLAG        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.

      *    依頼1件分。
       01  WS-REQ-INSURER     PIC X(4) VALUE SPACES.
       01  WS-REQ-MEMBER      PIC X(12) VALUE SPACES.
       01  WS-REQ-BY          PIC X(20) VALUE SPACES.
       01  WS-REQ-ID          PIC 9(9) VALUE 0.
       01  WS-OUTCOME         PIC X VALUE SPACE.
      *    依頼元の資格開始日と、その前に終わった当方の資格。
       01  WS-NEW-FROM        PIC 9(8) VALUE 0.
       01  WS-OLD-TO          PIC 9(8) VALUE 0.
       01  WS-OLD-INSURER     PIC X(4) VALUE SPACES.
      *    同意: 提供先指定の行と **** の行、それぞれ最後のもの。
       01  WS-CNS-SPECIFIC    PIC X VALUE SPACE.
       01  WS-CNS-ANY         PIC X VALUE SPACE.
       01  WS-CNS-RESULT      PIC X VALUE SPACE.
       01  WS-CNS-SIGNED      PIC 9(8) VALUE 0.

      *    出した年度 (計測値ストアの年度は経年履歴から重ねない)。
       01  WS-FY-TAB.
           03 WS-FY-DONE OCCURS 10 TIMES PIC 9(4).
       01  WS-FY-CNT          PIC 9(2) VALUE 0.
       01  WS-FY-IDX          PIC 9(2) VALUE 0.
       01  WS-FY-HIT          PIC 9(2) VALUE 0.
       01  WS-XML-LINES       PIC 9(7) VALUE 0.
       01  WS-XML-OPEN-FLAG   PIC X VALUE 'N'.
           88 WS-XML-OPEN            VALUE 'Y'.
       01  WS-XML-MS-CODE     PIC X VALUE SPACE.
       01  WS-HX-DONE-FLAG    PIC X VALUE 'N'.
           88 WS-HX-DONE             VALUE 'Y'.
       01  WS-LIST-CNT        PIC 9(5) VALUE 0.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-MXR      PIC 9(3) VALUE 1.
       01  WS-LAYOUT-XST      PIC 9(3) VALUE 1.
       01  WS-LAYOUT-RHF      PIC 9(3) VALUE 2.
       01  WS-LAYOUT-TXR      PIC 9(3) VALUE 1.
       COPY layout_header.
       COPY outbound_ctl.

       PROCEDURE DIVISION.
       MAIN SECTION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-TODAY-NUM.
           COMPUTE WS-THIS-FY = WS-TODAY-NUM / 10000.
           IF WS-RUN-DATE(5:2) < "04" THEN
               SUBTRACT 1 FROM WS-THIS-FY
           END-IF.
           COMPUTE WS-OLDEST-FY = WS-THIS-FY - 4.

           DISPLAY "--- CHECKUP HISTORY HANDOVER TO NEW INSURER ---".
           DISPLAY "Your operator ID?".
           ACCEPT WS-OP-ID.

           MOVE 0 TO FG-END.
           PERFORM HANDOVER-COMMAND UNTIL FG-END = 1.

           STOP RUN.


       HANDOVER-COMMAND.

           DISPLAY "*".
           DISPLAY "Command? (C=RECORD CONSENT R=HANDOVER REQUEST "
               "L=LIST DISCLOSURES E/Q=END)".
           ACCEPT AC-VAR.

           EVALUATE FUNCTION TRIM(AC-VAR)
               WHEN "E"
               WHEN "Q"
                   MOVE 1 TO FG-END
               WHEN "C"
                   PERFORM RECORD-CONSENT
               WHEN "R"
                   PERFORM HANDOVER-REQUEST
               WHEN "L"
                   PERFORM LIST-DISCLOSURES
               WHEN OTHER
                   DISPLAY "UNKNOWN COMMAND"
           END-EVALUATE.

           EXIT.


       RECORD-CONSENT.

           DISPLAY "Patient ID?".
           ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO CNS-PATIENT-ID.
           IF CNS-PATIENT-ID = 0 THEN
               DISPLAY "INVALID PATIENT ID - NOT RECORDED"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Insurer the data may go to (**** = ANY)?".
           ACCEPT AC-VAR.
           MOVE AC-VAR(1:4) TO CNS-TO-INSURER.
           IF CNS-TO-INSURER = SPACES THEN
               DISPLAY "INSURER REQUIRED - NOT RECORDED"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Consent? (Y=GIVEN N=WITHDRAWN/REFUSED)".
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

           DISPLAY "CONSENT " CNS-FLAG " RECORDED FOR PATIENT "
               CNS-PATIENT-ID " TO " CNS-TO-INSURER
               " SIGNED " CNS-SIGNED.

           EXIT.


       HANDOVER-REQUEST.

           DISPLAY "Requesting (new) insurer code?".
           ACCEPT AC-VAR.
           MOVE AC-VAR(1:4) TO WS-REQ-INSURER.
           DISPLAY "Member number at that insurer?".
           ACCEPT AC-VAR.
           MOVE AC-VAR(1:12) TO WS-REQ-MEMBER.
           DISPLAY "Requested by (name at the insurer)?".
           ACCEPT AC-VAR.
           MOVE AC-VAR(1:20) TO WS-REQ-BY.

           MOVE 0 TO WS-REQ-ID WS-NEW-FROM WS-OLD-TO WS-FY-CNT.
           MOVE SPACES TO WS-OLD-INSURER WS-XML-PATH.

      *    証番号から患者を特定する。
           PERFORM FIND-MEMBER.
           IF WS-REQ-ID = 0 THEN
               MOVE "U" TO WS-OUTCOME
               PERFORM LOG-DISCLOSURE
               DISPLAY "REFUSED - MEMBER " WS-REQ-MEMBER
                   " NOT KNOWN UNDER INSURER " WS-REQ-INSURER
               EXIT PARAGRAPH
           END-IF.

      *    移籍者であること: 依頼元の資格の前に別の保険者の資格が
      *    終わっている。
           PERFORM CHECK-MEMBER-MOVE.
           IF WS-NEW-FROM = 0 OR WS-OLD-TO = 0 THEN
               MOVE "M" TO WS-OUTCOME
               PERFORM LOG-DISCLOSURE
               DISPLAY "REFUSED - PATIENT " WS-REQ-ID
                   " HAS NO COVERAGE UNDER ANOTHER INSURER ENDING "
                   "BEFORE " WS-REQ-INSURER " COVER BEGAN"
               EXIT PARAGRAPH
           END-IF.

      *    本人同意。
           PERFORM CHECK-CONSENT.
           IF WS-CNS-RESULT NOT = "Y" THEN
               MOVE "C" TO WS-OUTCOME
               PERFORM LOG-DISCLOSURE
               DISPLAY "REFUSED - NO CONSENT ON FILE FOR PATIENT "
                   WS-REQ-ID " TO " WS-REQ-INSURER
                   " (REQUEST LOGGED)"
               EXIT PARAGRAPH
           END-IF.

           PERFORM WRITE-HANDOVER-XML.
           IF WS-FY-CNT = 0 THEN
               MOVE "E" TO WS-OUTCOME
               PERFORM LOG-DISCLOSURE
               DISPLAY "NOTHING TO HAND OVER - NO CHECKUPS FROM "
                   WS-OLDEST-FY " UP TO " WS-OLD-TO
               EXIT PARAGRAPH
           END-IF.

           MOVE "D" TO WS-OUTCOME.
           PERFORM LOG-DISCLOSURE.

           PERFORM SET-XML-CTL-SPEC.
           MOVE WS-XML-PATH TO TXR-FILE-NAME.
           MOVE WS-XML-LINES TO TXR-REC-COUNT.
           COMPUTE TXR-BYTES = WS-XML-LINES * 100.
           MOVE SPACES TO TXR-DEST.
           STRING "INSURER " WS-REQ-INSURER
               DELIMITED BY SIZE INTO TXR-DEST.
           PERFORM REGISTER-OUTBOUND.

           DISPLAY "HANDED OVER " WS-FY-CNT " YEAR(S) FOR PATIENT "
               WS-REQ-ID " (FROM " WS-OLD-INSURER ") TO "
               WS-REQ-INSURER " - " FUNCTION TRIM(WS-XML-PATH).

           EXIT.


       FIND-MEMBER.

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
                       IF MXR-INSURER = WS-REQ-INSURER
                               AND MXR-MEMBER-NO = WS-REQ-MEMBER THEN
                           MOVE MXR-PATIENT-ID TO WS-REQ-ID
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MEMBER-XREF-FILE.

           EXIT.


       CHECK-MEMBER-MOVE.

      *    依頼元の資格は最も新しい開始日、その前に終わった他の
      *    保険者の資格は最も新しい終了日のものを採る。
           OPEN INPUT ELIGIBILITY-FILE.
           IF WS-ELG-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ ELIGIBILITY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF ELG-PATIENT-ID = WS-REQ-ID
                               AND ELG-INSURER = WS-REQ-INSURER
                               AND ELG-COVER-FROM > WS-NEW-FROM THEN
                           MOVE ELG-COVER-FROM TO WS-NEW-FROM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ELIGIBILITY-FILE.
           IF WS-NEW-FROM = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ELIGIBILITY-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ ELIGIBILITY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF ELG-PATIENT-ID = WS-REQ-ID
                               AND ELG-INSURER NOT = WS-REQ-INSURER
                               AND ELG-COVER-TO < WS-NEW-FROM
                               AND ELG-COVER-TO > WS-OLD-TO THEN
                           MOVE ELG-COVER-TO TO WS-OLD-TO
                           MOVE ELG-INSURER TO WS-OLD-INSURER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ELIGIBILITY-FILE.

           EXIT.


       CHECK-CONSENT.

      *    提供先を名指しした行が優先。無ければ **** の行。
           MOVE SPACE TO WS-CNS-SPECIFIC WS-CNS-ANY WS-CNS-RESULT.
           MOVE 0 TO WS-CNS-SIGNED.
           OPEN INPUT CONSENT-FILE.
           IF WS-CNS-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ CONSENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF CNS-PATIENT-ID = WS-REQ-ID THEN
                           IF CNS-TO-INSURER = WS-REQ-INSURER THEN
                               MOVE CNS-FLAG TO WS-CNS-SPECIFIC
                           END-IF
                           IF CNS-TO-INSURER = "****" THEN
                               MOVE CNS-FLAG TO WS-CNS-ANY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONSENT-FILE.

           IF WS-CNS-SPECIFIC NOT = SPACE THEN
               MOVE WS-CNS-SPECIFIC TO WS-CNS-RESULT
           ELSE
               MOVE WS-CNS-ANY TO WS-CNS-RESULT
           END-IF.

           EXIT.


       WRITE-HANDOVER-XML.

      *    移籍前の資格期間の健診のみ、直近5年度。計測値ストアの
      *    年度を先に出し、経年履歴だけにある年度を足す。
           MOVE SPACES TO WS-XML-PATH.
           STRING "output/xml_handover_" WS-REQ-ID "_"
               WS-REQ-INSURER "_" WS-RUN-DATE ".xml"
               DELIMITED BY SIZE INTO WS-XML-PATH.
           MOVE 0 TO WS-XML-LINES.
           MOVE 'N' TO WS-XML-OPEN-FLAG.

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
                           IF XST-PATIENT-ID NOT = WS-REQ-ID THEN
                               MOVE 'Y' TO WS-HX-DONE-FLAG
                           ELSE
                               IF XST-EXAM-DATE <= WS-OLD-TO
                                       AND WS-FY-CNT < 10 THEN
                                   PERFORM WRITE-STORE-DOC
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
                           IF RHF-PATIENT-ID NOT = WS-REQ-ID THEN
                               MOVE 'Y' TO WS-HX-DONE-FLAG
                           ELSE
                               PERFORM CONSIDER-HISTORY-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESULT-HIST-FILE
           END-IF.

      *    閉じタグの前に、書いた文書を読み直したコントロール合計
      *    (文書数・患者IDのハッシュ合計・支援レベル別件数) を1行
      *    置く。受け取った保険者が中身と突き合わせられるように。
           IF WS-XML-OPEN THEN
               CLOSE XML-OUT-FILE
               PERFORM SET-XML-CTL-SPEC
               MOVE FUNCTION OUTBOUND-CONTROL-TOTALS(WS-OUTCTL-IN)
                   TO WS-OUTCTL-OUT
               OPEN EXTEND XML-OUT-FILE
               MOVE SPACES TO XML-OUT-LINE
               STRING "  <controlTotals count=""" OCO-DETAILS
                   """ idSum=""" OCO-HASH-ID
                   """ lv0=""" OCO-LVL-CNT(1)
                   """ lv1=""" OCO-LVL-CNT(2)
                   """ lv2=""" OCO-LVL-CNT(3) """/>"
                   DELIMITED BY SIZE INTO XML-OUT-LINE
               WRITE XML-OUT-LINE
               MOVE "</submissionSet>" TO XML-OUT-LINE
               WRITE XML-OUT-LINE
               ADD 2 TO WS-XML-LINES
               CLOSE XML-OUT-FILE
           END-IF.

           EXIT.


       SET-XML-CTL-SPEC.

      *    文書は "  <checkupResult patientId=" 行 (患者ID 29桁目から
      *    9桁)、レベルは "    <supportLevel>" 行の19桁目。
           INITIALIZE OCI-SPEC.
           MOVE WS-XML-PATH TO OCI-PATH.
           MOVE "012" TO OCI-LVL-CODES.
           MOVE "<ch" TO OCI-TAG(1).
           MOVE 3 TO OCI-TAG-LEN(1).
           MOVE 3 TO OCI-TAG-COL(1).
           MOVE 29 TO OCI-ID-POS(1).
           MOVE 9 TO OCI-ID-LEN(1).
           MOVE "<su" TO OCI-TAG(2).
           MOVE 3 TO OCI-TAG-LEN(2).
           MOVE 5 TO OCI-TAG-COL(2).
           MOVE 19 TO OCI-LVL-POS(2).

           EXIT.


       CONSIDER-HISTORY-ROW.

           IF RHF-EXAM-DATE > WS-OLD-TO OR WS-FY-CNT >= 10 THEN
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
               PERFORM WRITE-HISTORY-DOC
           END-IF.

           EXIT.


       OPEN-HANDOVER-SET.

      *    TEST260919 の提出セットと同じ見出し (提供先の保険者名義)。
           IF WS-XML-OPEN THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT XML-OUT-FILE.
           MOVE 'Y' TO WS-XML-OPEN-FLAG.
           MOVE "<?xml version=""1.0"" encoding=""UTF-8""?>"
               TO XML-OUT-LINE.
           WRITE XML-OUT-LINE.
           MOVE SPACES TO XML-OUT-LINE.
           STRING "<submissionSet insurer=""" WS-REQ-INSURER
               """ created=""" WS-RUN-DATE """>"
               DELIMITED BY SIZE INTO XML-OUT-LINE.
           WRITE XML-OUT-LINE.
           ADD 2 TO WS-XML-LINES.

           EXIT.


       WRITE-STORE-DOC.

           PERFORM OPEN-HANDOVER-SET.
           ADD 1 TO WS-FY-CNT.
           MOVE XST-FYEAR TO WS-FY-DONE(WS-FY-CNT).

           MOVE SPACES TO XML-OUT-LINE.
           STRING "  <checkupResult patientId="""
               XST-PATIENT-ID """ examDate=""" XST-EXAM-DATE
               """ fiscalYear=""" XST-FYEAR """>"
               DELIMITED BY SIZE INTO XML-OUT-LINE.
           WRITE XML-OUT-LINE.

      *    項目コードは TEST260919 の WRITE-XML-ITEMS と同じ
      *    (9N001=身長 9N005=体重 9N011=腹囲 9A755=収縮期 9A765=
      *    拡張期 3D010=空腹時血糖 3D045=随時血糖 3D046=HbA1c
      *    3F015=TG 3F070=HDL 3F077=LDL 9N701=喫煙)。
           MOVE SPACES TO XML-OUT-LINE.
           STRING "    <item code=""9N001"">" XST-HEIGHT "</item>"
               DELIMITED BY SIZE INTO XML-OUT-LINE.
           WRITE XML-OUT-LINE.
           MOVE SPACES TO XML-OUT-LINE.
           STRING "    <item code=""9N005"">" XST-WEIGHT "</item>"
               DELIMITED BY SIZE INTO XML-OUT-LINE.
           WRITE XML-OUT-LINE.
           MOVE SPACES TO XML-OUT-LINE.
           STRING "    <item code=""9N011"">" XST-WAIST "</item>"
               DELIMITED BY SIZE INTO XML-OUT-LINE.
           WRITE XML-OUT-LINE.
           MOVE SPACES TO XML-OUT-LINE.
           STRING "    <item code=""9A755"">" XST-SBP "</item>"
               DELIMITED BY SIZE INTO XML-OUT-LINE.
           WRITE XML-OUT-LINE.
           MOVE SPACES TO XML-OUT-LINE.
           STRING "    <item code=""9A765"">" XST-DBP "</item>"
               DELIMITED BY SIZE INTO XML-OUT-LINE.
           WRITE XML-OUT-LINE.
           ADD 6 TO WS-XML-LINES.
           IF XST-FST > 0 THEN
               MOVE SPACES TO XML-OUT-LINE
               STRING "    <item code=""3D010"">" XST-FST "</item>"
                   DELIMITED BY SIZE INTO XML-OUT-LINE
               WRITE XML-OUT-LINE
               ADD 1 TO WS-XML-LINES
           END-IF.
           IF XST-NFS > 0 THEN
               MOVE SPACES TO XML-OUT-LINE
               STRING "    <item code=""3D045"">" XST-NFS "</item>"
                   DELIMITED BY SIZE INTO XML-OUT-LINE
               WRITE XML-OUT-LINE
               ADD 1 TO WS-XML-LINES
           END-IF.
           IF XST-HBA1C > 0 THEN
               MOVE SPACES TO XML-OUT-LINE
               STRING "    <item code=""3D046"">" XST-HBA1C
                   "</item>"
                   DELIMITED BY SIZE INTO XML-OUT-LINE
               WRITE XML-OUT-LINE
               ADD 1 TO WS-XML-LINES
           END-IF.
           MOVE SPACES TO XML-OUT-LINE.
           STRING "    <item code=""3F015"">" XST-TG "</item>"
               DELIMITED BY SIZE INTO XML-OUT-LINE.
           WRITE XML-OUT-LINE.
           MOVE SPACES TO XML-OUT-LINE.
           STRING "    <item code=""3F070"">" XST-HDL "</item>"
               DELIMITED BY SIZE INTO XML-OUT-LINE.
           WRITE XML-OUT-LINE.
           MOVE SPACES TO XML-OUT-LINE.
           STRING "    <item code=""3F077"">" XST-LDL "</item>"
               DELIMITED BY SIZE INTO XML-OUT-LINE.
           WRITE XML-OUT-LINE.
           MOVE SPACES TO XML-OUT-LINE.
           STRING "    <item code=""9N701"">" XST-SMOKER "</item>"
               DELIMITED BY SIZE INTO XML-OUT-LINE.
           WRITE XML-OUT-LINE.
           ADD 4 TO WS-XML-LINES.

           MOVE XST-METSYN TO WS-XML-MS-CODE.
           PERFORM MAP-METSYN-CODE.
           MOVE SPACES TO XML-OUT-LINE.
           STRING "    <supportLevel>" XST-LSK-BG
               "</supportLevel>"
               DELIMITED BY SIZE INTO XML-OUT-LINE.
           PERFORM WRITE-DOC-CLOSE.

           EXIT.


       WRITE-HISTORY-DOC.

      *    経年履歴だけの年度: 履歴にある血糖系と判定だけを出す。
           PERFORM OPEN-HANDOVER-SET.
           ADD 1 TO WS-FY-CNT.
           MOVE RHF-FYEAR TO WS-FY-DONE(WS-FY-CNT).

           MOVE SPACES TO XML-OUT-LINE.
           STRING "  <checkupResult patientId="""
               RHF-PATIENT-ID """ examDate=""" RHF-EXAM-DATE
               """ fiscalYear=""" RHF-FYEAR """>"
               DELIMITED BY SIZE INTO XML-OUT-LINE.
           WRITE XML-OUT-LINE.
           ADD 1 TO WS-XML-LINES.
           IF RHF-FST > 0 THEN
               MOVE SPACES TO XML-OUT-LINE
               STRING "    <item code=""3D010"">" RHF-FST "</item>"
                   DELIMITED BY SIZE INTO XML-OUT-LINE
               WRITE XML-OUT-LINE
               ADD 1 TO WS-XML-LINES
           END-IF.
           IF RHF-HBA1C > 0 THEN
               MOVE SPACES TO XML-OUT-LINE
               STRING "    <item code=""3D046"">" RHF-HBA1C
                   "</item>"
                   DELIMITED BY SIZE INTO XML-OUT-LINE
               WRITE XML-OUT-LINE
               ADD 1 TO WS-XML-LINES
           END-IF.

           MOVE RHF-METSYN TO WS-XML-MS-CODE.
           PERFORM MAP-METSYN-CODE.
           MOVE SPACES TO XML-OUT-LINE.
           STRING "    <supportLevel>" RHF-LSK-BG
               "</supportLevel>"
               DELIMITED BY SIZE INTO XML-OUT-LINE.
           PERFORM WRITE-DOC-CLOSE.

           EXIT.


       MAP-METSYN-CODE.

      *    メタボリックシンドローム判定 (項目コード 9N501、標準様式
      *    の区分 1=基準該当 2=予備群該当 3=非該当 4=判定不能)。
      *    呼び出し元が当方の区分 (0/1/2/空欄) を WS-XML-MS-CODE に
      *    入れて呼ぶ。
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


       WRITE-DOC-CLOSE.

      *    支援レベルの行 (呼び出し元が組んだ XML-OUT-LINE)、判定、
      *    文書の閉じタグ。並びは TEST260919 と同じ。
           WRITE XML-OUT-LINE.
           MOVE SPACES TO XML-OUT-LINE.
           STRING "    <item code=""9N501"">" WS-XML-MS-CODE
               "</item>"
               DELIMITED BY SIZE INTO XML-OUT-LINE.
           WRITE XML-OUT-LINE.
           MOVE "  </checkupResult>" TO XML-OUT-LINE.
           WRITE XML-OUT-LINE.
           ADD 3 TO WS-XML-LINES.

           EXIT.


       LOG-DISCLOSURE.

           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN INPUT DISCLOSURE-LOG-FILE.
           IF WS-DSL-STATUS = "00" THEN
               CLOSE DISCLOSURE-LOG-FILE
               OPEN EXTEND DISCLOSURE-LOG-FILE
           ELSE
               OPEN OUTPUT DISCLOSURE-LOG-FILE
           END-IF.
           MOVE WS-RUN-DATE TO DSL-DATE.
           MOVE WS-RUN-TIME(1:6) TO DSL-TIME.
           MOVE WS-OP-ID TO DSL-OPERATOR.
           MOVE WS-REQ-ID TO DSL-PATIENT-ID.
           MOVE WS-REQ-INSURER TO DSL-TO-INSURER.
           MOVE WS-REQ-MEMBER TO DSL-MEMBER-NO.
           MOVE WS-REQ-BY TO DSL-REQUESTER.
           MOVE WS-OLD-INSURER TO DSL-FROM-INSURER.
           MOVE WS-OUTCOME TO DSL-OUTCOME.
           MOVE WS-FY-CNT TO DSL-YEARS.
           IF WS-OUTCOME = "D" THEN
               MOVE WS-XML-PATH TO DSL-FILE
           ELSE
               MOVE SPACES TO DSL-FILE
           END-IF.
           WRITE DISCLOSURE-LOG-REC.
           CLOSE DISCLOSURE-LOG-FILE.

           EXIT.


       LIST-DISCLOSURES.

           DISPLAY "Patient ID?".
           ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-REQ-ID.
           MOVE 0 TO WS-LIST-CNT.
           OPEN INPUT DISCLOSURE-LOG-FILE.
           IF WS-DSL-STATUS NOT = "00" THEN
               DISPLAY "NO DISCLOSURE LOG ON FILE"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ DISCLOSURE-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF DSL-PATIENT-ID = WS-REQ-ID THEN
                           ADD 1 TO WS-LIST-CNT
                           DISPLAY DSL-DATE " " DSL-TIME " BY "
                               DSL-OPERATOR " TO " DSL-TO-INSURER
                               " (" FUNCTION TRIM(DSL-REQUESTER)
                               ") OUTCOME " DSL-OUTCOME
                               " YEARS " DSL-YEARS " "
                               FUNCTION TRIM(DSL-FILE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DISCLOSURE-LOG-FILE.
           DISPLAY WS-LIST-CNT " DISCLOSURE REQUEST(S) FOR PATIENT "
               WS-REQ-ID " (D=DISCLOSED C=NO CONSENT M=NOT A MOVE "
               "U=UNKNOWN MEMBER E=NOTHING TO SEND)".

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

       END PROGRAM TEST260953.
