      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.

      *    外部向けファイルのコントロール合計 (全プログラム共通の1本)。
       COPY outbound_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260952.

      *
      * AGE75-HANDOVER: 75歳到達者の後期高齢者医療広域連合への引継ぎ
      * (月次)。判定 (JUDGE-SUPPORT-LEVEL) は75歳以上を別扱いにして
      * いるが、75歳になって当方の対象から外れる人には何も起きず、
      * 名簿・再連絡リスト・フォローアップ・キューに誰かが気付く
      * まで残り続けていた。ここでは毎月、
      *   - 資格マスタ (input/eligibility.dat) で実行日に資格のある人
      *   - 経年履歴の生年月日
      * から、実行日から3か月後の月末までに75歳の誕生日 (後期高齢者
      * 医療の資格取得日) を迎える人を拾い、
      *   - フォローアップ・キュー: X (完了) で閉じる
      *   - 支援計画: 進行中 (O) を T (移行で終了) にする
      *   - 予約: 未実施 (B) を取り消す (C)
      *   - 辞退・脱落の登録簿: 区分 T・理由 07 (75歳到達) で登録
      *     (再連絡 TEST260911・リマインダー TEST260945・予約
      *      TEST260910 はこの登録簿で対象から外れる)
      * を行い、直近3年度分の健診結果を広域連合の受入れ様式で
      * 引継ぎファイル output/koiki_handover_<実行日>.dat に出す
      * (1行100バイト固定):
      *   1 見出し: "1" + "K75H" + 作成日 9(8) + 対象期間 自 9(8)
      *             至 9(8)
      *   2 対象者: "2" + 患者ID 9(9) + 保険者 X(4) + 証番号 X(12) +
      *             氏名 X(30) + 性別 9 + 生年月日 9(8) +
      *             資格取得日 9(8) + 結果件数 9
      *             (氏名は患者マスタの伏せ字。本人の特定は保険者 +
      *              証番号で行う)
      *   3 結果:   "3" + 患者ID 9(9) + 年度 9(4) + 健診日 9(8) +
      *             施設 9(3) + HbA1c 9V99 + 空腹時血糖 9(3) +
      *             支援レベル 9 + メタボ判定 X + プラン区分 X(2)
      *   8 合計:   "8" + 対象者数 9(7) + 結果件数 9(7)
      *   9 終了:   "9"
      * 引き継いだ人は移行登録簿 output/age75_transitions.dat に積み、
      * 次の月の実行では拾い直さない (案内名簿 TEST260926 もこの
      * 登録簿の人を外す)。引継ぎファイルは送信台帳に登録する。
      * 死亡 (D)・転出 (M) のステータスが立っている人は引き継がない。
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

           SELECT RESULT-HIST-FILE ASSIGN TO
               'output/result_history.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RHF-KEY
           ALTERNATE RECORD KEY IS RHF-SITE-FY-KEY WITH DUPLICATES
           ALTERNATE RECORD KEY IS RHF-EXAM-DATE WITH DUPLICATES
           FILE STATUS IS WS-RHF-STATUS.

           SELECT PATIENT-MASTER-IN ASSIGN TO
               'output/patient_master.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PMI-STATUS.

           SELECT MEMBER-XREF-FILE ASSIGN TO
               'output/member_xref.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MXR-STATUS.

           SELECT PATIENT-STATUS-FILE ASSIGN TO
               'output/patient_status.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PST-STATUS.

           SELECT FOLLOWUP-QUEUE-FILE ASSIGN TO
               'output/followup_queue.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FUQ-PATIENT-ID
           FILE STATUS IS WS-FUQ-STATUS.

           SELECT SUPPORT-PLAN-FILE ASSIGN TO
               'output/support_plans.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPL-PATIENT-ID
           FILE STATUS IS WS-SPL-STATUS.

           SELECT APPOINTMENT-FILE ASSIGN TO
               'output/appointments.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APT-PATIENT-ID
           FILE STATUS IS WS-APT-STATUS.

      *    辞退・脱落の登録簿 (患者 + 判定年度がキー)。
           SELECT WITHDRAWAL-FILE ASSIGN TO
               'output/support_withdrawals.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WDR-KEY
           FILE STATUS IS WS-WDR-STATUS.

      *    引継ぎ済みの移行登録簿 (1人1行の追記)。
           SELECT TRANSITION-FILE ASSIGN TO
               'output/age75_transitions.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGT-STATUS.

      *    広域連合への引継ぎファイル (パスに実行日を含める)。
           SELECT HANDOVER-FILE ASSIGN USING WS-HND-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HND-STATUS.

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
      *    施設+年度の代替キー (施設コードと年度を並べ直した写し。
      *    書き手が WRITE の直前に詰める。版 002 で追加)。
           03 RHF-SITE-FY-KEY.
              05 RHF-SF-SITE  PIC 9(3).
              05 RHF-SF-FYEAR PIC 9(4).

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
      *    世帯番号 (空白 = 世帯なし。TEST-210509-2 参照)。
           03 PMI-HOUSEHOLD-ID PIC X(10).
      *    伏せ字の氏名 (版 002。氏名から番号までは暗号化済み)。
           03 PMI-NAME-MASK   PIC X(12).

       FD  MEMBER-XREF-FILE.
       01  MEMBER-XREF-REC.
           03 MXR-INSURER     PIC X(4).
           03 MXR-MEMBER-NO   PIC X(12).
           03 MXR-PATIENT-ID  PIC 9(9).
           03 MXR-EFF-FROM    PIC 9(8).
           03 MXR-EFF-TO      PIC 9(8).

       FD  PATIENT-STATUS-FILE.
       01  PATIENT-STATUS-REC.
           03 PST-PATIENT-ID  PIC 9(9).
           03 PST-STATUS      PIC X.
           03 PST-EFF-DATE    PIC 9(8).
           03 PST-ENTERED-BY  PIC X(6).
           03 PST-ENTRY-DATE  PIC X(8).

       FD  FOLLOWUP-QUEUE-FILE.
       01  FOLLOWUP-QUEUE-REC.
           03 FUQ-PATIENT-ID  PIC 9(9).
           03 FUQ-OLD-LSK     PIC 9.
           03 FUQ-NEW-LSK     PIC 9.
           03 FUQ-FLAG-DATE   PIC X(8).
           03 FUQ-STATUS      PIC X.
           03 FUQ-STATUS-DATE PIC X(8).

       FD  SUPPORT-PLAN-FILE.
       01  SUPPORT-PLAN-REC.
           03 SPL-PATIENT-ID  PIC 9(9).
           03 SPL-CREATED     PIC X(8).
           03 SPL-FYEAR       PIC 9(4).
           03 SPL-BASE-WEIGHT PIC 9(3)V9.
           03 SPL-BASE-WAIST  PIC 9(3)V9.
           03 SPL-TGT-WEIGHT  PIC 9(3)V9.
           03 SPL-TGT-WAIST   PIC 9(3)V9.
           03 SPL-GOAL1       PIC X(30).
           03 SPL-GOAL2       PIC X(30).
           03 SPL-UPD-DATE    PIC X(8).
      *    ステータス: O=進行中 F=最終評価済み T=移行で終了。
           03 SPL-STATUS      PIC X.
           03 SPL-ATTAIN      PIC X.
           03 SPL-EVAL-DATE   PIC X(8).
           03 SPL-FIN-WEIGHT  PIC 9(3)V9.
           03 SPL-FIN-WAIST   PIC 9(3)V9.
           03 SPL-SOURCE      PIC X(4).

       FD  APPOINTMENT-FILE.
       01  APPOINTMENT-REC.
           03 APT-PATIENT-ID  PIC 9(9).
           03 APT-STAFF       PIC X(10).
           03 APT-SITE-CODE   PIC 9(3).
           03 APT-DATE        PIC 9(8).
           03 APT-SLOT        PIC 9(2).
      *    ステータス: B=予約済 D=実施済 C=取消。
           03 APT-STATUS      PIC X.
           03 APT-BOOKED-BY   PIC X(6).
           03 APT-BOOKED-ON   PIC X(8).

       FD  WITHDRAWAL-FILE.
       01  WITHDRAWAL-REC.
           03 WDR-KEY.
              05 WDR-PATIENT-ID PIC 9(9).
              05 WDR-FYEAR      PIC 9(4).
      *    区分: R=辞退 D=脱落 T=75歳到達で移行。
           03 WDR-TYPE        PIC X.
           03 WDR-DATE        PIC 9(8).
      *    理由コード 07=75歳到達 (後期高齢者医療へ移行)。
           03 WDR-REASON      PIC X(2).
           03 WDR-LEVEL       PIC 9.
           03 WDR-OPERATOR    PIC X(6).
           03 WDR-REC-DATE    PIC X(8).

       FD  TRANSITION-FILE.
       01  TRANSITION-REC.
           03 AGT-PATIENT-ID  PIC 9(9).
           03 AGT-DOB         PIC 9(8).
      *    75歳の誕生日 (後期高齢者医療の資格取得日)。
           03 AGT-TRANS-DATE  PIC 9(8).
           03 AGT-INSURER     PIC X(4).
           03 AGT-RUN-DATE    PIC X(8).
           03 AGT-RESULTS     PIC 9.
      *    閉じたもの: フォローアップ・支援計画・予約・登録簿 (Y/N)。
           03 AGT-FUQ-CLOSED  PIC X.
           03 AGT-PLAN-CLOSED PIC X.
           03 AGT-APT-CLOSED  PIC X.
           03 AGT-WDR-ADDED   PIC X.
           03 AGT-HANDOVER    PIC X(50).

       FD  HANDOVER-FILE.
       01  HANDOVER-LINE      PIC X(100).

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
       01  WS-ELG-STATUS      PIC XX.
       01  WS-RHF-STATUS      PIC XX.
       01  WS-PMI-STATUS      PIC XX.
       01  WS-MXR-STATUS      PIC XX.
       01  WS-PST-STATUS      PIC XX.
       01  WS-FUQ-STATUS      PIC XX.
       01  WS-SPL-STATUS      PIC XX.
       01  WS-APT-STATUS      PIC XX.
       01  WS-WDR-STATUS      PIC XX.
       01  WS-AGT-STATUS      PIC XX.
       01  WS-HND-STATUS      PIC XX.
       01  WS-TXR-STATUS      PIC XX.
       01  WS-HND-PATH        PIC X(50) VALUE SPACES.
       01  WS-RUN-DATE        PIC X(8).
       01  WS-RUN-DATE-NUM    PIC 9(8) VALUE 0.
       01  WS-RUN-YYYY        PIC 9(4) VALUE 0.
       01  WS-RUN-MM          PIC 9(2) VALUE 0.
       01  WS-THIS-FY         PIC 9(4) VALUE 0.
       01  WS-OLDEST-FY       PIC 9(4) VALUE 0.
       01  WS-EOF-FLAG        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
      *    台帳ごとの開けたかどうか (READ の INVALID KEY で状態
      *    コードが変わるため、状態コードでなくこちらで見る)。
       01  WS-FUQ-OPEN-FLAG   PIC X VALUE 'N'.
           88 WS-FUQ-OPEN            VALUE 'Y'.
       01  WS-SPL-OPEN-FLAG   PIC X VALUE 'N'.
           88 WS-SPL-OPEN            VALUE 'Y'.
       01  WS-APT-OPEN-FLAG   PIC X VALUE 'N'.
           88 WS-APT-OPEN            VALUE 'Y'.
       01  WS-WDR-OPEN-FLAG   PIC X VALUE 'N'.
           88 WS-WDR-OPEN            VALUE 'Y'.

      *    対象期間: 実行日 - 3か月後の月末。
       01  WS-WIN-FROM        PIC 9(8) VALUE 0.
       01  WS-WIN-TO          PIC 9(8) VALUE 0.
       01  WS-WIN-YYYY        PIC 9(4) VALUE 0.
       01  WS-WIN-MM          PIC 9(2) VALUE 0.
       01  WS-WIN-NEXT1       PIC 9(8) VALUE 0.

      *    引継ぎ済みの患者 (移行登録簿)。
       01  WS-DONE-TAB.
           03 WS-DONE-ID OCCURS 2000 TIMES PIC 9(9).
       01  WS-DONE-CNT        PIC 9(4) VALUE 0.
       01  WS-DONE-IDX        PIC 9(4) VALUE 0.
       01  WS-DONE-HIT        PIC 9(4) VALUE 0.

      *    今回の対象者 (直近3年度の結果を抱える)。
       01  WS-CD-TAB.
           03 WS-CD-ENTRY OCCURS 500 TIMES.
              05 WS-CD-ID     PIC 9(9).
              05 WS-CD-INS    PIC X(4).
              05 WS-CD-MEMBER PIC X(12).
              05 WS-CD-MXR-FROM PIC 9(8).
              05 WS-CD-NAME   PIC X(30).
              05 WS-CD-SEX    PIC 9.
              05 WS-CD-DOB    PIC 9(8).
              05 WS-CD-T75    PIC 9(8).
      *       引き継がない: D=死亡 M=転出。
              05 WS-CD-SKIP   PIC X.
              05 WS-CD-RES-CNT PIC 9.
              05 WS-CD-RES OCCURS 3 TIMES.
                 07 WS-CR-FY     PIC 9(4).
                 07 WS-CR-EXAM   PIC 9(8).
                 07 WS-CR-SITE   PIC 9(3).
                 07 WS-CR-HBA1C  PIC 9V99.
                 07 WS-CR-FST    PIC 9(3).
                 07 WS-CR-LSK    PIC 9.
                 07 WS-CR-METSYN PIC X.
                 07 WS-CR-PLAN   PIC X(2).
       01  WS-CD-CNT          PIC 9(3) VALUE 0.
       01  WS-CD-IDX          PIC 9(3) VALUE 0.
       01  WS-CD-HIT          PIC 9(3) VALUE 0.
       01  WS-CR-IDX          PIC 9 VALUE 0.
       01  WS-CNT-CD-OVER     PIC 9(5) VALUE 0.

      *    1人分の経年履歴の読み取り。
       01  WS-HX-DOB          PIC 9(8) VALUE 0.
       01  WS-HX-SEX          PIC 9 VALUE 0.
       01  WS-HX-DONE-FLAG    PIC X VALUE 'N'.
           88 WS-HX-DONE             VALUE 'Y'.
       01  WS-T75-DATE        PIC 9(8) VALUE 0.
       01  WS-REF-FY          PIC 9(4) VALUE 0.
       01  WS-REF-MM          PIC 9(2) VALUE 0.
       01  WS-REF-DATE-NUM    PIC 9(8) VALUE 0.
       01  WS-WDR-FY          PIC 9(4) VALUE 0.

       01  WS-CNT-NO-DOB      PIC 9(6) VALUE 0.
       01  WS-CNT-ALREADY     PIC 9(5) VALUE 0.
       01  WS-CNT-SKIPPED     PIC 9(5) VALUE 0.
       01  WS-CNT-HANDED      PIC 9(5) VALUE 0.
       01  WS-CNT-RESULTS     PIC 9(6) VALUE 0.
       01  WS-CNT-FUQ         PIC 9(5) VALUE 0.
       01  WS-CNT-PLAN        PIC 9(5) VALUE 0.
       01  WS-CNT-APT         PIC 9(5) VALUE 0.
       01  WS-CNT-WDR         PIC 9(5) VALUE 0.
       01  WS-HND-LINES       PIC 9(7) VALUE 0.
       01  WS-TRL-HANDED      PIC 9(7) VALUE 0.
       01  WS-TRL-RESULTS     PIC 9(7) VALUE 0.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-RHF      PIC 9(3) VALUE 2.
       01  WS-LAYOUT-PMS      PIC 9(3) VALUE 2.
       01  WS-LAYOUT-MXR      PIC 9(3) VALUE 1.
       01  WS-LAYOUT-FUQ      PIC 9(3) VALUE 1.
       01  WS-LAYOUT-TXR      PIC 9(3) VALUE 1.
       01  WS-LAYOUT-SPL      PIC 9(3) VALUE 1.
       COPY layout_header.
       COPY outbound_ctl.

       PROCEDURE DIVISION.
       MAIN SECTION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-RUN-DATE-NUM.
           COMPUTE WS-RUN-MM = FUNCTION MOD(
               FUNCTION INTEGER(WS-RUN-DATE-NUM / 100), 100).
           COMPUTE WS-RUN-YYYY = WS-RUN-DATE-NUM / 10000.
           IF WS-RUN-MM < 4 THEN
               COMPUTE WS-THIS-FY = WS-RUN-YYYY - 1
           ELSE
               MOVE WS-RUN-YYYY TO WS-THIS-FY
           END-IF.
           COMPUTE WS-OLDEST-FY = WS-THIS-FY - 2.

      *    対象期間の終わり = 4か月後の1日の前日。
           MOVE WS-RUN-DATE-NUM TO WS-WIN-FROM.
           COMPUTE WS-WIN-MM = WS-RUN-MM + 4.
           MOVE WS-RUN-YYYY TO WS-WIN-YYYY.
           IF WS-WIN-MM > 12 THEN
               SUBTRACT 12 FROM WS-WIN-MM
               ADD 1 TO WS-WIN-YYYY
           END-IF.
           COMPUTE WS-WIN-NEXT1 = WS-WIN-YYYY * 10000
               + WS-WIN-MM * 100 + 1.
           COMPUTE WS-WIN-TO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-WIN-NEXT1) - 1).

           DISPLAY "--- AGE-75 TRANSITION HANDOVER ---".
           DISPLAY "MEMBERS TURNING 75 FROM " WS-WIN-FROM " TO "
               WS-WIN-TO.

           PERFORM LOAD-DONE-REGISTER.
           PERFORM FIND-CANDIDATES.
           PERFORM LOAD-NAMES.
           PERFORM LOAD-MEMBER-NUMBERS.
           PERFORM MARK-STATUS-SKIPS.

           IF WS-CNT-CD-OVER > 0 THEN
               DISPLAY WS-CNT-CD-OVER " MEMBER(S) NOT TAKEN THIS RUN "
                   "(OVER 500) - THEY ARE PICKED UP NEXT MONTH"
           END-IF.

           MOVE 0 TO WS-CNT-HANDED.
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                   UNTIL WS-CD-IDX > WS-CD-CNT
               IF WS-CD-SKIP(WS-CD-IDX) = SPACE THEN
                   ADD 1 TO WS-CNT-HANDED
               ELSE
                   ADD 1 TO WS-CNT-SKIPPED
               END-IF
           END-PERFORM.
           IF WS-CNT-HANDED = 0 THEN
               DISPLAY "NO MEMBERS TO HAND OVER (" WS-CNT-ALREADY
                   " ALREADY HANDED OVER, " WS-CNT-SKIPPED
                   " DECEASED/MOVED, " WS-CNT-NO-DOB
                   " ELIGIBLE WITHOUT A DATE OF BIRTH ON FILE)"
               STOP RUN
           END-IF.

           PERFORM WRITE-HANDOVER.

           DISPLAY "HANDED OVER " WS-CNT-HANDED " MEMBER(S) WITH "
               WS-CNT-RESULTS " RESULT(S) - "
               FUNCTION TRIM(WS-HND-PATH).
           DISPLAY "CLOSED: " WS-CNT-FUQ " FOLLOW-UP, " WS-CNT-PLAN
               " SUPPORT PLAN(S), " WS-CNT-APT " APPOINTMENT(S); "
               WS-CNT-WDR " REGISTERED AS TRANSITIONED".
           DISPLAY "NOT HANDED OVER: " WS-CNT-SKIPPED
               " DECEASED/MOVED; " WS-CNT-ALREADY
               " ALREADY HANDED OVER; " WS-CNT-NO-DOB
               " ELIGIBLE WITHOUT A DATE OF BIRTH ON FILE".

           STOP RUN.


       LOAD-DONE-REGISTER.

           OPEN INPUT TRANSITION-FILE.
           IF WS-AGT-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ TRANSITION-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-DONE-CNT < 2000 THEN
                           ADD 1 TO WS-DONE-CNT
                           MOVE AGT-PATIENT-ID
                               TO WS-DONE-ID(WS-DONE-CNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANSITION-FILE.

           EXIT.


       FIND-CANDIDATES.

      *    実行日に資格のある人を1人1回だけ見る (資格行が複数でも)。
           OPEN INPUT RESULT-HIST-FILE.
           IF WS-RHF-STATUS NOT = "00" THEN
               DISPLAY "NO RESULT HISTORY ON FILE - NO DATES OF "
                   "BIRTH TO WORK FROM"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-RHF-LAYOUT.

           OPEN INPUT ELIGIBILITY-FILE.
           IF WS-ELG-STATUS NOT = "00" THEN
               DISPLAY "NO ELIGIBILITY MASTER (input/eligibility.dat)"
               CLOSE RESULT-HIST-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ ELIGIBILITY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF ELG-COVER-FROM <= WS-RUN-DATE-NUM
                               AND ELG-COVER-TO
                                   >= WS-RUN-DATE-NUM THEN
                           PERFORM CONSIDER-MEMBER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ELIGIBILITY-FILE.
           CLOSE RESULT-HIST-FILE.

           EXIT.


       CONSIDER-MEMBER.

           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                   UNTIL WS-CD-IDX > WS-CD-CNT
               IF WS-CD-ID(WS-CD-IDX) = ELG-PATIENT-ID THEN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

      *    生年月日は経年履歴の最新行から (資格マスタには無い)。
           MOVE 0 TO WS-HX-DOB WS-HX-SEX.
           MOVE ELG-PATIENT-ID TO RHF-PATIENT-ID.
           MOVE 0 TO RHF-FYEAR.
           MOVE 'N' TO WS-HX-DONE-FLAG.
           START RESULT-HIST-FILE
               KEY IS GREATER THAN OR EQUAL TO RHF-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HX-DONE-FLAG
           END-START.
           PERFORM UNTIL WS-HX-DONE
               READ RESULT-HIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HX-DONE-FLAG
                   NOT AT END
                       IF RHF-PATIENT-ID NOT = ELG-PATIENT-ID THEN
                           MOVE 'Y' TO WS-HX-DONE-FLAG
                       ELSE
                           IF RHF-DOB > 0 THEN
                               MOVE RHF-DOB TO WS-HX-DOB
                               MOVE RHF-SEX TO WS-HX-SEX
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-HX-DOB = 0 THEN
               ADD 1 TO WS-CNT-NO-DOB
               EXIT PARAGRAPH
           END-IF.

      *    75歳の誕生日。2/29 生まれは平年なら 3/1。
           COMPUTE WS-T75-DATE = WS-HX-DOB + 750000.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-T75-DATE) NOT = 0 THEN
               COMPUTE WS-T75-DATE =
                   (WS-T75-DATE / 10000) * 10000 + 0301
           END-IF.
           IF WS-T75-DATE < WS-WIN-FROM OR WS-T75-DATE > WS-WIN-TO
               THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-DONE-HIT.
           PERFORM VARYING WS-DONE-IDX FROM 1 BY 1
                   UNTIL WS-DONE-IDX > WS-DONE-CNT
               IF WS-DONE-ID(WS-DONE-IDX) = ELG-PATIENT-ID THEN
                   MOVE WS-DONE-IDX TO WS-DONE-HIT
               END-IF
           END-PERFORM.
           IF WS-DONE-HIT > 0 THEN
               ADD 1 TO WS-CNT-ALREADY
               EXIT PARAGRAPH
           END-IF.

           IF WS-CD-CNT >= 500 THEN
               ADD 1 TO WS-CNT-CD-OVER
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CD-CNT.
           MOVE WS-CD-CNT TO WS-CD-HIT.
           MOVE ELG-PATIENT-ID TO WS-CD-ID(WS-CD-HIT).
           MOVE ELG-INSURER TO WS-CD-INS(WS-CD-HIT).
           MOVE SPACES TO WS-CD-MEMBER(WS-CD-HIT).
           MOVE 0 TO WS-CD-MXR-FROM(WS-CD-HIT).
           MOVE SPACES TO WS-CD-NAME(WS-CD-HIT).
           MOVE WS-HX-SEX TO WS-CD-SEX(WS-CD-HIT).
           MOVE WS-HX-DOB TO WS-CD-DOB(WS-CD-HIT).
           MOVE WS-T75-DATE TO WS-CD-T75(WS-CD-HIT).
           MOVE SPACE TO WS-CD-SKIP(WS-CD-HIT).
           MOVE 0 TO WS-CD-RES-CNT(WS-CD-HIT).

      *    直近3年度の結果 (キー順なので古い年度から並ぶ)。
           MOVE ELG-PATIENT-ID TO RHF-PATIENT-ID.
           MOVE WS-OLDEST-FY TO RHF-FYEAR.
           MOVE 'N' TO WS-HX-DONE-FLAG.
           START RESULT-HIST-FILE
               KEY IS GREATER THAN OR EQUAL TO RHF-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HX-DONE-FLAG
           END-START.
           PERFORM UNTIL WS-HX-DONE
               READ RESULT-HIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HX-DONE-FLAG
                   NOT AT END
                       IF RHF-PATIENT-ID NOT = ELG-PATIENT-ID
                               OR WS-CD-RES-CNT(WS-CD-HIT) >= 3 THEN
                           MOVE 'Y' TO WS-HX-DONE-FLAG
                       ELSE
                           ADD 1 TO WS-CD-RES-CNT(WS-CD-HIT)
                           MOVE WS-CD-RES-CNT(WS-CD-HIT)
                               TO WS-CR-IDX
                           MOVE RHF-FYEAR
                               TO WS-CR-FY(WS-CD-HIT, WS-CR-IDX)
                           MOVE RHF-EXAM-DATE
                               TO WS-CR-EXAM(WS-CD-HIT, WS-CR-IDX)
                           MOVE RHF-SITE-CODE
                               TO WS-CR-SITE(WS-CD-HIT, WS-CR-IDX)
                           MOVE RHF-HBA1C
                               TO WS-CR-HBA1C(WS-CD-HIT, WS-CR-IDX)
                           MOVE RHF-FST
                               TO WS-CR-FST(WS-CD-HIT, WS-CR-IDX)
                           MOVE RHF-LSK-BG
                               TO WS-CR-LSK(WS-CD-HIT, WS-CR-IDX)
                           MOVE RHF-METSYN
                               TO WS-CR-METSYN(WS-CD-HIT, WS-CR-IDX)
                           MOVE RHF-PLAN-TYPE
                               TO WS-CR-PLAN(WS-CD-HIT, WS-CR-IDX)
                       END-IF
               END-READ
           END-PERFORM.

           EXIT.


       LOAD-NAMES.

           IF WS-CD-CNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT PATIENT-MASTER-IN.
           IF WS-PMI-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-PMS-LAYOUT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ PATIENT-MASTER-IN
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                               UNTIL WS-CD-IDX > WS-CD-CNT
                           IF WS-CD-ID(WS-CD-IDX) = PMI-PATIENT-ID
                               THEN
                               MOVE PMI-NAME-MASK
                                   TO WS-CD-NAME(WS-CD-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE PATIENT-MASTER-IN.

           EXIT.


       LOAD-MEMBER-NUMBERS.

      *    広域連合は保険者の証番号で突き合わせる。資格の保険者の
      *    行のうち発効日の新しいものを採る。
           IF WS-CD-CNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
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
                       PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                               UNTIL WS-CD-IDX > WS-CD-CNT
                           IF WS-CD-ID(WS-CD-IDX) = MXR-PATIENT-ID
                                   AND WS-CD-INS(WS-CD-IDX)
                                       = MXR-INSURER
                                   AND MXR-EFF-FROM
                                       >= WS-CD-MXR-FROM(WS-CD-IDX)
                               THEN
                               MOVE MXR-MEMBER-NO
                                   TO WS-CD-MEMBER(WS-CD-IDX)
                               MOVE MXR-EFF-FROM
                                   TO WS-CD-MXR-FROM(WS-CD-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE MEMBER-XREF-FILE.

           EXIT.


       MARK-STATUS-SKIPS.

      *    死亡・転出が立っている人は引き継がない (広域連合側で
      *    資格が発生しない)。
           IF WS-CD-CNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT PATIENT-STATUS-FILE.
           IF WS-PST-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ PATIENT-STATUS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF PST-STATUS = "D" OR PST-STATUS = "M" THEN
                           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                                   UNTIL WS-CD-IDX > WS-CD-CNT
                               IF WS-CD-ID(WS-CD-IDX)
                                       = PST-PATIENT-ID THEN
                                   MOVE PST-STATUS
                                       TO WS-CD-SKIP(WS-CD-IDX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PATIENT-STATUS-FILE.

           EXIT.


       WRITE-HANDOVER.

           MOVE SPACES TO WS-HND-PATH.
           STRING "output/koiki_handover_" WS-RUN-DATE ".dat"
               DELIMITED BY SIZE INTO WS-HND-PATH.
           OPEN OUTPUT HANDOVER-FILE.
           MOVE 0 TO WS-HND-LINES.
           MOVE SPACES TO HANDOVER-LINE.
           STRING "1K75H" WS-RUN-DATE WS-WIN-FROM WS-WIN-TO
               DELIMITED BY SIZE INTO HANDOVER-LINE.
           WRITE HANDOVER-LINE.
           ADD 1 TO WS-HND-LINES.

           OPEN I-O FOLLOWUP-QUEUE-FILE.
           IF WS-FUQ-STATUS = "00" THEN
               PERFORM CHECK-FUQ-LAYOUT
               MOVE 'Y' TO WS-FUQ-OPEN-FLAG
           END-IF.
           OPEN I-O SUPPORT-PLAN-FILE.
           IF WS-SPL-STATUS = "00" THEN
               PERFORM CHECK-SPL-LAYOUT
               MOVE 'Y' TO WS-SPL-OPEN-FLAG
           END-IF.
           OPEN I-O APPOINTMENT-FILE.
           IF WS-APT-STATUS = "00" THEN
               MOVE 'Y' TO WS-APT-OPEN-FLAG
           END-IF.
           OPEN I-O WITHDRAWAL-FILE.
           IF WS-WDR-STATUS NOT = "00" THEN
               OPEN OUTPUT WITHDRAWAL-FILE
               CLOSE WITHDRAWAL-FILE
               OPEN I-O WITHDRAWAL-FILE
           END-IF.
           IF WS-WDR-STATUS = "00" THEN
               MOVE 'Y' TO WS-WDR-OPEN-FLAG
           END-IF.
           OPEN INPUT TRANSITION-FILE.
           IF WS-AGT-STATUS = "00" THEN
               CLOSE TRANSITION-FILE
               OPEN EXTEND TRANSITION-FILE
           ELSE
               OPEN OUTPUT TRANSITION-FILE
           END-IF.

           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                   UNTIL WS-CD-IDX > WS-CD-CNT
               IF WS-CD-SKIP(WS-CD-IDX) = SPACE THEN
                   PERFORM HAND-OVER-ONE
               END-IF
           END-PERFORM.

           MOVE WS-CNT-HANDED TO WS-TRL-HANDED.
           MOVE WS-CNT-RESULTS TO WS-TRL-RESULTS.
           MOVE SPACES TO HANDOVER-LINE.
           STRING "8" WS-TRL-HANDED WS-TRL-RESULTS
               DELIMITED BY SIZE INTO HANDOVER-LINE.
           WRITE HANDOVER-LINE.
           MOVE "9" TO HANDOVER-LINE.
           WRITE HANDOVER-LINE.
           ADD 2 TO WS-HND-LINES.
           CLOSE HANDOVER-FILE.

           IF WS-FUQ-OPEN THEN
               CLOSE FOLLOWUP-QUEUE-FILE
           END-IF.
           IF WS-SPL-OPEN THEN
               CLOSE SUPPORT-PLAN-FILE
           END-IF.
           IF WS-APT-OPEN THEN
               CLOSE APPOINTMENT-FILE
           END-IF.
           IF WS-WDR-OPEN THEN
               CLOSE WITHDRAWAL-FILE
           END-IF.
           CLOSE TRANSITION-FILE.

           MOVE WS-HND-PATH TO TXR-FILE-NAME.
           MOVE WS-HND-LINES TO TXR-REC-COUNT.
           COMPUTE TXR-BYTES = WS-HND-LINES * 100.
           MOVE "KOIKI RENGO" TO TXR-DEST.
      *    広域連合への引継ぎファイルは先方の決まった形なのでトレーラーは変えず、
      *    登録簿にだけ合計を積む (明細 "2" 行の患者ID 2桁目から9桁)。
           INITIALIZE OCI-SPEC.
           MOVE WS-HND-PATH TO OCI-PATH.
           MOVE "2" TO OCI-TAG(1).
           MOVE 1 TO OCI-TAG-LEN(1).
           MOVE 1 TO OCI-TAG-COL(1).
           MOVE 2 TO OCI-ID-POS(1).
           MOVE 9 TO OCI-ID-LEN(1).
           PERFORM REGISTER-OUTBOUND.

           EXIT.


       HAND-OVER-ONE.

           MOVE SPACES TO HANDOVER-LINE.
           STRING "2" WS-CD-ID(WS-CD-IDX) WS-CD-INS(WS-CD-IDX)
               WS-CD-MEMBER(WS-CD-IDX) WS-CD-NAME(WS-CD-IDX)
               WS-CD-SEX(WS-CD-IDX) WS-CD-DOB(WS-CD-IDX)
               WS-CD-T75(WS-CD-IDX) WS-CD-RES-CNT(WS-CD-IDX)
               DELIMITED BY SIZE INTO HANDOVER-LINE.
           WRITE HANDOVER-LINE.
           ADD 1 TO WS-HND-LINES.
           PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                   UNTIL WS-CR-IDX > WS-CD-RES-CNT(WS-CD-IDX)
               MOVE SPACES TO HANDOVER-LINE
               STRING "3" WS-CD-ID(WS-CD-IDX)
                   WS-CR-FY(WS-CD-IDX, WS-CR-IDX)
                   WS-CR-EXAM(WS-CD-IDX, WS-CR-IDX)
                   WS-CR-SITE(WS-CD-IDX, WS-CR-IDX)
                   WS-CR-HBA1C(WS-CD-IDX, WS-CR-IDX)
                   WS-CR-FST(WS-CD-IDX, WS-CR-IDX)
                   WS-CR-LSK(WS-CD-IDX, WS-CR-IDX)
                   WS-CR-METSYN(WS-CD-IDX, WS-CR-IDX)
                   WS-CR-PLAN(WS-CD-IDX, WS-CR-IDX)
                   DELIMITED BY SIZE INTO HANDOVER-LINE
               WRITE HANDOVER-LINE
               ADD 1 TO WS-HND-LINES
               ADD 1 TO WS-CNT-RESULTS
           END-PERFORM.

           MOVE WS-CD-ID(WS-CD-IDX) TO AGT-PATIENT-ID.
           MOVE WS-CD-DOB(WS-CD-IDX) TO AGT-DOB.
           MOVE WS-CD-T75(WS-CD-IDX) TO AGT-TRANS-DATE.
           MOVE WS-CD-INS(WS-CD-IDX) TO AGT-INSURER.
           MOVE WS-RUN-DATE TO AGT-RUN-DATE.
           MOVE WS-CD-RES-CNT(WS-CD-IDX) TO AGT-RESULTS.
           MOVE WS-HND-PATH TO AGT-HANDOVER.
           PERFORM CLOSE-OPEN-RECORDS.
           WRITE TRANSITION-REC.

           DISPLAY "  PATIENT " WS-CD-ID(WS-CD-IDX) " TURNS 75 ON "
               WS-CD-T75(WS-CD-IDX) " - " WS-CD-RES-CNT(WS-CD-IDX)
               " RESULT(S) HANDED OVER; CLOSED FUQ "
               AGT-FUQ-CLOSED " PLAN " AGT-PLAN-CLOSED " APPT "
               AGT-APT-CLOSED " REGISTERED " AGT-WDR-ADDED.

           EXIT.


       CLOSE-OPEN-RECORDS.

      *    フォローアップ・キュー: 開いていれば X で閉じる。
           MOVE 'N' TO AGT-FUQ-CLOSED.
           MOVE WS-THIS-FY TO WS-REF-FY.
           IF WS-FUQ-OPEN THEN
               MOVE WS-CD-ID(WS-CD-IDX) TO FUQ-PATIENT-ID
               READ FOLLOWUP-QUEUE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FUQ-STATUS NOT = "X" THEN
                           MOVE "X" TO FUQ-STATUS
                           MOVE WS-RUN-DATE TO FUQ-STATUS-DATE
                           REWRITE FOLLOWUP-QUEUE-REC
                           MOVE 'Y' TO AGT-FUQ-CLOSED
                           ADD 1 TO WS-CNT-FUQ
      *                    再連絡の照会はフラグ日の年度で登録簿を
      *                    引くので、その年度にも登録する。
                           MOVE FUNCTION NUMVAL(FUQ-FLAG-DATE)
                               TO WS-REF-DATE-NUM
                           COMPUTE WS-REF-MM = FUNCTION MOD(
                               FUNCTION INTEGER(
                                   WS-REF-DATE-NUM / 100), 100)
                           COMPUTE WS-REF-FY = WS-REF-DATE-NUM / 10000
                           IF WS-REF-MM < 4 THEN
                               SUBTRACT 1 FROM WS-REF-FY
                           END-IF
                       END-IF
               END-READ
           END-IF.

      *    支援計画: 進行中なら T (移行で終了)。
           MOVE 'N' TO AGT-PLAN-CLOSED.
           IF WS-SPL-OPEN THEN
               MOVE WS-CD-ID(WS-CD-IDX) TO SPL-PATIENT-ID
               READ SUPPORT-PLAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SPL-STATUS = "O" THEN
                           MOVE "T" TO SPL-STATUS
                           MOVE WS-RUN-DATE TO SPL-UPD-DATE
                           REWRITE SUPPORT-PLAN-REC
                           MOVE 'Y' TO AGT-PLAN-CLOSED
                           ADD 1 TO WS-CNT-PLAN
                       END-IF
               END-READ
           END-IF.

      *    未実施の予約を取り消す。
           MOVE 'N' TO AGT-APT-CLOSED.
           IF WS-APT-OPEN THEN
               MOVE WS-CD-ID(WS-CD-IDX) TO APT-PATIENT-ID
               READ APPOINTMENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF APT-STATUS = "B" THEN
                           MOVE "C" TO APT-STATUS
                           REWRITE APPOINTMENT-REC
                           MOVE 'Y' TO AGT-APT-CLOSED
                           ADD 1 TO WS-CNT-APT
                       END-IF
               END-READ
           END-IF.

      *    辞退・脱落の登録簿へ T/07 で登録 (当年度とフラグ日の
      *    年度)。既に辞退・脱落で載っている年度はそのまま残す。
           MOVE 'N' TO AGT-WDR-ADDED.
           IF WS-WDR-OPEN THEN
               MOVE WS-THIS-FY TO WS-WDR-FY
               PERFORM ADD-TRANSITION-WDR
               IF WS-REF-FY NOT = WS-THIS-FY THEN
                   MOVE WS-REF-FY TO WS-WDR-FY
                   PERFORM ADD-TRANSITION-WDR
               END-IF
           END-IF.

           EXIT.


       ADD-TRANSITION-WDR.

           MOVE WS-CD-ID(WS-CD-IDX) TO WDR-PATIENT-ID.
           MOVE WS-WDR-FY TO WDR-FYEAR.
           MOVE "T" TO WDR-TYPE.
           MOVE WS-CD-T75(WS-CD-IDX) TO WDR-DATE.
           MOVE "07" TO WDR-REASON.
           MOVE 0 TO WDR-LEVEL.
           MOVE "AGE75" TO WDR-OPERATOR.
           MOVE WS-RUN-DATE TO WDR-REC-DATE.
           WRITE WITHDRAWAL-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO AGT-WDR-ADDED
                   ADD 1 TO WS-CNT-WDR
           END-WRITE.

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

       END PROGRAM TEST260952.
