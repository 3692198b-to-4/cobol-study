      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.
      *    外部向けファイルのコントロール合計 (全プログラム共通の1本)。
       COPY outbound_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260968.

      *
      * PREVISIT: 施設別の来院前リスト (前回値つき)。
      * 毎年春にクリニックから「うちの常連のうち今年の対象は誰か、
      * 前回の値はどうだったか」と問い合わせが来る。ここでは
      * TEST260926 の案内名簿 (output/invitation_roster.txt) のうち
      * 施設の分かっている人を施設ごとに分け、1人1行で
      *   - 前回の支援レベル・年度・健診日 (経年履歴の直近の行)
      *   - 前回の HbA1c・収縮期血圧・腹囲 (同じ年度の計測値ストア。
      *     ストアに行が無ければ HbA1c だけ経年履歴から)
      *   - いま保健指導 (支援) 中か (sessions.dat の直近の初回面談
      *     I が直近の最終評価 F より後で、実行日から1年半以内)
      *   - 未完了の受診勧奨 (referrals.dat のステータスが X 以外)
      *   - 緊急アラート (パニック値) の履歴 (critical_alerts.dat に
      *     行があれば Y と直近のアラート日)
      * を載せて output/previsit_<年度>_site_<施設>.txt に出す。
      * 書式は結果返却ファイルと同じく施設ごとの希望レイアウト
      * (input/clinic_layouts.dat、F=固定桁 既定 / C=カンマ区切り)
      * に従い、患者ID が先頭・支援レベルが返却ファイルと同じ桁
      * (F=18桁目 C=11桁目) に来るようにしてある。末尾に返却ファイル
      * と同じ形の施設小計トレーラー (件数・レベル別件数・患者ID
      * ハッシュ) を持ち、送信登録簿 (宛先 = 施設) にも積む。
      * オプトアウト登録簿の患者はこのリストには載せない (判定結果
      * の返却ファイルとは扱いが違う。前回値を施設へ先回りして
      * 渡すのは本人の求めた健診結果の返却ではないため)。
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT
           FUNCTION OUTBOUND-CONTROL-TOTALS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE ASSIGN TO
               'output/invitation_roster.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROS-STATUS.

           SELECT RESULT-HIST-FILE ASSIGN TO
               'output/result_history.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RHF-KEY
           ALTERNATE RECORD KEY IS RHF-SITE-FY-KEY WITH DUPLICATES
           ALTERNATE RECORD KEY IS RHF-EXAM-DATE WITH DUPLICATES
           FILE STATUS IS WS-RHF-STATUS.

           SELECT EXAM-STORE-FILE ASSIGN TO 'output/exam_store.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS XST-KEY
           FILE STATUS IS WS-XST-STATUS.

           SELECT SESSION-FILE ASSIGN TO 'output/sessions.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SES-STATUS.

           SELECT REFERRAL-FILE ASSIGN TO
               'output/referrals.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REF-PATIENT-ID
           FILE STATUS IS WS-REF-STATUS.

           SELECT CRITICAL-ALERT-FILE ASSIGN TO
               'output/critical_alerts.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRA-PATIENT-ID
           FILE STATUS IS WS-CRA-STATUS.

           SELECT CLINIC-LAYOUT-FILE ASSIGN TO
               'input/clinic_layouts.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLY-STATUS.

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

           SELECT PREVISIT-OUT-FILE ASSIGN USING WS-PVO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PVO-STATUS.

           SELECT TRANSMIT-REG-FILE ASSIGN TO
               'output/transmit_register.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXR-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    明細行の桁位置は TEST260926 の ROSTER-ONE-PERSON が書く
      *    とおり: 保険者 9:4・施設 19:3 (不明は ---)・患者 31:9。
       FD  ROSTER-FILE.
       01  ROSTER-LINE        PIC X(110).

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
           03 XST-CVD-RISK-X  PIC X(3).
           03 XST-CVD-BAND    PIC X.

       FD  SESSION-FILE.
       01  SESSION-REC.
           05 SES-PATIENT-ID  PIC 9(9).
           05 SES-DATE        PIC 9(8).
           05 SES-TYPE        PIC X.
           05 SES-STAFF       PIC X(10).
           05 SES-OUTCOME     PIC X(20).
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

       FD  REFERRAL-FILE.
       01  REFERRAL-REC.
           03 REF-PATIENT-ID  PIC 9(9).
           03 REF-FLAG-DATE   PIC X(8).
           03 REF-FST         PIC 9(3).
           03 REF-NFS         PIC 9(3).
           03 REF-HBA1C       PIC 9V99.
           03 REF-SBP         PIC 9(3).
           03 REF-DBP         PIC 9(3).
           03 REF-LSK-BG      PIC 9.
      *    ステータス: N=新規 C=連絡済 V=受診確認済 X=完了。
           03 REF-STATUS      PIC X.
           03 REF-STATUS-DATE PIC X(8).
           03 REF-SITE-CODE   PIC 9(3).
           03 REF-REF-NO      PIC X(19).
           03 REF-VISIT-DATE  PIC 9(8).
           03 REF-DIAGNOSIS   PIC X(20).
           03 REF-TREATED     PIC X.
           03 REF-PHYSICIAN   PIC X(20).
           03 REF-REPLY-DATE  PIC X(8).

       FD  CRITICAL-ALERT-FILE.
       01  CRITICAL-ALERT-REC.
           03 CRA-PATIENT-ID  PIC 9(9).
           03 CRA-ALERT-DATE  PIC X(8).
           03 CRA-ALERT-TIME  PIC X(8).
           03 CRA-FST         PIC 9(3).
           03 CRA-NFS         PIC 9(3).
           03 CRA-HBA1C       PIC 9V99.
           03 CRA-SBP         PIC 9(3).
           03 CRA-DBP         PIC 9(3).
           03 CRA-SITE-CODE   PIC 9(3).
           03 CRA-STATUS      PIC X.
           03 CRA-ACK-BY      PIC X(6).
           03 CRA-ACK-DATE    PIC X(8).
           03 CRA-ACK-NOTE    PIC X(20).

       FD  CLINIC-LAYOUT-FILE.
       01  CLINIC-LAYOUT-REC.
           03 CLY-SITE-CODE   PIC 9(3).
      *    レイアウト区分: F=固定桁 (既定)、C=カンマ区切り。
           03 CLY-FORMAT      PIC X.

       FD  OPTOUT-FILE.
       01  OPTOUT-REC.
           03 OPT-PATIENT-ID  PIC 9(9).

       FD  OPTOUT-INDEX-FILE.
       01  OPTOUT-INDEX-REC.
           03 OPX-PATIENT-ID  PIC 9(9).

       FD  PREVISIT-OUT-FILE.
       01  PREVISIT-OUT-LINE  PIC X(132).

       FD  TRANSMIT-REG-FILE.
       01  TRANSMIT-REG-REC.
           03 TXR-FILE-NAME   PIC X(50).
           03 TXR-REC-COUNT   PIC 9(7).
           03 TXR-BYTES       PIC 9(9).
           03 TXR-DEST        PIC X(20).
           03 TXR-PRODUCED    PIC X(8).
           03 TXR-SENT        PIC X(8).
           03 TXR-CONFIRMED   PIC X(8).
           03 TXR-CTL-FLAG    PIC X.
           03 TXR-CTL-SPEC    PIC X(43).
           03 TXR-CTL-TOTALS  PIC X(65).

       WORKING-STORAGE SECTION.
       01  WS-ROS-STATUS      PIC XX.
       01  WS-RHF-STATUS      PIC XX.
       01  WS-XST-STATUS      PIC XX.
       01  WS-SES-STATUS      PIC XX.
       01  WS-REF-STATUS      PIC XX.
       01  WS-CRA-STATUS      PIC XX.
       01  WS-CLY-STATUS      PIC XX.
       01  WS-OPT-STATUS      PIC XX.
       01  WS-OPX-STATUS      PIC XX.
       01  WS-PVO-STATUS      PIC XX.
       01  WS-TXR-STATUS      PIC XX.
       01  WS-PVO-PATH        PIC X(50) VALUE SPACES.
       01  WS-RUN-DATE        PIC X(8).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
       01  WS-EOF-FLAG        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.

      *    名簿の年度 (見出しから)。
       01  WS-LIST-FY         PIC 9(4) VALUE 0.

      *    名簿のうち施設の分かっている人と、その面談の状況
      *    (直近の初回面談 I・直近の最終評価 F の日)。
       01  WS-PV-TAB.
           03 WS-PV-ENTRY OCCURS 5000 TIMES.
              05 WS-PV-ID     PIC 9(9).
              05 WS-PV-SITE   PIC 9(3).
              05 WS-PV-IDATE  PIC 9(8).
              05 WS-PV-FDATE  PIC 9(8).
       01  WS-PV-CNT          PIC 9(5) VALUE 0.
       01  WS-PV-IDX          PIC 9(5) VALUE 0.
       01  WS-PV-HIT          PIC 9(5) VALUE 0.

      *    名簿に出てくる施設 (出てきた順)。
       01  WS-ST-TAB.
           03 WS-ST-ENTRY OCCURS 200 TIMES.
              05 WS-ST-SITE   PIC 9(3).
       01  WS-ST-CNT          PIC 9(3) VALUE 0.
       01  WS-ST-IDX          PIC 9(3) VALUE 0.
       01  WS-ST-HIT          PIC 9(3) VALUE 0.

      *    施設ごとの希望レイアウト (TEST230314 と同じ読み方)。
       01  WS-CLY-TAB.
           03 WS-CLY-ENTRY OCCURS 50 TIMES.
              05 WS-CLY-SITE  PIC 9(3).
              05 WS-CLY-FMT   PIC X.
       01  WS-CLY-CNT         PIC 9(2) VALUE 0.
       01  WS-CLY-IDX         PIC 9(2) VALUE 0.

      *    オプトアウト: INDEXED 側が開ければキーで引き、開けなければ
      *    フラット版をこの表へ (溢れたらリストを作らない)。
       01  WS-OPTX-OK-FLAG    PIC X VALUE 'N'.
           88 WS-OPTX-OK             VALUE 'Y'.
       01  WS-OPT-TAB.
           03 WS-OPT-ID       PIC 9(9) OCCURS 5000 TIMES.
       01  WS-OPT-CNT         PIC 9(5) VALUE 0.
       01  WS-OPT-IDX         PIC 9(5) VALUE 0.
       01  WS-TAB-OVER-FLAG   PIC X VALUE 'N'.
           88 WS-TAB-OVER            VALUE 'Y'.
       01  WS-OPTED-OUT-FLAG  PIC X VALUE 'N'.
           88 WS-OPTED-OUT           VALUE 'Y'.

      *    支援中とみなす期間 (直近の初回面談から1年半。TEST260964
      *    の面談の結びつけと同じ日数)。
       01  WS-SES-WINDOW-DAYS PIC 9(3) VALUE 548.
       01  WS-DAYS            PIC S9(7) VALUE 0.

      *    参照ファイルが開けたか。
       01  WS-RHF-OK-FLAG     PIC X VALUE 'N'.
           88 WS-RHF-OK              VALUE 'Y'.
       01  WS-XST-OK-FLAG     PIC X VALUE 'N'.
           88 WS-XST-OK              VALUE 'Y'.
       01  WS-REF-OK-FLAG     PIC X VALUE 'N'.
           88 WS-REF-OK              VALUE 'Y'.
       01  WS-CRA-OK-FLAG     PIC X VALUE 'N'.
           88 WS-CRA-OK              VALUE 'Y'.

      *    いま書いている施設のファイル。
       01  WS-PVO-SITE        PIC 9(3) VALUE 0.
       01  WS-PVO-FMT         PIC X VALUE "F".
       01  WS-PVO-CNT-NONE    PIC 9(5) VALUE 0.
       01  WS-PVO-CNT-MOTIV   PIC 9(5) VALUE 0.
       01  WS-PVO-CNT-ACTIVE  PIC 9(5) VALUE 0.
       01  WS-PVO-CNT-TOTAL   PIC 9(5) VALUE 0.

      *    1人分の前回値 (値の無い項目は - で埋める)。
       01  WS-PT-ID           PIC 9(9) VALUE 0.
       01  WS-PT-HIST-FLAG    PIC X VALUE 'N'.
           88 WS-PT-HIST             VALUE 'Y'.
       01  WS-PT-FY           PIC 9(4) VALUE 0.
       01  WS-PT-LSK-BG       PIC 9 VALUE 0.
       01  WS-PT-EXAM-DATE    PIC 9(8) VALUE 0.
       01  WS-PT-HBA1C        PIC 9V99 VALUE 0.
       01  WS-PT-LVL-X        PIC X VALUE "-".
       01  WS-PT-FY-X         PIC X(4) VALUE "----".
       01  WS-PT-EXAM-X       PIC X(8) VALUE "--------".
       01  WS-PT-HBA1C-X      PIC X(4) VALUE "----".
       01  WS-PT-SBP-X        PIC X(3) VALUE "---".
       01  WS-PT-WAIST-X      PIC X(5) VALUE "-----".
       01  WS-PT-COUNSEL      PIC X VALUE "N".
       01  WS-PT-REFERRAL     PIC X VALUE "N".
       01  WS-PT-CRITICAL     PIC X VALUE "N".
       01  WS-PT-CRIT-DATE    PIC X(8) VALUE SPACES.
       01  WS-ED-HBA1C        PIC 9.99.
       01  WS-ED-SBP          PIC ZZ9.
       01  WS-ED-WAIST        PIC ZZ9.9.

       01  WS-CNT-ROSTER      PIC 9(6) VALUE 0.
       01  WS-CNT-NO-SITE     PIC 9(6) VALUE 0.
       01  WS-CNT-OVERFLOW    PIC 9(6) VALUE 0.
       01  WS-CNT-OPTOUT      PIC 9(6) VALUE 0.
       01  WS-CNT-LISTED      PIC 9(6) VALUE 0.
       01  WS-CNT-NO-HIST     PIC 9(6) VALUE 0.
       01  WS-CNT-FILES       PIC 9(3) VALUE 0.

      *    送信登録簿へ積む1本分 (REGISTER-OUTBOUND-FILE の入力)。
       01  WS-TXR-NAME        PIC X(50) VALUE SPACES.
       01  WS-TXR-COUNT       PIC 9(7) VALUE 0.
       01  WS-TXR-LINELEN     PIC 9(3) VALUE 0.
       01  WS-TXR-DEST        PIC X(20) VALUE SPACES.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-RHF      PIC 9(3) VALUE 2.
       01  WS-LAYOUT-XST      PIC 9(3) VALUE 1.
       01  WS-LAYOUT-SES      PIC 9(3) VALUE 2.
       01  WS-LAYOUT-TXR      PIC 9(3) VALUE 1.
       01  WS-LAYOUT-REF      PIC 9(3) VALUE 1.
       COPY layout_header.
       COPY outbound_ctl.

       PROCEDURE DIVISION.
       MAIN SECTION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           DISPLAY "--- PRE-VISIT PATIENT LISTS BY CLINIC ---".

      *    年度は名簿の見出しの年度 (名簿を作っていなければ何も
      *    出さない)。
           PERFORM READ-ROSTER-HEADING.
           IF WS-LIST-FY = 0 THEN
               DISPLAY "NO INVITATION ROSTER WITH A FISCAL-YEAR "
                   "HEADING - RUN TEST260926 FIRST"
               STOP RUN
           END-IF.

           PERFORM LOAD-OPTOUT-REGISTRY.
           IF WS-TAB-OVER THEN
               DISPLAY "OPT-OUT REGISTRY EXCEEDS THE IN-MEMORY "
                   "TABLE - LISTS NOT PRODUCED SO NO OPTED-OUT "
                   "PATIENT CAN LEAK"
               PERFORM CLOSE-OPTOUT-INDEX
               STOP RUN
           END-IF.

           PERFORM LOAD-ROSTER.
           PERFORM LOAD-CLINIC-LAYOUTS.
           PERFORM LOAD-SESSIONS.
           PERFORM OPEN-LOOKUP-FILES.

           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-CNT
               PERFORM WRITE-SITE-LIST
           END-PERFORM.

           PERFORM CLOSE-LOOKUP-FILES.
           PERFORM CLOSE-OPTOUT-INDEX.

           DISPLAY "PRE-VISIT LISTS FY " WS-LIST-FY ": "
               WS-CNT-ROSTER " ROSTER PERSON(S), " WS-CNT-LISTED
               " LISTED IN " WS-CNT-FILES " SITE FILE(S)".
           DISPLAY "  NOT LISTED: NO SITE " WS-CNT-NO-SITE
               ", OPTED OUT " WS-CNT-OPTOUT
               ", TABLE FULL " WS-CNT-OVERFLOW.
           DISPLAY "  LISTED WITHOUT A PRIOR RESULT: "
               WS-CNT-NO-HIST.

           STOP RUN.


       READ-ROSTER-HEADING.

      *    1行目の "INVITATION ROSTER FOR FY yyyy" から年度
      *    (TEST260946 と同じ読み方)。
           MOVE 0 TO WS-LIST-FY.
           OPEN INPUT ROSTER-FILE.
           IF WS-ROS-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           READ ROSTER-FILE
               AT END
                   MOVE SPACES TO ROSTER-LINE
           END-READ.
           IF ROSTER-LINE(1:25) = "INVITATION ROSTER FOR FY "
                   AND ROSTER-LINE(26:4) IS NUMERIC THEN
               MOVE ROSTER-LINE(26:4) TO WS-LIST-FY
           END-IF.
           CLOSE ROSTER-FILE.

           EXIT.


       LOAD-OPTOUT-REGISTRY.

      *    INDEXED 側があればキーで引く (IS-OPTED-OUT)。無ければ
      *    フラット版を表へ。
           MOVE 'N' TO WS-OPTX-OK-FLAG.
           MOVE 0 TO WS-OPT-CNT.
           OPEN INPUT OPTOUT-INDEX-FILE.
           IF WS-OPX-STATUS = "00" THEN
               MOVE 'Y' TO WS-OPTX-OK-FLAG
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT OPTOUT-FILE.
           IF WS-OPT-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF OR WS-TAB-OVER
               READ OPTOUT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-OPT-CNT >= 5000 THEN
                           MOVE 'Y' TO WS-TAB-OVER-FLAG
                       ELSE
                           ADD 1 TO WS-OPT-CNT
                           MOVE OPT-PATIENT-ID TO WS-OPT-ID(WS-OPT-CNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPTOUT-FILE.

           EXIT.


       IS-OPTED-OUT.

      *    WS-PT-ID がオプトアウト登録簿にあれば WS-OPTED-OUT。
           MOVE 'N' TO WS-OPTED-OUT-FLAG.
           IF WS-OPTX-OK THEN
               MOVE WS-PT-ID TO OPX-PATIENT-ID
               READ OPTOUT-INDEX-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-OPTED-OUT-FLAG
               END-READ
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-OPT-IDX FROM 1 BY 1
                   UNTIL WS-OPT-IDX > WS-OPT-CNT OR WS-OPTED-OUT
               IF WS-OPT-ID(WS-OPT-IDX) = WS-PT-ID THEN
                   MOVE 'Y' TO WS-OPTED-OUT-FLAG
               END-IF
           END-PERFORM.

           EXIT.


       CLOSE-OPTOUT-INDEX.

           IF WS-OPTX-OK THEN
               CLOSE OPTOUT-INDEX-FILE
               MOVE 'N' TO WS-OPTX-OK-FLAG
           END-IF.

           EXIT.


       LOAD-ROSTER.

      *    名簿の明細行 (TEST260964 と同じ見分け方) を表へ。施設の
      *    分からない人 (経年履歴の無い新規の人) は出し先が無いので
      *    数えるだけ。
           OPEN INPUT ROSTER-FILE.
           IF WS-ROS-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ ROSTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF ROSTER-LINE(1:8) = "INSURER "
                               AND ROSTER-LINE(31:9) IS NUMERIC THEN
                           PERFORM NOTE-ROSTER-PERSON
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ROSTER-FILE.

           EXIT.


       NOTE-ROSTER-PERSON.

           ADD 1 TO WS-CNT-ROSTER.
           IF ROSTER-LINE(19:3) IS NOT NUMERIC THEN
               ADD 1 TO WS-CNT-NO-SITE
               EXIT PARAGRAPH
           END-IF.
           IF WS-PV-CNT >= 5000 THEN
               ADD 1 TO WS-CNT-OVERFLOW
               EXIT PARAGRAPH
           END-IF.

      *    施設の表 (出てきた順)。溢れた施設の人は載せない。
           MOVE 0 TO WS-ST-HIT.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-CNT OR WS-ST-HIT > 0
               IF WS-ST-SITE(WS-ST-IDX) = ROSTER-LINE(19:3) THEN
                   MOVE WS-ST-IDX TO WS-ST-HIT
               END-IF
           END-PERFORM.
           IF WS-ST-HIT = 0 THEN
               IF WS-ST-CNT >= 200 THEN
                   ADD 1 TO WS-CNT-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ST-CNT
               MOVE ROSTER-LINE(19:3) TO WS-ST-SITE(WS-ST-CNT)
           END-IF.

           ADD 1 TO WS-PV-CNT.
           MOVE ROSTER-LINE(31:9) TO WS-PV-ID(WS-PV-CNT).
           MOVE ROSTER-LINE(19:3) TO WS-PV-SITE(WS-PV-CNT).
           MOVE 0 TO WS-PV-IDATE(WS-PV-CNT).
           MOVE 0 TO WS-PV-FDATE(WS-PV-CNT).

           EXIT.


       LOAD-CLINIC-LAYOUTS.

      *    クリニック・レイアウト参照ファイルをテーブルへ読み込む。
      *    無ければ全施設を固定桁 (F) で出す。
           MOVE 0 TO WS-CLY-CNT.
           OPEN INPUT CLINIC-LAYOUT-FILE.
           IF WS-CLY-STATUS NOT = "00" THEN
               DISPLAY "NO CLINIC LAYOUT FILE - ALL PRE-VISIT LISTS "
                   "IN FIXED FORMAT"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ CLINIC-LAYOUT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-CLY-CNT < 50 THEN
                           ADD 1 TO WS-CLY-CNT
                           MOVE CLY-SITE-CODE
                               TO WS-CLY-SITE(WS-CLY-CNT)
                           MOVE CLY-FORMAT
                               TO WS-CLY-FMT(WS-CLY-CNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLINIC-LAYOUT-FILE.

           EXIT.


       LOAD-SESSIONS.

      *    名簿の人ごとに直近の初回面談 (I) と最終評価 (F) の日を
      *    控える。
           OPEN INPUT SESSION-FILE.
           IF WS-SES-STATUS NOT = "00" THEN
               DISPLAY "NO SESSION FILE - NOBODY SHOWN AS IN "
                   "COUNSELING"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-SES-LAYOUT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ SESSION-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF SES-TYPE = "I" OR SES-TYPE = "F" THEN
                           PERFORM FOLD-SESSION-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SESSION-FILE.

           EXIT.


       FOLD-SESSION-ROW.

           MOVE 0 TO WS-PV-HIT.
           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                   UNTIL WS-PV-IDX > WS-PV-CNT OR WS-PV-HIT > 0
               IF WS-PV-ID(WS-PV-IDX) = SES-PATIENT-ID THEN
                   MOVE WS-PV-IDX TO WS-PV-HIT
               END-IF
           END-PERFORM.
           IF WS-PV-HIT = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           IF SES-TYPE = "I" THEN
               IF SES-DATE > WS-PV-IDATE(WS-PV-HIT) THEN
                   MOVE SES-DATE TO WS-PV-IDATE(WS-PV-HIT)
               END-IF
           ELSE
               IF SES-DATE > WS-PV-FDATE(WS-PV-HIT) THEN
                   MOVE SES-DATE TO WS-PV-FDATE(WS-PV-HIT)
               END-IF
           END-IF.

           EXIT.


       OPEN-LOOKUP-FILES.

      *    前回値を引くファイル。開けないものはその項目を空 (-/N)
      *    にして続ける。
           OPEN INPUT RESULT-HIST-FILE.
           IF WS-RHF-STATUS = "00" THEN
               MOVE 'Y' TO WS-RHF-OK-FLAG
               PERFORM CHECK-RHF-LAYOUT
           ELSE
               DISPLAY "NO RESULT HISTORY - PRIOR LEVELS NOT SHOWN"
           END-IF.
           OPEN INPUT EXAM-STORE-FILE.
           IF WS-XST-STATUS = "00" THEN
               MOVE 'Y' TO WS-XST-OK-FLAG
               PERFORM CHECK-XST-LAYOUT
           ELSE
               DISPLAY "NO EXAM STORE - PRIOR SBP/WAIST NOT SHOWN"
           END-IF.
           OPEN INPUT REFERRAL-FILE.
           IF WS-REF-STATUS = "00" THEN
               PERFORM CHECK-REF-LAYOUT
               MOVE 'Y' TO WS-REF-OK-FLAG
           END-IF.
           OPEN INPUT CRITICAL-ALERT-FILE.
           IF WS-CRA-STATUS = "00" THEN
               MOVE 'Y' TO WS-CRA-OK-FLAG
           END-IF.

           EXIT.


       CLOSE-LOOKUP-FILES.

           IF WS-RHF-OK THEN
               CLOSE RESULT-HIST-FILE
           END-IF.
           IF WS-XST-OK THEN
               CLOSE EXAM-STORE-FILE
           END-IF.
           IF WS-REF-OK THEN
               CLOSE REFERRAL-FILE
           END-IF.
           IF WS-CRA-OK THEN
               CLOSE CRITICAL-ALERT-FILE
           END-IF.

           EXIT.


       WRITE-SITE-LIST.

      *    施設1つ分: 見出し・明細を書いて閉じ、読み直した合計で
      *    トレーラーを足して送信登録簿に積む。
           MOVE WS-ST-SITE(WS-ST-IDX) TO WS-PVO-SITE.
           MOVE "F" TO WS-PVO-FMT.
           PERFORM VARYING WS-CLY-IDX FROM 1 BY 1
                   UNTIL WS-CLY-IDX > WS-CLY-CNT
               IF WS-CLY-SITE(WS-CLY-IDX) = WS-PVO-SITE THEN
                   MOVE WS-CLY-FMT(WS-CLY-IDX) TO WS-PVO-FMT
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-PVO-PATH.
           STRING "output/previsit_" WS-LIST-FY "_site_"
               WS-PVO-SITE ".txt"
               DELIMITED BY SIZE INTO WS-PVO-PATH.
           OPEN OUTPUT PREVISIT-OUT-FILE.
           MOVE SPACES TO PREVISIT-OUT-LINE.
           STRING "HDR SITE " WS-PVO-SITE
               " PRE-VISIT LIST FOR FY " WS-LIST-FY
               " RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO PREVISIT-OUT-LINE.
           WRITE PREVISIT-OUT-LINE.

           MOVE 0 TO WS-PVO-CNT-NONE.
           MOVE 0 TO WS-PVO-CNT-MOTIV.
           MOVE 0 TO WS-PVO-CNT-ACTIVE.
           MOVE 0 TO WS-PVO-CNT-TOTAL.
           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                   UNTIL WS-PV-IDX > WS-PV-CNT
               IF WS-PV-SITE(WS-PV-IDX) = WS-PVO-SITE THEN
                   PERFORM LIST-ONE-PATIENT
               END-IF
           END-PERFORM.
           CLOSE PREVISIT-OUT-FILE.

      *    トレーラー: 返却ファイルと同じ形 (明細は HDR/TRL 以外の
      *    全行、患者ID は先頭9桁、レベルは形式ごとの桁)。
           INITIALIZE OCI-SPEC.
           MOVE "012" TO OCI-LVL-CODES.
           MOVE 0 TO OCI-TAG-LEN(1).
           MOVE 1 TO OCI-TAG-COL(1).
           MOVE 1 TO OCI-ID-POS(1).
           MOVE 9 TO OCI-ID-LEN(1).
           IF WS-PVO-FMT = "C" THEN
               MOVE 11 TO OCI-LVL-POS(1)
           ELSE
               MOVE 18 TO OCI-LVL-POS(1)
           END-IF.
           MOVE WS-PVO-PATH TO OCI-PATH.
           MOVE FUNCTION OUTBOUND-CONTROL-TOTALS(WS-OUTCTL-IN)
               TO WS-OUTCTL-OUT.
           OPEN EXTEND PREVISIT-OUT-FILE.
           MOVE SPACES TO PREVISIT-OUT-LINE.
           STRING "TRL TOTAL " WS-PVO-CNT-TOTAL
               " LV0 " WS-PVO-CNT-NONE
               " LV1 " WS-PVO-CNT-MOTIV
               " LV2 " WS-PVO-CNT-ACTIVE
               " HASH " OCO-HASH-ID
               DELIMITED BY SIZE INTO PREVISIT-OUT-LINE.
           WRITE PREVISIT-OUT-LINE.
           CLOSE PREVISIT-OUT-FILE.
           ADD 1 TO WS-CNT-FILES.

           DISPLAY "PRE-VISIT LIST FOR SITE " WS-PVO-SITE ": "
               WS-PVO-CNT-TOTAL " PATIENT(S) TO "
               FUNCTION TRIM(WS-PVO-PATH).

           MOVE WS-PVO-PATH      TO WS-TXR-NAME.
           MOVE WS-PVO-CNT-TOTAL TO WS-TXR-COUNT.
           MOVE 132 TO WS-TXR-LINELEN.
           MOVE SPACES TO WS-TXR-DEST.
           STRING "SITE " WS-PVO-SITE
               DELIMITED BY SIZE INTO WS-TXR-DEST.
           PERFORM REGISTER-OUTBOUND-FILE.

           EXIT.


       LIST-ONE-PATIENT.

           MOVE WS-PV-ID(WS-PV-IDX) TO WS-PT-ID.
           PERFORM IS-OPTED-OUT.
           IF WS-OPTED-OUT THEN
               ADD 1 TO WS-CNT-OPTOUT
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-PRIOR-RESULT.
           PERFORM FIND-PRIOR-MEASURES.
           PERFORM FIND-CARE-STATUS.

           MOVE SPACES TO PREVISIT-OUT-LINE.
           IF WS-PVO-FMT = "C" THEN
               STRING WS-PT-ID "," WS-PT-LVL-X "," WS-PT-FY-X ","
                   WS-PT-EXAM-X "," WS-PT-HBA1C-X ","
                   WS-PT-SBP-X "," WS-PT-WAIST-X ","
                   WS-PT-COUNSEL "," WS-PT-REFERRAL ","
                   WS-PT-CRITICAL "," WS-PT-CRIT-DATE
                   DELIMITED BY SIZE INTO PREVISIT-OUT-LINE
           ELSE
               STRING WS-PT-ID "  LEVEL " WS-PT-LVL-X
                   "  FY " WS-PT-FY-X
                   "  EXAM " WS-PT-EXAM-X
                   "  HBA1C " WS-PT-HBA1C-X
                   "  SBP " WS-PT-SBP-X
                   "  WAIST " WS-PT-WAIST-X
                   "  COUNSEL " WS-PT-COUNSEL
                   "  REFERRAL " WS-PT-REFERRAL
                   "  CRITICAL " WS-PT-CRITICAL " " WS-PT-CRIT-DATE
                   DELIMITED BY SIZE INTO PREVISIT-OUT-LINE
           END-IF.
           WRITE PREVISIT-OUT-LINE.

           IF WS-PT-HIST THEN
               EVALUATE WS-PT-LSK-BG
                   WHEN 0
                       ADD 1 TO WS-PVO-CNT-NONE
                   WHEN 1
                       ADD 1 TO WS-PVO-CNT-MOTIV
                   WHEN 2
                       ADD 1 TO WS-PVO-CNT-ACTIVE
               END-EVALUATE
           ELSE
               ADD 1 TO WS-CNT-NO-HIST
           END-IF.
           ADD 1 TO WS-PVO-CNT-TOTAL.
           ADD 1 TO WS-CNT-LISTED.

           EXIT.


       FIND-PRIOR-RESULT.

      *    経年履歴のこの患者の行をキー順に読み、最後 (直近の年度)
      *    の行を前回とする。
           MOVE 'N' TO WS-PT-HIST-FLAG.
           MOVE "-" TO WS-PT-LVL-X.
           MOVE "----" TO WS-PT-FY-X.
           MOVE "--------" TO WS-PT-EXAM-X.
           MOVE "----" TO WS-PT-HBA1C-X.
           MOVE 0 TO WS-PT-FY.
           IF NOT WS-RHF-OK THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PT-ID TO RHF-PATIENT-ID.
           MOVE 0 TO RHF-FYEAR.
           START RESULT-HIST-FILE
               KEY IS GREATER THAN OR EQUAL TO RHF-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ RESULT-HIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF RHF-PATIENT-ID NOT = WS-PT-ID THEN
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           MOVE 'Y' TO WS-PT-HIST-FLAG
                           MOVE RHF-FYEAR TO WS-PT-FY
                           MOVE RHF-LSK-BG TO WS-PT-LSK-BG
                           MOVE RHF-EXAM-DATE TO WS-PT-EXAM-DATE
                           MOVE RHF-HBA1C TO WS-PT-HBA1C
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT WS-PT-HIST THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PT-LSK-BG TO WS-PT-LVL-X.
           MOVE WS-PT-FY TO WS-PT-FY-X.
           MOVE WS-PT-EXAM-DATE TO WS-PT-EXAM-X.
           IF WS-PT-HBA1C > 0 THEN
               MOVE WS-PT-HBA1C TO WS-ED-HBA1C
               MOVE WS-ED-HBA1C TO WS-PT-HBA1C-X
           END-IF.

           EXIT.


       FIND-PRIOR-MEASURES.

      *    前回と同じ年度の計測値ストアの行 (HbA1c はこちらを優先)。
           MOVE "---" TO WS-PT-SBP-X.
           MOVE "-----" TO WS-PT-WAIST-X.
           IF NOT WS-XST-OK OR NOT WS-PT-HIST THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PT-ID TO XST-PATIENT-ID.
           MOVE WS-PT-FY TO XST-FYEAR.
           READ EXAM-STORE-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           IF XST-HBA1C > 0 THEN
               MOVE XST-HBA1C TO WS-ED-HBA1C
               MOVE WS-ED-HBA1C TO WS-PT-HBA1C-X
           END-IF.
           IF XST-SBP > 0 THEN
               MOVE XST-SBP TO WS-ED-SBP
               MOVE WS-ED-SBP TO WS-PT-SBP-X
           END-IF.
           IF XST-WAIST > 0 THEN
               MOVE XST-WAIST TO WS-ED-WAIST
               MOVE WS-ED-WAIST TO WS-PT-WAIST-X
           END-IF.

           EXIT.


       FIND-CARE-STATUS.

      *    支援中: 直近の初回面談が直近の最終評価より後で、実行日
      *    から WS-SES-WINDOW-DAYS 日以内。
           MOVE "N" TO WS-PT-COUNSEL.
           IF WS-PV-IDATE(WS-PV-IDX) > 0
                   AND WS-PV-IDATE(WS-PV-IDX)
                       > WS-PV-FDATE(WS-PV-IDX) THEN
               COMPUTE WS-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                   - FUNCTION INTEGER-OF-DATE(WS-PV-IDATE(WS-PV-IDX))
               IF WS-DAYS <= WS-SES-WINDOW-DAYS THEN
                   MOVE "Y" TO WS-PT-COUNSEL
               END-IF
           END-IF.

      *    受診勧奨: 完了 (X) していない紹介があれば Y。
           MOVE "N" TO WS-PT-REFERRAL.
           IF WS-REF-OK THEN
               MOVE WS-PT-ID TO REF-PATIENT-ID
               READ REFERRAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF REF-STATUS NOT = "X" THEN
                           MOVE "Y" TO WS-PT-REFERRAL
                       END-IF
               END-READ
           END-IF.

      *    緊急アラート: 行があれば (確認済みでも) Y と直近の日付。
           MOVE "N" TO WS-PT-CRITICAL.
           MOVE SPACES TO WS-PT-CRIT-DATE.
           IF WS-CRA-OK THEN
               MOVE WS-PT-ID TO CRA-PATIENT-ID
               READ CRITICAL-ALERT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-PT-CRITICAL
                       MOVE CRA-ALERT-DATE TO WS-PT-CRIT-DATE
               END-READ
           END-IF.

           EXIT.


       REGISTER-OUTBOUND-FILE.

      *    外部向けファイル1本を送信登録簿に積む (TEST230314 と同じ
      *    形。コントロール合計の見分け方 OCI-SPEC は呼び出し元が
      *    詰めておく)。
           OPEN INPUT TRANSMIT-REG-FILE.
           IF WS-TXR-STATUS = "00" THEN
               PERFORM CHECK-TXR-LAYOUT
               CLOSE TRANSMIT-REG-FILE
               OPEN EXTEND TRANSMIT-REG-FILE
           ELSE
               OPEN OUTPUT TRANSMIT-REG-FILE
               PERFORM WRITE-TXR-LAYOUT
           END-IF.

           MOVE WS-TXR-NAME  TO TXR-FILE-NAME.
           MOVE WS-TXR-COUNT TO TXR-REC-COUNT.
           COMPUTE TXR-BYTES = WS-TXR-COUNT * WS-TXR-LINELEN.
           MOVE WS-TXR-DEST  TO TXR-DEST.
           MOVE WS-RUN-DATE  TO TXR-PRODUCED.
           MOVE SPACES       TO TXR-SENT.
           MOVE SPACES       TO TXR-CONFIRMED.

           MOVE WS-TXR-NAME TO OCI-PATH.
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
      *    突き合わせる (食い違えば止まる)。
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


       CHECK-XST-LAYOUT.

      *    版見出し (キー "*LAYOUT*") を読み、この FD の版と
      *    突き合わせる (食い違えば止まる)。
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


       CHECK-REF-LAYOUT.

      *    版見出し (キー "*LAYOUT*") を読み、この FD の版と
      *    突き合わせる (食い違えば止まる)。キー順の読み進めは
      *    見出しの次から始まる。
           MOVE SPACES TO REFERRAL-REC.
           MOVE WLH-TAG TO REFERRAL-REC(1:13).
           MOVE SPACES TO WLI-HEADER.
           READ REFERRAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REFERRAL-REC(1:28) TO WLI-HEADER
           END-READ.
           MOVE "output/referrals.dat" TO WLI-PATH.
           MOVE "REFERRALS" TO WLI-FILE-ID.
           MOVE WS-LAYOUT-REF TO WLI-EXPECT.
           IF FUNCTION CHECK-FILE-LAYOUT(WS-LAYOUT-IN) NOT = "Y"
               STOP RUN
           END-IF.

           EXIT.

       END PROGRAM TEST260968.
