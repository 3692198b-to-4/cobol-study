      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.

      *    患者マスタの氏名・住所・連絡先の項目暗号 (全プログラム
      *    共通の1本)。
       COPY pii_rules.

      *    オペレーターの担当範囲と患者の保険者・施設の引き当て
      *    (全プログラム共通の1本)。
       COPY scope_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260978.

      *
      * WORK-PACKET: スタッフ別の当日の作業票 (朝のバッチ)。
      * 保健師・栄養士の1日の仕事は、フォローアップ・キュー、
      * 再連絡の階段 (TEST260911) で期日の来た電話、面談予約
      * (TEST260910)、受診勧奨キュー、緊急アラートの確認、QA
      * サンプルに散らばっていて、毎朝5つの画面を開いて拾い集めて
      * いた。ここでは開いている作業を1件ずつ拾い、
      *   - 今日の予約 (B で予約日が今日)
      *   - 電話 (再連絡の階段で期日の来たもの・未確認の緊急
      *     アラート)
      *   - 追いかける受診勧奨 (N はフラグ日から、C は連絡日の
      *     30日後から)
      *   - QA サンプル (未確認 N)
      *   - 期限切れ (上のどれでも、種類ごとの猶予を過ぎたもの。
      *     予約日を過ぎて B のまま残った予約を含む)
      * の区分でスタッフごとの作業票を印字する
      * (output/work_packets_<日付>.txt)。担当は
      *   1. その患者に予約 (B) があれば予約の担当者 (顔なじみを
      *      崩さない)
      *   2. 無ければ TEST260913 の割り当て提案と同じく、持ち件数
      *      (未実施の予約 + この実行で割り当てた患者数) が最少の
      *      有効スタッフのうち、その患者の施設を受け持つ人
      * で決める。同じ患者の作業は全部同じ人に寄せる。スタッフの
      * 受け持ち施設は input/staff_sites.dat (1行が1人の1範囲)。
      * 行の無いスタッフ (表そのものが無いときは全員) は全施設を
      * 受け持つ。誰にも当たらない作業は UNASSIGNED の作業票に
      * 出して、落とさない。
      * 作業票の明細は output/work_packets.dat にも1件1行で書き、
      * 窓口 (TEST230317 の M コマンド) で済んだものに印を付ける。
      * 前日以前の作業票で済みの印が付いた行は、作り直す前に
      * output/work_packet_done.dat へ追記して残す。同じ日に
      * 作り直したときは、済みの印をそのまま引き継ぐ。
      * 電話をかける作業票なので氏名は復号して印字する (鍵が
      * 無ければ伏せ字の氏名)。
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT
           FUNCTION PII-LOAD-KEY
           FUNCTION PII-FIELD-CRYPT
           FUNCTION RESOLVE-PATIENT-SCOPE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    スタッフ・マスタ (TEST260913 参照)。
           SELECT STAFF-MASTER-FILE ASSIGN TO
               'input/staff_master.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STF-STATUS.

      *    スタッフの受け持ち施設: 氏名 (スタッフ・マスタと同じ
      *    10桁)・施設コードの範囲 (両端を含む)。
           SELECT STAFF-SITE-FILE ASSIGN TO
               'input/staff_sites.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SSI-STATUS.

           SELECT APPOINTMENT-FILE ASSIGN TO
               'output/appointments.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APT-PATIENT-ID
           FILE STATUS IS WS-APT-STATUS.

           SELECT FOLLOWUP-QUEUE-FILE ASSIGN TO
               'output/followup_queue.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FUQ-PATIENT-ID
           FILE STATUS IS WS-FUQ-STATUS.

           SELECT WITHDRAWAL-FILE ASSIGN TO
               'output/support_withdrawals.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WDR-KEY
           FILE STATUS IS WS-WDR-STATUS.

           SELECT CONTACT-FILE ASSIGN TO
               'output/contact_attempts.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAT-STATUS.

           SELECT CRITICAL-ALERT-FILE ASSIGN TO
               'output/critical_alerts.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRA-PATIENT-ID
           FILE STATUS IS WS-CRA-STATUS.

           SELECT REFERRAL-FILE ASSIGN TO
               'output/referrals.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REF-PATIENT-ID
           FILE STATUS IS WS-REF-STATUS.

           SELECT QA-QUEUE-FILE ASSIGN TO 'output/qa_queue.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QAQ-PATIENT-ID
           FILE STATUS IS WS-QAQ-STATUS.

           SELECT PATIENT-MASTER-IN ASSIGN TO
               'output/patient_master.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PMI-STATUS.

      *    作業票の明細 (1作業1行。窓口の M コマンドが済みの印を
      *    付けて書き戻す)。
           SELECT WORK-PACKET-FILE ASSIGN TO
               'output/work_packets.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WPK-STATUS.

      *    済みになった作業の追記台帳 (前日以前の作業票から移す)。
           SELECT PACKET-DONE-FILE ASSIGN TO
               'output/work_packet_done.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WPD-STATUS.

      *    印字用の作業票 (パスに日付を含める)。
           SELECT PACKET-PRINT-FILE ASSIGN USING WS-PPR-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STAFF-MASTER-FILE.
       01  STAFF-MASTER-REC.
           03 STF-NAME        PIC X(10).
           03 STF-ROLE        PIC X.
           03 STF-ACTIVE      PIC X.
           03 STF-QUAL        PIC X.
           03 STF-LICENCE     PIC X(12).
           03 STF-LIC-EXPIRY  PIC 9(8).

       FD  STAFF-SITE-FILE.
       01  STAFF-SITE-REC.
           03 SSI-STAFF       PIC X(10).
           03 SSI-SITE-FROM   PIC 9(3).
           03 SSI-SITE-TO     PIC 9(3).

       FD  APPOINTMENT-FILE.
       01  APPOINTMENT-REC.
           03 APT-PATIENT-ID  PIC 9(9).
           03 APT-STAFF       PIC X(10).
           03 APT-SITE-CODE   PIC 9(3).
           03 APT-DATE        PIC 9(8).
           03 APT-SLOT        PIC 9(2).
           03 APT-STATUS      PIC X.
           03 APT-BOOKED-BY   PIC X(6).
           03 APT-BOOKED-ON   PIC X(8).

       FD  FOLLOWUP-QUEUE-FILE.
       01  FOLLOWUP-QUEUE-REC.
           03 FUQ-PATIENT-ID  PIC 9(9).
           03 FUQ-OLD-LSK     PIC 9.
           03 FUQ-NEW-LSK     PIC 9.
           03 FUQ-FLAG-DATE   PIC X(8).
           03 FUQ-STATUS      PIC X.
           03 FUQ-STATUS-DATE PIC X(8).

       FD  WITHDRAWAL-FILE.
       01  WITHDRAWAL-REC.
           03 WDR-KEY.
              05 WDR-PATIENT-ID PIC 9(9).
              05 WDR-FYEAR      PIC 9(4).
      *    区分・日付・理由など (TEST230317 参照)。
           03 FILLER          PIC X(26).

       FD  CONTACT-FILE.
       01  CONTACT-REC.
           03 CAT-PATIENT-ID  PIC 9(9).
           03 CAT-DATE        PIC 9(8).
           03 CAT-CHANNEL     PIC X.
           03 CAT-OPERATOR    PIC X(6).
           03 CAT-OUTCOME     PIC X(20).
           03 CAT-ATTEMPT-NO  PIC 9(2).

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

       FD  QA-QUEUE-FILE.
       01  QA-QUEUE-REC.
           03 QAQ-PATIENT-ID  PIC 9(9).
           03 QAQ-RUN-DATE    PIC X(8).
           03 QAQ-LSK-BG      PIC 9.
           03 QAQ-SITE-CODE   PIC 9(3).
           03 QAQ-STATUS      PIC X.
           03 QAQ-REVIEWER    PIC X(6).
           03 QAQ-REV-DATE    PIC X(8).
           03 QAQ-NOTE        PIC X(20).

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

      *    作業票の明細。種類: APPT=予約 CALL=再連絡の電話
      *    CRIT=緊急アラートの確認 REF=受診勧奨 QA=QA サンプル。
      *    状態: O=未了 D=済み (済ませた人・日)。
       FD  WORK-PACKET-FILE.
       01  WORK-PACKET-REC.
           03 WPK-RUN-DATE    PIC 9(8).
           03 WPK-STAFF       PIC X(10).
           03 WPK-SEQ         PIC 9(4).
           03 WPK-KIND        PIC X(4).
           03 WPK-PATIENT-ID  PIC 9(9).
           03 WPK-SITE-CODE   PIC 9(3).
           03 WPK-DUE-DATE    PIC 9(8).
           03 WPK-OVERDUE     PIC X.
           03 WPK-DETAIL      PIC X(30).
           03 WPK-STATUS      PIC X.
           03 WPK-DONE-BY     PIC X(6).
           03 WPK-DONE-DATE   PIC X(8).

       FD  PACKET-DONE-FILE.
       01  PACKET-DONE-REC    PIC X(92).

       FD  PACKET-PRINT-FILE.
       01  PACKET-PRINT-LINE  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-STF-STATUS      PIC XX.
       01  WS-SSI-STATUS      PIC XX.
       01  WS-APT-STATUS      PIC XX.
       01  WS-FUQ-STATUS      PIC XX.
       01  WS-WDR-STATUS      PIC XX.
       01  WS-CAT-STATUS      PIC XX.
       01  WS-CRA-STATUS      PIC XX.
       01  WS-REF-STATUS      PIC XX.
       01  WS-QAQ-STATUS      PIC XX.
       01  WS-PMI-STATUS      PIC XX.
       01  WS-WPK-STATUS      PIC XX.
       01  WS-WPD-STATUS      PIC XX.
       01  WS-PPR-STATUS      PIC XX.
       01  WS-PPR-PATH        PIC X(50) VALUE SPACES.
       01  WS-RUN-DATE        PIC X(8).
       01  WS-TODAY-NUM       PIC 9(8) VALUE 0.
       01  WS-TODAY-INT       PIC 9(8) VALUE 0.
       01  WS-EOF-FLAG        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.

      *    有効スタッフ (マスタに載っていて無効 I でなく、委託事業者
      *    の指導者 V でない人)。持ち件数は未実施の予約 (B) の数と、
      *    この実行で割り当てた患者の数。
       01  WS-ST-TAB.
           03 WS-ST-ENTRY OCCURS 30 TIMES.
              05 WS-ST-NAME   PIC X(10).
              05 WS-ST-OPEN   PIC 9(5).
              05 WS-ST-RUN    PIC 9(5).
              05 WS-ST-ITEMS  PIC 9(5).
              05 WS-ST-OVER   PIC 9(5).
       01  WS-ST-CNT          PIC 9(2) VALUE 0.
       01  WS-ST-IDX          PIC 9(2) VALUE 0.
       01  WS-ST-HIT          PIC 9(2) VALUE 0.
       01  WS-ST-LOOK         PIC X(10) VALUE SPACES.
       01  WS-BEST-IDX        PIC 9(2) VALUE 0.
       01  WS-BEST-LOAD       PIC 9(6) VALUE 0.
       01  WS-LOAD            PIC 9(6) VALUE 0.
      *    誰にも当たらない作業の作業票の名前。
       01  WS-UNASSIGNED      PIC X(10) VALUE "UNASSIGNED".

      *    受け持ち施設の表 (スタッフ1人に何行でも)。
       01  WS-SS-TAB.
           03 WS-SS-ENTRY OCCURS 200 TIMES.
              05 WS-SS-STAFF  PIC X(10).
              05 WS-SS-FROM   PIC 9(3).
              05 WS-SS-TO     PIC 9(3).
       01  WS-SS-CNT          PIC 9(3) VALUE 0.
       01  WS-SS-IDX          PIC 9(3) VALUE 0.
       01  WS-SS-ROWS         PIC 9(3) VALUE 0.
       01  WS-COVERS-FLAG     PIC X VALUE 'N'.
           88 WS-COVERS              VALUE 'Y'.

      *    未実施 (B) の予約 (患者ごとに1件。担当の引き継ぎと今日の
      *    予約に使う)。
       01  WS-AP-TAB.
           03 WS-AP-ENTRY OCCURS 3000 TIMES.
              05 WS-AP-ID     PIC 9(9).
              05 WS-AP-STAFF  PIC X(10).
              05 WS-AP-SITE   PIC 9(3).
              05 WS-AP-DATE   PIC 9(8).
              05 WS-AP-SLOT   PIC 9(2).
       01  WS-AP-CNT          PIC 9(4) VALUE 0.
       01  WS-AP-IDX          PIC 9(4) VALUE 0.
       01  WS-AP-HIT          PIC 9(4) VALUE 0.

      *    作業のある患者と担当 (0 = UNASSIGNED) と印字する氏名。
       01  WS-PA-TAB.
           03 WS-PA-ENTRY OCCURS 3000 TIMES.
              05 WS-PA-ID     PIC 9(9).
              05 WS-PA-STAFF  PIC 9(2).
              05 WS-PA-NAME   PIC X(30).
       01  WS-PA-CNT          PIC 9(4) VALUE 0.
       01  WS-PA-IDX          PIC 9(4) VALUE 0.
       01  WS-PA-HIT          PIC 9(4) VALUE 0.

      *    拾った作業。区分: A=今日の予約 C=電話 R=受診勧奨
      *    Q=QA サンプル (期限切れは区分によらず期限切れの欄)。
       01  WS-IT-TAB.
           03 WS-IT-ENTRY OCCURS 3000 TIMES.
              05 WS-IT-KIND   PIC X(4).
              05 WS-IT-SECT   PIC X.
              05 WS-IT-PA     PIC 9(4).
              05 WS-IT-SITE   PIC 9(3).
              05 WS-IT-DUE    PIC 9(8).
              05 WS-IT-OVER   PIC X.
              05 WS-IT-DETAIL PIC X(30).
              05 WS-IT-STATUS PIC X.
              05 WS-IT-BY     PIC X(6).
              05 WS-IT-ON     PIC X(8).
       01  WS-IT-CNT          PIC 9(4) VALUE 0.
       01  WS-IT-IDX          PIC 9(4) VALUE 0.
       01  WS-IT-OVFL-FLAG    PIC X VALUE 'N'.
           88 WS-IT-OVFL             VALUE 'Y'.

      *    作業1件の引数 (ADD-WORK-ITEM へ)。猶予は期日から何日
      *    過ぎたら期限切れとするか。
       01  WS-NEW-KIND        PIC X(4) VALUE SPACES.
       01  WS-NEW-SECT        PIC X VALUE SPACE.
       01  WS-NEW-PATIENT     PIC 9(9) VALUE 0.
       01  WS-NEW-SITE        PIC 9(3) VALUE 0.
       01  WS-NEW-DUE         PIC 9(8) VALUE 0.
       01  WS-NEW-GRACE       PIC 9(3) VALUE 0.
       01  WS-NEW-DETAIL      PIC X(30) VALUE SPACES.
       01  WS-NEW-STAFF       PIC X(10) VALUE SPACES.

      *    種類ごとの猶予 (日)。予約と緊急アラートは当日中、電話は
      *    階段の1段 (7日)、受診勧奨は2週間、QA サンプルは1週間。
       01  WS-GRACE-APPT      PIC 9(3) VALUE 0.
       01  WS-GRACE-CALL      PIC 9(3) VALUE 7.
       01  WS-GRACE-CRIT      PIC 9(3) VALUE 0.
       01  WS-GRACE-REF       PIC 9(3) VALUE 14.
       01  WS-GRACE-QA        PIC 9(3) VALUE 7.
      *    連絡済 (C) の受診勧奨を追いかけ始めるまでの日数。
       01  WS-REF-CHASE-DAYS  PIC 9(3) VALUE 30.

      *    接触記録 (再連絡の階段の試行回数に使う)。
       01  WS-CT-TAB.
           03 WS-CT-ENTRY OCCURS 3000 TIMES.
              05 WS-CT-PATIENT PIC 9(9).
              05 WS-CT-DATE    PIC 9(8).
       01  WS-CT-CNT          PIC 9(4) VALUE 0.
       01  WS-CT-IDX          PIC 9(4) VALUE 0.
       01  WS-CT-OVFL-FLAG    PIC X VALUE 'N'.
           88 WS-CT-OVFL             VALUE 'Y'.

      *    再連絡の階段 (TEST260911 の RESOLVE-LADDER-STEP と同じ)。
       01  WS-LOOK-ID         PIC 9(9) VALUE 0.
       01  WS-ATTEMPTS        PIC 9(2) VALUE 0.
       01  WS-LAST-ATT-DATE   PIC 9(8) VALUE 0.
       01  WS-LADDER-DAYS     PIC 9(3) VALUE 0.
       01  WS-MAX-ATTEMPTS    PIC 9(2) VALUE 5.
       01  WS-NEXT-DUE-INT    PIC 9(8) VALUE 0.

      *    辞退・脱落の照会用 (基準日 = キューのフラグ日の年度)。
       01  WS-WDR-HIT-FLAG    PIC X VALUE 'N'.
           88 WS-WDR-HIT             VALUE 'Y'.
       01  WS-REF-DATE-NUM    PIC 9(8) VALUE 0.
       01  WS-REF-MM          PIC 9(2) VALUE 0.
       01  WS-REF-FY          PIC 9(4) VALUE 0.

      *    キューの日付 (X(8)) を数字にして確かめる作業域。
       01  WS-DATE-NUM        PIC 9(8) VALUE 0.
       01  WS-DATE-OK-FLAG    PIC X VALUE 'N'.
           88 WS-DATE-OK             VALUE 'Y'.

      *    前回の作業票: 同じ日の作り直しなら済みの印を引き継ぐ。
       01  WS-PD-TAB.
           03 WS-PD-ENTRY OCCURS 3000 TIMES.
              05 WS-PD-KIND   PIC X(4).
              05 WS-PD-ID     PIC 9(9).
              05 WS-PD-BY     PIC X(6).
              05 WS-PD-ON     PIC X(8).
       01  WS-PD-CNT          PIC 9(4) VALUE 0.
       01  WS-PD-IDX          PIC 9(4) VALUE 0.
       01  WS-WPD-OPEN-FLAG   PIC X VALUE 'N'.
           88 WS-WPD-OPEN            VALUE 'Y'.

      *    印字: スタッフごとの区分の見出しと通番。
       01  WS-PR-STAFF        PIC 9(2) VALUE 0.
       01  WS-PR-NAME         PIC X(10) VALUE SPACES.
       01  WS-PR-SECT-NO      PIC 9 VALUE 0.
       01  WS-PR-SECT         PIC X VALUE SPACE.
       01  WS-PR-TITLE        PIC X(30) VALUE SPACES.
       01  WS-PR-SEQ          PIC 9(4) VALUE 0.
       01  WS-PR-IN-SECT      PIC 9(4) VALUE 0.
       01  WS-PR-PICK-FLAG    PIC X VALUE 'N'.
           88 WS-PR-PICK             VALUE 'Y'.
       01  WS-PR-MARK         PIC X(6) VALUE SPACES.

       01  WS-CNT-APPT        PIC 9(5) VALUE 0.
       01  WS-CNT-CALL        PIC 9(5) VALUE 0.
       01  WS-CNT-CRIT        PIC 9(5) VALUE 0.
       01  WS-CNT-REF         PIC 9(5) VALUE 0.
       01  WS-CNT-QA          PIC 9(5) VALUE 0.
       01  WS-CNT-OVERDUE     PIC 9(5) VALUE 0.
       01  WS-CNT-UNASSIGNED  PIC 9(5) VALUE 0.
       01  WS-CNT-BAD-DATE    PIC 9(5) VALUE 0.
       01  WS-CNT-CARRIED     PIC 9(5) VALUE 0.
       01  WS-CNT-LOGGED      PIC 9(5) VALUE 0.

       01  WS-SITES-OK-FLAG   PIC X VALUE 'N'.
           88 WS-SITES-OK            VALUE 'Y'.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-FUQ      PIC 9(3) VALUE 1.
       01  WS-LAYOUT-QAQ      PIC 9(3) VALUE 1.
       01  WS-LAYOUT-PMS      PIC 9(3) VALUE 2.
       01  WS-LAYOUT-REF      PIC 9(3) VALUE 1.
       COPY layout_header.
       COPY pii_ctl.
       COPY scope_ctl.

       PROCEDURE DIVISION.
       MAIN SECTION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-TODAY-NUM.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).

           DISPLAY "--- DAILY WORK PACKETS " WS-RUN-DATE " ---".

           PERFORM LOAD-STAFF-MASTER.
           PERFORM LOAD-STAFF-SITES.
           PERFORM LOAD-APPOINTMENTS.
           PERFORM LOAD-CONTACT-ATTEMPTS.
           PERFORM LOAD-PREVIOUS-PACKET.

      *    予約を先に拾う (予約の担当者がその患者の他の作業も
      *    持つように)。
           PERFORM GATHER-APPOINTMENTS.
           PERFORM GATHER-CRITICAL-ALERTS.
           PERFORM GATHER-RECALL-CALLS.
           PERFORM GATHER-REFERRALS.
           PERFORM GATHER-QA-SAMPLES.

           IF WS-IT-OVFL THEN
               DISPLAY "MORE OPEN WORK THAN THE IN-MEMORY TABLE "
                   "(3000) - SOME ITEMS ARE NOT ON TODAY'S PACKETS"
           END-IF.

           PERFORM LOAD-PATIENT-NAMES.
           PERFORM WRITE-PACKETS.

           DISPLAY "WORK PACKETS WRITTEN ("
               FUNCTION TRIM(WS-PPR-PATH) ", output/work_packets.dat)".
           DISPLAY "  APPOINTMENTS " WS-CNT-APPT
               " CALLS " WS-CNT-CALL
               " CRITICAL ALERTS " WS-CNT-CRIT
               " REFERRALS " WS-CNT-REF
               " QA SAMPLES " WS-CNT-QA.
           DISPLAY "  OVERDUE " WS-CNT-OVERDUE
               " UNASSIGNED " WS-CNT-UNASSIGNED
               " SKIPPED (BAD DATE) " WS-CNT-BAD-DATE.
           DISPLAY "  CHECK-OFFS KEPT FROM TODAY'S EARLIER RUN "
               WS-CNT-CARRIED
               " EARLIER CHECK-OFFS MOVED TO THE DONE LOG "
               WS-CNT-LOGGED.

           STOP RUN.


       LOAD-STAFF-MASTER.

           MOVE 0 TO WS-ST-CNT.
           OPEN INPUT STAFF-MASTER-FILE.
           IF WS-STF-STATUS NOT = "00" THEN
               DISPLAY "NO STAFF MASTER - EVERY ITEM GOES TO THE "
                   "UNASSIGNED PACKET"
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ STAFF-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
      *                割り当て提案 (TEST260913) と同じ対象: 有効で、
      *                委託事業者の指導者 (V) でない人。
                       IF WS-ST-CNT < 30 AND STF-ROLE NOT = "V"
                               AND STF-ACTIVE NOT = "I" THEN
                           ADD 1 TO WS-ST-CNT
                           MOVE STF-NAME TO WS-ST-NAME(WS-ST-CNT)
                           MOVE 0 TO WS-ST-OPEN(WS-ST-CNT)
                           MOVE 0 TO WS-ST-RUN(WS-ST-CNT)
                           MOVE 0 TO WS-ST-ITEMS(WS-ST-CNT)
                           MOVE 0 TO WS-ST-OVER(WS-ST-CNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STAFF-MASTER-FILE.

           EXIT.


       LOAD-STAFF-SITES.

      *    表が無ければ全員が全施設を受け持つ。
           MOVE 0 TO WS-SS-CNT.
           OPEN INPUT STAFF-SITE-FILE.
           IF WS-SSI-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-SITES-OK-FLAG.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ STAFF-SITE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-SS-CNT < 200 THEN
                           ADD 1 TO WS-SS-CNT
                           MOVE SSI-STAFF TO WS-SS-STAFF(WS-SS-CNT)
                           MOVE SSI-SITE-FROM
                               TO WS-SS-FROM(WS-SS-CNT)
                           MOVE SSI-SITE-TO TO WS-SS-TO(WS-SS-CNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STAFF-SITE-FILE.

           EXIT.


       LOAD-APPOINTMENTS.

      *    未実施 (B) の予約を表へ。スタッフの持ち件数も同じ読みで
      *    数える (TEST260913 のオープン・ケースロード)。
           MOVE 0 TO WS-AP-CNT.
           OPEN INPUT APPOINTMENT-FILE.
           IF WS-APT-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ APPOINTMENT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF APT-STATUS = "B" THEN
                           MOVE APT-STAFF TO WS-ST-LOOK
                           PERFORM FIND-STAFF
                           IF WS-ST-HIT > 0 THEN
                               ADD 1 TO WS-ST-OPEN(WS-ST-HIT)
                           END-IF
                           IF WS-AP-CNT < 3000 THEN
                               ADD 1 TO WS-AP-CNT
                               MOVE APT-PATIENT-ID
                                   TO WS-AP-ID(WS-AP-CNT)
                               MOVE APT-STAFF
                                   TO WS-AP-STAFF(WS-AP-CNT)
                               MOVE APT-SITE-CODE
                                   TO WS-AP-SITE(WS-AP-CNT)
                               MOVE APT-DATE TO WS-AP-DATE(WS-AP-CNT)
                               MOVE APT-SLOT TO WS-AP-SLOT(WS-AP-CNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE APPOINTMENT-FILE.

           EXIT.


       LOAD-CONTACT-ATTEMPTS.

           MOVE 0 TO WS-CT-CNT.
           OPEN INPUT CONTACT-FILE.
           IF WS-CAT-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ CONTACT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-CT-CNT < 3000 THEN
                           ADD 1 TO WS-CT-CNT
                           MOVE CAT-PATIENT-ID
                               TO WS-CT-PATIENT(WS-CT-CNT)
                           MOVE CAT-DATE TO WS-CT-DATE(WS-CT-CNT)
                       ELSE
                           MOVE 'Y' TO WS-CT-OVFL-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTACT-FILE.
           IF WS-CT-OVFL THEN
               DISPLAY "CONTACT LOG EXCEEDS THE IN-MEMORY TABLE "
                   "(3000) - ATTEMPT COUNTS MAY BE LOW"
           END-IF.

           EXIT.


       LOAD-PREVIOUS-PACKET.

      *    前回の作業票の済み (D) の行: 今日の分なら引き継ぎの表へ、
      *    前日以前の分なら済みの台帳へ移す (作業票は作り直しで
      *    上書きするため)。
           MOVE 0 TO WS-PD-CNT.
           OPEN INPUT WORK-PACKET-FILE.
           IF WS-WPK-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ WORK-PACKET-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WPK-STATUS = "D" THEN
                           PERFORM KEEP-OR-LOG-DONE-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WORK-PACKET-FILE.
           IF WS-WPD-OPEN THEN
               CLOSE PACKET-DONE-FILE
           END-IF.

           EXIT.


       KEEP-OR-LOG-DONE-ROW.

           IF WPK-RUN-DATE = WS-TODAY-NUM THEN
               IF WS-PD-CNT < 3000 THEN
                   ADD 1 TO WS-PD-CNT
                   MOVE WPK-KIND TO WS-PD-KIND(WS-PD-CNT)
                   MOVE WPK-PATIENT-ID TO WS-PD-ID(WS-PD-CNT)
                   MOVE WPK-DONE-BY TO WS-PD-BY(WS-PD-CNT)
                   MOVE WPK-DONE-DATE TO WS-PD-ON(WS-PD-CNT)
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF NOT WS-WPD-OPEN THEN
               OPEN INPUT PACKET-DONE-FILE
               IF WS-WPD-STATUS = "00" THEN
                   CLOSE PACKET-DONE-FILE
                   OPEN EXTEND PACKET-DONE-FILE
               ELSE
                   OPEN OUTPUT PACKET-DONE-FILE
               END-IF
               MOVE 'Y' TO WS-WPD-OPEN-FLAG
           END-IF.
           MOVE WORK-PACKET-REC TO PACKET-DONE-REC.
           WRITE PACKET-DONE-REC.
           ADD 1 TO WS-CNT-LOGGED.

           EXIT.


       GATHER-APPOINTMENTS.

      *    予約日が今日のものは今日の予約、過ぎても B のままの
      *    ものは記録漏れか無断キャンセルなので期限切れ。
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-AP-CNT
               IF WS-AP-DATE(WS-AP-IDX) <= WS-TODAY-NUM THEN
                   MOVE "APPT" TO WS-NEW-KIND
                   MOVE "A" TO WS-NEW-SECT
                   MOVE WS-AP-ID(WS-AP-IDX) TO WS-NEW-PATIENT
                   MOVE WS-AP-SITE(WS-AP-IDX) TO WS-NEW-SITE
                   MOVE WS-AP-DATE(WS-AP-IDX) TO WS-NEW-DUE
                   MOVE WS-GRACE-APPT TO WS-NEW-GRACE
                   MOVE SPACES TO WS-NEW-DETAIL
                   IF WS-AP-DATE(WS-AP-IDX) < WS-TODAY-NUM THEN
                       STRING "SLOT " WS-AP-SLOT(WS-AP-IDX)
                           " NOT RECORDED"
                           DELIMITED BY SIZE INTO WS-NEW-DETAIL
                   ELSE
                       STRING "SLOT " WS-AP-SLOT(WS-AP-IDX)
                           DELIMITED BY SIZE INTO WS-NEW-DETAIL
                   END-IF
                   MOVE WS-AP-STAFF(WS-AP-IDX) TO WS-NEW-STAFF
                   PERFORM ADD-WORK-ITEM
                   ADD 1 TO WS-CNT-APPT
               END-IF
           END-PERFORM.

           EXIT.


       GATHER-CRITICAL-ALERTS.

      *    未確認 (N) の緊急アラート: クリニックへの電話 (K コマンド
      *    で確認記録を付ける)。アラートの日のうちが期限。
           OPEN INPUT CRITICAL-ALERT-FILE.
           IF WS-CRA-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ CRITICAL-ALERT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF CRA-STATUS = "N" THEN
                           MOVE CRA-ALERT-DATE TO WS-DATE-NUM
                           PERFORM CHECK-QUEUE-DATE
                           IF WS-DATE-OK THEN
                               MOVE "CRIT" TO WS-NEW-KIND
                               MOVE "C" TO WS-NEW-SECT
                               MOVE CRA-PATIENT-ID TO WS-NEW-PATIENT
                               MOVE CRA-SITE-CODE TO WS-NEW-SITE
                               MOVE WS-DATE-NUM TO WS-NEW-DUE
                               MOVE WS-GRACE-CRIT TO WS-NEW-GRACE
                               MOVE SPACES TO WS-NEW-DETAIL
                               STRING "CRITICAL VALUE - CALL CLINIC"
                                   DELIMITED BY SIZE
                                   INTO WS-NEW-DETAIL
                               MOVE SPACES TO WS-NEW-STAFF
                               PERFORM ADD-WORK-ITEM
                               ADD 1 TO WS-CNT-CRIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CRITICAL-ALERT-FILE.

           EXIT.


       GATHER-RECALL-CALLS.

      *    再連絡: キューの未完了 (N/C) で階段の期日が来たもの
      *    (TEST260911 の電話リストと同じ拾い方)。
           OPEN INPUT FOLLOWUP-QUEUE-FILE.
           IF WS-FUQ-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-FUQ-LAYOUT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ FOLLOWUP-QUEUE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF FUQ-STATUS = "N" OR FUQ-STATUS = "C" THEN
                           PERFORM CHECK-RECALL-DUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FOLLOWUP-QUEUE-FILE.

           EXIT.


       CHECK-RECALL-DUE.

           MOVE FUQ-FLAG-DATE TO WS-DATE-NUM.
           PERFORM CHECK-QUEUE-DATE.
           IF NOT WS-DATE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE FUQ-PATIENT-ID TO WS-LOOK-ID.
           MOVE WS-DATE-NUM TO WS-REF-DATE-NUM.
           PERFORM CHECK-WITHDRAWN.
           IF WS-WDR-HIT THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM COUNT-PRIOR-ATTEMPTS.
           IF WS-ATTEMPTS >= WS-MAX-ATTEMPTS THEN
               EXIT PARAGRAPH
           END-IF.

           EVALUATE WS-ATTEMPTS
               WHEN 0
                   MOVE 0 TO WS-LADDER-DAYS
               WHEN 1
                   MOVE 7 TO WS-LADDER-DAYS
               WHEN 2
                   MOVE 14 TO WS-LADDER-DAYS
               WHEN 3
                   MOVE 21 TO WS-LADDER-DAYS
               WHEN OTHER
                   MOVE 28 TO WS-LADDER-DAYS
           END-EVALUATE.
           IF WS-LAST-ATT-DATE = 0 THEN
               MOVE WS-DATE-NUM TO WS-LAST-ATT-DATE
           END-IF.
           COMPUTE WS-NEXT-DUE-INT =
               FUNCTION INTEGER-OF-DATE(WS-LAST-ATT-DATE)
               + WS-LADDER-DAYS.
           IF WS-NEXT-DUE-INT > WS-TODAY-INT THEN
               EXIT PARAGRAPH
           END-IF.

      *    キューに施設が無いので、患者の直近の健診の施設を引く。
           MOVE FUQ-PATIENT-ID TO WRP-PATIENT-ID.
           MOVE WS-TODAY-NUM TO WRP-AS-OF.
           MOVE SPACES TO WRP-INSURER.
           MOVE 0 TO WRP-SITE.
           MOVE SPACES TO WRP-RHF-PATH.
           MOVE RESOLVE-PATIENT-SCOPE(WS-RP-IN) TO WS-RP-OUT.

           MOVE "CALL" TO WS-NEW-KIND.
           MOVE "C" TO WS-NEW-SECT.
           MOVE FUQ-PATIENT-ID TO WS-NEW-PATIENT.
           MOVE WRP-OUT-SITE TO WS-NEW-SITE.
           MOVE FUNCTION DATE-OF-INTEGER(WS-NEXT-DUE-INT)
               TO WS-NEW-DUE.
           MOVE WS-GRACE-CALL TO WS-NEW-GRACE.
           MOVE SPACES TO WS-NEW-DETAIL.
           COMPUTE WS-ATTEMPTS = WS-ATTEMPTS + 1.
           STRING "RECALL ATTEMPT " WS-ATTEMPTS " OF "
               WS-MAX-ATTEMPTS
               DELIMITED BY SIZE INTO WS-NEW-DETAIL.
           MOVE SPACES TO WS-NEW-STAFF.
           PERFORM ADD-WORK-ITEM.
           ADD 1 TO WS-CNT-CALL.

           EXIT.


       GATHER-REFERRALS.

      *    受診勧奨: 新規 (N) はフラグ日から連絡する、連絡済 (C) は
      *    連絡から WS-REF-CHASE-DAYS 日たっても受診の確認が無ければ
      *    追いかける。
           OPEN INPUT REFERRAL-FILE.
           IF WS-REF-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-REF-LAYOUT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ REFERRAL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF REF-STATUS = "N" OR REF-STATUS = "C" THEN
                           PERFORM CHECK-REFERRAL-DUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REFERRAL-FILE.

           EXIT.


       CHECK-REFERRAL-DUE.

           MOVE SPACES TO WS-NEW-DETAIL.
           IF REF-STATUS = "N" THEN
               MOVE REF-FLAG-DATE TO WS-DATE-NUM
               PERFORM CHECK-QUEUE-DATE
               IF NOT WS-DATE-OK THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-DATE-NUM TO WS-NEW-DUE
               STRING "NEW REFERRAL - FIRST CONTACT"
                   DELIMITED BY SIZE INTO WS-NEW-DETAIL
           ELSE
               MOVE REF-STATUS-DATE TO WS-DATE-NUM
               PERFORM CHECK-QUEUE-DATE
               IF NOT WS-DATE-OK THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   + WS-REF-CHASE-DAYS) TO WS-NEW-DUE
               STRING "CONTACTED " REF-STATUS-DATE " NO VISIT"
                   DELIMITED BY SIZE INTO WS-NEW-DETAIL
           END-IF.
           IF WS-NEW-DUE > WS-TODAY-NUM THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE "REF" TO WS-NEW-KIND.
           MOVE "R" TO WS-NEW-SECT.
           MOVE REF-PATIENT-ID TO WS-NEW-PATIENT.
           MOVE REF-SITE-CODE TO WS-NEW-SITE.
           MOVE WS-GRACE-REF TO WS-NEW-GRACE.
           MOVE SPACES TO WS-NEW-STAFF.
           PERFORM ADD-WORK-ITEM.
           ADD 1 TO WS-CNT-REF.

           EXIT.


       GATHER-QA-SAMPLES.

      *    QA サンプルの未確認 (N)。抽出された日から。
           OPEN INPUT QA-QUEUE-FILE.
           IF WS-QAQ-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-QAQ-LAYOUT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ QA-QUEUE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF QAQ-STATUS = "N" THEN
                           MOVE QAQ-RUN-DATE TO WS-DATE-NUM
                           PERFORM CHECK-QUEUE-DATE
                           IF WS-DATE-OK THEN
                               MOVE "QA" TO WS-NEW-KIND
                               MOVE "Q" TO WS-NEW-SECT
                               MOVE QAQ-PATIENT-ID TO WS-NEW-PATIENT
                               MOVE QAQ-SITE-CODE TO WS-NEW-SITE
                               MOVE WS-DATE-NUM TO WS-NEW-DUE
                               MOVE WS-GRACE-QA TO WS-NEW-GRACE
                               MOVE SPACES TO WS-NEW-DETAIL
                               STRING "QA SAMPLE LEVEL " QAQ-LSK-BG
                                   DELIMITED BY SIZE
                                   INTO WS-NEW-DETAIL
                               MOVE SPACES TO WS-NEW-STAFF
                               PERFORM ADD-WORK-ITEM
                               ADD 1 TO WS-CNT-QA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE QA-QUEUE-FILE.

           EXIT.


       CHECK-QUEUE-DATE.

      *    キューの日付 (X(8) を WS-DATE-NUM へ移したもの) が暦の
      *    日付か。壊れた行は作業にせず数えるだけ。
           MOVE 'N' TO WS-DATE-OK-FLAG.
           IF WS-DATE-NUM IS NUMERIC THEN
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = 0 THEN
                   MOVE 'Y' TO WS-DATE-OK-FLAG
               END-IF
           END-IF.
           IF NOT WS-DATE-OK THEN
               ADD 1 TO WS-CNT-BAD-DATE
           END-IF.

           EXIT.


       ADD-WORK-ITEM.

      *    WS-NEW-* の作業を1件積み、患者の担当を決める。
           IF WS-IT-CNT >= 3000 THEN
               MOVE 'Y' TO WS-IT-OVFL-FLAG
               EXIT PARAGRAPH
           END-IF.
           PERFORM ASSIGN-PATIENT.
           IF WS-PA-HIT = 0 THEN
               MOVE 'Y' TO WS-IT-OVFL-FLAG
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-IT-CNT.
           MOVE WS-NEW-KIND   TO WS-IT-KIND(WS-IT-CNT).
           MOVE WS-NEW-SECT   TO WS-IT-SECT(WS-IT-CNT).
           MOVE WS-PA-HIT     TO WS-IT-PA(WS-IT-CNT).
           MOVE WS-NEW-SITE   TO WS-IT-SITE(WS-IT-CNT).
           MOVE WS-NEW-DUE    TO WS-IT-DUE(WS-IT-CNT).
           MOVE WS-NEW-DETAIL TO WS-IT-DETAIL(WS-IT-CNT).
           MOVE "O"    TO WS-IT-STATUS(WS-IT-CNT).
           MOVE SPACES TO WS-IT-BY(WS-IT-CNT).
           MOVE SPACES TO WS-IT-ON(WS-IT-CNT).
           IF FUNCTION INTEGER-OF-DATE(WS-NEW-DUE) + WS-NEW-GRACE
                   < WS-TODAY-INT THEN
               MOVE "Y" TO WS-IT-OVER(WS-IT-CNT)
               ADD 1 TO WS-CNT-OVERDUE
           ELSE
               MOVE "N" TO WS-IT-OVER(WS-IT-CNT)
           END-IF.

      *    今日の前の実行で済みの印が付いていれば引き継ぐ。
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PD-CNT
               IF WS-PD-KIND(WS-PD-IDX) = WS-NEW-KIND
                       AND WS-PD-ID(WS-PD-IDX) = WS-NEW-PATIENT
                       AND WS-IT-STATUS(WS-IT-CNT) = "O" THEN
                   MOVE "D" TO WS-IT-STATUS(WS-IT-CNT)
                   MOVE WS-PD-BY(WS-PD-IDX) TO WS-IT-BY(WS-IT-CNT)
                   MOVE WS-PD-ON(WS-PD-IDX) TO WS-IT-ON(WS-IT-CNT)
                   ADD 1 TO WS-CNT-CARRIED
               END-IF
           END-PERFORM.

           EXIT.


       ASSIGN-PATIENT.

      *    患者の担当を決めて WS-PA-HIT に返す (表が溢れたら 0)。
      *    この実行で既に担当の決まった患者はそのまま。
           MOVE 0 TO WS-PA-HIT.
           PERFORM VARYING WS-PA-IDX FROM 1 BY 1
                   UNTIL WS-PA-IDX > WS-PA-CNT OR WS-PA-HIT > 0
               IF WS-PA-ID(WS-PA-IDX) = WS-NEW-PATIENT THEN
                   MOVE WS-PA-IDX TO WS-PA-HIT
               END-IF
           END-PERFORM.
           IF WS-PA-HIT > 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-PA-CNT >= 3000 THEN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-PA-CNT.
           MOVE WS-PA-CNT TO WS-PA-HIT.
           MOVE WS-NEW-PATIENT TO WS-PA-ID(WS-PA-HIT).
           MOVE SPACES TO WS-PA-NAME(WS-PA-HIT).

      *    1. 予約の担当者 (予約の作業なら予約そのもの、ほかの作業
      *       なら未実施の予約を探す)。有効スタッフでなければ使わない。
           IF WS-NEW-STAFF = SPACES THEN
               MOVE 0 TO WS-AP-HIT
               PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                       UNTIL WS-AP-IDX > WS-AP-CNT OR WS-AP-HIT > 0
                   IF WS-AP-ID(WS-AP-IDX) = WS-NEW-PATIENT THEN
                       MOVE WS-AP-IDX TO WS-AP-HIT
                   END-IF
               END-PERFORM
               IF WS-AP-HIT > 0 THEN
                   MOVE WS-AP-STAFF(WS-AP-HIT) TO WS-NEW-STAFF
               END-IF
           END-IF.
           MOVE 0 TO WS-ST-HIT.
           IF WS-NEW-STAFF NOT = SPACES THEN
               MOVE WS-NEW-STAFF TO WS-ST-LOOK
               PERFORM FIND-STAFF
           END-IF.

      *    2. 持ち件数の最少の、施設を受け持つ有効スタッフ。
           IF WS-ST-HIT = 0 THEN
               MOVE 0 TO WS-BEST-IDX
               MOVE 999999 TO WS-BEST-LOAD
               PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                       UNTIL WS-ST-IDX > WS-ST-CNT
                   PERFORM CHECK-STAFF-COVERS-SITE
                   COMPUTE WS-LOAD = WS-ST-OPEN(WS-ST-IDX)
                       + WS-ST-RUN(WS-ST-IDX)
                   IF WS-COVERS AND WS-LOAD < WS-BEST-LOAD THEN
                       MOVE WS-ST-IDX TO WS-BEST-IDX
                       MOVE WS-LOAD TO WS-BEST-LOAD
                   END-IF
               END-PERFORM
               MOVE WS-BEST-IDX TO WS-ST-HIT
           END-IF.

           MOVE WS-ST-HIT TO WS-PA-STAFF(WS-PA-HIT).
           IF WS-ST-HIT > 0 THEN
               ADD 1 TO WS-ST-RUN(WS-ST-HIT)
           END-IF.

           EXIT.


       CHECK-STAFF-COVERS-SITE.

      *    WS-ST-IDX のスタッフが WS-NEW-SITE を受け持つか。表が
      *    無い・そのスタッフの行が無いなら全施設。
           MOVE 'Y' TO WS-COVERS-FLAG.
           IF NOT WS-SITES-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-SS-ROWS.
           MOVE 'N' TO WS-COVERS-FLAG.
           PERFORM VARYING WS-SS-IDX FROM 1 BY 1
                   UNTIL WS-SS-IDX > WS-SS-CNT
               IF WS-SS-STAFF(WS-SS-IDX) = WS-ST-NAME(WS-ST-IDX) THEN
                   ADD 1 TO WS-SS-ROWS
                   IF WS-NEW-SITE >= WS-SS-FROM(WS-SS-IDX)
                           AND WS-NEW-SITE <= WS-SS-TO(WS-SS-IDX) THEN
                       MOVE 'Y' TO WS-COVERS-FLAG
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-SS-ROWS = 0 THEN
               MOVE 'Y' TO WS-COVERS-FLAG
           END-IF.

           EXIT.


       FIND-STAFF.

           MOVE 0 TO WS-ST-HIT.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-CNT OR WS-ST-HIT > 0
               IF WS-ST-NAME(WS-ST-IDX) = WS-ST-LOOK THEN
                   MOVE WS-ST-IDX TO WS-ST-HIT
               END-IF
           END-PERFORM.

           EXIT.


       COUNT-PRIOR-ATTEMPTS.

           MOVE 0 TO WS-ATTEMPTS.
           MOVE 0 TO WS-LAST-ATT-DATE.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-CNT
               IF WS-CT-PATIENT(WS-CT-IDX) = WS-LOOK-ID THEN
                   ADD 1 TO WS-ATTEMPTS
                   IF WS-CT-DATE(WS-CT-IDX) > WS-LAST-ATT-DATE THEN
                       MOVE WS-CT-DATE(WS-CT-IDX) TO WS-LAST-ATT-DATE
                   END-IF
               END-IF
           END-PERFORM.

           EXIT.


       CHECK-WITHDRAWN.

      *    基準日 (WS-REF-DATE-NUM) の年度で辞退・脱落の登録を引く。
      *    登録簿が無ければ (未運用) 誰も該当しない。
           MOVE 'N' TO WS-WDR-HIT-FLAG.
           COMPUTE WS-REF-MM = FUNCTION MOD(
               FUNCTION INTEGER(WS-REF-DATE-NUM / 100), 100).
           COMPUTE WS-REF-FY = WS-REF-DATE-NUM / 10000.
           IF WS-REF-MM < 4 THEN
               SUBTRACT 1 FROM WS-REF-FY
           END-IF.
           OPEN INPUT WITHDRAWAL-FILE.
           IF WS-WDR-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOOK-ID TO WDR-PATIENT-ID.
           MOVE WS-REF-FY  TO WDR-FYEAR.
           READ WITHDRAWAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-WDR-HIT-FLAG
           END-READ.
           CLOSE WITHDRAWAL-FILE.

           EXIT.


       LOAD-PATIENT-NAMES.

      *    作業のある患者の氏名だけを引く。電話をかけるための作業票
      *    なので復号する。鍵が無ければ伏せ字の氏名で印字する。
           MOVE FUNCTION PII-LOAD-KEY("TEST260978") TO WS-PII-KEY.
           IF WS-PII-KEY = 0 THEN
               DISPLAY "NO FIELD KEY - PACKETS SHOW MASKED NAMES"
           END-IF.
           OPEN INPUT PATIENT-MASTER-IN.
           IF WS-PMI-STATUS NOT = "00" THEN
               DISPLAY "NO PATIENT MASTER - PACKETS SHOW NO NAMES"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-PMS-LAYOUT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ PATIENT-MASTER-IN
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE 0 TO WS-PA-HIT
                       PERFORM VARYING WS-PA-IDX FROM 1 BY 1
                               UNTIL WS-PA-IDX > WS-PA-CNT
                                   OR WS-PA-HIT > 0
                           IF WS-PA-ID(WS-PA-IDX) = PMI-PATIENT-ID
                               THEN
                               MOVE WS-PA-IDX TO WS-PA-HIT
                           END-IF
                       END-PERFORM
                       IF WS-PA-HIT > 0 THEN
                           PERFORM UNSEAL-PMI-NAME
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PATIENT-MASTER-IN.

           EXIT.


       UNSEAL-PMI-NAME.

           IF WS-PII-KEY = 0 THEN
               MOVE PMI-NAME-MASK TO WS-PA-NAME(WS-PA-HIT)
               EXIT PARAGRAPH
           END-IF.
           MOVE "D" TO WPI-MODE.
           MOVE WS-PII-KEY TO WPI-KEY.
           MOVE PMI-PATIENT-ID TO WPI-TWEAK.
           MOVE "X" TO WPI-CLASS.
           MOVE 1 TO WPI-FIELD.
           MOVE 30 TO WPI-LEN.
           MOVE PMI-NAME TO WPI-TEXT.
           MOVE FUNCTION PII-FIELD-CRYPT(WS-PII-IN) TO WPI-TEXT.
           MOVE WPI-TEXT TO WS-PA-NAME(WS-PA-HIT).

           EXIT.


       WRITE-PACKETS.

      *    スタッフ・マスタの順に1人1票、最後に UNASSIGNED。通番は
      *    スタッフごとに印字の順で振り、明細ファイルにも同じ番号で
      *    書く (窓口の M コマンドはこの番号で済みを付ける)。
           MOVE SPACES TO WS-PPR-PATH.
           STRING "output/work_packets_" WS-RUN-DATE ".txt"
               DELIMITED BY SIZE INTO WS-PPR-PATH.
           OPEN OUTPUT PACKET-PRINT-FILE.
           OPEN OUTPUT WORK-PACKET-FILE.

           PERFORM VARYING WS-PR-STAFF FROM 1 BY 1
                   UNTIL WS-PR-STAFF > WS-ST-CNT
               MOVE WS-ST-NAME(WS-PR-STAFF) TO WS-PR-NAME
               PERFORM WRITE-ONE-PACKET
           END-PERFORM.
           MOVE 0 TO WS-PR-STAFF.
           MOVE WS-UNASSIGNED TO WS-PR-NAME.
           PERFORM WRITE-ONE-PACKET.

           CLOSE WORK-PACKET-FILE.
           CLOSE PACKET-PRINT-FILE.

           EXIT.


       WRITE-ONE-PACKET.

      *    作業の無いスタッフの票は出さない (UNASSIGNED も同じ)。
           MOVE 0 TO WS-PR-IN-SECT.
           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                   UNTIL WS-IT-IDX > WS-IT-CNT
               MOVE WS-IT-PA(WS-IT-IDX) TO WS-PA-HIT
               IF WS-PA-STAFF(WS-PA-HIT) = WS-PR-STAFF THEN
                   ADD 1 TO WS-PR-IN-SECT
               END-IF
           END-PERFORM.
           IF WS-PR-IN-SECT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-PR-STAFF = 0 THEN
               MOVE WS-PR-IN-SECT TO WS-CNT-UNASSIGNED
           END-IF.

           MOVE SPACES TO PACKET-PRINT-LINE.
           STRING "WORK PACKET  " WS-PR-NAME "  " WS-RUN-DATE
               "  ITEMS " WS-PR-IN-SECT
               DELIMITED BY SIZE INTO PACKET-PRINT-LINE.
           WRITE PACKET-PRINT-LINE.

           MOVE 0 TO WS-PR-SEQ.
           PERFORM VARYING WS-PR-SECT-NO FROM 1 BY 1
                   UNTIL WS-PR-SECT-NO > 5
               PERFORM WRITE-ONE-SECTION
           END-PERFORM.

           MOVE SPACES TO PACKET-PRINT-LINE.
           STRING "END OF PACKET  " WS-PR-NAME
               DELIMITED BY SIZE INTO PACKET-PRINT-LINE.
           WRITE PACKET-PRINT-LINE.
           MOVE SPACES TO PACKET-PRINT-LINE.
           WRITE PACKET-PRINT-LINE.

           EXIT.


       WRITE-ONE-SECTION.

           EVALUATE WS-PR-SECT-NO
               WHEN 1
                   MOVE "A" TO WS-PR-SECT
                   MOVE "APPOINTMENTS TODAY" TO WS-PR-TITLE
               WHEN 2
                   MOVE "C" TO WS-PR-SECT
                   MOVE "CALLS DUE" TO WS-PR-TITLE
               WHEN 3
                   MOVE "R" TO WS-PR-SECT
                   MOVE "REFERRALS TO CHASE" TO WS-PR-TITLE
               WHEN 4
                   MOVE "Q" TO WS-PR-SECT
                   MOVE "QA SAMPLES TO CHECK" TO WS-PR-TITLE
               WHEN OTHER
                   MOVE SPACE TO WS-PR-SECT
                   MOVE "OVERDUE" TO WS-PR-TITLE
           END-EVALUATE.

           MOVE SPACES TO PACKET-PRINT-LINE.
           STRING "  " WS-PR-TITLE
               DELIMITED BY SIZE INTO PACKET-PRINT-LINE.
           WRITE PACKET-PRINT-LINE.

           MOVE 0 TO WS-PR-IN-SECT.
           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                   UNTIL WS-IT-IDX > WS-IT-CNT
               MOVE 'N' TO WS-PR-PICK-FLAG
               MOVE WS-IT-PA(WS-IT-IDX) TO WS-PA-HIT
               IF WS-PA-STAFF(WS-PA-HIT) = WS-PR-STAFF THEN
                   IF WS-PR-SECT = SPACE THEN
                       IF WS-IT-OVER(WS-IT-IDX) = "Y" THEN
                           MOVE 'Y' TO WS-PR-PICK-FLAG
                       END-IF
                   ELSE
                       IF WS-IT-OVER(WS-IT-IDX) = "N"
                               AND WS-IT-SECT(WS-IT-IDX) = WS-PR-SECT
                               THEN
                           MOVE 'Y' TO WS-PR-PICK-FLAG
                       END-IF
                   END-IF
               END-IF
               IF WS-PR-PICK THEN
                   PERFORM WRITE-ONE-ITEM
               END-IF
           END-PERFORM.

           IF WS-PR-IN-SECT = 0 THEN
               MOVE SPACES TO PACKET-PRINT-LINE
               STRING "    (NONE)"
                   DELIMITED BY SIZE INTO PACKET-PRINT-LINE
               WRITE PACKET-PRINT-LINE
           END-IF.

           EXIT.


       WRITE-ONE-ITEM.

           ADD 1 TO WS-PR-SEQ.
           ADD 1 TO WS-PR-IN-SECT.
           MOVE WS-IT-PA(WS-IT-IDX) TO WS-PA-HIT.
           IF WS-PR-STAFF > 0 THEN
               ADD 1 TO WS-ST-ITEMS(WS-PR-STAFF)
               IF WS-IT-OVER(WS-IT-IDX) = "Y" THEN
                   ADD 1 TO WS-ST-OVER(WS-PR-STAFF)
               END-IF
           END-IF.
           IF WS-IT-STATUS(WS-IT-IDX) = "D" THEN
               MOVE "[DONE]" TO WS-PR-MARK
           ELSE
               MOVE "[    ]" TO WS-PR-MARK
           END-IF.

           MOVE SPACES TO PACKET-PRINT-LINE.
           STRING "    " WS-PR-MARK " #" WS-PR-SEQ
               " " WS-IT-KIND(WS-IT-IDX)
               " PATIENT " WS-PA-ID(WS-PA-HIT)
               " " WS-PA-NAME(WS-PA-HIT)
               " SITE " WS-IT-SITE(WS-IT-IDX)
               " DUE " WS-IT-DUE(WS-IT-IDX)
               " " WS-IT-DETAIL(WS-IT-IDX)
               DELIMITED BY SIZE INTO PACKET-PRINT-LINE.
           WRITE PACKET-PRINT-LINE.

           MOVE WS-TODAY-NUM TO WPK-RUN-DATE.
           MOVE WS-PR-NAME TO WPK-STAFF.
           MOVE WS-PR-SEQ TO WPK-SEQ.
           MOVE WS-IT-KIND(WS-IT-IDX) TO WPK-KIND.
           MOVE WS-PA-ID(WS-PA-HIT) TO WPK-PATIENT-ID.
           MOVE WS-IT-SITE(WS-IT-IDX) TO WPK-SITE-CODE.
           MOVE WS-IT-DUE(WS-IT-IDX) TO WPK-DUE-DATE.
           MOVE WS-IT-OVER(WS-IT-IDX) TO WPK-OVERDUE.
           MOVE WS-IT-DETAIL(WS-IT-IDX) TO WPK-DETAIL.
           MOVE WS-IT-STATUS(WS-IT-IDX) TO WPK-STATUS.
           MOVE WS-IT-BY(WS-IT-IDX) TO WPK-DONE-BY.
           MOVE WS-IT-ON(WS-IT-IDX) TO WPK-DONE-DATE.
           WRITE WORK-PACKET-REC.

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


       CHECK-QAQ-LAYOUT.

      *    版見出し (キー "*LAYOUT*") を読み、この FD の版と
      *    突き合わせる (食い違えば止まる)。キー順の読み進めは
      *    見出しの次から始まる。
           MOVE SPACES TO QA-QUEUE-REC.
           MOVE WLH-TAG TO QA-QUEUE-REC(1:13).
           MOVE SPACES TO WLI-HEADER.
           READ QA-QUEUE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE QA-QUEUE-REC(1:28) TO WLI-HEADER
           END-READ.
           MOVE "output/qa_queue.dat" TO WLI-PATH.
           MOVE "QA-QUEUE" TO WLI-FILE-ID.
           MOVE WS-LAYOUT-QAQ TO WLI-EXPECT.
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

       END PROGRAM TEST260978.
