      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.

      *    患者マスタの氏名・住所・連絡先の項目暗号 (全プログラム
      *    共通の1本)。
       COPY pii_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260975.

      *
      * INVITE-WAVES: 案内名簿 (TEST260926) の未受診者への年度途中の
      * 再勧奨 (リマインダーの波)。4月に名簿を出したあと、案内を
      * 放っておいた人には何も届かず、これが実施率 (TEST260920) が
      * 目標に届かない一番の理由だった。
      *   W = 波を送る: 波の予定表 (input/reminder_waves.dat、無ければ
      *       7月1日と10月1日の2回) の番号を指定し、名簿の年度で
      *       その波の日が来ていれば、名簿の人のうち
      *         - 経年履歴 (result_history.dat) にその年度の行が無い
      *         - 受診予約 (TEST260974) が入っていない
      *         - 除外ステータスでない (無効・死亡 D・転出 M・連絡
      *           拒否 O・75歳到達で引継ぎ済み)
      *         - オプトアウトしていない (登録簿、または連絡手段の
      *           希望が N=送らない)
      *       に、連絡手段の希望どおり再勧奨を出す。郵送 (L) は
      *       案内状 (output/reminder_letters_<年度>_w<波>.txt)、
      *       SMS/メールはゲートウェイ用のファイル (TEST260945 と同じ
      *       形、種別 W、output/msg_gateway_<日付>_w<波>.dat)。
      *       出した1人ごとに再勧奨の記録
      *       (output/reminder_wave_log.dat) へ1件積む。同じ年度の
      *       同じ波は2回送らない。
      *   R = 報告: 名簿の年度について、波ごとに再勧奨した人が波の
      *       あとに受診した率と、一度も再勧奨していない人 (波の日に
      *       まだ未受診だった人) の同じ期間の受診率を並べる
      *       (output/reminder_wave_report.txt)。
      * 波の予定表の1行: 波番号 (1-6) + 月日 MMDD + 見出し 20桁。
      * 月日が 0401 以降なら名簿の年度、0101-0331 なら翌年。
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT
           FUNCTION PII-LOAD-KEY
           FUNCTION PII-FIELD-CRYPT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE ASSIGN TO
               'output/invitation_roster.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROS-STATUS.

           SELECT WAVE-SCHEDULE-FILE ASSIGN TO
               'input/reminder_waves.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WAV-STATUS.

           SELECT RESULT-HIST-FILE ASSIGN TO
               'output/result_history.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RHF-KEY
           ALTERNATE RECORD KEY IS RHF-SITE-FY-KEY WITH DUPLICATES
           ALTERNATE RECORD KEY IS RHF-EXAM-DATE WITH DUPLICATES
           FILE STATUS IS WS-RHF-STATUS.

           SELECT BOOKING-FILE ASSIGN TO
               'output/exam_bookings.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BKG-KEY
           FILE STATUS IS WS-BKG-STATUS.

           SELECT PATIENT-MASTER-IN ASSIGN TO
               'output/patient_master.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PMI-STATUS.

           SELECT PATIENT-STATUS-FILE ASSIGN TO
               'output/patient_status.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PST-STATUS.

           SELECT UNDELIVER-FILE ASSIGN TO
               'output/undeliverable.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-UND-STATUS.

      *    75歳到達で広域連合へ引き継いだ人の登録簿。
           SELECT TRANSITION-FILE ASSIGN TO
               'output/age75_transitions.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGT-STATUS.

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

           SELECT WAVE-LOG-FILE ASSIGN TO
               'output/reminder_wave_log.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RWL-STATUS.

      *    案内状とゲートウェイ用ファイル (パスに年度・日付と波)。
           SELECT LETTER-FILE ASSIGN USING WS-LTR-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LTR-STATUS.

           SELECT GATEWAY-OUT-FILE ASSIGN USING WS-GWO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GWO-STATUS.

           SELECT WAVE-RPT-FILE ASSIGN TO
               'output/reminder_wave_report.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    名簿の明細行は "INSURER xxxx SITE nnn PATIENT nnnnnnnnn
      *    PLAN xx ..." の固定桁 (TEST260926 の STRING の並び)。
       FD  ROSTER-FILE.
       01  ROSTER-LINE        PIC X(110).

       FD  WAVE-SCHEDULE-FILE.
       01  WAVE-SCHEDULE-REC.
           03 WSC-WAVE        PIC 9.
           03 WSC-MMDD        PIC 9(4).
           03 WSC-LABEL       PIC X(20).

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

       FD  BOOKING-FILE.
       01  BOOKING-REC.
           03 BKG-KEY.
              05 BKG-PATIENT-ID PIC 9(9).
              05 BKG-FYEAR      PIC 9(4).
              05 BKG-SEQ        PIC 9(2).
           03 BKG-SITE-CODE   PIC 9(3).
           03 BKG-DATE        PIC 9(8).
           03 BKG-SESSION     PIC X.
      *    ステータス: B=予約済 A=受診済 N=無断キャンセル C=取消。
           03 BKG-STATUS      PIC X.
      *    取扱者・健診の実施日など (TEST260974 参照)。
           03 FILLER          PIC X(39).

       FD  PATIENT-MASTER-IN.
       01  PATIENT-MASTER-IN-REC.
           03 PMI-PATIENT-ID  PIC 9(9).
           03 PMI-NAME        PIC X(30).
           03 PMI-HOUSE-NO    PIC 9(3).
           03 PMI-COUNTRY     PIC X(15).
           03 PMI-PINCODE     PIC 9(6).
           03 PMI-ACTIVE      PIC X.
      *    連絡手段の希望・携帯番号・メール (TEST-210509-2 参照)。
           03 PMI-CHANNEL     PIC X.
           03 PMI-MOBILE      PIC X(13).
           03 PMI-EMAIL       PIC X(40).
      *    世帯番号 (空白 = 世帯なし。TEST-210509-2 参照)。
           03 PMI-HOUSEHOLD-ID PIC X(10).
      *    伏せ字の氏名 (版 002 の 140 バイト行。ここでは使わないが、
      *    行の長さは主ファイルに合わせる)。
           03 FILLER          PIC X(12).

       FD  PATIENT-STATUS-FILE.
       01  PATIENT-STATUS-REC.
           03 PST-PATIENT-ID  PIC 9(9).
           03 PST-STATUS      PIC X.
           03 PST-EFF-DATE    PIC 9(8).
           03 PST-ENTERED-BY  PIC X(6).
           03 PST-ENTRY-DATE  PIC X(8).

       FD  UNDELIVER-FILE.
       01  UNDELIVER-REC.
           03 UND-PATIENT-ID  PIC 9(9).
           03 UND-DATE        PIC X(8).
           03 UND-CLEARED     PIC X.
           03 UND-CLEAR-DATE  PIC X(8).

       FD  TRANSITION-FILE.
       01  TRANSITION-REC.
           03 AGT-PATIENT-ID  PIC 9(9).
      *    生年月日・資格取得日・引継ぎファイルなど (TEST260952 参照)。
           03 FILLER          PIC X(83).

       FD  OPTOUT-FILE.
       01  OPTOUT-REC.
           03 OPT-PATIENT-ID  PIC 9(9).

       FD  OPTOUT-INDEX-FILE.
       01  OPTOUT-INDEX-REC.
           03 OPX-PATIENT-ID  PIC 9(9).

      *    再勧奨の記録 (出した1人につき1件)。
       FD  WAVE-LOG-FILE.
       01  WAVE-LOG-REC.
           03 RWL-FYEAR       PIC 9(4).
           03 RWL-WAVE        PIC 9.
           03 RWL-PATIENT-ID  PIC 9(9).
      *    予定表の波の日と、実際に送った日。
           03 RWL-WAVE-DATE   PIC 9(8).
           03 RWL-RUN-DATE    PIC 9(8).
      *    手段: L=郵送 S=SMS E=メール。
           03 RWL-CHANNEL     PIC X.
      *    ゲートウェイの通番 (郵送は空白)。
           03 RWL-MSG-ID      PIC X(13).
           03 RWL-OPERATOR    PIC X(6).

       FD  LETTER-FILE.
       01  LETTER-LINE        PIC X(100).

      *    ゲートウェイ送信レコード (TEST260945 と同じ形)。
       FD  GATEWAY-OUT-FILE.
       01  GATEWAY-OUT-REC.
           03 MSG-ID.
              05 MSG-ID-DATE    PIC 9(8).
      *       種別: W=受診の再勧奨 (A/R は TEST260945)。
              05 MSG-ID-KIND    PIC X.
              05 MSG-ID-SEQ     PIC 9(4).
           03 MSG-PATIENT-ID  PIC 9(9).
           03 MSG-CHANNEL     PIC X.
           03 MSG-ADDRESS     PIC X(40).
           03 MSG-NAME        PIC X(30).
           03 MSG-HOUSE-NO    PIC 9(3).
           03 MSG-COUNTRY     PIC X(15).
           03 MSG-PINCODE     PIC 9(6).
      *    再勧奨では受診の期限 (年度末) と名簿の施設。
           03 MSG-EVENT-DATE  PIC 9(8).
           03 MSG-SLOT        PIC 9(2).
           03 MSG-SITE-CODE   PIC 9(3).
           03 MSG-TEMPLATE    PIC X(8).

       FD  WAVE-RPT-FILE.
       01  WAVE-RPT-LINE      PIC X(100).

       WORKING-STORAGE SECTION.
       01  AC-VAR             PIC X(30).
       01  WS-ROS-STATUS      PIC XX.
       01  WS-WAV-STATUS      PIC XX.
       01  WS-RHF-STATUS      PIC XX.
       01  WS-BKG-STATUS      PIC XX.
       01  WS-PMI-STATUS      PIC XX.
       01  WS-PST-STATUS      PIC XX.
       01  WS-UND-STATUS      PIC XX.
       01  WS-AGT-STATUS      PIC XX.
       01  WS-OPT-STATUS      PIC XX.
       01  WS-OPX-STATUS      PIC XX.
       01  WS-RWL-STATUS      PIC XX.
       01  WS-LTR-STATUS      PIC XX.
       01  WS-GWO-STATUS      PIC XX.
       01  WS-RPT-STATUS      PIC XX.
       01  WS-LTR-PATH        PIC X(50) VALUE SPACES.
       01  WS-GWO-PATH        PIC X(50) VALUE SPACES.
       01  WS-RUN-DATE        PIC X(8).
       01  WS-TODAY-NUM       PIC 9(8) VALUE 0.
       01  WS-OP-ID           PIC X(6) VALUE SPACES.
       01  WS-MODE            PIC X VALUE SPACE.

       01  WS-EOF-FLAG        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.

      *    名簿の年度とその期間。
       01  WS-ROS-FY          PIC 9(4) VALUE 0.
       01  WS-FY-START        PIC 9(8) VALUE 0.
       01  WS-FY-END          PIC 9(8) VALUE 0.
       01  WS-ROS-OPEN-FLAG   PIC X VALUE 'N'.
           88 WS-ROS-OPEN            VALUE 'Y'.

      *    波の予定表 (番号が添字。送った日は記録から拾う)。
       01  WS-WV-TAB.
           03 WS-WV-ENTRY OCCURS 6 TIMES.
              05 WS-WV-USED    PIC X.
              05 WS-WV-MMDD    PIC 9(4).
              05 WS-WV-LABEL   PIC X(20).
              05 WS-WV-DATE    PIC 9(8).
              05 WS-WV-RUN-ON  PIC 9(8).
              05 WS-WV-SENT    PIC 9(5).
              05 WS-WV-SENT-AT PIC 9(5).
              05 WS-WV-CTL     PIC 9(5).
              05 WS-WV-CTL-AT  PIC 9(5).
       01  WS-WV-IDX          PIC 9 VALUE 0.
       01  WS-WV-CNT          PIC 9 VALUE 0.
       01  WS-WAVE-NO         PIC 9 VALUE 0.
       01  WS-WV-MM           PIC 9(2) VALUE 0.
       01  WS-WV-DD           PIC 9(2) VALUE 0.

      *    患者マスタ (TEST-210509-2 の上限と同じ 500 件)。
       01  WS-PM-TAB.
           03 WS-PM-ENTRY OCCURS 500 TIMES.
              05 WS-PM-ID      PIC 9(9).
              05 WS-PM-NAME    PIC X(30).
              05 WS-PM-HOUSE   PIC 9(3).
              05 WS-PM-COUNTRY PIC X(15).
              05 WS-PM-PIN     PIC 9(6).
              05 WS-PM-ACT     PIC X.
              05 WS-PM-CHANNEL PIC X.
              05 WS-PM-MOBILE  PIC X(13).
              05 WS-PM-EMAIL   PIC X(40).
              05 WS-PM-PST     PIC X.
              05 WS-PM-PST-EFF PIC 9(8).
              05 WS-PM-UND     PIC X.
              05 WS-PM-HHLD    PIC X(10).
       01  WS-PM-CNT          PIC 9(3) VALUE 0.
       01  WS-PM-IDX          PIC 9(3) VALUE 0.
       01  WS-PM-HIT          PIC 9(3) VALUE 0.
       01  WS-LOOK-ID         PIC 9(9) VALUE 0.
       01  WS-HH-IDX          PIC 9(3) VALUE 0.

      *    75歳到達で引き継いだ患者の集合。
       01  WS-AGT-TAB.
           03 WS-AGT-ID OCCURS 2000 TIMES PIC 9(9).
       01  WS-AGT-CNT         PIC 9(4) VALUE 0.
       01  WS-AGT-IDX         PIC 9(4) VALUE 0.
       01  WS-AGT-HIT-FLAG    PIC X VALUE 'N'.
           88 WS-AGT-HIT             VALUE 'Y'.

      *    オプトアウト登録簿 (INDEXED 側が無いときのフラット版)。
       01  WS-OPT-TAB.
           03 WS-OPT-ID OCCURS 5000 TIMES PIC 9(9).
       01  WS-OPT-CNT         PIC 9(4) VALUE 0.
       01  WS-OPT-IDX         PIC 9(4) VALUE 0.
       01  WS-OPTX-OK-FLAG    PIC X VALUE 'N'.
           88 WS-OPTX-OK             VALUE 'Y'.
       01  WS-OPTED-OUT-FLAG  PIC X VALUE 'N'.
           88 WS-OPTED-OUT           VALUE 'Y'.
       01  WS-TAB-OVER-FLAG   PIC X VALUE 'N'.
           88 WS-TAB-OVER            VALUE 'Y'.

      *    経年履歴・予約が開けたか (無ければ誰も該当しない)。
       01  WS-RHF-OK-FLAG     PIC X VALUE 'N'.
           88 WS-RHF-OK              VALUE 'Y'.
       01  WS-BKG-OK-FLAG     PIC X VALUE 'N'.
           88 WS-BKG-OK              VALUE 'Y'.
       01  WS-BKG-EOF-FLAG    PIC X VALUE 'N'.
           88 WS-BKG-EOF             VALUE 'Y'.
       01  WS-HIT-FLAG        PIC X VALUE 'N'.
           88 WS-HIT                 VALUE 'Y'.
       01  WS-EXAM-ON         PIC 9(8) VALUE 0.

      *    名簿1人分と送り先。
       01  WS-ROS-PATIENT     PIC 9(9) VALUE 0.
       01  WS-ROS-SITE        PIC 9(3) VALUE 0.
       01  WS-MSG-SEQ         PIC 9(4) VALUE 0.

       01  WS-CNT-ROSTER      PIC 9(5) VALUE 0.
       01  WS-CNT-ATTENDED    PIC 9(5) VALUE 0.
       01  WS-CNT-BOOKED      PIC 9(5) VALUE 0.
       01  WS-CNT-EXCLUDED    PIC 9(5) VALUE 0.
       01  WS-CNT-OPTOUT      PIC 9(5) VALUE 0.
       01  WS-CNT-UNREACH     PIC 9(5) VALUE 0.
       01  WS-CNT-LETTERS     PIC 9(5) VALUE 0.
       01  WS-CNT-MESSAGES    PIC 9(5) VALUE 0.

      *    報告用の名簿 (患者・受診日・どの波で再勧奨したか)。
       01  WS-RM-TAB.
           03 WS-RM-ENTRY OCCURS 5000 TIMES.
              05 WS-RM-ID      PIC 9(9).
              05 WS-RM-EXAM    PIC 9(8).
              05 WS-RM-ANY     PIC X.
              05 WS-RM-WAVE    PIC X OCCURS 6 TIMES.
       01  WS-RM-CNT          PIC 9(4) VALUE 0.
       01  WS-RM-IDX          PIC 9(4) VALUE 0.
       01  WS-RM-HIT          PIC 9(4) VALUE 0.
       01  WS-RM-OVFL-FLAG    PIC X VALUE 'N'.
           88 WS-RM-OVFL             VALUE 'Y'.
       01  WS-RPT-ATT         PIC 9(5) VALUE 0.
       01  WS-RPT-NEVER       PIC 9(5) VALUE 0.
       01  WS-RPT-RATE        PIC 9(3)V9 VALUE 0.
       01  WS-ED-RATE         PIC ZZ9.9.
       01  WS-ED-RATE2        PIC ZZ9.9.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-RHF      PIC 9(3) VALUE 2.
       01  WS-LAYOUT-PMS      PIC 9(3) VALUE 2.
       COPY layout_header.
       COPY pii_ctl.

       PROCEDURE DIVISION.
       MAIN SECTION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-TODAY-NUM.

           DISPLAY "--- INVITATION REMINDER WAVES ---".
           DISPLAY "Your operator ID?".
           ACCEPT WS-OP-ID.
           DISPLAY "Run? (W=SEND A REMINDER WAVE R=ATTENDANCE REPORT)".
           ACCEPT AC-VAR.
           MOVE FUNCTION TRIM(AC-VAR) TO WS-MODE.

           PERFORM OPEN-ROSTER.
           IF NOT WS-ROS-OPEN THEN
               STOP RUN
           END-IF.
           PERFORM LOAD-WAVE-SCHEDULE.
           PERFORM LOAD-WAVES-SENT.

           EVALUATE WS-MODE
               WHEN "W"
                   PERFORM RUN-REMINDER-WAVE
               WHEN "R"
                   PERFORM WAVE-ATTENDANCE-REPORT
               WHEN OTHER
                   DISPLAY "UNKNOWN MODE - ENDING"
           END-EVALUATE.

           IF WS-ROS-OPEN THEN
               CLOSE ROSTER-FILE
           END-IF.

           STOP RUN.


       OPEN-ROSTER.

      *    名簿を開いて見出しの年度を取る (明細は見出しの次から)。
           MOVE 'N' TO WS-ROS-OPEN-FLAG.
           OPEN INPUT ROSTER-FILE.
           IF WS-ROS-STATUS NOT = "00" THEN
               DISPLAY "NO INVITATION ROSTER "
                   "(output/invitation_roster.txt) - RUN TEST260926"
               EXIT PARAGRAPH
           END-IF.
      *    1行目の見出し "INVITATION ROSTER FOR FY yyyy" から年度。
           READ ROSTER-FILE
               AT END
                   MOVE SPACES TO ROSTER-LINE
           END-READ.
           IF ROSTER-LINE(1:25) NOT = "INVITATION ROSTER FOR FY "
                   OR ROSTER-LINE(26:4) IS NOT NUMERIC THEN
               DISPLAY "ROSTER HAS NO FISCAL-YEAR HEADING - "
                   "NOTHING DONE"
               CLOSE ROSTER-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE ROSTER-LINE(26:4) TO WS-ROS-FY.
           COMPUTE WS-FY-START = WS-ROS-FY * 10000 + 0401.
           COMPUTE WS-FY-END = (WS-ROS-FY + 1) * 10000 + 0331.
           MOVE 'Y' TO WS-ROS-OPEN-FLAG.

           EXIT.


       LOAD-WAVE-SCHEDULE.

      *    予定表の行を番号の位置へ。壊れた行は読み飛ばす。表が
      *    無いか有効な行が1つも無ければ 7月1日と10月1日の2回。
           MOVE SPACES TO WS-WV-TAB.
           PERFORM VARYING WS-WV-IDX FROM 1 BY 1 UNTIL WS-WV-IDX > 6
               MOVE 'N' TO WS-WV-USED(WS-WV-IDX)
               MOVE 0 TO WS-WV-MMDD(WS-WV-IDX)
               MOVE 0 TO WS-WV-DATE(WS-WV-IDX)
               MOVE 0 TO WS-WV-RUN-ON(WS-WV-IDX)
               MOVE 0 TO WS-WV-SENT(WS-WV-IDX)
               MOVE 0 TO WS-WV-SENT-AT(WS-WV-IDX)
               MOVE 0 TO WS-WV-CTL(WS-WV-IDX)
               MOVE 0 TO WS-WV-CTL-AT(WS-WV-IDX)
           END-PERFORM.
           MOVE 0 TO WS-WV-CNT.

           OPEN INPUT WAVE-SCHEDULE-FILE.
           IF WS-WAV-STATUS = "00" THEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ WAVE-SCHEDULE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM TAKE-SCHEDULE-ROW
                   END-READ
               END-PERFORM
               CLOSE WAVE-SCHEDULE-FILE
           END-IF.

           IF WS-WV-CNT = 0 THEN
               MOVE 'Y' TO WS-WV-USED(1)
               MOVE 0701 TO WS-WV-MMDD(1)
               MOVE "JULY" TO WS-WV-LABEL(1)
               MOVE 'Y' TO WS-WV-USED(2)
               MOVE 1001 TO WS-WV-MMDD(2)
               MOVE "OCTOBER" TO WS-WV-LABEL(2)
               MOVE 2 TO WS-WV-CNT
           END-IF.

      *    月日を名簿の年度の日付にする (1-3月は翌年)。
           PERFORM VARYING WS-WV-IDX FROM 1 BY 1 UNTIL WS-WV-IDX > 6
               IF WS-WV-USED(WS-WV-IDX) = 'Y' THEN
                   IF WS-WV-MMDD(WS-WV-IDX) >= 0401 THEN
                       COMPUTE WS-WV-DATE(WS-WV-IDX) =
                           WS-ROS-FY * 10000 + WS-WV-MMDD(WS-WV-IDX)
                   ELSE
                       COMPUTE WS-WV-DATE(WS-WV-IDX) =
                           (WS-ROS-FY + 1) * 10000
                           + WS-WV-MMDD(WS-WV-IDX)
                   END-IF
                   IF FUNCTION TEST-DATE-YYYYMMDD(
                           WS-WV-DATE(WS-WV-IDX)) NOT = 0 THEN
                       DISPLAY "WAVE " WS-WV-IDX " DATE "
                           WS-WV-MMDD(WS-WV-IDX)
                           " IS NOT A DATE IN FY " WS-ROS-FY
                           " - WAVE IGNORED"
                       MOVE 'N' TO WS-WV-USED(WS-WV-IDX)
                   END-IF
               END-IF
           END-PERFORM.

           EXIT.


       TAKE-SCHEDULE-ROW.

           IF WSC-WAVE IS NOT NUMERIC OR WSC-MMDD IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           IF WSC-WAVE < 1 OR WSC-WAVE > 6 THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-WV-MM = WSC-MMDD / 100.
           COMPUTE WS-WV-DD = FUNCTION MOD(WSC-MMDD, 100).
           IF WS-WV-MM < 1 OR WS-WV-MM > 12
                   OR WS-WV-DD < 1 OR WS-WV-DD > 31 THEN
               DISPLAY "WAVE SCHEDULE ROW FOR WAVE " WSC-WAVE
                   " HAS A BAD DATE (" WSC-MMDD ") - IGNORED"
               EXIT PARAGRAPH
           END-IF.
           IF WS-WV-USED(WSC-WAVE) NOT = 'Y' THEN
               ADD 1 TO WS-WV-CNT
           END-IF.
           MOVE 'Y' TO WS-WV-USED(WSC-WAVE).
           MOVE WSC-MMDD TO WS-WV-MMDD(WSC-WAVE).
           MOVE WSC-LABEL TO WS-WV-LABEL(WSC-WAVE).

           EXIT.


       LOAD-WAVES-SENT.

      *    記録から、名簿の年度で送り済みの波とその日を拾う。
           OPEN INPUT WAVE-LOG-FILE.
           IF WS-RWL-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ WAVE-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF RWL-FYEAR = WS-ROS-FY
                               AND RWL-WAVE >= 1 AND RWL-WAVE <= 6
                               THEN
                           IF WS-WV-RUN-ON(RWL-WAVE) = 0 THEN
                               MOVE RWL-RUN-DATE
                                   TO WS-WV-RUN-ON(RWL-WAVE)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WAVE-LOG-FILE.

           EXIT.


       RUN-REMINDER-WAVE.

           DISPLAY "Wave number? (1-6)".
           ACCEPT AC-VAR.
           MOVE FUNCTION TRIM(AC-VAR) TO AC-VAR.
           IF AC-VAR(1:1) < "1" OR AC-VAR(1:1) > "6"
                   OR AC-VAR(2:1) NOT = SPACE THEN
               DISPLAY "NOT A WAVE NUMBER - NOTHING SENT"
               EXIT PARAGRAPH
           END-IF.
           MOVE AC-VAR(1:1) TO WS-WAVE-NO.
           IF WS-WV-USED(WS-WAVE-NO) NOT = 'Y' THEN
               DISPLAY "WAVE " WS-WAVE-NO " IS NOT ON THE SCHEDULE "
                   "(input/reminder_waves.dat) - NOTHING SENT"
               EXIT PARAGRAPH
           END-IF.
           IF WS-WV-RUN-ON(WS-WAVE-NO) > 0 THEN
               DISPLAY "WAVE " WS-WAVE-NO " FOR FY " WS-ROS-FY
                   " WAS ALREADY SENT ON " WS-WV-RUN-ON(WS-WAVE-NO)
                   " - NOTHING SENT"
               EXIT PARAGRAPH
           END-IF.
           IF WS-WV-DATE(WS-WAVE-NO) > WS-TODAY-NUM THEN
               DISPLAY "WAVE " WS-WAVE-NO " IS NOT DUE UNTIL "
                   WS-WV-DATE(WS-WAVE-NO) " - NOTHING SENT"
               EXIT PARAGRAPH
           END-IF.
           IF WS-TODAY-NUM > WS-FY-END THEN
               DISPLAY "FY " WS-ROS-FY " IS OVER - THE ROSTER IS "
                   "OUT OF DATE, NOTHING SENT"
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOAD-PATIENT-MASTER.
           PERFORM LOAD-TRANSITIONS.
           PERFORM LOAD-OPTOUT-REGISTRY.
           IF WS-TAB-OVER THEN
               DISPLAY "OPT-OUT REGISTRY EXCEEDS THE IN-MEMORY "
                   "TABLE (5000) - NOTHING SENT"
               PERFORM CLOSE-OPTOUT-INDEX
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-RHF-OK-FLAG.
           OPEN INPUT RESULT-HIST-FILE.
           IF WS-RHF-STATUS = "00" THEN
               PERFORM CHECK-RHF-LAYOUT
               MOVE 'Y' TO WS-RHF-OK-FLAG
           END-IF.
           MOVE 'N' TO WS-BKG-OK-FLAG.
           OPEN INPUT BOOKING-FILE.
           IF WS-BKG-STATUS = "00" THEN
               MOVE 'Y' TO WS-BKG-OK-FLAG
           END-IF.

           MOVE SPACES TO WS-LTR-PATH.
           STRING "output/reminder_letters_" WS-ROS-FY "_w"
               WS-WAVE-NO ".txt"
               DELIMITED BY SIZE INTO WS-LTR-PATH.
           OPEN OUTPUT LETTER-FILE.
           MOVE SPACES TO WS-GWO-PATH.
           STRING "output/msg_gateway_" WS-RUN-DATE "_w"
               WS-WAVE-NO ".dat"
               DELIMITED BY SIZE INTO WS-GWO-PATH.
           OPEN OUTPUT GATEWAY-OUT-FILE.
           MOVE 0 TO WS-MSG-SEQ.
           OPEN EXTEND WAVE-LOG-FILE.
           IF WS-RWL-STATUS NOT = "00" THEN
               OPEN OUTPUT WAVE-LOG-FILE
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ ROSTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF ROSTER-LINE(1:8) = "INSURER "
                               AND ROSTER-LINE(31:9) IS NUMERIC THEN
                           PERFORM REMIND-ONE-MEMBER
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE WAVE-LOG-FILE.
           CLOSE GATEWAY-OUT-FILE.
           CLOSE LETTER-FILE.
           IF WS-BKG-OK THEN
               CLOSE BOOKING-FILE
           END-IF.
           IF WS-RHF-OK THEN
               CLOSE RESULT-HIST-FILE
           END-IF.
           PERFORM CLOSE-OPTOUT-INDEX.

           DISPLAY "WAVE " WS-WAVE-NO " FOR FY " WS-ROS-FY ": "
               WS-CNT-ROSTER " ON THE ROSTER".
           DISPLAY "  ALREADY ATTENDED       " WS-CNT-ATTENDED.
           DISPLAY "  BOOKED, NOT YET SEEN   " WS-CNT-BOOKED.
           DISPLAY "  EXCLUDED (STATUS)      " WS-CNT-EXCLUDED.
           DISPLAY "  OPTED OUT              " WS-CNT-OPTOUT.
           DISPLAY "  NO USABLE ADDRESS      " WS-CNT-UNREACH.
           DISPLAY "  LETTERS                " WS-CNT-LETTERS
               " (" FUNCTION TRIM(WS-LTR-PATH) ")".
           DISPLAY "  SMS/E-MAIL MESSAGES    " WS-CNT-MESSAGES
               " (" FUNCTION TRIM(WS-GWO-PATH) ")".

           EXIT.


       REMIND-ONE-MEMBER.

           ADD 1 TO WS-CNT-ROSTER.
           MOVE ROSTER-LINE(31:9) TO WS-ROS-PATIENT.
           IF ROSTER-LINE(19:3) IS NUMERIC THEN
               MOVE ROSTER-LINE(19:3) TO WS-ROS-SITE
           ELSE
               MOVE 0 TO WS-ROS-SITE
           END-IF.
           MOVE WS-ROS-PATIENT TO WS-LOOK-ID.

      *    その年度の健診が経年履歴に入っていれば受診済み。
           PERFORM FIND-EXAM-THIS-FY.
           IF WS-HIT THEN
               ADD 1 TO WS-CNT-ATTENDED
               EXIT PARAGRAPH
           END-IF.

      *    予約済み (または受診済みでまだ経年履歴に届いていない)
      *    の人にはもう案内は要らない。
           PERFORM FIND-OPEN-BOOKING.
           IF WS-HIT THEN
               ADD 1 TO WS-CNT-BOOKED
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-PATIENT.
           IF WS-PM-HIT = 0 THEN
               ADD 1 TO WS-CNT-UNREACH
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-TRANSITION.
           IF WS-PM-ACT(WS-PM-HIT) = "I"
                   OR WS-PM-PST(WS-PM-HIT) = "D"
                   OR WS-PM-PST(WS-PM-HIT) = "M"
                   OR WS-AGT-HIT THEN
               ADD 1 TO WS-CNT-EXCLUDED
               EXIT PARAGRAPH
           END-IF.

      *    連絡拒否 (O)・連絡手段 N・オプトアウト登録簿はオプトアウト。
           PERFORM IS-OPTED-OUT.
           IF WS-OPTED-OUT
                   OR WS-PM-PST(WS-PM-HIT) = "O"
                   OR WS-PM-CHANNEL(WS-PM-HIT) = "N" THEN
               ADD 1 TO WS-CNT-OPTOUT
               EXIT PARAGRAPH
           END-IF.

      *    宛先の無い手段 (宛先不着の郵送、番号・アドレスの無い
      *    SMS/メール) は出さない (TEST260945 の CHECK-SENDABLE と同じ)。
           EVALUATE TRUE
               WHEN WS-PM-CHANNEL(WS-PM-HIT) = "S"
                   AND WS-PM-MOBILE(WS-PM-HIT) = SPACES
                   ADD 1 TO WS-CNT-UNREACH
                   EXIT PARAGRAPH
               WHEN WS-PM-CHANNEL(WS-PM-HIT) = "E"
                   AND WS-PM-EMAIL(WS-PM-HIT) = SPACES
                   ADD 1 TO WS-CNT-UNREACH
                   EXIT PARAGRAPH
               WHEN WS-PM-CHANNEL(WS-PM-HIT) = "L"
                   AND WS-PM-UND(WS-PM-HIT) = 'Y'
                   ADD 1 TO WS-CNT-UNREACH
                   EXIT PARAGRAPH
           END-EVALUATE.

           MOVE SPACES TO WAVE-LOG-REC.
           MOVE WS-ROS-FY      TO RWL-FYEAR.
           MOVE WS-WAVE-NO     TO RWL-WAVE.
           MOVE WS-ROS-PATIENT TO RWL-PATIENT-ID.
           MOVE WS-WV-DATE(WS-WAVE-NO) TO RWL-WAVE-DATE.
           MOVE WS-TODAY-NUM   TO RWL-RUN-DATE.
           MOVE WS-PM-CHANNEL(WS-PM-HIT) TO RWL-CHANNEL.
           MOVE WS-OP-ID       TO RWL-OPERATOR.
           IF WS-PM-CHANNEL(WS-PM-HIT) = "S"
                   OR WS-PM-CHANNEL(WS-PM-HIT) = "E" THEN
               PERFORM WRITE-WAVE-MESSAGE
               MOVE MSG-ID TO RWL-MSG-ID
           ELSE
               MOVE "L" TO RWL-CHANNEL
               PERFORM WRITE-WAVE-LETTER
           END-IF.
           WRITE WAVE-LOG-REC.

           EXIT.


       FIND-EXAM-THIS-FY.

      *    WS-LOOK-ID の名簿の年度の経年履歴を引く。あれば WS-HIT と
      *    健診日 (WS-EXAM-ON。健診日の無い古い行は判定日)。
           MOVE 'N' TO WS-HIT-FLAG.
           MOVE 0 TO WS-EXAM-ON.
           IF NOT WS-RHF-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOOK-ID TO RHF-PATIENT-ID.
           MOVE WS-ROS-FY  TO RHF-FYEAR.
           READ RESULT-HIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HIT-FLAG
                   IF RHF-EXAM-DATE > 0 THEN
                       MOVE RHF-EXAM-DATE TO WS-EXAM-ON
                   ELSE
                       MOVE FUNCTION NUMVAL(RHF-RUN-DATE)
                           TO WS-EXAM-ON
                   END-IF
           END-READ.

           EXIT.


       FIND-OPEN-BOOKING.

      *    WS-LOOK-ID の名簿の年度の予約に B (予約済) か A (受診済)
      *    があれば WS-HIT。
           MOVE 'N' TO WS-HIT-FLAG.
           IF NOT WS-BKG-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOOK-ID TO BKG-PATIENT-ID.
           MOVE WS-ROS-FY  TO BKG-FYEAR.
           MOVE 0 TO BKG-SEQ.
           START BOOKING-FILE KEY IS >= BKG-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           MOVE 'N' TO WS-BKG-EOF-FLAG.
           PERFORM UNTIL WS-BKG-EOF OR WS-HIT
               READ BOOKING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BKG-EOF-FLAG
                   NOT AT END
                       IF BKG-PATIENT-ID NOT = WS-LOOK-ID
                               OR BKG-FYEAR NOT = WS-ROS-FY THEN
                           MOVE 'Y' TO WS-BKG-EOF-FLAG
                       ELSE
                           IF BKG-STATUS = "B" OR BKG-STATUS = "A"
                                   THEN
                               MOVE 'Y' TO WS-HIT-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           EXIT.


       WRITE-WAVE-MESSAGE.

      *    WS-PM-HIT の患者へ SMS/メールの再勧奨 (期限 = 年度末)。
           ADD 1 TO WS-MSG-SEQ.
           MOVE SPACES TO GATEWAY-OUT-REC.
           MOVE WS-TODAY-NUM TO MSG-ID-DATE.
           MOVE "W"          TO MSG-ID-KIND.
           MOVE WS-MSG-SEQ   TO MSG-ID-SEQ.
           MOVE WS-PM-ID(WS-PM-HIT)      TO MSG-PATIENT-ID.
           MOVE WS-PM-CHANNEL(WS-PM-HIT) TO MSG-CHANNEL.
           MOVE WS-PM-NAME(WS-PM-HIT)    TO MSG-NAME.
           MOVE WS-PM-HOUSE(WS-PM-HIT)   TO MSG-HOUSE-NO.
           MOVE WS-PM-COUNTRY(WS-PM-HIT) TO MSG-COUNTRY.
           MOVE WS-PM-PIN(WS-PM-HIT)     TO MSG-PINCODE.
           IF WS-PM-CHANNEL(WS-PM-HIT) = "S" THEN
               MOVE WS-PM-MOBILE(WS-PM-HIT) TO MSG-ADDRESS
           ELSE
               MOVE WS-PM-EMAIL(WS-PM-HIT) TO MSG-ADDRESS
           END-IF.
           MOVE WS-FY-END   TO MSG-EVENT-DATE.
           MOVE 0           TO MSG-SLOT.
           MOVE WS-ROS-SITE TO MSG-SITE-CODE.
           MOVE "INVREM"    TO MSG-TEMPLATE.
           WRITE GATEWAY-OUT-REC.
           ADD 1 TO WS-CNT-MESSAGES.

           EXIT.


       WRITE-WAVE-LETTER.

      *    WS-PM-HIT の患者への受診の再勧奨の案内状。
           ADD 1 TO WS-CNT-LETTERS.
           MOVE ALL "=" TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "〒" WS-PM-PIN(WS-PM-HIT) "  "
               FUNCTION TRIM(WS-PM-COUNTRY(WS-PM-HIT))
               " " WS-PM-HOUSE(WS-PM-HIT)
               DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING FUNCTION TRIM(WS-PM-NAME(WS-PM-HIT)) " 様"
               " (受診者番号 " WS-ROS-PATIENT ")"
               DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "特定健診 受診のお願い" TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "  今年度の特定健診を、"
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "  まだお受けになって"
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "  いないようです。"
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "  生活習慣病は自覚症状"
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "  のないまま進みます。"
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "  年に一度の健診で早め"
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "  に見つけましょう。"
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "  受診の期限: " WS-FY-END
               DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           IF WS-ROS-SITE > 0 THEN
               MOVE SPACES TO LETTER-LINE
               STRING "  昨年度の健診機関コード "
                   WS-ROS-SITE
                   DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
           END-IF.
           MOVE "  行き違いで受診済みの"
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "  場合はご容赦ください。"
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "  案内日: " WS-RUN-DATE
               DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.

           EXIT.


       WAVE-ATTENDANCE-REPORT.

      *    名簿の全員を表に積み、受診日と再勧奨した波を付ける。
           MOVE 0 TO WS-RM-CNT.
           MOVE 'N' TO WS-RM-OVFL-FLAG.
           MOVE 'N' TO WS-RHF-OK-FLAG.
           OPEN INPUT RESULT-HIST-FILE.
           IF WS-RHF-STATUS = "00" THEN
               PERFORM CHECK-RHF-LAYOUT
               MOVE 'Y' TO WS-RHF-OK-FLAG
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF OR WS-RM-OVFL
               READ ROSTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF ROSTER-LINE(1:8) = "INSURER "
                               AND ROSTER-LINE(31:9) IS NUMERIC THEN
                           PERFORM NOTE-ROSTER-MEMBER
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-RHF-OK THEN
               CLOSE RESULT-HIST-FILE
           END-IF.
           IF WS-RM-OVFL THEN
               DISPLAY "ROSTER EXCEEDS THE IN-MEMORY TABLE (5000) - "
                   "NO REPORT"
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT WAVE-LOG-FILE.
           IF WS-RWL-STATUS = "00" THEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ WAVE-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF RWL-FYEAR = WS-ROS-FY
                                   AND RWL-WAVE >= 1
                                   AND RWL-WAVE <= 6 THEN
                               PERFORM NOTE-LOGGED-REMINDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WAVE-LOG-FILE
           END-IF.

      *    波ごとに、再勧奨した人と一度も再勧奨していない人 (波の
      *    日にまだ未受診) の、波のあとの受診を数える。
           MOVE 0 TO WS-RPT-ATT.
           MOVE 0 TO WS-RPT-NEVER.
           PERFORM VARYING WS-RM-IDX FROM 1 BY 1
                   UNTIL WS-RM-IDX > WS-RM-CNT
               IF WS-RM-EXAM(WS-RM-IDX) > 0 THEN
                   ADD 1 TO WS-RPT-ATT
               END-IF
               IF WS-RM-ANY(WS-RM-IDX) NOT = 'Y' THEN
                   ADD 1 TO WS-RPT-NEVER
               END-IF
               PERFORM VARYING WS-WV-IDX FROM 1 BY 1
                       UNTIL WS-WV-IDX > 6
                   IF WS-WV-RUN-ON(WS-WV-IDX) > 0 THEN
                       PERFORM COUNT-MEMBER-FOR-WAVE
                   END-IF
               END-PERFORM
           END-PERFORM.

           PERFORM WRITE-WAVE-REPORT.

           DISPLAY "REMINDER WAVE REPORT FOR FY " WS-ROS-FY " - "
               WS-RM-CNT " ROSTER MEMBER(S) "
               "(output/reminder_wave_report.txt)".

           EXIT.


       NOTE-ROSTER-MEMBER.

           IF WS-RM-CNT >= 5000 THEN
               MOVE 'Y' TO WS-RM-OVFL-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RM-CNT.
           MOVE ROSTER-LINE(31:9) TO WS-RM-ID(WS-RM-CNT).
           MOVE WS-RM-ID(WS-RM-CNT) TO WS-LOOK-ID.
           PERFORM FIND-EXAM-THIS-FY.
           MOVE WS-EXAM-ON TO WS-RM-EXAM(WS-RM-CNT).
           MOVE 'N' TO WS-RM-ANY(WS-RM-CNT).
           PERFORM VARYING WS-WV-IDX FROM 1 BY 1 UNTIL WS-WV-IDX > 6
               MOVE 'N' TO WS-RM-WAVE(WS-RM-CNT, WS-WV-IDX)
           END-PERFORM.

           EXIT.


       NOTE-LOGGED-REMINDER.

           MOVE 0 TO WS-RM-HIT.
           PERFORM VARYING WS-RM-IDX FROM 1 BY 1
                   UNTIL WS-RM-IDX > WS-RM-CNT OR WS-RM-HIT > 0
               IF WS-RM-ID(WS-RM-IDX) = RWL-PATIENT-ID THEN
                   MOVE WS-RM-IDX TO WS-RM-HIT
               END-IF
           END-PERFORM.
           IF WS-RM-HIT > 0 THEN
               MOVE 'Y' TO WS-RM-WAVE(WS-RM-HIT, RWL-WAVE)
               MOVE 'Y' TO WS-RM-ANY(WS-RM-HIT)
           END-IF.

           EXIT.


       COUNT-MEMBER-FOR-WAVE.

      *    WS-RM-IDX の人を波 WS-WV-IDX の再勧奨側か対照側に数える。
      *    対照は一度も再勧奨しておらず、波の日に未受診だった人。
           IF WS-RM-WAVE(WS-RM-IDX, WS-WV-IDX) = 'Y' THEN
               ADD 1 TO WS-WV-SENT(WS-WV-IDX)
               IF WS-RM-EXAM(WS-RM-IDX) >= WS-WV-RUN-ON(WS-WV-IDX)
                       THEN
                   ADD 1 TO WS-WV-SENT-AT(WS-WV-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-RM-ANY(WS-RM-IDX) = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-RM-EXAM(WS-RM-IDX) > 0
                   AND WS-RM-EXAM(WS-RM-IDX) < WS-WV-RUN-ON(WS-WV-IDX)
                   THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-WV-CTL(WS-WV-IDX).
           IF WS-RM-EXAM(WS-RM-IDX) > 0 THEN
               ADD 1 TO WS-WV-CTL-AT(WS-WV-IDX)
           END-IF.

           EXIT.


       WRITE-WAVE-REPORT.

           OPEN OUTPUT WAVE-RPT-FILE.
           MOVE SPACES TO WAVE-RPT-LINE.
           STRING "INVITATION REMINDER WAVES - ATTENDANCE FOR FY "
               WS-ROS-FY "  PRODUCED " WS-RUN-DATE
               DELIMITED BY SIZE INTO WAVE-RPT-LINE.
           WRITE WAVE-RPT-LINE.
           MOVE SPACES TO WAVE-RPT-LINE.
           WRITE WAVE-RPT-LINE.

           MOVE 0 TO WS-RPT-RATE.
           IF WS-RM-CNT > 0 THEN
               COMPUTE WS-RPT-RATE ROUNDED =
                   WS-RPT-ATT * 100 / WS-RM-CNT
           END-IF.
           MOVE WS-RPT-RATE TO WS-ED-RATE.
           MOVE SPACES TO WAVE-RPT-LINE.
           STRING "ROSTER MEMBERS " WS-RM-CNT
               "  ATTENDED " WS-RPT-ATT " (" WS-ED-RATE "%)"
               "  NEVER REMINDED " WS-RPT-NEVER
               DELIMITED BY SIZE INTO WAVE-RPT-LINE.
           WRITE WAVE-RPT-LINE.

           PERFORM VARYING WS-WV-IDX FROM 1 BY 1 UNTIL WS-WV-IDX > 6
               IF WS-WV-USED(WS-WV-IDX) = 'Y'
                       OR WS-WV-RUN-ON(WS-WV-IDX) > 0 THEN
                   PERFORM WRITE-ONE-WAVE-BLOCK
               END-IF
           END-PERFORM.

           MOVE SPACES TO WAVE-RPT-LINE.
           WRITE WAVE-RPT-LINE.
           MOVE "ATTENDED AFTER = RESULT ON FILE WITH AN EXAM DATE ON "
               TO WAVE-RPT-LINE.
           WRITE WAVE-RPT-LINE.
           MOVE "OR AFTER THE DAY THE WAVE WAS SENT. NOT REMINDED = "
               TO WAVE-RPT-LINE.
           WRITE WAVE-RPT-LINE.
           MOVE "NEVER REMINDED IN ANY WAVE AND NOT SEEN BY THAT DAY."
               TO WAVE-RPT-LINE.
           WRITE WAVE-RPT-LINE.
           CLOSE WAVE-RPT-FILE.

           EXIT.


       WRITE-ONE-WAVE-BLOCK.

           MOVE SPACES TO WAVE-RPT-LINE.
           WRITE WAVE-RPT-LINE.
           IF WS-WV-RUN-ON(WS-WV-IDX) = 0 THEN
               MOVE SPACES TO WAVE-RPT-LINE
               STRING "WAVE " WS-WV-IDX " " WS-WV-LABEL(WS-WV-IDX)
                   " NOT YET SENT (DUE " WS-WV-DATE(WS-WV-IDX) ")"
                   DELIMITED BY SIZE INTO WAVE-RPT-LINE
               WRITE WAVE-RPT-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WAVE-RPT-LINE.
           STRING "WAVE " WS-WV-IDX " " WS-WV-LABEL(WS-WV-IDX)
               " SENT " WS-WV-RUN-ON(WS-WV-IDX)
               DELIMITED BY SIZE INTO WAVE-RPT-LINE.
           WRITE WAVE-RPT-LINE.

           MOVE 0 TO WS-RPT-RATE.
           IF WS-WV-SENT(WS-WV-IDX) > 0 THEN
               COMPUTE WS-RPT-RATE ROUNDED =
                   WS-WV-SENT-AT(WS-WV-IDX) * 100
                   / WS-WV-SENT(WS-WV-IDX)
           END-IF.
           MOVE WS-RPT-RATE TO WS-ED-RATE.
           MOVE SPACES TO WAVE-RPT-LINE.
           STRING "  REMINDED                 " WS-WV-SENT(WS-WV-IDX)
               "  ATTENDED AFTER " WS-WV-SENT-AT(WS-WV-IDX)
               " (" WS-ED-RATE "%)"
               DELIMITED BY SIZE INTO WAVE-RPT-LINE.
           WRITE WAVE-RPT-LINE.

           MOVE 0 TO WS-RPT-RATE.
           IF WS-WV-CTL(WS-WV-IDX) > 0 THEN
               COMPUTE WS-RPT-RATE ROUNDED =
                   WS-WV-CTL-AT(WS-WV-IDX) * 100
                   / WS-WV-CTL(WS-WV-IDX)
           END-IF.
           MOVE WS-RPT-RATE TO WS-ED-RATE2.
           MOVE SPACES TO WAVE-RPT-LINE.
           STRING "  NOT REMINDED, UNATTENDED " WS-WV-CTL(WS-WV-IDX)
               "  ATTENDED AFTER " WS-WV-CTL-AT(WS-WV-IDX)
               " (" WS-ED-RATE2 "%)"
               DELIMITED BY SIZE INTO WAVE-RPT-LINE.
           WRITE WAVE-RPT-LINE.

           EXIT.


       LOAD-PATIENT-MASTER.

      *    宛名・宛先は患者マスタでは暗号化してあるので、表に積む
      *    ときに復号する (鍵が無ければマスタが無いのと同じ扱い)。
           MOVE 0 TO WS-PM-CNT.
           MOVE FUNCTION PII-LOAD-KEY("TEST260975") TO WS-PII-KEY.
           IF WS-PII-KEY = 0 THEN
               DISPLAY "NO FIELD KEY - NO CONTACT DETAILS, "
                   "NOTHING CAN BE SENT"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT PATIENT-MASTER-IN.
           IF WS-PMI-STATUS NOT = "00" THEN
               DISPLAY "NO PATIENT MASTER - NO CONTACT DETAILS, "
                   "NOTHING CAN BE SENT"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-PMS-LAYOUT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ PATIENT-MASTER-IN
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-PM-CNT < 500 THEN
                           PERFORM UNSEAL-PMI-ROW
                           ADD 1 TO WS-PM-CNT
                           MOVE PMI-PATIENT-ID TO WS-PM-ID(WS-PM-CNT)
                           MOVE PMI-NAME TO WS-PM-NAME(WS-PM-CNT)
                           MOVE PMI-HOUSE-NO
                               TO WS-PM-HOUSE(WS-PM-CNT)
                           MOVE PMI-COUNTRY
                               TO WS-PM-COUNTRY(WS-PM-CNT)
                           MOVE PMI-PINCODE TO WS-PM-PIN(WS-PM-CNT)
                           MOVE PMI-ACTIVE TO WS-PM-ACT(WS-PM-CNT)
      *                    連絡手段の欄が無い旧レイアウトは郵送。
                           IF PMI-CHANNEL = SPACE THEN
                               MOVE "L" TO WS-PM-CHANNEL(WS-PM-CNT)
                           ELSE
                               MOVE PMI-CHANNEL
                                   TO WS-PM-CHANNEL(WS-PM-CNT)
                           END-IF
                           MOVE PMI-MOBILE
                               TO WS-PM-MOBILE(WS-PM-CNT)
                           MOVE PMI-EMAIL TO WS-PM-EMAIL(WS-PM-CNT)
                           MOVE SPACE TO WS-PM-PST(WS-PM-CNT)
                           MOVE 0 TO WS-PM-PST-EFF(WS-PM-CNT)
                           MOVE 'N' TO WS-PM-UND(WS-PM-CNT)
                           MOVE PMI-HOUSEHOLD-ID
                               TO WS-PM-HHLD(WS-PM-CNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PATIENT-MASTER-IN.

      *    発効日つきステータス: 今日までに発効した最新の1件が効く。
           OPEN INPUT PATIENT-STATUS-FILE.
           IF WS-PST-STATUS = "00" THEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ PATIENT-STATUS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE PST-PATIENT-ID TO WS-LOOK-ID
                           PERFORM FIND-PATIENT
                           IF WS-PM-HIT > 0
                                   AND PST-EFF-DATE <= WS-TODAY-NUM
                                   AND PST-EFF-DATE >=
                                       WS-PM-PST-EFF(WS-PM-HIT) THEN
                               MOVE PST-STATUS
                                   TO WS-PM-PST(WS-PM-HIT)
                               MOVE PST-EFF-DATE
                                   TO WS-PM-PST-EFF(WS-PM-HIT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PATIENT-STATUS-FILE
           END-IF.

      *    宛先不着の未解除分 (郵送だけ止める。世帯単位)。
           OPEN INPUT UNDELIVER-FILE.
           IF WS-UND-STATUS = "00" THEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ UNDELIVER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF UND-CLEARED NOT = "C" THEN
                               MOVE UND-PATIENT-ID TO WS-LOOK-ID
                               PERFORM FIND-PATIENT
                               IF WS-PM-HIT > 0 THEN
                                   MOVE 'Y' TO WS-PM-UND(WS-PM-HIT)
                                   PERFORM MARK-HOUSEHOLD-UND
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UNDELIVER-FILE
           END-IF.

           EXIT.


       UNSEAL-PMI-ROW.

      *    読んだ患者マスタの行の氏名・住所・連絡先をその場で復号
      *    する (ファイルには書き戻さない)。
           MOVE "D" TO WPI-MODE.
           MOVE WS-PII-KEY TO WPI-KEY.
           MOVE PMI-PATIENT-ID TO WPI-TWEAK.
           MOVE "X" TO WPI-CLASS.
           MOVE 1 TO WPI-FIELD.
           MOVE 30 TO WPI-LEN.
           MOVE PMI-NAME TO WPI-TEXT.
           MOVE FUNCTION PII-FIELD-CRYPT(WS-PII-IN) TO WPI-TEXT.
           MOVE WPI-TEXT TO PMI-NAME.
           MOVE "9" TO WPI-CLASS.
           MOVE 2 TO WPI-FIELD.
           MOVE 3 TO WPI-LEN.
           MOVE PMI-HOUSE-NO TO WPI-TEXT.
           MOVE FUNCTION PII-FIELD-CRYPT(WS-PII-IN) TO WPI-TEXT.
           MOVE WPI-TEXT(1:3) TO PMI-HOUSE-NO.
           MOVE "X" TO WPI-CLASS.
           MOVE 3 TO WPI-FIELD.
           MOVE 15 TO WPI-LEN.
           MOVE PMI-COUNTRY TO WPI-TEXT.
           MOVE FUNCTION PII-FIELD-CRYPT(WS-PII-IN) TO WPI-TEXT.
           MOVE WPI-TEXT TO PMI-COUNTRY.
           MOVE "9" TO WPI-CLASS.
           MOVE 4 TO WPI-FIELD.
           MOVE 6 TO WPI-LEN.
           MOVE PMI-PINCODE TO WPI-TEXT.
           MOVE FUNCTION PII-FIELD-CRYPT(WS-PII-IN) TO WPI-TEXT.
           MOVE WPI-TEXT(1:6) TO PMI-PINCODE.
           MOVE "X" TO WPI-CLASS.
           MOVE 5 TO WPI-FIELD.
           MOVE 13 TO WPI-LEN.
           MOVE PMI-MOBILE TO WPI-TEXT.
           MOVE FUNCTION PII-FIELD-CRYPT(WS-PII-IN) TO WPI-TEXT.
           MOVE WPI-TEXT TO PMI-MOBILE.
           MOVE 6 TO WPI-FIELD.
           MOVE 40 TO WPI-LEN.
           MOVE PMI-EMAIL TO WPI-TEXT.
           MOVE FUNCTION PII-FIELD-CRYPT(WS-PII-IN) TO WPI-TEXT.
           MOVE WPI-TEXT TO PMI-EMAIL.

           EXIT.


       MARK-HOUSEHOLD-UND.

      *    同じ封筒で届く世帯の全員に宛先不着を広げる。
           IF WS-PM-HHLD(WS-PM-HIT) = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-HH-IDX FROM 1 BY 1
                   UNTIL WS-HH-IDX > WS-PM-CNT
               IF WS-PM-HHLD(WS-HH-IDX) = WS-PM-HHLD(WS-PM-HIT) THEN
                   MOVE 'Y' TO WS-PM-UND(WS-HH-IDX)
               END-IF
           END-PERFORM.

           EXIT.


       FIND-PATIENT.

           MOVE 0 TO WS-PM-HIT.
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PM-CNT OR WS-PM-HIT > 0
               IF WS-PM-ID(WS-PM-IDX) = WS-LOOK-ID THEN
                   MOVE WS-PM-IDX TO WS-PM-HIT
               END-IF
           END-PERFORM.

           EXIT.


       LOAD-TRANSITIONS.

      *    75歳到達で広域連合へ引き継いだ人 (TEST260952 の登録簿)。
           MOVE 0 TO WS-AGT-CNT.
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
                       IF WS-AGT-CNT < 2000 THEN
                           ADD 1 TO WS-AGT-CNT
                           MOVE AGT-PATIENT-ID
                               TO WS-AGT-ID(WS-AGT-CNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANSITION-FILE.

           EXIT.


       FIND-TRANSITION.

           MOVE 'N' TO WS-AGT-HIT-FLAG.
           PERFORM VARYING WS-AGT-IDX FROM 1 BY 1
                   UNTIL WS-AGT-IDX > WS-AGT-CNT OR WS-AGT-HIT
               IF WS-AGT-ID(WS-AGT-IDX) = WS-LOOK-ID THEN
                   MOVE 'Y' TO WS-AGT-HIT-FLAG
               END-IF
           END-PERFORM.

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

      *    WS-LOOK-ID がオプトアウト登録簿にあれば WS-OPTED-OUT。
           MOVE 'N' TO WS-OPTED-OUT-FLAG.
           IF WS-OPTX-OK THEN
               MOVE WS-LOOK-ID TO OPX-PATIENT-ID
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
               IF WS-OPT-ID(WS-OPT-IDX) = WS-LOOK-ID THEN
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

       END PROGRAM TEST260975.
