      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.

      *    患者マスタの氏名・住所・連絡先の項目暗号 (全プログラム
      *    共通の1本)。
       COPY pii_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260945.

      *
      * REMINDERS: 面談予約と再連絡のリマインダーをメッセージ
      * ゲートウェイ経由で送る。これまで予約 (TEST260910) の前日に
      * 事務員が1件ずつ電話していた。
      *   O = 送り (夜間): 2日後の予約 (B) と、再連絡の階段
      *       (TEST260911 と同じ) で期日が来た患者について、患者
      *       マスタの連絡手段の希望 (TEST-210509-2 の L=郵送 S=SMS
      *       E=メール N=送らない) でゲートウェイ用のファイルを書く。
      *       送らない・連絡拒否 (O)・死亡 (D)・無効の患者、宛先不着
      *       の登録がある郵送、辞退・脱落の登録者 (再連絡のみ) は
      *       出さない。宛先不着は世帯単位 (患者マスタの世帯番号が
      *       同じ人の誰かに登録があれば、世帯全員の郵送を止める)。
      *   S = 受け: ゲートウェイの配信結果ファイルを読み、1通ごとに
      *       接触記録 (contact_attempts.dat) へ1件として積む
      *       (操作者 MSGGW)。再連絡の階段 (TEST260911) はこの
      *       件数も試行回数として数えるので、自動の連絡の次に
      *       手で電話する日が正しく後ろへずれる。同じ配信結果を
      *       2回読んでも二重には積まない。受診の再勧奨 (種別 W、
      *       TEST260975) の配信結果は再連絡の試行ではないので積まず、
      *       件数だけ数える (送った記録は TEST260975 の側にある)。
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT
           FUNCTION PII-LOAD-KEY
           FUNCTION PII-FIELD-CRYPT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

      *    ゲートウェイへ渡すファイル (パスに日付を含める)。
           SELECT GATEWAY-OUT-FILE ASSIGN USING WS-GWO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GWO-STATUS.

      *    ゲートウェイからの配信結果。
           SELECT DELIVERY-STATUS-FILE ASSIGN TO
               'input/msg_delivery_status.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DST-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
      *    手段: P=電話 L=手紙 V=訪問 S=SMS E=メール (TEST260911
      *    参照。S/E と自動の L はここで積む)。
           03 CAT-CHANNEL     PIC X.
           03 CAT-OPERATOR    PIC X(6).
           03 CAT-OUTCOME     PIC X(20).
           03 CAT-ATTEMPT-NO  PIC 9(2).

      *    ゲートウェイ送信レコード。通番は 日付 + 種別 + 連番 で、
      *    ゲートウェイは配信結果にそのまま返してくる。宛先は SMS/
      *    メールなら MSG-ADDRESS、郵送なら住所欄を使う。
       FD  GATEWAY-OUT-FILE.
       01  GATEWAY-OUT-REC.
           03 MSG-ID.
              05 MSG-ID-DATE    PIC 9(8).
      *       種別: A=面談予約の案内 R=再連絡 (W=受診の再勧奨は
      *       TEST260975 が別のファイルに書く)。
              05 MSG-ID-KIND    PIC X.
              05 MSG-ID-SEQ     PIC 9(4).
           03 MSG-PATIENT-ID  PIC 9(9).
           03 MSG-CHANNEL     PIC X.
           03 MSG-ADDRESS     PIC X(40).
           03 MSG-NAME        PIC X(30).
           03 MSG-HOUSE-NO    PIC 9(3).
           03 MSG-COUNTRY     PIC X(15).
           03 MSG-PINCODE     PIC 9(6).
      *    予約なら予約日・時間枠・施設、再連絡ならフラグ日。
           03 MSG-EVENT-DATE  PIC 9(8).
           03 MSG-SLOT        PIC 9(2).
           03 MSG-SITE-CODE   PIC 9(3).
           03 MSG-TEMPLATE    PIC X(8).

       FD  DELIVERY-STATUS-FILE.
       01  DELIVERY-STATUS-REC.
           03 DST-MSG-ID.
              05 DST-ID-DATE    PIC 9(8).
              05 DST-ID-KIND    PIC X.
              05 DST-ID-SEQ     PIC 9(4).
           03 DST-PATIENT-ID  PIC 9(9).
           03 DST-CHANNEL     PIC X.
      *    結果: D=配信済 F=失敗 B=宛先不明 O=受信拒否。
           03 DST-STATUS      PIC X.
           03 DST-DATE        PIC 9(8).

       WORKING-STORAGE SECTION.
       01  AC-VAR             PIC X(30).
       01  WS-PMI-STATUS      PIC XX.
       01  WS-PST-STATUS      PIC XX.
       01  WS-UND-STATUS      PIC XX.
       01  WS-APT-STATUS      PIC XX.
       01  WS-FUQ-STATUS      PIC XX.
       01  WS-WDR-STATUS      PIC XX.
       01  WS-CAT-STATUS      PIC XX.
       01  WS-GWO-STATUS      PIC XX.
       01  WS-DST-STATUS      PIC XX.
       01  WS-GWO-PATH        PIC X(50) VALUE SPACES.
       01  WS-RUN-DATE        PIC X(8).
       01  WS-TODAY-NUM       PIC 9(8) VALUE 0.
       01  WS-TODAY-INT       PIC 9(8) VALUE 0.
       01  WS-MODE            PIC X VALUE SPACE.
      *    予約の案内は何日前に送るか。
       01  WS-APPT-LEAD-DAYS  PIC 9(2) VALUE 2.
       01  WS-APPT-TARGET     PIC 9(8) VALUE 0.
      *    自動の連絡を接触記録に積むときの操作者。
       01  WS-GW-OPERATOR     PIC X(6) VALUE "MSGGW".

       01  WS-EOF-FLAG        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.

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

      *    接触記録 (試行回数と二重取込の判定に使う)。
       01  WS-CT-TAB.
           03 WS-CT-ENTRY OCCURS 3000 TIMES.
              05 WS-CT-PATIENT PIC 9(9).
              05 WS-CT-DATE    PIC 9(8).
              05 WS-CT-CHANNEL PIC X.
              05 WS-CT-OPER    PIC X(6).
       01  WS-CT-CNT          PIC 9(4) VALUE 0.
       01  WS-CT-IDX          PIC 9(4) VALUE 0.
       01  WS-CT-OVFL-FLAG    PIC X VALUE 'N'.
           88 WS-CT-OVFL             VALUE 'Y'.

      *    送信の可否。
       01  WS-SEND-OK-FLAG    PIC X VALUE 'N'.
           88 WS-SEND-OK             VALUE 'Y'.
       01  WS-SKIP-REASON     PIC X(20) VALUE SPACES.
       01  WS-MSG-KIND        PIC X VALUE SPACE.
       01  WS-MSG-SEQ         PIC 9(4) VALUE 0.

      *    再連絡の階段 (TEST260911 の RESOLVE-LADDER-STEP と同じ)。
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

       01  WS-CNT-APPT-SENT   PIC 9(5) VALUE 0.
       01  WS-CNT-RECALL-SENT PIC 9(5) VALUE 0.
       01  WS-CNT-SKIPPED     PIC 9(5) VALUE 0.
       01  WS-CNT-DST-READ    PIC 9(5) VALUE 0.
       01  WS-CNT-DST-POSTED  PIC 9(5) VALUE 0.
       01  WS-CNT-DST-DUP     PIC 9(5) VALUE 0.
       01  WS-CNT-DST-BAD     PIC 9(5) VALUE 0.
       01  WS-CNT-DST-WAVE    PIC 9(5) VALUE 0.
       01  WS-DUP-FLAG        PIC X VALUE 'N'.
           88 WS-DUP                 VALUE 'Y'.

       01  WS-CAT-OUTCOME.
           03 WS-CO-KIND      PIC X(11).
           03 WS-CO-RESULT    PIC X(9).

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-FUQ      PIC 9(3) VALUE 1.
       01  WS-LAYOUT-PMS      PIC 9(3) VALUE 2.
       COPY layout_header.
       COPY pii_ctl.

       PROCEDURE DIVISION.
       MAIN SECTION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-TODAY-NUM.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).

           DISPLAY "--- APPOINTMENT AND RECALL REMINDERS ---".
           DISPLAY "Run? (O=OUTBOUND MESSAGES S=LOAD DELIVERY STATUS)".
           ACCEPT AC-VAR.
           MOVE FUNCTION TRIM(AC-VAR) TO WS-MODE.

           PERFORM LOAD-CONTACT-ATTEMPTS.

           EVALUATE WS-MODE
               WHEN "O"
                   PERFORM LOAD-PATIENT-MASTER
                   PERFORM BUILD-OUTBOUND
               WHEN "S"
                   PERFORM LOAD-DELIVERY-STATUS
               WHEN OTHER
                   DISPLAY "UNKNOWN MODE - ENDING"
           END-EVALUATE.

           STOP RUN.


       LOAD-PATIENT-MASTER.

      *    宛名・宛先は患者マスタでは暗号化してあるので、表に積む
      *    ときに復号する (鍵が無ければマスタが無いのと同じ扱い)。
           MOVE 0 TO WS-PM-CNT.
           MOVE FUNCTION PII-LOAD-KEY("TEST260945") TO WS-PII-KEY.
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

      *    宛先不着の未解除分 (郵送だけ止める)。
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

      *    同じ封筒で届く世帯の全員に宛先不着を広げる (夜間バッチの
      *    通知レターと同じく、1通の返送で世帯の郵送を止める)。
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
                           MOVE CAT-CHANNEL
                               TO WS-CT-CHANNEL(WS-CT-CNT)
                           MOVE CAT-OPERATOR
                               TO WS-CT-OPER(WS-CT-CNT)
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


       BUILD-OUTBOUND.

           COMPUTE WS-APPT-TARGET = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT + WS-APPT-LEAD-DAYS).

           MOVE SPACES TO WS-GWO-PATH.
           STRING "output/msg_gateway_" WS-RUN-DATE ".dat"
               DELIMITED BY SIZE INTO WS-GWO-PATH.
           OPEN OUTPUT GATEWAY-OUT-FILE.
           MOVE 0 TO WS-MSG-SEQ.

      *    2日後の予約 (予約済 B のもの)。
           MOVE "A" TO WS-MSG-KIND.
           OPEN INPUT APPOINTMENT-FILE.
           IF WS-APT-STATUS = "00" THEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ APPOINTMENT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF APT-STATUS = "B"
                                   AND APT-DATE = WS-APPT-TARGET THEN
                               MOVE APT-PATIENT-ID TO WS-LOOK-ID
                               PERFORM CHECK-SENDABLE
                               IF WS-SEND-OK THEN
                                   PERFORM WRITE-APPT-MESSAGE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPOINTMENT-FILE
           END-IF.

      *    再連絡: キューの未完了 (N/C) で階段の期日が来たもの。
           MOVE "R" TO WS-MSG-KIND.
           OPEN INPUT FOLLOWUP-QUEUE-FILE.
           IF WS-FUQ-STATUS = "00" THEN
               PERFORM CHECK-FUQ-LAYOUT
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ FOLLOWUP-QUEUE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF FUQ-STATUS = "N" OR FUQ-STATUS = "C"
                                   THEN
                               PERFORM CHECK-RECALL-DUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FOLLOWUP-QUEUE-FILE
           END-IF.

           CLOSE GATEWAY-OUT-FILE.

           DISPLAY "GATEWAY FILE " FUNCTION TRIM(WS-GWO-PATH) ": "
               WS-CNT-APPT-SENT " APPOINTMENT REMINDER(S), "
               WS-CNT-RECALL-SENT " RECALL MESSAGE(S), "
               WS-CNT-SKIPPED " NOT SENT".

           EXIT.


       CHECK-SENDABLE.

      *    WS-LOOK-ID に送れるか: マスタに居て有効、希望が N 以外、
      *    連絡拒否 (O)・死亡 (D) でない、郵送なら宛先不着の登録が
      *    無い、SMS/メールなら宛先がある。
           MOVE 'N' TO WS-SEND-OK-FLAG.
           MOVE SPACES TO WS-SKIP-REASON.
           PERFORM FIND-PATIENT.
           EVALUATE TRUE
               WHEN WS-PM-HIT = 0
                   MOVE "NOT ON MASTER" TO WS-SKIP-REASON
               WHEN WS-PM-ACT(WS-PM-HIT) = "I"
                   MOVE "INACTIVE" TO WS-SKIP-REASON
               WHEN WS-PM-CHANNEL(WS-PM-HIT) = "N"
                   MOVE "NO REMINDERS WANTED" TO WS-SKIP-REASON
               WHEN WS-PM-PST(WS-PM-HIT) = "O"
                   OR WS-PM-PST(WS-PM-HIT) = "D"
                   MOVE "STATUS O/D" TO WS-SKIP-REASON
               WHEN WS-PM-CHANNEL(WS-PM-HIT) = "L"
                   AND WS-PM-UND(WS-PM-HIT) = 'Y'
                   MOVE "UNDELIVERABLE" TO WS-SKIP-REASON
               WHEN WS-PM-CHANNEL(WS-PM-HIT) = "S"
                   AND WS-PM-MOBILE(WS-PM-HIT) = SPACES
                   MOVE "NO MOBILE NUMBER" TO WS-SKIP-REASON
               WHEN WS-PM-CHANNEL(WS-PM-HIT) = "E"
                   AND WS-PM-EMAIL(WS-PM-HIT) = SPACES
                   MOVE "NO E-MAIL ADDRESS" TO WS-SKIP-REASON
               WHEN OTHER
                   MOVE 'Y' TO WS-SEND-OK-FLAG
           END-EVALUATE.
           IF NOT WS-SEND-OK THEN
               ADD 1 TO WS-CNT-SKIPPED
           END-IF.

           EXIT.


       CHECK-RECALL-DUE.

           MOVE FUQ-PATIENT-ID TO WS-LOOK-ID.
           MOVE FUNCTION NUMVAL(FUQ-FLAG-DATE) TO WS-REF-DATE-NUM.
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
               MOVE FUNCTION NUMVAL(FUQ-FLAG-DATE)
                   TO WS-LAST-ATT-DATE
           END-IF.
           COMPUTE WS-NEXT-DUE-INT =
               FUNCTION INTEGER-OF-DATE(WS-LAST-ATT-DATE)
               + WS-LADDER-DAYS.
           IF WS-NEXT-DUE-INT > WS-TODAY-INT THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-SENDABLE.
           IF NOT WS-SEND-OK THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM FILL-MESSAGE-COMMON.
           MOVE FUNCTION NUMVAL(FUQ-FLAG-DATE) TO MSG-EVENT-DATE.
           MOVE 0 TO MSG-SLOT.
           MOVE 0 TO MSG-SITE-CODE.
           MOVE "RECALL" TO MSG-TEMPLATE.
           WRITE GATEWAY-OUT-REC.
           ADD 1 TO WS-CNT-RECALL-SENT.

           EXIT.


       WRITE-APPT-MESSAGE.

           PERFORM FILL-MESSAGE-COMMON.
           MOVE APT-DATE      TO MSG-EVENT-DATE.
           MOVE APT-SLOT      TO MSG-SLOT.
           MOVE APT-SITE-CODE TO MSG-SITE-CODE.
           MOVE "APPTREM" TO MSG-TEMPLATE.
           WRITE GATEWAY-OUT-REC.
           ADD 1 TO WS-CNT-APPT-SENT.

           EXIT.


       FILL-MESSAGE-COMMON.

      *    WS-PM-HIT の患者の宛先を詰める (CHECK-SENDABLE の後)。
           ADD 1 TO WS-MSG-SEQ.
           MOVE SPACES TO GATEWAY-OUT-REC.
           MOVE WS-TODAY-NUM TO MSG-ID-DATE.
           MOVE WS-MSG-KIND  TO MSG-ID-KIND.
           MOVE WS-MSG-SEQ   TO MSG-ID-SEQ.
           MOVE WS-PM-ID(WS-PM-HIT)      TO MSG-PATIENT-ID.
           MOVE WS-PM-CHANNEL(WS-PM-HIT) TO MSG-CHANNEL.
           MOVE WS-PM-NAME(WS-PM-HIT)    TO MSG-NAME.
           MOVE WS-PM-HOUSE(WS-PM-HIT)   TO MSG-HOUSE-NO.
           MOVE WS-PM-COUNTRY(WS-PM-HIT) TO MSG-COUNTRY.
           MOVE WS-PM-PIN(WS-PM-HIT)     TO MSG-PINCODE.
           EVALUATE WS-PM-CHANNEL(WS-PM-HIT)
               WHEN "S"
                   MOVE WS-PM-MOBILE(WS-PM-HIT) TO MSG-ADDRESS
               WHEN "E"
                   MOVE WS-PM-EMAIL(WS-PM-HIT) TO MSG-ADDRESS
               WHEN OTHER
                   MOVE SPACES TO MSG-ADDRESS
           END-EVALUATE.

           EXIT.


       LOAD-DELIVERY-STATUS.

           OPEN INPUT DELIVERY-STATUS-FILE.
           IF WS-DST-STATUS NOT = "00" THEN
               DISPLAY "NO DELIVERY STATUS FILE "
                   "(input/msg_delivery_status.dat) - NOTHING TO LOAD"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CONTACT-FILE.
           IF WS-CAT-STATUS = "00" THEN
               CLOSE CONTACT-FILE
               OPEN EXTEND CONTACT-FILE
           ELSE
               OPEN OUTPUT CONTACT-FILE
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ DELIVERY-STATUS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CNT-DST-READ
                       PERFORM POST-ONE-STATUS
               END-READ
           END-PERFORM.
           CLOSE CONTACT-FILE.
           CLOSE DELIVERY-STATUS-FILE.

           DISPLAY "DELIVERY STATUS: READ " WS-CNT-DST-READ
               " RECORDED AS CONTACT ATTEMPTS " WS-CNT-DST-POSTED
               " ALREADY ON FILE " WS-CNT-DST-DUP
               " UNREADABLE " WS-CNT-DST-BAD
               " INVITATION REMINDERS (NOT RECORDED) "
               WS-CNT-DST-WAVE.

           EXIT.


       POST-ONE-STATUS.

           IF DST-ID-KIND = "W" THEN
               ADD 1 TO WS-CNT-DST-WAVE
               EXIT PARAGRAPH
           END-IF.
           IF (DST-ID-KIND NOT = "A" AND DST-ID-KIND NOT = "R")
                   OR (DST-CHANNEL NOT = "L" AND DST-CHANNEL NOT = "S"
                       AND DST-CHANNEL NOT = "E")
                   OR DST-DATE = 0 THEN
               ADD 1 TO WS-CNT-DST-BAD
               DISPLAY "  UNREADABLE STATUS ROW FOR MESSAGE "
                   DST-MSG-ID " PATIENT " DST-PATIENT-ID
               EXIT PARAGRAPH
           END-IF.

      *    同じ患者・日付・手段の自動連絡が積んであれば読み直し。
           MOVE 'N' TO WS-DUP-FLAG.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-CNT
               IF WS-CT-PATIENT(WS-CT-IDX) = DST-PATIENT-ID
                       AND WS-CT-DATE(WS-CT-IDX) = DST-DATE
                       AND WS-CT-CHANNEL(WS-CT-IDX) = DST-CHANNEL
                       AND WS-CT-OPER(WS-CT-IDX) = WS-GW-OPERATOR THEN
                   MOVE 'Y' TO WS-DUP-FLAG
               END-IF
           END-PERFORM.
           IF WS-DUP THEN
               ADD 1 TO WS-CNT-DST-DUP
               EXIT PARAGRAPH
           END-IF.

           MOVE DST-PATIENT-ID TO WS-LOOK-ID.
           PERFORM COUNT-PRIOR-ATTEMPTS.

           IF DST-ID-KIND = "A" THEN
               MOVE "APPT MSG" TO WS-CO-KIND
           ELSE
               MOVE "RECALL MSG" TO WS-CO-KIND
           END-IF.
           EVALUATE DST-STATUS
               WHEN "D"
                   MOVE "DELIVERED" TO WS-CO-RESULT
               WHEN "B"
                   MOVE "BAD ADDR" TO WS-CO-RESULT
               WHEN "O"
                   MOVE "REFUSED" TO WS-CO-RESULT
               WHEN OTHER
                   MOVE "FAILED" TO WS-CO-RESULT
           END-EVALUATE.

           ADD 1 TO WS-ATTEMPTS.
           MOVE DST-PATIENT-ID TO CAT-PATIENT-ID.
           MOVE DST-DATE       TO CAT-DATE.
           MOVE DST-CHANNEL    TO CAT-CHANNEL.
           MOVE WS-GW-OPERATOR TO CAT-OPERATOR.
           MOVE WS-CAT-OUTCOME TO CAT-OUTCOME.
           MOVE WS-ATTEMPTS    TO CAT-ATTEMPT-NO.
           WRITE CONTACT-REC.
           ADD 1 TO WS-CNT-DST-POSTED.

           IF WS-CT-CNT < 3000 THEN
               ADD 1 TO WS-CT-CNT
               MOVE DST-PATIENT-ID TO WS-CT-PATIENT(WS-CT-CNT)
               MOVE DST-DATE       TO WS-CT-DATE(WS-CT-CNT)
               MOVE DST-CHANNEL    TO WS-CT-CHANNEL(WS-CT-CNT)
               MOVE WS-GW-OPERATOR TO WS-CT-OPER(WS-CT-CNT)
           END-IF.

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

       END PROGRAM TEST260945.
