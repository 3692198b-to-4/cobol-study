      *    初回面談・最終評価の実施者資格の確認 (窓口・予約と共通の
      *    1本)。
       COPY staff_rules.

      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260942.

      *
      * GROUP-EVENTS: 集団指導 (栄養教室・運動教室) の開催マスタと
      * 参加名簿。これまで教室が終わるたびに窓口 (TEST230317) の
      * S コマンドで同じセッションを参加者の人数分打ち込んでいた。
      * ここでは開催 (日付・施設・担当・定員・テーマ) を1件登録し、
      * フォローアップ・キューから参加者を名簿に載せ (予約コンソール
      * TEST260910 の G コマンドからも載せられる)、当日は1画面で
      * 出欠を付けると出席者の分のセッション記録を sessions.dat へ
      * 自動で書き出す。書き出すセッションは形態 G (集団) なので、
      * 請求 (TEST260823) とポイント計算 (TEST260941) は個別面談と
      * 区別して扱える。
      *
      * コマンド: M=開催登録 L=開催一覧 R=名簿へ登録
      *           A=出欠入力と記録 P=名簿印字 E/Q=終了
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT
           FUNCTION CHECK-STAFF-QUAL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    開催マスタ (開催番号がキー)。
           SELECT GROUP-EVENT-FILE ASSIGN TO
               'output/group_events.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GEV-EVENT-ID
           FILE STATUS IS WS-GEV-STATUS.

      *    参加名簿 (開催番号 + 患者ID がキー)。予約コンソール
      *    (TEST260910) も同じ名簿へ書く。
           SELECT GROUP-ROSTER-FILE ASSIGN TO
               'output/group_roster.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GRS-KEY
           FILE STATUS IS WS-GRS-STATUS.

           SELECT FOLLOWUP-QUEUE-FILE ASSIGN TO
               'output/followup_queue.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FUQ-PATIENT-ID
           FILE STATUS IS WS-FUQ-STATUS.

      *    辞退・脱落の登録簿 (患者 + 判定年度がキー)。
           SELECT WITHDRAWAL-FILE ASSIGN TO
               'output/support_withdrawals.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WDR-KEY
           FILE STATUS IS WS-WDR-STATUS.

           SELECT SESSION-FILE ASSIGN TO 'output/sessions.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SES-STATUS.

      *    名簿の印字先 (パスに開催番号を含める)。
           SELECT ROSTER-OUT-FILE ASSIGN USING WS-ROS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GROUP-EVENT-FILE.
       01  GROUP-EVENT-REC.
           03 GEV-EVENT-ID    PIC 9(6).
           03 GEV-DATE        PIC 9(8).
      *    開始時 (09〜17)。
           03 GEV-SLOT        PIC 9(2).
           03 GEV-SITE-CODE   PIC 9(3).
           03 GEV-STAFF       PIC X(10).
           03 GEV-CAPACITY    PIC 9(3).
           03 GEV-TOPIC       PIC X(30).
      *    出席者に書くセッション区分 (I/C/F。教室は通常 C) と
      *    所要時間 (分)。
           03 GEV-SES-TYPE    PIC X.
           03 GEV-MINUTES     PIC 9(3).
      *    ステータス: O=受付中 P=出欠記録済み (二重記録を防ぐ)。
           03 GEV-STATUS      PIC X.
           03 GEV-CREATED-BY  PIC X(6).
           03 GEV-CREATED-ON  PIC X(8).
           03 GEV-POSTED-ON   PIC X(8).

       FD  GROUP-ROSTER-FILE.
       01  GROUP-ROSTER-REC.
           03 GRS-KEY.
              05 GRS-EVENT-ID   PIC 9(6).
              05 GRS-PATIENT-ID PIC 9(9).
      *    出欠: E=登録のみ A=出席 N=欠席。
           03 GRS-ATTEND      PIC X.
      *    登録元: Q=フォローアップ・キュー S=予約コンソール。
           03 GRS-SOURCE      PIC X.
           03 GRS-ENROLLED-BY PIC X(6).
           03 GRS-ENROLLED-ON PIC X(8).

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
           03 WDR-TYPE        PIC X.
           03 WDR-DATE        PIC 9(8).
           03 WDR-REASON      PIC X(2).
           03 FILLER          PIC X(15).

       FD  SESSION-FILE.
       01  SESSION-REC.
           05 SES-PATIENT-ID  PIC 9(9).
           05 SES-DATE        PIC 9(8).
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

       FD  ROSTER-OUT-FILE.
       01  ROSTER-OUT-LINE    PIC X(90).

       WORKING-STORAGE SECTION.
       01  AC-VAR             PIC X(30).
       01  FG-END             PIC 9 VALUE 0.
       01  WS-GEV-STATUS      PIC XX.
       01  WS-GRS-STATUS      PIC XX.
       01  WS-FUQ-STATUS      PIC XX.
       01  WS-WDR-STATUS      PIC XX.
       01  WS-SES-STATUS      PIC XX.
       01  WS-ROS-STATUS      PIC XX.
       01  WS-ROS-PATH        PIC X(50) VALUE SPACES.
       01  WS-RUN-DATE        PIC X(8).
       01  WS-TODAY-NUM       PIC 9(8) VALUE 0.
       01  WS-OP-ID           PIC X(6) VALUE SPACES.

       01  WS-GEV-EOF-FLAG    PIC X VALUE 'N'.
           88 WS-GEV-EOF             VALUE 'Y'.
       01  WS-GRS-EOF-FLAG    PIC X VALUE 'N'.
           88 WS-GRS-EOF             VALUE 'Y'.
       01  WS-FUQ-EOF-FLAG    PIC X VALUE 'N'.
           88 WS-FUQ-EOF             VALUE 'Y'.
       01  WS-GEV-FOUND-FLAG  PIC X VALUE 'N'.
           88 WS-GEV-FOUND           VALUE 'Y'.

       01  WS-EVENT-ID        PIC 9(6) VALUE 0.
       01  WS-NEXT-EVENT-ID   PIC 9(6) VALUE 0.
       01  WS-ENROL-ID        PIC 9(9) VALUE 0.
       01  WS-ENROLLED-CNT    PIC 9(3) VALUE 0.
       01  WS-ATTEND-CNT      PIC 9(3) VALUE 0.
       01  WS-ABSENT-CNT      PIC 9(3) VALUE 0.
       01  WS-CAND-SHOWN      PIC 9(3) VALUE 0.
       01  WS-EVT-SHOWN       PIC 9(3) VALUE 0.
       01  WS-ROS-CNT         PIC 9(3) VALUE 0.

      *    実施者資格の確認 (copybooks/staff_rules.cpy) の受け渡し。
       01  WS-SQ-IN.
           03 WS-SQ-STAFF     PIC X(10).
           03 WS-SQ-TYPE      PIC X.
           03 WS-SQ-DATE      PIC 9(8).
       01  WS-SQ-OUT.
           03 WS-SQ-RC        PIC 9.
           03 WS-SQ-MSG       PIC X(40).

      *    出席者のセッション記録に書く成果欄 (開催番号を残す)。
       01  WS-GRP-OUTCOME.
           03 FILLER          PIC X(12) VALUE "GROUP EVENT ".
           03 WS-GRP-OUT-ID   PIC 9(6).
           03 FILLER          PIC X(2) VALUE SPACES.

      *    辞退・脱落の照会用 (基準日 = キューのフラグ日の年度)。
       01  WS-WDR-HIT-FLAG    PIC X VALUE 'N'.
           88 WS-WDR-HIT             VALUE 'Y'.
       01  WS-REF-DATE-NUM    PIC 9(8) VALUE 0.
       01  WS-REF-MM          PIC 9(2) VALUE 0.
       01  WS-REF-FY          PIC 9(4) VALUE 0.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-SES      PIC 9(3) VALUE 2.
       01  WS-LAYOUT-FUQ      PIC 9(3) VALUE 1.
       COPY layout_header.

       PROCEDURE DIVISION.
       MAIN SECTION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-TODAY-NUM.

           DISPLAY "--- GROUP COUNSELING EVENTS ---".
           DISPLAY "Your operator ID?".
           ACCEPT WS-OP-ID.

           PERFORM ENSURE-GROUP-FILES.

           MOVE 0 TO FG-END.
           PERFORM GROUP-COMMAND UNTIL FG-END = 1.

           STOP RUN.


       GROUP-COMMAND.

           DISPLAY "*".
           DISPLAY "Command? (M=NEW EVENT L=LIST R=ENROL "
               "A=ATTENDANCE P=PRINT ROSTER E/Q=END)".
           ACCEPT AC-VAR.

           EVALUATE FUNCTION TRIM(AC-VAR)
               WHEN "E"
               WHEN "Q"
                   MOVE 1 TO FG-END
               WHEN "M"
                   PERFORM CREATE-EVENT
               WHEN "L"
                   PERFORM LIST-EVENTS
               WHEN "R"
                   PERFORM ENROL-FROM-QUEUE
               WHEN "A"
                   PERFORM MARK-ATTENDANCE
               WHEN "P"
                   PERFORM PRINT-ROSTER
               WHEN OTHER
                   DISPLAY "UNKNOWN COMMAND"
           END-EVALUATE.

           EXIT.


       ENSURE-GROUP-FILES.

           OPEN I-O GROUP-EVENT-FILE.
           IF WS-GEV-STATUS NOT = "00" THEN
               OPEN OUTPUT GROUP-EVENT-FILE
               CLOSE GROUP-EVENT-FILE
               OPEN I-O GROUP-EVENT-FILE
           END-IF.
           CLOSE GROUP-EVENT-FILE.

           OPEN I-O GROUP-ROSTER-FILE.
           IF WS-GRS-STATUS NOT = "00" THEN
               OPEN OUTPUT GROUP-ROSTER-FILE
               CLOSE GROUP-ROSTER-FILE
               OPEN I-O GROUP-ROSTER-FILE
           END-IF.
           CLOSE GROUP-ROSTER-FILE.

           EXIT.


       CREATE-EVENT.

      *    開催番号は登録済みの最大 + 1 で振る。
           MOVE 0 TO WS-NEXT-EVENT-ID.
           OPEN INPUT GROUP-EVENT-FILE.
           IF WS-GEV-STATUS = "00" THEN
               MOVE 'N' TO WS-GEV-EOF-FLAG
               PERFORM UNTIL WS-GEV-EOF
                   READ GROUP-EVENT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-GEV-EOF-FLAG
                       NOT AT END
                           IF GEV-EVENT-ID > WS-NEXT-EVENT-ID THEN
                               MOVE GEV-EVENT-ID
                                   TO WS-NEXT-EVENT-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GROUP-EVENT-FILE
           END-IF.
           ADD 1 TO WS-NEXT-EVENT-ID.

           INITIALIZE GROUP-EVENT-REC.
           MOVE WS-NEXT-EVENT-ID TO GEV-EVENT-ID.
           DISPLAY "Event date (YYYYMMDD)?" ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO GEV-DATE.
           DISPLAY "Start hour (09-17)?" ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO GEV-SLOT.
           DISPLAY "Site code?" ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO GEV-SITE-CODE.
           DISPLAY "Staff name?" ACCEPT AC-VAR.
           MOVE AC-VAR TO GEV-STAFF.
           DISPLAY "Capacity (number of places)?" ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO GEV-CAPACITY.
           DISPLAY "Topic (e.g. NUTRITION CLASS)?" ACCEPT AC-VAR.
           MOVE AC-VAR TO GEV-TOPIC.
           DISPLAY "Session type for attendees? (I=INITIAL "
               "C=CONTINUING F=FINAL, blank = C)".
           ACCEPT AC-VAR.
           MOVE FUNCTION TRIM(AC-VAR) TO GEV-SES-TYPE.
           IF GEV-SES-TYPE = SPACE THEN
               MOVE "C" TO GEV-SES-TYPE
           END-IF.
           DISPLAY "Duration in minutes?" ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO GEV-MINUTES.

           IF GEV-DATE = 0 OR GEV-CAPACITY = 0
                   OR GEV-STAFF = SPACES THEN
               DISPLAY "DATE, STAFF AND CAPACITY ARE REQUIRED - "
                   "EVENT NOT CREATED"
               EXIT PARAGRAPH
           END-IF.
           IF GEV-SES-TYPE NOT = "I" AND GEV-SES-TYPE NOT = "C"
                   AND GEV-SES-TYPE NOT = "F" THEN
               DISPLAY "INVALID SESSION TYPE - EVENT NOT CREATED"
               EXIT PARAGRAPH
           END-IF.
      *    出席者の分が初回面談・最終評価として記録されるので、
      *    担当の資格は個別面談と同じに確認する。
           MOVE GEV-STAFF    TO WS-SQ-STAFF.
           MOVE GEV-SES-TYPE TO WS-SQ-TYPE.
           MOVE GEV-DATE     TO WS-SQ-DATE.
           MOVE FUNCTION CHECK-STAFF-QUAL(WS-SQ-IN) TO WS-SQ-OUT.
           IF WS-SQ-RC NOT = 0 THEN
               DISPLAY "REFUSED - " FUNCTION TRIM(GEV-STAFF)
                   " MAY NOT CONDUCT AN INITIAL/FINAL SESSION: "
                   WS-SQ-MSG
               EXIT PARAGRAPH
           END-IF.

           MOVE "O"         TO GEV-STATUS.
           MOVE WS-OP-ID    TO GEV-CREATED-BY.
           MOVE WS-RUN-DATE TO GEV-CREATED-ON.
           MOVE SPACES      TO GEV-POSTED-ON.

           OPEN I-O GROUP-EVENT-FILE.
           WRITE GROUP-EVENT-REC
               INVALID KEY
                   REWRITE GROUP-EVENT-REC
           END-WRITE.
           CLOSE GROUP-EVENT-FILE.

           DISPLAY "EVENT " GEV-EVENT-ID " CREATED - "
               FUNCTION TRIM(GEV-TOPIC) " ON " GEV-DATE
               " WITH " FUNCTION TRIM(GEV-STAFF)
               " (" GEV-CAPACITY " PLACES)".

           EXIT.


       LIST-EVENTS.

      *    受付中 (O) の開催を登録人数つきで一覧にする。
           DISPLAY "--- OPEN GROUP EVENTS ---".
           MOVE 0 TO WS-EVT-SHOWN.
           OPEN INPUT GROUP-EVENT-FILE.
           IF WS-GEV-STATUS = "00" THEN
               MOVE 'N' TO WS-GEV-EOF-FLAG
               PERFORM UNTIL WS-GEV-EOF
                   READ GROUP-EVENT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-GEV-EOF-FLAG
                       NOT AT END
                           IF GEV-STATUS = "O" THEN
                               PERFORM SHOW-ONE-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GROUP-EVENT-FILE
           END-IF.
           IF WS-EVT-SHOWN = 0 THEN
               DISPLAY "  (NO OPEN EVENTS)"
           END-IF.

           EXIT.


       SHOW-ONE-EVENT.

           ADD 1 TO WS-EVT-SHOWN.
           MOVE GEV-EVENT-ID TO WS-EVENT-ID.
           PERFORM COUNT-ENROLLED.
           DISPLAY "  EVENT " GEV-EVENT-ID " " GEV-DATE
               " " GEV-SLOT ":00 SITE " GEV-SITE-CODE
               " " FUNCTION TRIM(GEV-STAFF)
               " " FUNCTION TRIM(GEV-TOPIC)
               " ENROLLED " WS-ENROLLED-CNT "/" GEV-CAPACITY.

           EXIT.


       FIND-EVENT.

           MOVE 'N' TO WS-GEV-FOUND-FLAG.
           OPEN INPUT GROUP-EVENT-FILE.
           IF WS-GEV-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EVENT-ID TO GEV-EVENT-ID.
           READ GROUP-EVENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-GEV-FOUND-FLAG
           END-READ.
           CLOSE GROUP-EVENT-FILE.

           EXIT.


       COUNT-ENROLLED.

      *    その開催の名簿の人数 (開催番号で START して読み進める)。
           MOVE 0 TO WS-ENROLLED-CNT.
           OPEN INPUT GROUP-ROSTER-FILE.
           IF WS-GRS-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EVENT-ID TO GRS-EVENT-ID.
           MOVE 0 TO GRS-PATIENT-ID.
           MOVE 'N' TO WS-GRS-EOF-FLAG.
           START GROUP-ROSTER-FILE
               KEY IS GREATER THAN OR EQUAL TO GRS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-GRS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-GRS-EOF
               READ GROUP-ROSTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-GRS-EOF-FLAG
                   NOT AT END
                       IF GRS-EVENT-ID NOT = WS-EVENT-ID THEN
                           MOVE 'Y' TO WS-GRS-EOF-FLAG
                       ELSE
                           ADD 1 TO WS-ENROLLED-CNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GROUP-ROSTER-FILE.

           EXIT.


       ENROL-FROM-QUEUE.

      *    候補はフォローアップ・キューの未完了 (X 以外) のエントリ
      *    から選ぶ (辞退・脱落の登録者は除く)。
           PERFORM LIST-EVENTS.
           DISPLAY "Event number?" ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-EVENT-ID.
           PERFORM FIND-EVENT.
           IF NOT WS-GEV-FOUND THEN
               DISPLAY "NO EVENT " WS-EVENT-ID
               EXIT PARAGRAPH
           END-IF.
           IF GEV-STATUS NOT = "O" THEN
               DISPLAY "EVENT " WS-EVENT-ID " IS NO LONGER OPEN "
                   "(ATTENDANCE ALREADY POSTED)"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "--- ENROLMENT CANDIDATES (FOLLOW-UP QUEUE) ---".
           MOVE 0 TO WS-CAND-SHOWN.
           OPEN INPUT FOLLOWUP-QUEUE-FILE.
           IF WS-FUQ-STATUS = "00" THEN
               PERFORM CHECK-FUQ-LAYOUT
               MOVE 'N' TO WS-FUQ-EOF-FLAG
               PERFORM UNTIL WS-FUQ-EOF
                   READ FOLLOWUP-QUEUE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-FUQ-EOF-FLAG
                       NOT AT END
                           IF FUQ-STATUS NOT = "X" THEN
                               MOVE FUQ-PATIENT-ID TO WS-ENROL-ID
                               MOVE FUNCTION NUMVAL(FUQ-FLAG-DATE)
                                   TO WS-REF-DATE-NUM
                               PERFORM CHECK-WITHDRAWN
                               IF NOT WS-WDR-HIT THEN
                                   ADD 1 TO WS-CAND-SHOWN
                                   DISPLAY "  PATIENT " FUQ-PATIENT-ID
                                       " LEVEL " FUQ-NEW-LSK
                                       " STATUS " FUQ-STATUS
                                       " FLAGGED " FUQ-FLAG-DATE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FOLLOWUP-QUEUE-FILE
           END-IF.
           IF WS-CAND-SHOWN = 0 THEN
               DISPLAY "  (NO OPEN FOLLOW-UP ENTRIES)"
           END-IF.

           DISPLAY "Patient ID to enrol (blank = none)?".
           ACCEPT AC-VAR.
           IF AC-VAR = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-ENROL-ID.

      *    キューに居ればフラグ日、居なければ当日の年度で辞退・
      *    脱落の登録を引く。
           MOVE WS-TODAY-NUM TO WS-REF-DATE-NUM.
           OPEN INPUT FOLLOWUP-QUEUE-FILE.
           IF WS-FUQ-STATUS = "00" THEN
               PERFORM CHECK-FUQ-LAYOUT
               MOVE WS-ENROL-ID TO FUQ-PATIENT-ID
               READ FOLLOWUP-QUEUE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FUNCTION NUMVAL(FUQ-FLAG-DATE)
                           TO WS-REF-DATE-NUM
               END-READ
               CLOSE FOLLOWUP-QUEUE-FILE
           END-IF.
           PERFORM CHECK-WITHDRAWN.
           IF WS-WDR-HIT THEN
               DISPLAY "REFUSED - PATIENT " WS-ENROL-ID
                   " IS REGISTERED AS REFUSED/DROPPED OUT (TYPE "
                   WDR-TYPE " REASON " WDR-REASON ")"
               EXIT PARAGRAPH
           END-IF.

           PERFORM COUNT-ENROLLED.
           IF WS-ENROLLED-CNT >= GEV-CAPACITY THEN
               DISPLAY "REFUSED - EVENT " WS-EVENT-ID " IS FULL ("
                   WS-ENROLLED-CNT "/" GEV-CAPACITY ")"
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O GROUP-ROSTER-FILE.
           MOVE WS-EVENT-ID TO GRS-EVENT-ID.
           MOVE WS-ENROL-ID TO GRS-PATIENT-ID.
           MOVE "E"         TO GRS-ATTEND.
           MOVE "Q"         TO GRS-SOURCE.
           MOVE WS-OP-ID    TO GRS-ENROLLED-BY.
           MOVE WS-RUN-DATE TO GRS-ENROLLED-ON.
           WRITE GROUP-ROSTER-REC
               INVALID KEY
                   DISPLAY "PATIENT " WS-ENROL-ID
                       " IS ALREADY ON THE ROSTER OF EVENT "
                       WS-EVENT-ID
                   CLOSE GROUP-ROSTER-FILE
                   EXIT PARAGRAPH
           END-WRITE.
           CLOSE GROUP-ROSTER-FILE.

      *    予約と同じく、フォローアップ・キューを S (面談予約) に
      *    進める。
           OPEN I-O FOLLOWUP-QUEUE-FILE.
           IF WS-FUQ-STATUS = "00" THEN
               PERFORM CHECK-FUQ-LAYOUT
               MOVE WS-ENROL-ID TO FUQ-PATIENT-ID
               READ FOLLOWUP-QUEUE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FUQ-STATUS NOT = "X" THEN
                           MOVE "S" TO FUQ-STATUS
                           MOVE WS-RUN-DATE TO FUQ-STATUS-DATE
                           REWRITE FOLLOWUP-QUEUE-REC
                       END-IF
               END-READ
               CLOSE FOLLOWUP-QUEUE-FILE
           END-IF.

           DISPLAY "ENROLLED - PATIENT " WS-ENROL-ID " ON EVENT "
               WS-EVENT-ID " (" FUNCTION TRIM(GEV-TOPIC) " "
               GEV-DATE ")".

           EXIT.


       MARK-ATTENDANCE.

      *    1画面で名簿の全員に出欠を付け、出席者の分のセッションを
      *    形態 G・開催の所要時間で sessions.dat へ追記する。記録後は
      *    開催を P に閉じ、同じ教室を二度記録しないようにする。
           DISPLAY "Event number?" ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-EVENT-ID.
           PERFORM FIND-EVENT.
           IF NOT WS-GEV-FOUND THEN
               DISPLAY "NO EVENT " WS-EVENT-ID
               EXIT PARAGRAPH
           END-IF.
           IF GEV-STATUS NOT = "O" THEN
               DISPLAY "ATTENDANCE FOR EVENT " WS-EVENT-ID
                   " WAS ALREADY POSTED ON " GEV-POSTED-ON
               EXIT PARAGRAPH
           END-IF.
           IF GEV-DATE > WS-TODAY-NUM THEN
               DISPLAY "EVENT " WS-EVENT-ID " IS ON " GEV-DATE
                   " - ATTENDANCE CANNOT BE POSTED BEFORE THE DAY"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "--- ATTENDANCE: EVENT " GEV-EVENT-ID " "
               FUNCTION TRIM(GEV-TOPIC) " " GEV-DATE " ---".
           DISPLAY "Enter Y (attended) or N (absent) for each "
               "patient.".

           MOVE 0 TO WS-ATTEND-CNT.
           MOVE 0 TO WS-ABSENT-CNT.
           MOVE GEV-EVENT-ID TO WS-GRP-OUT-ID.

           OPEN INPUT SESSION-FILE.
           IF WS-SES-STATUS = "00" THEN
               PERFORM CHECK-SES-LAYOUT
               CLOSE SESSION-FILE
               OPEN EXTEND SESSION-FILE
           ELSE
               OPEN OUTPUT SESSION-FILE
               PERFORM WRITE-SES-LAYOUT
           END-IF.

           OPEN I-O GROUP-ROSTER-FILE.
           MOVE WS-EVENT-ID TO GRS-EVENT-ID.
           MOVE 0 TO GRS-PATIENT-ID.
           MOVE 'N' TO WS-GRS-EOF-FLAG.
           START GROUP-ROSTER-FILE
               KEY IS GREATER THAN OR EQUAL TO GRS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-GRS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-GRS-EOF
               READ GROUP-ROSTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-GRS-EOF-FLAG
                   NOT AT END
                       IF GRS-EVENT-ID NOT = WS-EVENT-ID THEN
                           MOVE 'Y' TO WS-GRS-EOF-FLAG
                       ELSE
                           PERFORM MARK-ONE-ATTENDEE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GROUP-ROSTER-FILE.
           CLOSE SESSION-FILE.

           OPEN I-O GROUP-EVENT-FILE.
           MOVE WS-EVENT-ID TO GEV-EVENT-ID.
           READ GROUP-EVENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "P" TO GEV-STATUS
                   MOVE WS-RUN-DATE TO GEV-POSTED-ON
                   REWRITE GROUP-EVENT-REC
           END-READ.
           CLOSE GROUP-EVENT-FILE.

           DISPLAY "ATTENDANCE POSTED - " WS-ATTEND-CNT
               " ATTENDED (SESSIONS WRITTEN), " WS-ABSENT-CNT
               " ABSENT".

           EXIT.


       MARK-ONE-ATTENDEE.

           DISPLAY "  PATIENT " GRS-PATIENT-ID " - attended? (Y/N)".
           ACCEPT AC-VAR.
           IF FUNCTION TRIM(AC-VAR) = "Y" THEN
               MOVE "A" TO GRS-ATTEND
               ADD 1 TO WS-ATTEND-CNT
               MOVE GRS-PATIENT-ID TO SES-PATIENT-ID
               MOVE GEV-DATE       TO SES-DATE
               MOVE GEV-SES-TYPE   TO SES-TYPE
               MOVE GEV-STAFF      TO SES-STAFF
               MOVE WS-GRP-OUTCOME TO SES-OUTCOME
               MOVE "G"            TO SES-MODALITY
               MOVE GEV-MINUTES    TO SES-MINUTES
               MOVE SPACES         TO SES-SOURCE
      *        集団支援では個人の面談記録は取らない (未評価)。
               MOVE SPACES         TO SES-STAGE SES-DIET
                   SES-EXERCISE SES-ALCOHOL SES-SLEEP
                   SES-NEXT-CODE SES-NEXT-ACTION
               WRITE SESSION-REC
           ELSE
               MOVE "N" TO GRS-ATTEND
               ADD 1 TO WS-ABSENT-CNT
           END-IF.
           REWRITE GROUP-ROSTER-REC.

           EXIT.


       PRINT-ROSTER.

           DISPLAY "Event number?" ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-EVENT-ID.
           PERFORM FIND-EVENT.
           IF NOT WS-GEV-FOUND THEN
               DISPLAY "NO EVENT " WS-EVENT-ID
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-ROS-PATH.
           STRING "output/group_roster_" WS-EVENT-ID ".txt"
               DELIMITED BY SIZE INTO WS-ROS-PATH.

           OPEN OUTPUT ROSTER-OUT-FILE.
           MOVE SPACES TO ROSTER-OUT-LINE.
           STRING "GROUP EVENT " GEV-EVENT-ID " "
               GEV-TOPIC " " GEV-DATE " " GEV-SLOT ":00"
               DELIMITED BY SIZE INTO ROSTER-OUT-LINE.
           WRITE ROSTER-OUT-LINE.
           MOVE SPACES TO ROSTER-OUT-LINE.
           STRING "SITE " GEV-SITE-CODE " STAFF " GEV-STAFF
               " CAPACITY " GEV-CAPACITY " STATUS " GEV-STATUS
               DELIMITED BY SIZE INTO ROSTER-OUT-LINE.
           WRITE ROSTER-OUT-LINE.

           MOVE 0 TO WS-ROS-CNT.
           OPEN INPUT GROUP-ROSTER-FILE.
           IF WS-GRS-STATUS = "00" THEN
               MOVE WS-EVENT-ID TO GRS-EVENT-ID
               MOVE 0 TO GRS-PATIENT-ID
               MOVE 'N' TO WS-GRS-EOF-FLAG
               START GROUP-ROSTER-FILE
                   KEY IS GREATER THAN OR EQUAL TO GRS-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-GRS-EOF-FLAG
               END-START
               PERFORM UNTIL WS-GRS-EOF
                   READ GROUP-ROSTER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-GRS-EOF-FLAG
                       NOT AT END
                           IF GRS-EVENT-ID NOT = WS-EVENT-ID THEN
                               MOVE 'Y' TO WS-GRS-EOF-FLAG
                           ELSE
                               ADD 1 TO WS-ROS-CNT
                               MOVE SPACES TO ROSTER-OUT-LINE
                               STRING "  PATIENT " GRS-PATIENT-ID
                                   " ATTENDANCE " GRS-ATTEND
                                   " SOURCE " GRS-SOURCE
                                   " ENROLLED " GRS-ENROLLED-ON
                                   " BY " GRS-ENROLLED-BY
                                   DELIMITED BY SIZE
                                   INTO ROSTER-OUT-LINE
                               WRITE ROSTER-OUT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GROUP-ROSTER-FILE
           END-IF.

           MOVE SPACES TO ROSTER-OUT-LINE.
           STRING "TOTAL ON ROSTER: " WS-ROS-CNT
               DELIMITED BY SIZE INTO ROSTER-OUT-LINE.
           WRITE ROSTER-OUT-LINE.
           CLOSE ROSTER-OUT-FILE.

           DISPLAY "ROSTER WRITTEN TO " FUNCTION TRIM(WS-ROS-PATH)
               " (" WS-ROS-CNT " PATIENT(S))".

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
           MOVE WS-ENROL-ID TO WDR-PATIENT-ID.
           MOVE WS-REF-FY   TO WDR-FYEAR.
           READ WITHDRAWAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-WDR-HIT-FLAG
           END-READ.
           CLOSE WITHDRAWAL-FILE.

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


       WRITE-SES-LAYOUT.

      *    新しく作ったファイルの先頭に版見出しを書く。
           MOVE SPACES TO SESSION-REC.
           MOVE WS-LAYOUT-SES TO WLH-VERSION.
           MOVE "SESSIONS" TO WLH-FILE-ID.
           MOVE WS-LAYOUT-HDR TO SESSION-REC(1:28).
           WRITE SESSION-REC.

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

       END PROGRAM TEST260942.
