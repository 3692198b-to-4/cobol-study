      *    初回面談・最終評価の実施者資格の確認 (窓口・委託取込と
      *    共通の1本)。
       COPY staff_rules.

      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260910.

      * セッションが実際に記録されたら窓口 (TEST230317) が予約を
      * 完了 (D) に閉じるので、予約日を過ぎて B のまま残った予約 =
      * 無断キャンセルが一覧で見える。
      * 辞退・脱落の登録簿 (TEST230317 の N コマンド) に載った患者は
      * 候補に出さず、予約も受け付けない。
      *
      * 集団指導 (教室) の参加者も、ここから名簿 (TEST260942 の
      * 開催マスタ・参加名簿) に載せられる。
      *
      * 初回面談・最終評価の予約は、担当が有資格者 (医師・保健師・
      * 管理栄養士で免許が有効) でなければ受け付けない。
      *
      * コマンド: B=予約 P=日別スケジュール印字 C=予約取消
      *           N=無断キャンセル一覧 G=集団指導へ登録 E/Q=終了
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT
           FUNCTION CHECK-STAFF-QUAL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPOINTMENT-FILE ASSIGN TO
           RECORD KEY IS FUQ-PATIENT-ID
           FILE STATUS IS WS-FUQ-STATUS.

      *    辞退・脱落の登録簿 (患者 + 判定年度がキー)。
           SELECT WITHDRAWAL-FILE ASSIGN TO
               'output/support_withdrawals.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WDR-KEY
           FILE STATUS IS WS-WDR-STATUS.

      *    集団指導の開催マスタと参加名簿 (TEST260942 参照)。
           SELECT GROUP-EVENT-FILE ASSIGN TO
               'output/group_events.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GEV-EVENT-ID
           FILE STATUS IS WS-GEV-STATUS.

           SELECT GROUP-ROSTER-FILE ASSIGN TO
               'output/group_roster.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GRS-KEY
           FILE STATUS IS WS-GRS-STATUS.

      *    日別スケジュールの印字先 (パスに日付を含める)。
           SELECT SCHEDULE-OUT-FILE ASSIGN USING WS-SCH-PATH
           ORGANIZATION IS LINE SEQUENTIAL
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

       FD  GROUP-EVENT-FILE.
       01  GROUP-EVENT-REC.
           03 GEV-EVENT-ID    PIC 9(6).
           03 GEV-DATE        PIC 9(8).
           03 GEV-SLOT        PIC 9(2).
           03 GEV-SITE-CODE   PIC 9(3).
           03 GEV-STAFF       PIC X(10).
           03 GEV-CAPACITY    PIC 9(3).
           03 GEV-TOPIC       PIC X(30).
      *    セッション区分・時間・ステータスなど (TEST260942 参照)。
           03 GEV-SES-TYPE    PIC X.
           03 GEV-MINUTES     PIC 9(3).
           03 GEV-STATUS      PIC X.
           03 FILLER          PIC X(22).

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

       FD  SCHEDULE-OUT-FILE.
       01  SCHEDULE-OUT-LINE  PIC X(90).

       01  WS-CAP-STATUS      PIC XX.
       01  WS-FUQ-STATUS      PIC XX.
       01  WS-SCH-STATUS      PIC XX.
       01  WS-WDR-STATUS      PIC XX.
       01  WS-GEV-STATUS      PIC XX.
       01  WS-GRS-STATUS      PIC XX.
       01  WS-SCH-PATH        PIC X(50) VALUE SPACES.
       01  WS-RUN-DATE        PIC X(8).
       01  WS-TODAY-NUM       PIC 9(8) VALUE 0.
       01  WS-BOOK-SITE       PIC 9(3) VALUE 0.
       01  WS-BOOK-DATE       PIC 9(8) VALUE 0.
       01  WS-BOOK-SLOT       PIC 9(2) VALUE 0.
      *    実施者資格の確認 (copybooks/staff_rules.cpy) の受け渡し。
       01  WS-SQ-IN.
           03 WS-SQ-STAFF     PIC X(10).
           03 WS-SQ-TYPE      PIC X.
           03 WS-SQ-DATE      PIC 9(8).
       01  WS-SQ-OUT.
           03 WS-SQ-RC        PIC 9.
           03 WS-SQ-MSG       PIC X(40).
       01  WS-BOOKED-COUNT    PIC 9(3) VALUE 0.
       01  WS-SLOT-TAKEN-FLAG PIC X VALUE 'N'.
           88 WS-SLOT-TAKEN          VALUE 'Y'.
       01  WS-SCH-CNT         PIC 9(3) VALUE 0.
       01  WS-NOSHOW-CNT      PIC 9(3) VALUE 0.

      *    集団指導への登録用。
       01  WS-GRP-EVENT-ID    PIC 9(6) VALUE 0.
       01  WS-GRP-ENROLLED    PIC 9(3) VALUE 0.
       01  WS-GRS-EOF-FLAG    PIC X VALUE 'N'.
           88 WS-GRS-EOF             VALUE 'Y'.
       01  WS-GEV-FOUND-FLAG  PIC X VALUE 'N'.
           88 WS-GEV-FOUND           VALUE 'Y'.

      *    辞退・脱落の照会用 (基準日 = キューのフラグ日の年度)。
       01  WS-WDR-HIT-FLAG    PIC X VALUE 'N'.
           88 WS-WDR-HIT             VALUE 'Y'.
       01  WS-WDR-ID          PIC 9(9) VALUE 0.
       01  WS-REF-DATE-NUM    PIC 9(8) VALUE 0.
       01  WS-REF-MM          PIC 9(2) VALUE 0.
       01  WS-REF-FY          PIC 9(4) VALUE 0.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-FUQ      PIC 9(3) VALUE 1.
       COPY layout_header.

       PROCEDURE DIVISION.
       MAIN SECTION.


           DISPLAY "*".
           DISPLAY "Command? (B=BOOK P=PRINT DAY C=CANCEL "
               "N=NO-SHOWS G=GROUP ENROL E/Q=END)".
           ACCEPT AC-VAR.

           EVALUATE FUNCTION TRIM(AC-VAR)
                   PERFORM CANCEL-APPOINTMENT
               WHEN "N"
                   PERFORM LIST-NO-SHOWS
               WHEN "G"
                   PERFORM ENROL-IN-GROUP
               WHEN OTHER
                   DISPLAY "UNKNOWN COMMAND"
           END-EVALUATE.
       BOOK-APPOINTMENT.

      *    候補はフォローアップ・キューの未完了 (X 以外)・未予約
      *    (S 以外) のエントリから選ぶ (辞退・脱落の登録者は除く)。
           DISPLAY "--- BOOKING CANDIDATES (FOLLOW-UP QUEUE) ---".
           MOVE 0 TO WS-CAND-SHOWN.
           OPEN INPUT FOLLOWUP-QUEUE-FILE.
           IF WS-FUQ-STATUS = "00" THEN
               PERFORM CHECK-FUQ-LAYOUT
               MOVE 'N' TO WS-FUQ-EOF-FLAG
               PERFORM UNTIL WS-FUQ-EOF
                   READ FOLLOWUP-QUEUE-FILE NEXT RECORD
                       NOT AT END
                           IF FUQ-STATUS NOT = "X"
                                   AND FUQ-STATUS NOT = "S" THEN
                               MOVE FUQ-PATIENT-ID TO WS-WDR-ID
                               MOVE FUNCTION NUMVAL(FUQ-FLAG-DATE)
                                   TO WS-REF-DATE-NUM
                               PERFORM CHECK-WITHDRAWN
                               IF NOT WS-WDR-HIT THEN
                                   PERFORM SHOW-ONE-CANDIDATE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

           DISPLAY "Patient ID to book?" ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-BOOK-ID.

      *    辞退・脱落で登録済みの患者は予約しない (キューに居れば
      *    フラグ日、居なければ当日の年度で引く)。
           MOVE WS-TODAY-NUM TO WS-REF-DATE-NUM.
           OPEN INPUT FOLLOWUP-QUEUE-FILE.
           IF WS-FUQ-STATUS = "00" THEN
               PERFORM CHECK-FUQ-LAYOUT
               MOVE WS-BOOK-ID TO FUQ-PATIENT-ID
               READ FOLLOWUP-QUEUE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FUNCTION NUMVAL(FUQ-FLAG-DATE)
                           TO WS-REF-DATE-NUM
               END-READ
               CLOSE FOLLOWUP-QUEUE-FILE
           END-IF.
           MOVE WS-BOOK-ID TO WS-WDR-ID.
           PERFORM CHECK-WITHDRAWN.
           IF WS-WDR-HIT THEN
               DISPLAY "REFUSED - PATIENT " WS-BOOK-ID
                   " IS REGISTERED AS REFUSED/DROPPED OUT (TYPE "
                   WDR-TYPE " REASON " WDR-REASON ")"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Staff name?" ACCEPT AC-VAR.
           MOVE AC-VAR TO WS-BOOK-STAFF.
           DISPLAY "Site code?" ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-BOOK-DATE.
           DISPLAY "Slot (hour 09-17)?" ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-BOOK-SLOT.
           DISPLAY "Session to be held? (I=INITIAL C=CONTINUING "
               "F=FINAL, blank = C)".
           ACCEPT AC-VAR.
           MOVE FUNCTION TRIM(AC-VAR) TO WS-SQ-TYPE.
           IF WS-SQ-TYPE = SPACE THEN
               MOVE "C" TO WS-SQ-TYPE
           END-IF.

      *    初回面談・最終評価を無資格者に入れると、実施しても保険者
      *    に返戻されるので予約の段階で断る。
           MOVE WS-BOOK-STAFF TO WS-SQ-STAFF.
           MOVE WS-BOOK-DATE  TO WS-SQ-DATE.
           MOVE FUNCTION CHECK-STAFF-QUAL(WS-SQ-IN) TO WS-SQ-OUT.
           IF WS-SQ-RC NOT = 0 THEN
               DISPLAY "REFUSED - " FUNCTION TRIM(WS-BOOK-STAFF)
                   " MAY NOT CONDUCT AN INITIAL/FINAL SESSION: "
                   WS-SQ-MSG
               EXIT PARAGRAPH
           END-IF.

      *    そのスタッフのその日の予約数と時間枠の空きを確かめる。
           PERFORM COUNT-STAFF-DAY.
      *    進める (キューに居ない患者の直接予約はそのまま)。
           OPEN I-O FOLLOWUP-QUEUE-FILE.
           IF WS-FUQ-STATUS = "00" THEN
               PERFORM CHECK-FUQ-LAYOUT
               MOVE WS-BOOK-ID TO FUQ-PATIENT-ID
               READ FOLLOWUP-QUEUE-FILE
                   INVALID KEY
           EXIT.


       SHOW-ONE-CANDIDATE.

           ADD 1 TO WS-CAND-SHOWN.
           DISPLAY "  PATIENT " FUQ-PATIENT-ID
               " LEVEL " FUQ-OLD-LSK " -> " FUQ-NEW-LSK
               " STATUS " FUQ-STATUS
               " FLAGGED " FUQ-FLAG-DATE.

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
           MOVE WS-WDR-ID TO WDR-PATIENT-ID.
           MOVE WS-REF-FY TO WDR-FYEAR.
           READ WITHDRAWAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-WDR-HIT-FLAG
           END-READ.
           CLOSE WITHDRAWAL-FILE.

           EXIT.


       COUNT-STAFF-DAY.

           MOVE 0 TO WS-BOOKED-COUNT.

           EXIT.


       ENROL-IN-GROUP.

      *    集団指導の名簿へ1名載せる (定員・辞退/脱落を確かめ、
      *    フォローアップ・キューは個別予約と同じく S に進める)。
      *    出欠の入力とセッション記録は TEST260942 で行う。
           DISPLAY "Group event number?" ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-GRP-EVENT-ID.

           MOVE 'N' TO WS-GEV-FOUND-FLAG.
           OPEN INPUT GROUP-EVENT-FILE.
           IF WS-GEV-STATUS = "00" THEN
               MOVE WS-GRP-EVENT-ID TO GEV-EVENT-ID
               READ GROUP-EVENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-GEV-FOUND-FLAG
               END-READ
               CLOSE GROUP-EVENT-FILE
           END-IF.
           IF NOT WS-GEV-FOUND THEN
               DISPLAY "NO GROUP EVENT " WS-GRP-EVENT-ID
                   " (CREATE IT IN THE GROUP EVENTS PROGRAM FIRST)"
               EXIT PARAGRAPH
           END-IF.
           IF GEV-STATUS NOT = "O" THEN
               DISPLAY "GROUP EVENT " WS-GRP-EVENT-ID
                   " IS NO LONGER OPEN"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "EVENT " GEV-EVENT-ID " " FUNCTION TRIM(GEV-TOPIC)
               " ON " GEV-DATE " WITH " FUNCTION TRIM(GEV-STAFF).

           DISPLAY "Patient ID to enrol?" ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-BOOK-ID.

           MOVE WS-TODAY-NUM TO WS-REF-DATE-NUM.
           OPEN INPUT FOLLOWUP-QUEUE-FILE.
           IF WS-FUQ-STATUS = "00" THEN
               PERFORM CHECK-FUQ-LAYOUT
               MOVE WS-BOOK-ID TO FUQ-PATIENT-ID
               READ FOLLOWUP-QUEUE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FUNCTION NUMVAL(FUQ-FLAG-DATE)
                           TO WS-REF-DATE-NUM
               END-READ
               CLOSE FOLLOWUP-QUEUE-FILE
           END-IF.
           MOVE WS-BOOK-ID TO WS-WDR-ID.
           PERFORM CHECK-WITHDRAWN.
           IF WS-WDR-HIT THEN
               DISPLAY "REFUSED - PATIENT " WS-BOOK-ID
                   " IS REGISTERED AS REFUSED/DROPPED OUT (TYPE "
                   WDR-TYPE " REASON " WDR-REASON ")"
               EXIT PARAGRAPH
           END-IF.

      *    定員: 名簿の人数を開催番号で START して数える。
           MOVE 0 TO WS-GRP-ENROLLED.
           OPEN I-O GROUP-ROSTER-FILE.
           IF WS-GRS-STATUS NOT = "00" THEN
               OPEN OUTPUT GROUP-ROSTER-FILE
               CLOSE GROUP-ROSTER-FILE
               OPEN I-O GROUP-ROSTER-FILE
           END-IF.
           MOVE WS-GRP-EVENT-ID TO GRS-EVENT-ID.
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
                       IF GRS-EVENT-ID NOT = WS-GRP-EVENT-ID THEN
                           MOVE 'Y' TO WS-GRS-EOF-FLAG
                       ELSE
                           ADD 1 TO WS-GRP-ENROLLED
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-GRP-ENROLLED >= GEV-CAPACITY THEN
               DISPLAY "REFUSED - GROUP EVENT " WS-GRP-EVENT-ID
                   " IS FULL (" WS-GRP-ENROLLED "/" GEV-CAPACITY ")"
               CLOSE GROUP-ROSTER-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-GRP-EVENT-ID TO GRS-EVENT-ID.
           MOVE WS-BOOK-ID      TO GRS-PATIENT-ID.
           MOVE "E"             TO GRS-ATTEND.
           MOVE "S"             TO GRS-SOURCE.
           MOVE WS-OP-ID        TO GRS-ENROLLED-BY.
           MOVE WS-RUN-DATE     TO GRS-ENROLLED-ON.
           WRITE GROUP-ROSTER-REC
               INVALID KEY
                   DISPLAY "PATIENT " WS-BOOK-ID
                       " IS ALREADY ON THAT ROSTER"
                   CLOSE GROUP-ROSTER-FILE
                   EXIT PARAGRAPH
           END-WRITE.
           CLOSE GROUP-ROSTER-FILE.

           OPEN I-O FOLLOWUP-QUEUE-FILE.
           IF WS-FUQ-STATUS = "00" THEN
               PERFORM CHECK-FUQ-LAYOUT
               MOVE WS-BOOK-ID TO FUQ-PATIENT-ID
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

           DISPLAY "ENROLLED - PATIENT " WS-BOOK-ID
               " ON GROUP EVENT " WS-GRP-EVENT-ID.

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

       END PROGRAM TEST260910.
