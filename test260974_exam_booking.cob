       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260974.

      *
      * EXAM-BOOKING: 特定健診の受診予約コンソール。面談の予約
      * (TEST260910) はあっても、健診そのものは各クリニックが電話で
      * 受けていて、案内名簿 (TEST260926) の誰がどこに予約したのか
      * 分からなかった。ここで施設ごとの健診枠の暦 (日付 x 午前/
      * 午後の受け入れ数) を持ち、案内名簿の患者をその枠に予約する。
      *   健診枠: output/exam_slots.dat (施設 + 日付 + 午前/午後)
      *   予約  : output/exam_bookings.dat (患者 + 年度 + 予約連番)
      * 夜間バッチ (TEST230314) が健診の到着で予約を A (受診済) に
      * し、予約日から猶予日数 (基準表の BOOK-GRACE-DAYS、既定14日)
      * を過ぎても健診が届かない予約を N (無断キャンセル) に落として
      * 再予約の案内リストに出す。無断キャンセルの患者はここで B
      * コマンドから取り直せば再予約になる (元の N はそのまま残る
      * ので、月別・施設別の無断キャンセル率は R コマンドで出せる)。
      *
      * コマンド: S=健診枠の設定 A=空き照会 B=予約 C=予約取消
      *           P=日別予約一覧の印字 N=再予約待ち一覧
      *           R=月別・施設別の無断キャンセル率 E/Q=終了
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLOT-FILE ASSIGN TO
               'output/exam_slots.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SLT-KEY
           FILE STATUS IS WS-SLT-STATUS.

           SELECT BOOKING-FILE ASSIGN TO
               'output/exam_bookings.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BKG-KEY
           FILE STATUS IS WS-BKG-STATUS.

           SELECT ROSTER-FILE ASSIGN TO
               'output/invitation_roster.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROS-STATUS.

           SELECT SITE-MASTER-FILE ASSIGN TO 'input/sites.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SIT-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO 'input/holidays.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAL-STATUS.

      *    日別予約一覧の印字先 (パスに施設と日付を含める)。
           SELECT DAY-LIST-FILE ASSIGN USING WS-DAY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DAY-STATUS.

           SELECT RATE-RPT-FILE ASSIGN TO
               'output/exam_noshow_rate.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SLOT-FILE.
       01  SLOT-REC.
           03 SLT-KEY.
              05 SLT-SITE-CODE  PIC 9(3).
              05 SLT-DATE       PIC 9(8).
      *       健診の回: A=午前 P=午後。
              05 SLT-SESSION    PIC X.
      *    受け入れ数と予約済みの数 (取消で戻す。受診済・無断
      *    キャンセルになっても枠は使ったものとして戻さない)。
           03 SLT-CAPACITY    PIC 9(3).
           03 SLT-BOOKED      PIC 9(3).
           03 SLT-SET-BY      PIC X(6).
           03 SLT-SET-ON      PIC X(8).

       FD  BOOKING-FILE.
       01  BOOKING-REC.
           03 BKG-KEY.
              05 BKG-PATIENT-ID PIC 9(9).
              05 BKG-FYEAR      PIC 9(4).
      *       同じ年度の取り直しごとに1つ進める (01 から)。
              05 BKG-SEQ        PIC 9(2).
           03 BKG-SITE-CODE   PIC 9(3).
           03 BKG-DATE        PIC 9(8).
           03 BKG-SESSION     PIC X.
      *    ステータス: B=予約済 A=受診済 N=無断キャンセル C=取消。
           03 BKG-STATUS      PIC X.
           03 BKG-STATUS-DATE PIC X(8).
           03 BKG-INSURER     PIC X(4).
           03 BKG-BOOKED-BY   PIC X(6).
           03 BKG-BOOKED-ON   PIC X(8).
      *    届いた健診の実施日と施設 (TEST230314 が書く)。
           03 BKG-EXAM-DATE   PIC 9(8).
           03 BKG-EXAM-SITE   PIC 9(3).
      *    N の予約を取り直した先の予約連番 (0 = 再予約待ち)。
           03 BKG-REBOOK-SEQ  PIC 9(2).

      *    名簿の明細行は "INSURER xxxx SITE nnn PATIENT nnnnnnnnn
      *    PLAN xx ..." の固定桁 (TEST260926 の STRING の並び)。
       FD  ROSTER-FILE.
       01  ROSTER-LINE        PIC X(110).

       FD  SITE-MASTER-FILE.
       01  SITE-MASTER-REC.
           03 SIT-CODE        PIC 9(3).
           03 SIT-NAME        PIC X(20).
           03 FILLER          PIC X(135).

       FD  CALENDAR-FILE.
       01  CALENDAR-REC       PIC 9(8).

       FD  DAY-LIST-FILE.
       01  DAY-LIST-LINE      PIC X(90).

       FD  RATE-RPT-FILE.
       01  RATE-RPT-LINE      PIC X(120).

       WORKING-STORAGE SECTION.
       01  AC-VAR             PIC X(30).
       01  FG-END             PIC 9 VALUE 0.
       01  WS-SLT-STATUS      PIC XX.
       01  WS-BKG-STATUS      PIC XX.
       01  WS-ROS-STATUS      PIC XX.
       01  WS-SIT-STATUS      PIC XX.
       01  WS-CAL-STATUS      PIC XX.
       01  WS-DAY-STATUS      PIC XX.
       01  WS-RPT-STATUS      PIC XX.
       01  WS-DAY-PATH        PIC X(50) VALUE SPACES.
       01  WS-RUN-DATE        PIC X(8).
       01  WS-TODAY-NUM       PIC 9(8) VALUE 0.
       01  WS-TODAY-FY        PIC 9(4) VALUE 0.
       01  WS-OP-ID           PIC X(6) VALUE SPACES.
       01  WS-EOF-FLAG        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.

      *    施設マスタ (あれば健診枠の設定でコードを確かめる)。
       01  WS-ST-TAB.
           03 WS-ST-ENTRY OCCURS 300 TIMES.
              05 WS-ST-CODE   PIC 9(3).
              05 WS-ST-NAME   PIC X(20).
       01  WS-ST-CNT          PIC 9(3) VALUE 0.
       01  WS-ST-IDX          PIC 9(3) VALUE 0.
       01  WS-SITE-NAME       PIC X(20) VALUE SPACES.

      *    休日カレンダー (健診枠を作らない日)。
       01  WS-HOL-TAB.
           03 WS-HOL-DATE     PIC 9(8) OCCURS 200 TIMES.
       01  WS-HOL-CNT         PIC 9(3) VALUE 0.
       01  WS-HOL-IDX         PIC 9(3) VALUE 0.
       01  WS-HOL-HIT-FLAG    PIC X VALUE 'N'.
           88 WS-HOL-HIT             VALUE 'Y'.

      *    健診枠の設定の作業域。
       01  WS-SET-SITE        PIC 9(3) VALUE 0.
       01  WS-SET-FROM        PIC 9(8) VALUE 0.
       01  WS-SET-TO          PIC 9(8) VALUE 0.
       01  WS-SET-AM          PIC 9(3) VALUE 0.
       01  WS-SET-PM          PIC 9(3) VALUE 0.
       01  WS-SET-SAT         PIC X VALUE 'N'.
       01  WS-SET-INT         PIC 9(8) VALUE 0.
       01  WS-SET-END-INT     PIC 9(8) VALUE 0.
       01  WS-SET-DATE        PIC 9(8) VALUE 0.
       01  WS-SET-SESSION     PIC X VALUE SPACE.
       01  WS-SET-CAP         PIC 9(3) VALUE 0.
       01  WS-WEEKDAY         PIC 9 VALUE 0.
       01  WS-CNT-DAYS        PIC 9(4) VALUE 0.
       01  WS-CNT-SKIPPED     PIC 9(4) VALUE 0.
       01  WS-CNT-OVERBOOKED  PIC 9(4) VALUE 0.

      *    予約・取消の作業域。
       01  WS-BOOK-ID         PIC 9(9) VALUE 0.
       01  WS-BOOK-FY         PIC 9(4) VALUE 0.
       01  WS-BOOK-SITE       PIC 9(3) VALUE 0.
       01  WS-BOOK-DATE       PIC 9(8) VALUE 0.
       01  WS-BOOK-SESSION    PIC X VALUE SPACE.
       01  WS-BOOK-INSURER    PIC X(4) VALUE SPACES.
       01  WS-BOOK-SEQ        PIC 9(2) VALUE 0.
       01  WS-FY-FROM         PIC 9(8) VALUE 0.
       01  WS-FY-TO           PIC 9(8) VALUE 0.

      *    名簿の照会結果。
       01  WS-ROS-FY          PIC 9(4) VALUE 0.
       01  WS-ROS-SITE-X      PIC X(3) VALUE SPACES.
       01  WS-ROS-INSURER     PIC X(4) VALUE SPACES.
       01  WS-ROS-HIT-FLAG    PIC X VALUE 'N'.
           88 WS-ROS-HIT             VALUE 'Y'.

      *    1人の予約の走査結果 (WS-SCAN-FY の年度ぶん)。
       01  WS-SCAN-FY         PIC 9(4) VALUE 0.
       01  WS-SCAN-LAST-SEQ   PIC 9(2) VALUE 0.
       01  WS-SCAN-LIVE-SEQ   PIC 9(2) VALUE 0.
       01  WS-SCAN-LIVE-STS   PIC X VALUE SPACE.
       01  WS-SCAN-NOSHOW-SEQ PIC 9(2) VALUE 0.
      *    年度を問わず B のままの予約 (取消の対象)。
       01  WS-SCAN-OPEN-FY    PIC 9(4) VALUE 0.
       01  WS-SCAN-OPEN-SEQ   PIC 9(2) VALUE 0.

      *    空き照会・日別一覧・再予約待ちの作業域。
       01  WS-AV-SITE         PIC 9(3) VALUE 0.
       01  WS-AV-FROM         PIC 9(8) VALUE 0.
       01  WS-AV-TO           PIC 9(8) VALUE 0.
       01  WS-AV-FREE         PIC 9(3) VALUE 0.
       01  WS-AV-CNT          PIC 9(3) VALUE 0.
       01  WS-DAY-CNT         PIC 9(4) VALUE 0.
       01  WS-DAY-PASS        PIC X VALUE SPACE.
       01  WS-DAY-CAP         PIC 9(3) VALUE 0.
       01  WS-DAY-BOOKED      PIC 9(3) VALUE 0.
       01  WS-NOSHOW-CNT      PIC 9(5) VALUE 0.

      *    無断キャンセル率の施設 x 月の集計表 (出現順に積み、出力前
      *    に施設コード順に並べ替える)。月は 4月 = 1 ... 3月 = 12。
       01  WS-NR-TAB.
           03 WS-NR-ENTRY OCCURS 300 TIMES.
              05 WS-NR-SITE      PIC 9(3).
              05 WS-NR-MONTH OCCURS 12 TIMES.
                 07 WS-NR-ATT    PIC 9(5).
                 07 WS-NR-NOS    PIC 9(5).
       01  WS-NR-CNT          PIC 9(3) VALUE 0.
       01  WS-NR-IDX          PIC 9(3) VALUE 0.
       01  WS-NR-HIT          PIC 9(3) VALUE 0.
       01  WS-NR-OVFL-FLAG    PIC X VALUE 'N'.
           88 WS-NR-OVFL             VALUE 'Y'.
       01  WS-SORT-TMP        PIC X(123).
       01  WS-SORT-I          PIC 9(3) VALUE 0.
       01  WS-SORT-J          PIC 9(3) VALUE 0.
       01  WS-MON-IDX         PIC 9(2) VALUE 0.
       01  WS-MON-NUM         PIC 9(2) VALUE 0.
       01  WS-MON-NAMES       PIC X(36) VALUE
           "APRMAYJUNJULAUGSEPOCTNOVDECJANFEBMAR".
       01  WS-RPT-FY          PIC 9(4) VALUE 0.
       01  WS-POS             PIC 9(3) VALUE 0.
       01  WS-ROW-ATT         PIC 9(6) VALUE 0.
       01  WS-ROW-NOS         PIC 9(6) VALUE 0.
       01  WS-ROW-DONE        PIC 9(6) VALUE 0.
       01  WS-TOT-ATT         PIC 9(6) OCCURS 12 TIMES.
       01  WS-TOT-NOS         PIC 9(6) OCCURS 12 TIMES.
       01  WS-CNT-PENDING     PIC 9(6) VALUE 0.
       01  WS-CNT-REBOOKED    PIC 9(6) VALUE 0.
       01  WS-NOS-PCT         PIC 9(3)V9 VALUE 0.
       01  WS-ED-PCT          PIC ZZ9.9.
       01  WS-ED-CNT          PIC ZZ,ZZ9.
       01  WS-ED-CNT2         PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN SECTION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-TODAY-NUM.
           COMPUTE WS-TODAY-FY = WS-TODAY-NUM / 10000.
           IF WS-TODAY-NUM(5:2) < "04" THEN
               SUBTRACT 1 FROM WS-TODAY-FY
           END-IF.

           DISPLAY "--- CHECKUP EXAM BOOKING ---".
           DISPLAY "Your operator ID?".
           ACCEPT WS-OP-ID.

           PERFORM LOAD-SITE-NAMES.
           PERFORM LOAD-HOLIDAYS.
           PERFORM ENSURE-BOOKING-FILES.

           MOVE 0 TO FG-END.
           PERFORM BOOKING-COMMAND UNTIL FG-END = 1.

           STOP RUN.


       BOOKING-COMMAND.

           DISPLAY "*".
           DISPLAY "Command? (S=SET SLOTS A=AVAILABILITY B=BOOK "
               "C=CANCEL P=PRINT DAY".
           DISPLAY "          N=NO-SHOWS TO REBOOK R=NO-SHOW RATE "
               "E/Q=END)".
           ACCEPT AC-VAR.

           EVALUATE FUNCTION TRIM(AC-VAR)
               WHEN "E"
               WHEN "Q"
                   MOVE 1 TO FG-END
               WHEN "S"
                   PERFORM SET-SLOT-CAPACITY
               WHEN "A"
                   PERFORM SHOW-AVAILABILITY
               WHEN "B"
                   PERFORM BOOK-EXAM
               WHEN "C"
                   PERFORM CANCEL-BOOKING
               WHEN "P"
                   PERFORM PRINT-DAY-LIST
               WHEN "N"
                   PERFORM LIST-NO-SHOWS
               WHEN "R"
                   PERFORM NOSHOW-RATE-REPORT
               WHEN OTHER
                   DISPLAY "UNKNOWN COMMAND"
           END-EVALUATE.

           EXIT.


       LOAD-SITE-NAMES.

           MOVE 0 TO WS-ST-CNT.
           OPEN INPUT SITE-MASTER-FILE.
           IF WS-SIT-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ SITE-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-ST-CNT < 300 THEN
                           ADD 1 TO WS-ST-CNT
                           MOVE SIT-CODE TO WS-ST-CODE(WS-ST-CNT)
                           MOVE SIT-NAME TO WS-ST-NAME(WS-ST-CNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SITE-MASTER-FILE.

           EXIT.


       LOAD-HOLIDAYS.

           MOVE 0 TO WS-HOL-CNT.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CAL-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ CALENDAR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-HOL-CNT < 200 THEN
                           ADD 1 TO WS-HOL-CNT
                           MOVE CALENDAR-REC TO WS-HOL-DATE(WS-HOL-CNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CALENDAR-FILE.

           EXIT.


       ENSURE-BOOKING-FILES.

      *    どちらも実行をまたいで溜まる INDEXED ファイル (無ければ
      *    新規作成してから I-O で開き直す)。夜間バッチは予約
      *    ファイルが無ければ照合しないので、作るのはここだけ。
           OPEN I-O SLOT-FILE.
           IF WS-SLT-STATUS NOT = "00" THEN
               OPEN OUTPUT SLOT-FILE
               CLOSE SLOT-FILE
               OPEN I-O SLOT-FILE
           END-IF.
           CLOSE SLOT-FILE.
           OPEN I-O BOOKING-FILE.
           IF WS-BKG-STATUS NOT = "00" THEN
               OPEN OUTPUT BOOKING-FILE
               CLOSE BOOKING-FILE
               OPEN I-O BOOKING-FILE
           END-IF.
           CLOSE BOOKING-FILE.

           EXIT.


       LOOK-UP-SITE.

           MOVE SPACES TO WS-SITE-NAME.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-CNT
               IF WS-ST-CODE(WS-ST-IDX) = WS-BOOK-SITE THEN
                   MOVE WS-ST-NAME(WS-ST-IDX) TO WS-SITE-NAME
               END-IF
           END-PERFORM.

           EXIT.


       SET-SLOT-CAPACITY.

      *    期間の各日に午前・午後の受け入れ数を入れる。日曜と休日
      *    カレンダーの日は飛ばす (土曜は聞く)。既にある枠は受け入れ
      *    数だけ置き換え、予約済みの数は残す。0 を入れればその回は
      *    締め切り。
           DISPLAY "Site code?" ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-SET-SITE.
           MOVE WS-SET-SITE TO WS-BOOK-SITE.
           PERFORM LOOK-UP-SITE.
           IF WS-ST-CNT > 0 AND WS-SITE-NAME = SPACES THEN
               DISPLAY "REFUSED - SITE " WS-SET-SITE
                   " IS NOT ON THE SITE MASTER"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "From date (YYYYMMDD)?" ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-SET-FROM.
           DISPLAY "To date (YYYYMMDD, blank = same day)?"
           ACCEPT AC-VAR.
           IF AC-VAR = SPACES THEN
               MOVE WS-SET-FROM TO WS-SET-TO
           ELSE
               MOVE FUNCTION NUMVAL(AC-VAR) TO WS-SET-TO
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-SET-FROM) NOT = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-SET-TO) NOT = 0
                   OR WS-SET-TO < WS-SET-FROM THEN
               DISPLAY "REFUSED - INVALID DATE RANGE"
               EXIT PARAGRAPH
           END-IF.
           IF WS-SET-FROM < WS-TODAY-NUM THEN
               DISPLAY "REFUSED - DATES IN THE PAST CANNOT BE SET"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Morning (AM) exams per day?" ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-SET-AM.
           DISPLAY "Afternoon (PM) exams per day?" ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-SET-PM.
           DISPLAY "Open on Saturdays? (Y/N, blank = N)".
           ACCEPT AC-VAR.
           MOVE FUNCTION UPPER-CASE(AC-VAR(1:1)) TO WS-SET-SAT.

           MOVE 0 TO WS-CNT-DAYS.
           MOVE 0 TO WS-CNT-SKIPPED.
           MOVE 0 TO WS-CNT-OVERBOOKED.
           COMPUTE WS-SET-INT = FUNCTION INTEGER-OF-DATE(WS-SET-FROM).
           COMPUTE WS-SET-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-SET-TO).
           OPEN I-O SLOT-FILE.
           PERFORM SET-ONE-DAY
               UNTIL WS-SET-INT > WS-SET-END-INT.
           CLOSE SLOT-FILE.

           DISPLAY "SITE " WS-SET-SITE ": " WS-CNT-DAYS
               " DAY(S) SET (AM " WS-SET-AM " / PM " WS-SET-PM
               "), " WS-CNT-SKIPPED " SUNDAY/HOLIDAY/SATURDAY "
               "DAY(S) SKIPPED".
           IF WS-CNT-OVERBOOKED > 0 THEN
               DISPLAY "WARNING - " WS-CNT-OVERBOOKED
                   " SESSION(S) ALREADY HOLD MORE BOOKINGS THAN THE "
                   "NEW CAPACITY - CANCEL OR MOVE THEM (P LISTS THEM)"
           END-IF.

           EXIT.


       SET-ONE-DAY.

      *    INTEGER-OF-DATE は 1601/01/01 (月曜) が 1 なので、7 で
      *    割った余りが 0 = 日曜、6 = 土曜。
           COMPUTE WS-SET-DATE = FUNCTION DATE-OF-INTEGER(WS-SET-INT).
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-SET-INT, 7).
           MOVE 'N' TO WS-HOL-HIT-FLAG.
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                   UNTIL WS-HOL-IDX > WS-HOL-CNT
               IF WS-HOL-DATE(WS-HOL-IDX) = WS-SET-DATE THEN
                   MOVE 'Y' TO WS-HOL-HIT-FLAG
               END-IF
           END-PERFORM.
           ADD 1 TO WS-SET-INT.
           IF WS-WEEKDAY = 0 OR WS-HOL-HIT
                   OR (WS-WEEKDAY = 6 AND WS-SET-SAT NOT = "Y") THEN
               ADD 1 TO WS-CNT-SKIPPED
               EXIT PARAGRAPH
           END-IF.

           MOVE "A" TO WS-SET-SESSION.
           MOVE WS-SET-AM TO WS-SET-CAP.
           PERFORM SET-ONE-SESSION.
           MOVE "P" TO WS-SET-SESSION.
           MOVE WS-SET-PM TO WS-SET-CAP.
           PERFORM SET-ONE-SESSION.
           ADD 1 TO WS-CNT-DAYS.

           EXIT.


       SET-ONE-SESSION.

           MOVE WS-SET-SITE    TO SLT-SITE-CODE.
           MOVE WS-SET-DATE    TO SLT-DATE.
           MOVE WS-SET-SESSION TO SLT-SESSION.
           READ SLOT-FILE
               INVALID KEY
                   MOVE WS-SET-CAP  TO SLT-CAPACITY
                   MOVE 0           TO SLT-BOOKED
                   MOVE WS-OP-ID    TO SLT-SET-BY
                   MOVE WS-RUN-DATE TO SLT-SET-ON
                   WRITE SLOT-REC
               NOT INVALID KEY
                   MOVE WS-SET-CAP  TO SLT-CAPACITY
                   MOVE WS-OP-ID    TO SLT-SET-BY
                   MOVE WS-RUN-DATE TO SLT-SET-ON
                   IF SLT-BOOKED > SLT-CAPACITY THEN
                       ADD 1 TO WS-CNT-OVERBOOKED
                   END-IF
                   REWRITE SLOT-REC
           END-READ.

           EXIT.


       SHOW-AVAILABILITY.

      *    指定日から2週間の健診枠と空き (枠の無い日は出ない)。
           DISPLAY "Site code?" ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-AV-SITE.
           DISPLAY "From date (YYYYMMDD, blank = today)?".
           ACCEPT AC-VAR.
           IF AC-VAR = SPACES THEN
               MOVE WS-TODAY-NUM TO WS-AV-FROM
           ELSE
               MOVE FUNCTION NUMVAL(AC-VAR) TO WS-AV-FROM
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-AV-FROM) NOT = 0 THEN
               DISPLAY "INVALID DATE"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-AV-TO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-AV-FROM) + 13).

           DISPLAY "--- EXAM SLOTS FOR SITE " WS-AV-SITE " "
               WS-AV-FROM " - " WS-AV-TO " ---".
           MOVE 0 TO WS-AV-CNT.
           OPEN INPUT SLOT-FILE.
           MOVE WS-AV-SITE TO SLT-SITE-CODE.
           MOVE WS-AV-FROM TO SLT-DATE.
           MOVE SPACE      TO SLT-SESSION.
           START SLOT-FILE KEY IS GREATER THAN OR EQUAL TO SLT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF
               READ SLOT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF SLT-SITE-CODE NOT = WS-AV-SITE
                               OR SLT-DATE > WS-AV-TO THEN
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           PERFORM SHOW-ONE-SLOT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SLOT-FILE.
           IF WS-AV-CNT = 0 THEN
               DISPLAY "  (NO EXAM SESSIONS SET UP - USE S)"
           END-IF.

           EXIT.


       SHOW-ONE-SLOT.

           ADD 1 TO WS-AV-CNT.
           IF SLT-BOOKED < SLT-CAPACITY THEN
               COMPUTE WS-AV-FREE = SLT-CAPACITY - SLT-BOOKED
           ELSE
               MOVE 0 TO WS-AV-FREE
           END-IF.
           IF SLT-SESSION = "A" THEN
               DISPLAY "  " SLT-DATE " AM  CAPACITY " SLT-CAPACITY
                   "  BOOKED " SLT-BOOKED "  FREE " WS-AV-FREE
           ELSE
               DISPLAY "  " SLT-DATE " PM  CAPACITY " SLT-CAPACITY
                   "  BOOKED " SLT-BOOKED "  FREE " WS-AV-FREE
           END-IF.

           EXIT.


       FIND-ON-ROSTER.

      *    名簿の見出し "INVITATION ROSTER FOR FY yyyy" から年度、
      *    明細 (31-39桁 = 患者ID) からその患者の保険者と前回の施設
      *    (19-21桁、受診歴が無ければ "---") を拾う。
           MOVE 'N' TO WS-ROS-HIT-FLAG.
           MOVE 0 TO WS-ROS-FY.
           MOVE SPACES TO WS-ROS-SITE-X.
           MOVE SPACES TO WS-ROS-INSURER.
           OPEN INPUT ROSTER-FILE.
           IF WS-ROS-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           READ ROSTER-FILE
               AT END
                   MOVE SPACES TO ROSTER-LINE
           END-READ.
           IF ROSTER-LINE(1:25) NOT = "INVITATION ROSTER FOR FY "
                   OR ROSTER-LINE(26:4) IS NOT NUMERIC THEN
               CLOSE ROSTER-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE ROSTER-LINE(26:4) TO WS-ROS-FY.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF OR WS-ROS-HIT
               READ ROSTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF ROSTER-LINE(1:8) = "INSURER "
                               AND ROSTER-LINE(31:9) IS NUMERIC THEN
                           IF ROSTER-LINE(31:9) = WS-BOOK-ID THEN
                               MOVE 'Y' TO WS-ROS-HIT-FLAG
                               MOVE ROSTER-LINE(9:4)
                                   TO WS-ROS-INSURER
                               MOVE ROSTER-LINE(19:3)
                                   TO WS-ROS-SITE-X
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ROSTER-FILE.

           EXIT.


       SCAN-PATIENT-BOOKINGS.

      *    WS-BOOK-ID の予約を全年度ぶん読む。WS-SCAN-FY の年度に
      *    ついては最後の連番・生きている予約 (B/A)・再予約待ちの N
      *    を、年度を問わず B のままの予約も拾う。
           MOVE 0 TO WS-SCAN-LAST-SEQ.
           MOVE 0 TO WS-SCAN-LIVE-SEQ.
           MOVE SPACE TO WS-SCAN-LIVE-STS.
           MOVE 0 TO WS-SCAN-NOSHOW-SEQ.
           MOVE 0 TO WS-SCAN-OPEN-FY.
           MOVE 0 TO WS-SCAN-OPEN-SEQ.
           MOVE WS-BOOK-ID TO BKG-PATIENT-ID.
           MOVE 0 TO BKG-FYEAR.
           MOVE 0 TO BKG-SEQ.
           START BOOKING-FILE KEY IS GREATER THAN OR EQUAL TO BKG-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ BOOKING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF BKG-PATIENT-ID NOT = WS-BOOK-ID THEN
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           PERFORM NOTE-ONE-BOOKING
                       END-IF
               END-READ
           END-PERFORM.

           EXIT.


       NOTE-ONE-BOOKING.

           IF BKG-STATUS = "B" THEN
               MOVE BKG-FYEAR TO WS-SCAN-OPEN-FY
               MOVE BKG-SEQ   TO WS-SCAN-OPEN-SEQ
           END-IF.
           IF BKG-FYEAR NOT = WS-SCAN-FY THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE BKG-SEQ TO WS-SCAN-LAST-SEQ.
           EVALUATE BKG-STATUS
               WHEN "B"
               WHEN "A"
                   MOVE BKG-SEQ    TO WS-SCAN-LIVE-SEQ
                   MOVE BKG-STATUS TO WS-SCAN-LIVE-STS
               WHEN "N"
                   IF BKG-REBOOK-SEQ = 0 THEN
                       MOVE BKG-SEQ TO WS-SCAN-NOSHOW-SEQ
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           EXIT.


       BOOK-EXAM.

      *    名簿に載っている患者だけを、名簿の年度の健診として予約
      *    する。その年度に予約済み・受診済みなら断り、無断キャンセル
      *    (N) が残っていれば取り直し (再予約) として次の連番で積む。
           DISPLAY "Patient ID to book?" ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-BOOK-ID.
           PERFORM FIND-ON-ROSTER.
           IF WS-ROS-FY = 0 THEN
               DISPLAY "NO INVITATION ROSTER "
                   "(output/invitation_roster.txt) - RUN TEST260926"
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-ROS-HIT THEN
               DISPLAY "REFUSED - PATIENT " WS-BOOK-ID
                   " IS NOT ON THE FY " WS-ROS-FY " INVITATION ROSTER"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ROS-FY      TO WS-BOOK-FY.
           MOVE WS-ROS-INSURER TO WS-BOOK-INSURER.
           COMPUTE WS-FY-FROM = WS-BOOK-FY * 10000 + 0401.
           COMPUTE WS-FY-TO = (WS-BOOK-FY + 1) * 10000 + 0331.

           OPEN INPUT BOOKING-FILE.
           MOVE WS-BOOK-FY TO WS-SCAN-FY.
           PERFORM SCAN-PATIENT-BOOKINGS.
           CLOSE BOOKING-FILE.
           IF WS-SCAN-LIVE-STS = "B" THEN
               DISPLAY "REFUSED - PATIENT " WS-BOOK-ID
                   " IS ALREADY BOOKED FOR FY " WS-BOOK-FY
                   " (CANCEL IT FIRST TO MOVE THE BOOKING)"
               EXIT PARAGRAPH
           END-IF.
           IF WS-SCAN-LIVE-STS = "A" THEN
               DISPLAY "REFUSED - PATIENT " WS-BOOK-ID
                   " HAS ALREADY HAD THE FY " WS-BOOK-FY " EXAM"
               EXIT PARAGRAPH
           END-IF.
           IF WS-SCAN-LAST-SEQ >= 99 THEN
               DISPLAY "REFUSED - TOO MANY BOOKINGS FOR FY "
                   WS-BOOK-FY
               EXIT PARAGRAPH
           END-IF.
           IF WS-SCAN-NOSHOW-SEQ > 0 THEN
               DISPLAY "PATIENT " WS-BOOK-ID " MISSED A BOOKED EXAM "
                   "- THIS WILL BE A REBOOKING"
           END-IF.

           IF WS-ROS-SITE-X IS NUMERIC THEN
               DISPLAY "Site code (blank = " WS-ROS-SITE-X
                   ", last attended)?"
           ELSE
               DISPLAY "Site code?"
           END-IF.
           ACCEPT AC-VAR.
           IF AC-VAR = SPACES AND WS-ROS-SITE-X IS NUMERIC THEN
               MOVE WS-ROS-SITE-X TO WS-BOOK-SITE
           ELSE
               MOVE FUNCTION NUMVAL(AC-VAR) TO WS-BOOK-SITE
           END-IF.
           DISPLAY "Date (YYYYMMDD)?" ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-BOOK-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-BOOK-DATE) NOT = 0 THEN
               DISPLAY "REFUSED - INVALID DATE"
               EXIT PARAGRAPH
           END-IF.
           IF WS-BOOK-DATE < WS-TODAY-NUM THEN
               DISPLAY "REFUSED - THE DATE HAS PASSED"
               EXIT PARAGRAPH
           END-IF.
           IF WS-BOOK-DATE < WS-FY-FROM
                   OR WS-BOOK-DATE > WS-FY-TO THEN
               DISPLAY "REFUSED - " WS-BOOK-DATE
                   " IS OUTSIDE FY " WS-BOOK-FY
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Session? (A=MORNING P=AFTERNOON)" ACCEPT AC-VAR.
           MOVE FUNCTION UPPER-CASE(AC-VAR(1:1)) TO WS-BOOK-SESSION.
           IF WS-BOOK-SESSION NOT = "A"
                   AND WS-BOOK-SESSION NOT = "P" THEN
               DISPLAY "REFUSED - SESSION MUST BE A OR P"
               EXIT PARAGRAPH
           END-IF.

      *    枠の空きを確かめて1つ押さえる (枠が無い・0 の回は
      *    クリニックが健診をしていない)。
           OPEN I-O SLOT-FILE.
           MOVE WS-BOOK-SITE    TO SLT-SITE-CODE.
           MOVE WS-BOOK-DATE    TO SLT-DATE.
           MOVE WS-BOOK-SESSION TO SLT-SESSION.
           READ SLOT-FILE
               INVALID KEY
                   MOVE 0 TO SLT-CAPACITY
                   MOVE 0 TO SLT-BOOKED
           END-READ.
           IF SLT-CAPACITY = 0 THEN
               CLOSE SLOT-FILE
               DISPLAY "REFUSED - SITE " WS-BOOK-SITE
                   " HOLDS NO EXAMS IN THAT SESSION ON " WS-BOOK-DATE
               EXIT PARAGRAPH
           END-IF.
           IF SLT-BOOKED >= SLT-CAPACITY THEN
               CLOSE SLOT-FILE
               DISPLAY "REFUSED - THAT SESSION IS FULL ("
                   SLT-BOOKED " OF " SLT-CAPACITY " BOOKED)"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO SLT-BOOKED.
           REWRITE SLOT-REC.
           CLOSE SLOT-FILE.

           COMPUTE WS-BOOK-SEQ = WS-SCAN-LAST-SEQ + 1.
           OPEN I-O BOOKING-FILE.
           MOVE WS-BOOK-ID      TO BKG-PATIENT-ID.
           MOVE WS-BOOK-FY      TO BKG-FYEAR.
           MOVE WS-BOOK-SEQ     TO BKG-SEQ.
           MOVE WS-BOOK-SITE    TO BKG-SITE-CODE.
           MOVE WS-BOOK-DATE    TO BKG-DATE.
           MOVE WS-BOOK-SESSION TO BKG-SESSION.
           MOVE "B"             TO BKG-STATUS.
           MOVE WS-RUN-DATE     TO BKG-STATUS-DATE.
           MOVE WS-BOOK-INSURER TO BKG-INSURER.
           MOVE WS-OP-ID        TO BKG-BOOKED-BY.
           MOVE WS-RUN-DATE     TO BKG-BOOKED-ON.
           MOVE 0               TO BKG-EXAM-DATE.
           MOVE 0               TO BKG-EXAM-SITE.
           MOVE 0               TO BKG-REBOOK-SEQ.
           WRITE BOOKING-REC
               INVALID KEY
                   REWRITE BOOKING-REC
           END-WRITE.

      *    取り直しなら元の N に新しい連番を付けて再予約待ちから外す。
           IF WS-SCAN-NOSHOW-SEQ > 0 THEN
               MOVE WS-BOOK-ID         TO BKG-PATIENT-ID
               MOVE WS-BOOK-FY         TO BKG-FYEAR
               MOVE WS-SCAN-NOSHOW-SEQ TO BKG-SEQ
               READ BOOKING-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-BOOK-SEQ TO BKG-REBOOK-SEQ
                       REWRITE BOOKING-REC
               END-READ
           END-IF.
           CLOSE BOOKING-FILE.

           IF WS-BOOK-SESSION = "A" THEN
               DISPLAY "BOOKED - PATIENT " WS-BOOK-ID " FY "
                   WS-BOOK-FY " AT SITE " WS-BOOK-SITE " ON "
                   WS-BOOK-DATE " AM"
           ELSE
               DISPLAY "BOOKED - PATIENT " WS-BOOK-ID " FY "
                   WS-BOOK-FY " AT SITE " WS-BOOK-SITE " ON "
                   WS-BOOK-DATE " PM"
           END-IF.

           EXIT.


       CANCEL-BOOKING.

      *    B のままの予約を C にして、押さえていた枠を1つ戻す。
           DISPLAY "Patient ID to cancel?" ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-BOOK-ID.

           OPEN I-O BOOKING-FILE.
           MOVE 0 TO WS-SCAN-FY.
           PERFORM SCAN-PATIENT-BOOKINGS.
           IF WS-SCAN-OPEN-SEQ = 0 THEN
               CLOSE BOOKING-FILE
               DISPLAY "NO OPEN EXAM BOOKING FOR PATIENT " WS-BOOK-ID
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-BOOK-ID       TO BKG-PATIENT-ID.
           MOVE WS-SCAN-OPEN-FY  TO BKG-FYEAR.
           MOVE WS-SCAN-OPEN-SEQ TO BKG-SEQ.
           READ BOOKING-FILE
               INVALID KEY
                   CLOSE BOOKING-FILE
                   DISPLAY "NO OPEN EXAM BOOKING FOR PATIENT "
                       WS-BOOK-ID
                   EXIT PARAGRAPH
           END-READ.
           MOVE "C"         TO BKG-STATUS.
           MOVE WS-RUN-DATE TO BKG-STATUS-DATE.
           REWRITE BOOKING-REC.
           CLOSE BOOKING-FILE.

           OPEN I-O SLOT-FILE.
           MOVE BKG-SITE-CODE TO SLT-SITE-CODE.
           MOVE BKG-DATE      TO SLT-DATE.
           MOVE BKG-SESSION   TO SLT-SESSION.
           READ SLOT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SLT-BOOKED > 0 THEN
                       SUBTRACT 1 FROM SLT-BOOKED
                       REWRITE SLOT-REC
                   END-IF
           END-READ.
           CLOSE SLOT-FILE.

           DISPLAY "CANCELLED - PATIENT " WS-BOOK-ID " FY "
               BKG-FYEAR " SITE " BKG-SITE-CODE " ON " BKG-DATE.

           EXIT.


       PRINT-DAY-LIST.

      *    1施設1日の予約一覧 (午前・午後の順)。受付の準備用。
           DISPLAY "Site code?" ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-BOOK-SITE.
           DISPLAY "Date (YYYYMMDD, blank = today)?".
           ACCEPT AC-VAR.
           IF AC-VAR = SPACES THEN
               MOVE WS-TODAY-NUM TO WS-BOOK-DATE
           ELSE
               MOVE FUNCTION NUMVAL(AC-VAR) TO WS-BOOK-DATE
           END-IF.
           PERFORM LOOK-UP-SITE.

           MOVE SPACES TO WS-DAY-PATH.
           STRING "output/exam_day_" WS-BOOK-SITE "_" WS-BOOK-DATE
               ".txt" DELIMITED BY SIZE INTO WS-DAY-PATH.
           OPEN OUTPUT DAY-LIST-FILE.
           MOVE SPACES TO DAY-LIST-LINE.
           STRING "CHECKUP EXAM BOOKINGS FOR SITE " WS-BOOK-SITE " "
               WS-SITE-NAME " ON " WS-BOOK-DATE
               DELIMITED BY SIZE INTO DAY-LIST-LINE.
           WRITE DAY-LIST-LINE.

           MOVE 0 TO WS-DAY-CNT.
           MOVE "A" TO WS-DAY-PASS.
           PERFORM PRINT-DAY-SESSION.
           MOVE "P" TO WS-DAY-PASS.
           PERFORM PRINT-DAY-SESSION.

           MOVE SPACES TO DAY-LIST-LINE.
           STRING "TOTAL BOOKINGS: " WS-DAY-CNT
               DELIMITED BY SIZE INTO DAY-LIST-LINE.
           WRITE DAY-LIST-LINE.
           CLOSE DAY-LIST-FILE.

           DISPLAY "DAY LIST WRITTEN TO " FUNCTION TRIM(WS-DAY-PATH)
               " (" WS-DAY-CNT " BOOKING(S))".

           EXIT.


       PRINT-DAY-SESSION.

           MOVE 0 TO WS-DAY-CAP.
           MOVE 0 TO WS-DAY-BOOKED.
           OPEN INPUT SLOT-FILE.
           MOVE WS-BOOK-SITE TO SLT-SITE-CODE.
           MOVE WS-BOOK-DATE TO SLT-DATE.
           MOVE WS-DAY-PASS  TO SLT-SESSION.
           READ SLOT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SLT-CAPACITY TO WS-DAY-CAP
                   MOVE SLT-BOOKED   TO WS-DAY-BOOKED
           END-READ.
           CLOSE SLOT-FILE.
           MOVE SPACES TO DAY-LIST-LINE.
           IF WS-DAY-PASS = "A" THEN
               STRING "MORNING   CAPACITY " WS-DAY-CAP
                   "  BOOKED " WS-DAY-BOOKED
                   DELIMITED BY SIZE INTO DAY-LIST-LINE
           ELSE
               STRING "AFTERNOON CAPACITY " WS-DAY-CAP
                   "  BOOKED " WS-DAY-BOOKED
                   DELIMITED BY SIZE INTO DAY-LIST-LINE
           END-IF.
           WRITE DAY-LIST-LINE.

           OPEN INPUT BOOKING-FILE.
           IF WS-BKG-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ BOOKING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF BKG-SITE-CODE = WS-BOOK-SITE
                               AND BKG-DATE = WS-BOOK-DATE
                               AND BKG-SESSION = WS-DAY-PASS
                               AND BKG-STATUS NOT = "C" THEN
                           ADD 1 TO WS-DAY-CNT
                           MOVE SPACES TO DAY-LIST-LINE
                           STRING "  PATIENT " BKG-PATIENT-ID
                               " FY " BKG-FYEAR
                               " INSURER " BKG-INSURER
                               " STATUS " BKG-STATUS
                               " BOOKED " BKG-BOOKED-ON
                               " BY " BKG-BOOKED-BY
                               DELIMITED BY SIZE INTO DAY-LIST-LINE
                           WRITE DAY-LIST-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BOOKING-FILE.

           EXIT.


       LIST-NO-SHOWS.

      *    夜間バッチが N に落として、まだ取り直していない予約 =
      *    再予約の案内先。B コマンドで取り直すと一覧から消える。
           DISPLAY "--- NO-SHOWS AWAITING REBOOKING ---".
           MOVE 0 TO WS-NOSHOW-CNT.
           OPEN INPUT BOOKING-FILE.
           IF WS-BKG-STATUS = "00" THEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ BOOKING-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF BKG-STATUS = "N"
                                   AND BKG-REBOOK-SEQ = 0 THEN
                               ADD 1 TO WS-NOSHOW-CNT
                               DISPLAY "  PATIENT " BKG-PATIENT-ID
                                   " FY " BKG-FYEAR
                                   " SITE " BKG-SITE-CODE
                                   " BOOKED FOR " BKG-DATE " "
                                   BKG-SESSION
                                   " NO-SHOW SINCE " BKG-STATUS-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOOKING-FILE
           END-IF.
           DISPLAY WS-NOSHOW-CNT " PATIENT(S) TO OFFER A NEW DATE "
               "(BOOK THEM AGAIN WITH B)".

           EXIT.


       NOSHOW-RATE-REPORT.

      *    年度の健診予約を予約日の月・施設別に数え、結果の出た予約
      *    (A + N) に占める N の割合を出す。取り直した N も無断
      *    キャンセルとして数える。まだ B の予約は件数だけ末尾に出す。
           DISPLAY "FISCAL YEAR TO REPORT (blank = " WS-TODAY-FY ")?".
           ACCEPT AC-VAR.
           IF AC-VAR = SPACES THEN
               MOVE WS-TODAY-FY TO WS-RPT-FY
           ELSE
               MOVE FUNCTION NUMVAL(AC-VAR) TO WS-RPT-FY
           END-IF.
           COMPUTE WS-FY-FROM = WS-RPT-FY * 10000 + 0401.
           COMPUTE WS-FY-TO = (WS-RPT-FY + 1) * 10000 + 0331.

           MOVE 0 TO WS-NR-CNT.
           MOVE 'N' TO WS-NR-OVFL-FLAG.
           MOVE 0 TO WS-CNT-PENDING.
           MOVE 0 TO WS-CNT-REBOOKED.
           OPEN INPUT BOOKING-FILE.
           IF WS-BKG-STATUS = "00" THEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ BOOKING-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF BKG-DATE >= WS-FY-FROM
                                   AND BKG-DATE <= WS-FY-TO THEN
                               PERFORM TALLY-ONE-BOOKING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOOKING-FILE
           END-IF.
      *    表からあふれた施設があると率が欠けるので、報告を出さない。
           IF WS-NR-OVFL THEN
               DISPLAY "MORE THAN 300 SITES BOOKED IN FY " WS-RPT-FY
                   " - REPORT NOT WRITTEN"
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-NR-CNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                       UNTIL WS-SORT-J > WS-NR-CNT - WS-SORT-I
                   IF WS-NR-SITE(WS-SORT-J)
                           > WS-NR-SITE(WS-SORT-J + 1) THEN
                       MOVE WS-NR-ENTRY(WS-SORT-J) TO WS-SORT-TMP
                       MOVE WS-NR-ENTRY(WS-SORT-J + 1)
                           TO WS-NR-ENTRY(WS-SORT-J)
                       MOVE WS-SORT-TMP TO WS-NR-ENTRY(WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           PERFORM WRITE-RATE-REPORT.
           DISPLAY "NO-SHOW RATE FOR FY " WS-RPT-FY " WRITTEN TO "
               "output/exam_noshow_rate.txt (" WS-NR-CNT " SITE(S))".

           EXIT.


       TALLY-ONE-BOOKING.

           IF BKG-STATUS = "B" THEN
               ADD 1 TO WS-CNT-PENDING
               EXIT PARAGRAPH
           END-IF.
           IF BKG-STATUS NOT = "A" AND BKG-STATUS NOT = "N" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-NR-HIT.
           PERFORM VARYING WS-NR-IDX FROM 1 BY 1
                   UNTIL WS-NR-IDX > WS-NR-CNT OR WS-NR-HIT > 0
               IF WS-NR-SITE(WS-NR-IDX) = BKG-SITE-CODE THEN
                   MOVE WS-NR-IDX TO WS-NR-HIT
               END-IF
           END-PERFORM.
           IF WS-NR-HIT = 0 THEN
               IF WS-NR-CNT >= 300 THEN
                   MOVE 'Y' TO WS-NR-OVFL-FLAG
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NR-CNT
               MOVE WS-NR-CNT TO WS-NR-HIT
               INITIALIZE WS-NR-ENTRY(WS-NR-HIT)
               MOVE BKG-SITE-CODE TO WS-NR-SITE(WS-NR-HIT)
           END-IF.

           MOVE BKG-DATE(5:2) TO WS-MON-NUM.
           IF WS-MON-NUM >= 4 THEN
               COMPUTE WS-MON-IDX = WS-MON-NUM - 3
           ELSE
               COMPUTE WS-MON-IDX = WS-MON-NUM + 9
           END-IF.
           IF BKG-STATUS = "A" THEN
               ADD 1 TO WS-NR-ATT(WS-NR-HIT, WS-MON-IDX)
           ELSE
               ADD 1 TO WS-NR-NOS(WS-NR-HIT, WS-MON-IDX)
               IF BKG-REBOOK-SEQ > 0 THEN
                   ADD 1 TO WS-CNT-REBOOKED
               END-IF
           END-IF.

           EXIT.


       WRITE-RATE-REPORT.

           OPEN OUTPUT RATE-RPT-FILE.
           MOVE SPACES TO RATE-RPT-LINE.
           STRING "CHECKUP EXAM NO-SHOW RATE BY SITE AND MONTH - FY "
               WS-RPT-FY "  (RUN " WS-RUN-DATE ")"
               DELIMITED BY SIZE INTO RATE-RPT-LINE.
           WRITE RATE-RPT-LINE.
           MOVE SPACES TO RATE-RPT-LINE.
           STRING "NO-SHOWS AS % OF BOOKINGS WITH AN OUTCOME (ATTENDED "
               "+ NO-SHOW) BY MONTH OF THE BOOKED DATE; - = NONE"
               DELIMITED BY SIZE INTO RATE-RPT-LINE.
           WRITE RATE-RPT-LINE.
           MOVE SPACES TO RATE-RPT-LINE.
           WRITE RATE-RPT-LINE.
           MOVE SPACES TO RATE-RPT-LINE.
           MOVE "SITE/NAME" TO RATE-RPT-LINE(1:9).
           PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                   UNTIL WS-MON-IDX > 12
               COMPUTE WS-POS = 28 + (WS-MON-IDX - 1) * 6
               MOVE WS-MON-NAMES((WS-MON-IDX - 1) * 3 + 1:3)
                   TO RATE-RPT-LINE(WS-POS:3)
           END-PERFORM.
           MOVE "FY" TO RATE-RPT-LINE(101:2).
           MOVE "NO-SHOW/DONE" TO RATE-RPT-LINE(105:12).
           WRITE RATE-RPT-LINE.

           PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                   UNTIL WS-MON-IDX > 12
               MOVE 0 TO WS-TOT-ATT(WS-MON-IDX)
               MOVE 0 TO WS-TOT-NOS(WS-MON-IDX)
           END-PERFORM.
           PERFORM VARYING WS-NR-IDX FROM 1 BY 1
                   UNTIL WS-NR-IDX > WS-NR-CNT
               PERFORM WRITE-SITE-LINE
           END-PERFORM.

      *    全施設の行 (月別の合計から同じ形で出す)。
           MOVE SPACES TO RATE-RPT-LINE.
           MOVE "ALL SITES" TO RATE-RPT-LINE(1:9).
           MOVE 0 TO WS-ROW-ATT.
           MOVE 0 TO WS-ROW-NOS.
           PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                   UNTIL WS-MON-IDX > 12
               ADD WS-TOT-ATT(WS-MON-IDX) TO WS-ROW-ATT
               ADD WS-TOT-NOS(WS-MON-IDX) TO WS-ROW-NOS
               COMPUTE WS-ROW-DONE = WS-TOT-ATT(WS-MON-IDX)
                   + WS-TOT-NOS(WS-MON-IDX)
               COMPUTE WS-POS = 26 + (WS-MON-IDX - 1) * 6
               IF WS-ROW-DONE > 0 THEN
                   COMPUTE WS-NOS-PCT ROUNDED =
                       WS-TOT-NOS(WS-MON-IDX) * 100 / WS-ROW-DONE
                   MOVE WS-NOS-PCT TO WS-ED-PCT
                   MOVE WS-ED-PCT TO RATE-RPT-LINE(WS-POS:5)
               ELSE
                   MOVE "-" TO RATE-RPT-LINE(WS-POS + 4:1)
               END-IF
           END-PERFORM.
           PERFORM FILL-ROW-TOTALS.
           WRITE RATE-RPT-LINE.

           MOVE SPACES TO RATE-RPT-LINE.
           WRITE RATE-RPT-LINE.
           MOVE WS-CNT-REBOOKED TO WS-ED-CNT.
           MOVE SPACES TO RATE-RPT-LINE.
           STRING "NO-SHOWS SINCE REBOOKED               : " WS-ED-CNT
               DELIMITED BY SIZE INTO RATE-RPT-LINE.
           WRITE RATE-RPT-LINE.
           MOVE WS-CNT-PENDING TO WS-ED-CNT.
           MOVE SPACES TO RATE-RPT-LINE.
           STRING "STILL BOOKED (NO OUTCOME YET, NOT RATED): "
               WS-ED-CNT
               DELIMITED BY SIZE INTO RATE-RPT-LINE.
           WRITE RATE-RPT-LINE.
           CLOSE RATE-RPT-FILE.

           EXIT.


       WRITE-SITE-LINE.

           MOVE WS-NR-SITE(WS-NR-IDX) TO WS-BOOK-SITE.
           PERFORM LOOK-UP-SITE.
           IF WS-SITE-NAME = SPACES THEN
               MOVE "(NOT ON SITE MASTER)" TO WS-SITE-NAME
           END-IF.

           MOVE SPACES TO RATE-RPT-LINE.
           MOVE WS-NR-SITE(WS-NR-IDX) TO RATE-RPT-LINE(1:3).
           MOVE WS-SITE-NAME TO RATE-RPT-LINE(5:20).
           MOVE 0 TO WS-ROW-ATT.
           MOVE 0 TO WS-ROW-NOS.
           PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                   UNTIL WS-MON-IDX > 12
               ADD WS-NR-ATT(WS-NR-IDX, WS-MON-IDX)
                   TO WS-ROW-ATT WS-TOT-ATT(WS-MON-IDX)
               ADD WS-NR-NOS(WS-NR-IDX, WS-MON-IDX)
                   TO WS-ROW-NOS WS-TOT-NOS(WS-MON-IDX)
               COMPUTE WS-ROW-DONE = WS-NR-ATT(WS-NR-IDX, WS-MON-IDX)
                   + WS-NR-NOS(WS-NR-IDX, WS-MON-IDX)
               COMPUTE WS-POS = 26 + (WS-MON-IDX - 1) * 6
               IF WS-ROW-DONE > 0 THEN
                   COMPUTE WS-NOS-PCT ROUNDED =
                       WS-NR-NOS(WS-NR-IDX, WS-MON-IDX) * 100
                       / WS-ROW-DONE
                   MOVE WS-NOS-PCT TO WS-ED-PCT
                   MOVE WS-ED-PCT TO RATE-RPT-LINE(WS-POS:5)
               ELSE
                   MOVE "-" TO RATE-RPT-LINE(WS-POS + 4:1)
               END-IF
           END-PERFORM.
           PERFORM FILL-ROW-TOTALS.
           WRITE RATE-RPT-LINE.

           EXIT.


       FILL-ROW-TOTALS.

      *    行の年度通算の率と件数 (N / A+N)。
           COMPUTE WS-ROW-DONE = WS-ROW-ATT + WS-ROW-NOS.
           IF WS-ROW-DONE > 0 THEN
               COMPUTE WS-NOS-PCT ROUNDED =
                   WS-ROW-NOS * 100 / WS-ROW-DONE
               MOVE WS-NOS-PCT TO WS-ED-PCT
               MOVE WS-ED-PCT TO RATE-RPT-LINE(98:5)
           ELSE
               MOVE "-" TO RATE-RPT-LINE(102:1)
           END-IF.
           MOVE WS-ROW-NOS TO WS-ED-CNT.
           MOVE WS-ROW-DONE TO WS-ED-CNT2.
           MOVE WS-ED-CNT TO RATE-RPT-LINE(104:6).
           MOVE "/" TO RATE-RPT-LINE(110:1).
           MOVE WS-ED-CNT2 TO RATE-RPT-LINE(111:6).

           EXIT.

       END PROGRAM TEST260974.
