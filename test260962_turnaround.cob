      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260962.

      *
      * TURNAROUND: 健診日から保険者の受理確認までの所要日数 (月次)。
      * 各段階の日付はそれぞれ別の場所に残っているが、つなげて
      * 見る仕組みが無く「中央値で何日か」に誰も答えられなかった。
      * 指定月に健診を受けた人ごとに
      *   健診日   : 結果履歴の健診実施日 (IP-EXAM-DATE)
      *   受領日   : その人の行が最初に入った受領アーカイブ
      *              (output/archive_<受領日>_patients.dat)
      *   判定日   : 結果履歴の判定日 (実行IDは結果ファイルから)
      *   送信日   : 送信登録簿の保険者 EDI 行 (判定日以後で最初の
      *              作成分。発送記録があれば発送日、無ければ作成日)
      *   受理確認 : EDI-ACK (TEST260821) が共有監査ログに残す
      *              EDIACK 行の処理日
      * を集め、健診->受領・受領->判定・判定->送信・送信->受理確認と
      * 通し (健診->受理確認) の日数分布・中央値・90パーセンタイル
      * と、通しで遅い10件を、全体・施設別・保険者別に
      * output/turnaround_<年月>.txt へ出す。保険者との四半期の
      * サービスレビューに添付する。
      * 次の段階の日付がまだ無いものは OPEN として数え、遅い10件
      * には実行日までの経過日数で並べる。始点の日付が取れないもの
      * (アーカイブ整理後の受領日など) は NO-DATA として分ける。
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-HIST-FILE ASSIGN TO
               'output/result_history.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RHF-KEY
           ALTERNATE RECORD KEY IS RHF-SITE-FY-KEY WITH DUPLICATES
           ALTERNATE RECORD KEY IS RHF-EXAM-DATE WITH DUPLICATES
           FILE STATUS IS WS-RHF-STATUS.

           SELECT RESULT-FILE ASSIGN TO 'output/test210520.txt'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RSF-PATIENT-ID
           ALTERNATE RECORD KEY IS RSF-RUN-DATE WITH DUPLICATES
           ALTERNATE RECORD KEY IS RSF-RUN-ID WITH DUPLICATES
           FILE STATUS IS WS-RSF-STATUS.

      *    受領アーカイブ (TEST230314 の JOB-STEP-ARCHIVE-INTAKE)。
           SELECT ARCHIVE-FILE ASSIGN USING WS-ARC-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARC-STATUS.

           SELECT TRANSMIT-REG-FILE ASSIGN TO
               'output/transmit_register.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXR-STATUS.

           SELECT AUDIT-FILE ASSIGN TO 'output/audit_log.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.

           SELECT TAT-RPT-FILE ASSIGN USING WS-RPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  RESULT-FILE.
       01  RESULT-REC.
           03 RSF-PATIENT-ID  PIC 9(9).
           03 RSF-LSK-BG      PIC 9(1).
           03 RSF-RUN-DATE    PIC X(8).
      *    判定根拠の内訳・ルール・プラン区分 (TEST230314 参照)。
           03 FILLER          PIC X(18).
           03 RSF-RUN-ID      PIC 9(6).
      *    メタボ判定区分・冠動脈疾患リスク。
           03 FILLER          PIC X(8).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE.
           03 ARC-PATIENT-ID  PIC X(9).
           03 ARC-DOB         PIC X(8).
           03 ARC-SEX         PIC X.
           03 ARC-EXAM-DATE   PIC X(8).
           03 FILLER          PIC X(54).

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

       FD  AUDIT-FILE.
       01  AUDIT-LINE         PIC X(200).

       FD  TAT-RPT-FILE.
       01  TAT-RPT-LINE       PIC X(120).

       WORKING-STORAGE SECTION.
       01  AC-VAR             PIC X(30).
       01  WS-RHF-STATUS      PIC XX.
       01  WS-RSF-STATUS      PIC XX.
       01  WS-ARC-STATUS      PIC XX.
       01  WS-TXR-STATUS      PIC XX.
       01  WS-AUD-STATUS      PIC XX.
       01  WS-RPT-STATUS      PIC XX.
       01  WS-EOF-FLAG        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
       01  WS-ARC-PATH        PIC X(60) VALUE SPACES.
       01  WS-RPT-PATH        PIC X(50) VALUE SPACES.
       01  WS-RUN-DATE        PIC X(8).
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(8).
       01  WS-TARGET-YYYYMM   PIC 9(6) VALUE 0.
       01  WS-TARGET-X REDEFINES WS-TARGET-YYYYMM PIC X(6).
       01  WS-MONTH-START     PIC 9(8) VALUE 0.

      *    受領アーカイブを探す日付の範囲 (月初から実行日まで。
      *    ただし最長 180 日)。
       01  WS-SCAN-DAY        PIC 9(7) VALUE 0.
       01  WS-SCAN-LAST       PIC 9(7) VALUE 0.
       01  WS-SCAN-DATE       PIC 9(8) VALUE 0.
       01  WS-CNT-ARCHIVES    PIC 9(4) VALUE 0.

      *    対象者 (健診日が指定月)。日付は 1=健診 2=受領 3=判定
      *    4=送信 5=受理確認、無ければ 0。
       01  WS-CS-TAB.
           03 WS-CS-ENTRY OCCURS 3000 TIMES.
              05 WS-CS-PID    PIC 9(9).
              05 WS-CS-SITE   PIC 9(3).
              05 WS-CS-INS    PIC X(4).
              05 WS-CS-RUN-ID PIC 9(6).
              05 WS-CS-DT     PIC 9(8) OCCURS 5 TIMES.
              05 WS-CS-E2E    PIC 9(4).
              05 WS-CS-E2E-OPEN PIC X.
              05 WS-CS-PICK   PIC X.
       01  WS-CS-CNT          PIC 9(4) VALUE 0.
       01  WS-CS-IDX          PIC 9(4) VALUE 0.
       01  WS-CNT-CS-FULL     PIC 9(6) VALUE 0.

      *    送信登録簿の保険者 EDI 行。
       01  WS-TX-TAB.
           03 WS-TX-ENTRY OCCURS 2000 TIMES.
              05 WS-TX-INS    PIC X(4).
              05 WS-TX-MADE   PIC 9(8).
              05 WS-TX-DATE   PIC 9(8).
       01  WS-TX-CNT          PIC 9(4) VALUE 0.
       01  WS-TX-IDX          PIC 9(4) VALUE 0.
       01  WS-TX-BEST         PIC 9(8) VALUE 0.
       01  WS-CNT-TX-FULL     PIC 9(6) VALUE 0.

      *    監査ログの EDIACK 行の切り出し。
       01  WS-AK-PID          PIC 9(9) VALUE 0.
       01  WS-AK-SUBMITTED    PIC 9(8) VALUE 0.
       01  WS-AK-DATE         PIC 9(8) VALUE 0.

      *    集計単位: T=全体 S=施設 I=保険者。
       01  WS-GR-TAB.
           03 WS-GR-ENTRY OCCURS 200 TIMES.
              05 WS-GR-TYPE   PIC X.
              05 WS-GR-KEY    PIC X(4).
              05 WS-GR-CASES  PIC 9(5).
       01  WS-GR-CNT          PIC 9(3) VALUE 0.
       01  WS-GR-IDX          PIC 9(3) VALUE 0.
       01  WS-GR-HIT          PIC 9(3) VALUE 0.
       01  WS-LOOK-TYPE       PIC X VALUE SPACES.
       01  WS-LOOK-KEY        PIC X(4) VALUE SPACES.
       01  WS-SITE-X          PIC 9(3) VALUE 0.
       01  WS-IN-GROUP-FLAG   PIC X VALUE 'N'.
           88 WS-IN-GROUP            VALUE 'Y'.

      *    段階 1=健診->受領 2=受領->判定 3=判定->送信 4=送信->
      *    受理確認 5=健診->受理確認 (通し)。
       01  WS-STAGE           PIC 9 VALUE 0.
       01  WS-STAGE-NAME      PIC X(16) VALUE SPACES.
       01  WS-FROM-DT         PIC 9(8) VALUE 0.
       01  WS-TO-DT           PIC 9(8) VALUE 0.
       01  WS-DAYS            PIC S9(5) VALUE 0.

      *    1段階ぶんの日数を並べて中央値・90パーセンタイルを取る。
       01  WS-SV-TAB.
           03 WS-SV-DAYS      PIC 9(4) OCCURS 3000 TIMES.
       01  WS-SV-CNT          PIC 9(4) VALUE 0.
       01  WS-SV-I            PIC 9(4) VALUE 0.
       01  WS-SV-J            PIC 9(4) VALUE 0.
       01  WS-SV-HOLD         PIC 9(4) VALUE 0.
       01  WS-SV-RANK         PIC 9(4) VALUE 0.
       01  WS-CNT-OPEN        PIC 9(5) VALUE 0.
       01  WS-CNT-NODATA      PIC 9(5) VALUE 0.
       01  WS-BUCKET          PIC 9(5) OCCURS 8 TIMES.
       01  WS-BK-IDX          PIC 9 VALUE 0.
       01  WS-MEDIAN          PIC 9(4)V9 VALUE 0.
       01  WS-P90             PIC 9(4) VALUE 0.

       01  WS-RANK-NO         PIC 9(2) VALUE 0.
       01  WS-WORST-IDX       PIC 9(4) VALUE 0.
       01  WS-WORST-DAYS      PIC 9(4) VALUE 0.

       01  WS-ED-N            PIC ZZZZ9.
       01  WS-ED-BK           PIC ZZZZ9.
       01  WS-ED-MEDIAN       PIC ZZZ9.9.
       01  WS-ED-P90          PIC ZZZ9.
       01  WS-ED-DAYS         PIC ZZZ9.
       01  WS-ED-DT           PIC X(8) OCCURS 5 TIMES.
       01  WS-DT-IDX          PIC 9 VALUE 0.
       01  WS-ED-RUN-ID       PIC X(6).

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-RHF      PIC 9(3) VALUE 2.
       01  WS-LAYOUT-RF       PIC 9(3) VALUE 1.
       01  WS-LAYOUT-TXR      PIC 9(3) VALUE 1.
       COPY layout_header.

       PROCEDURE DIVISION.
       MAIN SECTION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           DISPLAY "--- TURNAROUND-TIME REPORT ---".
           DISPLAY "EXAM MONTH (YYYYMM, BLANK = LAST MONTH)?".
           ACCEPT AC-VAR.
           IF AC-VAR = SPACES THEN
               IF WS-RUN-DATE(5:2) = "01" THEN
                   COMPUTE WS-TARGET-YYYYMM =
                       (FUNCTION NUMVAL(WS-RUN-DATE(1:4)) - 1) * 100
                       + 12
               ELSE
                   COMPUTE WS-TARGET-YYYYMM =
                       FUNCTION NUMVAL(WS-RUN-DATE(1:6)) - 1
               END-IF
           ELSE
               MOVE FUNCTION NUMVAL(AC-VAR) TO WS-TARGET-YYYYMM
           END-IF.
           IF WS-TARGET-YYYYMM < 190001
                   OR WS-TARGET-X(5:2) < "01"
                   OR WS-TARGET-X(5:2) > "12" THEN
               DISPLAY "INVALID EXAM MONTH - NOTHING REPORTED"
               STOP RUN
           END-IF.
           COMPUTE WS-MONTH-START = WS-TARGET-YYYYMM * 100 + 1.

           PERFORM LOAD-CASES.
           IF WS-CS-CNT = 0 THEN
               DISPLAY "NO EXAMINATIONS IN " WS-TARGET-X
                   " - NOTHING REPORTED"
               STOP RUN
           END-IF.
           PERFORM FIND-RECEIPT-DATES.
           PERFORM FIND-TRANSMIT-DATES.
           PERFORM FIND-ACK-DATES.
           PERFORM BUILD-GROUPS.
           PERFORM WRITE-REPORT.

           DISPLAY "TURNAROUND " WS-TARGET-X ": " WS-CS-CNT
               " CASE(S), " WS-CNT-ARCHIVES " ARCHIVE DAY(S) - "
               FUNCTION TRIM(WS-RPT-PATH).

           STOP RUN.


       LOAD-CASES.

      *    結果履歴から健診日が指定月の行を拾う (年度をまたぐ3月・
      *    4月も健診日で判断する)。実行IDは現在の結果ファイルの
      *    判定日が同じ場合だけ添える。健診日の代替キーで月初へ
      *    START し、翌月に入ったところで読むのをやめる。
           OPEN INPUT RESULT-HIST-FILE.
           IF WS-RHF-STATUS NOT = "00" THEN
               DISPLAY "RESULT HISTORY NOT AVAILABLE (STATUS "
                   WS-RHF-STATUS ")"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-RHF-LAYOUT.
           OPEN INPUT RESULT-FILE.
           IF WS-RSF-STATUS = "00" THEN
               PERFORM CHECK-RF-LAYOUT
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE WS-MONTH-START TO RHF-EXAM-DATE.
           START RESULT-HIST-FILE KEY IS >= RHF-EXAM-DATE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF
               READ RESULT-HIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF RHF-EXAM-DATE >= WS-MONTH-START + 100 THEN
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           PERFORM ADD-CASE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESULT-HIST-FILE.
           IF WS-RSF-STATUS = "00" THEN
               CLOSE RESULT-FILE
           END-IF.

           EXIT.


       ADD-CASE.

           IF WS-CS-CNT >= 3000 THEN
               ADD 1 TO WS-CNT-CS-FULL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CS-CNT.
           INITIALIZE WS-CS-ENTRY(WS-CS-CNT).
           MOVE RHF-PATIENT-ID TO WS-CS-PID(WS-CS-CNT).
           MOVE RHF-SITE-CODE  TO WS-CS-SITE(WS-CS-CNT).
           MOVE RHF-INSURER    TO WS-CS-INS(WS-CS-CNT).
           MOVE RHF-EXAM-DATE  TO WS-CS-DT(WS-CS-CNT, 1).
           IF RHF-RUN-DATE IS NUMERIC THEN
               MOVE RHF-RUN-DATE TO WS-CS-DT(WS-CS-CNT, 3)
           END-IF.

           IF WS-RSF-STATUS = "00" THEN
               MOVE RHF-PATIENT-ID TO RSF-PATIENT-ID
               READ RESULT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RSF-RUN-DATE = RHF-RUN-DATE
                               AND RSF-RUN-ID IS NUMERIC THEN
                           MOVE RSF-RUN-ID
                               TO WS-CS-RUN-ID(WS-CS-CNT)
                       END-IF
               END-READ
           END-IF.

           EXIT.


       FIND-RECEIPT-DATES.

      *    受領アーカイブは日付ごとの別ファイルなので、月初から
      *    実行日までの各日について開けてみる (無い日は飛ばす)。
      *    受領日 = 健診日の一致する行が最初に現れた日。
           COMPUTE WS-SCAN-DAY =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-START).
           COMPUTE WS-SCAN-LAST =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N).
           IF WS-SCAN-LAST > WS-SCAN-DAY + 180 THEN
               COMPUTE WS-SCAN-LAST = WS-SCAN-DAY + 180
           END-IF.
           PERFORM UNTIL WS-SCAN-DAY > WS-SCAN-LAST
               COMPUTE WS-SCAN-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-SCAN-DAY)
               PERFORM SCAN-ONE-ARCHIVE
               ADD 1 TO WS-SCAN-DAY
           END-PERFORM.

           EXIT.


       SCAN-ONE-ARCHIVE.

           MOVE SPACES TO WS-ARC-PATH.
           STRING "output/archive_" WS-SCAN-DATE "_patients.dat"
               DELIMITED BY SIZE INTO WS-ARC-PATH.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARC-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CNT-ARCHIVES.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF ARC-PATIENT-ID IS NUMERIC
                               AND ARC-EXAM-DATE IS NUMERIC THEN
                           PERFORM MATCH-ARCHIVE-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-FILE.

           EXIT.


       MATCH-ARCHIVE-LINE.

           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-CNT
               IF WS-CS-PID(WS-CS-IDX) = ARC-PATIENT-ID
                       AND WS-CS-DT(WS-CS-IDX, 1) = ARC-EXAM-DATE
                       AND WS-CS-DT(WS-CS-IDX, 2) = 0 THEN
                   MOVE WS-SCAN-DATE TO WS-CS-DT(WS-CS-IDX, 2)
               END-IF
           END-PERFORM.

           EXIT.


       FIND-TRANSMIT-DATES.

      *    登録簿の保険者 EDI 行 (宛先 "INSURER <保険者>") を読み、
      *    判定日以後に作られた最初のファイルをその人の送信とする。
           OPEN INPUT TRANSMIT-REG-FILE.
           IF WS-TXR-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-TXR-LAYOUT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ TRANSMIT-REG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF TXR-DEST(1:8) = "INSURER "
                               AND TXR-PRODUCED IS NUMERIC THEN
                           PERFORM ADD-TRANSMIT-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANSMIT-REG-FILE.

           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-CNT
               IF WS-CS-DT(WS-CS-IDX, 3) > 0 THEN
                   PERFORM PICK-TRANSMIT-ROW
               END-IF
           END-PERFORM.

           EXIT.


       ADD-TRANSMIT-ROW.

           IF WS-TX-CNT >= 2000 THEN
               ADD 1 TO WS-CNT-TX-FULL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TX-CNT.
           MOVE TXR-DEST(9:4) TO WS-TX-INS(WS-TX-CNT).
           MOVE TXR-PRODUCED  TO WS-TX-MADE(WS-TX-CNT).
           IF TXR-SENT IS NUMERIC THEN
               MOVE TXR-SENT TO WS-TX-DATE(WS-TX-CNT)
           ELSE
               MOVE TXR-PRODUCED TO WS-TX-DATE(WS-TX-CNT)
           END-IF.

           EXIT.


       PICK-TRANSMIT-ROW.

           MOVE 99999999 TO WS-TX-BEST.
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                   UNTIL WS-TX-IDX > WS-TX-CNT
               IF WS-TX-INS(WS-TX-IDX) = WS-CS-INS(WS-CS-IDX)
                       AND WS-TX-MADE(WS-TX-IDX)
                           >= WS-CS-DT(WS-CS-IDX, 3)
                       AND WS-TX-MADE(WS-TX-IDX) < WS-TX-BEST THEN
                   MOVE WS-TX-MADE(WS-TX-IDX) TO WS-TX-BEST
                   MOVE WS-TX-DATE(WS-TX-IDX)
                       TO WS-CS-DT(WS-CS-IDX, 4)
               END-IF
           END-PERFORM.

           EXIT.


       FIND-ACK-DATES.

      *    監査ログの EDIACK 行:
      *      "PATIENT <9> EDIACK[STATUS=x REASON=xxxx
      *       SUBMITTED=<8>] DATE=<8> SRC=EDIACK"
      *    提出日 (SUBMITTED) が判定日と同じ行の処理日を受理確認日
      *    とする (却下後の再提出分は最初の確認のまま)。
           OPEN INPUT AUDIT-FILE.
           IF WS-AUD-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF AUDIT-LINE(18:8) = " EDIACK["
                               AND AUDIT-LINE(9:9) IS NUMERIC
                               AND AUDIT-LINE(57:8) IS NUMERIC
                               AND AUDIT-LINE(72:8) IS NUMERIC THEN
                           PERFORM MATCH-ACK-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.

           EXIT.


       MATCH-ACK-LINE.

           MOVE AUDIT-LINE(9:9)  TO WS-AK-PID.
           MOVE AUDIT-LINE(57:8) TO WS-AK-SUBMITTED.
           MOVE AUDIT-LINE(72:8) TO WS-AK-DATE.
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-CNT
               IF WS-CS-PID(WS-CS-IDX) = WS-AK-PID
                       AND WS-CS-DT(WS-CS-IDX, 3) = WS-AK-SUBMITTED
                       AND WS-CS-DT(WS-CS-IDX, 5) = 0 THEN
                   MOVE WS-AK-DATE TO WS-CS-DT(WS-CS-IDX, 5)
               END-IF
           END-PERFORM.

           EXIT.


       BUILD-GROUPS.

      *    全体・施設・保険者の単位を作り、通しの日数 (未確認は
      *    実行日までの経過) を各人に持たせる。
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-CNT
               MOVE "T" TO WS-LOOK-TYPE
               MOVE "ALL" TO WS-LOOK-KEY
               PERFORM ADD-GROUP
               MOVE "S" TO WS-LOOK-TYPE
               MOVE WS-CS-SITE(WS-CS-IDX) TO WS-SITE-X
               MOVE SPACES TO WS-LOOK-KEY
               MOVE WS-SITE-X TO WS-LOOK-KEY(1:3)
               PERFORM ADD-GROUP
               MOVE "I" TO WS-LOOK-TYPE
               MOVE WS-CS-INS(WS-CS-IDX) TO WS-LOOK-KEY
               PERFORM ADD-GROUP

               MOVE WS-CS-DT(WS-CS-IDX, 1) TO WS-FROM-DT
               IF WS-CS-DT(WS-CS-IDX, 5) > 0 THEN
                   MOVE WS-CS-DT(WS-CS-IDX, 5) TO WS-TO-DT
                   MOVE 'N' TO WS-CS-E2E-OPEN(WS-CS-IDX)
               ELSE
                   MOVE WS-RUN-DATE-N TO WS-TO-DT
                   MOVE 'Y' TO WS-CS-E2E-OPEN(WS-CS-IDX)
               END-IF
               PERFORM DAYS-BETWEEN
               MOVE WS-DAYS TO WS-CS-E2E(WS-CS-IDX)
           END-PERFORM.

           EXIT.


       ADD-GROUP.

           MOVE 0 TO WS-GR-HIT.
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GR-CNT
               IF WS-GR-TYPE(WS-GR-IDX) = WS-LOOK-TYPE
                       AND WS-GR-KEY(WS-GR-IDX) = WS-LOOK-KEY THEN
                   MOVE WS-GR-IDX TO WS-GR-HIT
               END-IF
           END-PERFORM.
           IF WS-GR-HIT = 0 AND WS-GR-CNT < 200 THEN
               ADD 1 TO WS-GR-CNT
               MOVE WS-GR-CNT TO WS-GR-HIT
               MOVE WS-LOOK-TYPE TO WS-GR-TYPE(WS-GR-HIT)
               MOVE WS-LOOK-KEY  TO WS-GR-KEY(WS-GR-HIT)
               MOVE 0 TO WS-GR-CASES(WS-GR-HIT)
           END-IF.
           IF WS-GR-HIT > 0 THEN
               ADD 1 TO WS-GR-CASES(WS-GR-HIT)
           END-IF.

           EXIT.


       DAYS-BETWEEN.

      *    WS-FROM-DT -> WS-TO-DT の日数 (逆転していれば 0)。
           IF WS-FROM-DT = 0 OR WS-TO-DT = 0 THEN
               MOVE 0 TO WS-DAYS
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DAYS = FUNCTION INTEGER-OF-DATE(WS-TO-DT)
               - FUNCTION INTEGER-OF-DATE(WS-FROM-DT).
           IF WS-DAYS < 0 THEN
               MOVE 0 TO WS-DAYS
           END-IF.
           IF WS-DAYS > 9999 THEN
               MOVE 9999 TO WS-DAYS
           END-IF.

           EXIT.


       WRITE-REPORT.

           MOVE SPACES TO WS-RPT-PATH.
           STRING "output/turnaround_" WS-TARGET-X ".txt"
               DELIMITED BY SIZE INTO WS-RPT-PATH.
           OPEN OUTPUT TAT-RPT-FILE.
           MOVE SPACES TO TAT-RPT-LINE.
           STRING "TURNAROUND TIME, EXAM TO INSURER ACKNOWLEDGMENT - "
               "EXAMS IN " WS-TARGET-X "  (RUN " WS-RUN-DATE ")"
               DELIMITED BY SIZE INTO TAT-RPT-LINE.
           WRITE TAT-RPT-LINE.
           MOVE "DAYS ARE CALENDAR DAYS; OPEN = NEXT STAGE NOT YET "
               TO TAT-RPT-LINE.
           MOVE "REACHED; NO-DATA = START DATE NOT AVAILABLE"
               TO TAT-RPT-LINE(51:).
           WRITE TAT-RPT-LINE.

           MOVE "T" TO WS-LOOK-TYPE.
           PERFORM WRITE-GROUP-SECTION.
           MOVE "S" TO WS-LOOK-TYPE.
           PERFORM WRITE-GROUP-SECTION.
           MOVE "I" TO WS-LOOK-TYPE.
           PERFORM WRITE-GROUP-SECTION.

           MOVE SPACES TO TAT-RPT-LINE.
           WRITE TAT-RPT-LINE.
           IF WS-CNT-CS-FULL > 0 OR WS-CNT-TX-FULL > 0 THEN
               MOVE SPACES TO TAT-RPT-LINE
               STRING "WARNING: " WS-CNT-CS-FULL " EXAM(S) AND "
                   WS-CNT-TX-FULL " REGISTER ROW(S) DID NOT FIT - "
                   "FIGURES ARE INCOMPLETE"
                   DELIMITED BY SIZE INTO TAT-RPT-LINE
               WRITE TAT-RPT-LINE
           END-IF.
           MOVE SPACES TO TAT-RPT-LINE.
           STRING "CASES " WS-CS-CNT "  RECEIPT ARCHIVES FOUND "
               WS-CNT-ARCHIVES
               DELIMITED BY SIZE INTO TAT-RPT-LINE.
           WRITE TAT-RPT-LINE.
           CLOSE TAT-RPT-FILE.

           EXIT.


       WRITE-GROUP-SECTION.

           MOVE SPACES TO TAT-RPT-LINE.
           WRITE TAT-RPT-LINE.
           EVALUATE WS-LOOK-TYPE
               WHEN "T"
                   MOVE "===== ALL CLINICS AND INSURERS ====="
                       TO TAT-RPT-LINE
               WHEN "S"
                   MOVE "===== BY CLINIC (SITE) =====" TO TAT-RPT-LINE
               WHEN OTHER
                   MOVE "===== BY INSURER =====" TO TAT-RPT-LINE
           END-EVALUATE.
           WRITE TAT-RPT-LINE.

           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GR-CNT
               IF WS-GR-TYPE(WS-GR-IDX) = WS-LOOK-TYPE THEN
                   PERFORM WRITE-ONE-GROUP
               END-IF
           END-PERFORM.

           EXIT.


       WRITE-ONE-GROUP.

           MOVE SPACES TO TAT-RPT-LINE.
           WRITE TAT-RPT-LINE.
           MOVE SPACES TO TAT-RPT-LINE.
           EVALUATE WS-GR-TYPE(WS-GR-IDX)
               WHEN "S"
                   STRING "SITE " WS-GR-KEY(WS-GR-IDX)
                       "  CASES " WS-GR-CASES(WS-GR-IDX)
                       DELIMITED BY SIZE INTO TAT-RPT-LINE
               WHEN "I"
                   STRING "INSURER " WS-GR-KEY(WS-GR-IDX)
                       "  CASES " WS-GR-CASES(WS-GR-IDX)
                       DELIMITED BY SIZE INTO TAT-RPT-LINE
               WHEN OTHER
                   STRING "ALL  CASES " WS-GR-CASES(WS-GR-IDX)
                       DELIMITED BY SIZE INTO TAT-RPT-LINE
           END-EVALUATE.
           WRITE TAT-RPT-LINE.
           MOVE SPACES TO TAT-RPT-LINE.
           STRING "  STAGE                N    0D    1D    2D   3-5  "
               "6-10 11-20 21-30   31+  OPEN NODATA MEDIAN  P90"
               DELIMITED BY SIZE INTO TAT-RPT-LINE.
           WRITE TAT-RPT-LINE.

           PERFORM VARYING WS-STAGE FROM 1 BY 1 UNTIL WS-STAGE > 5
               PERFORM COLLECT-STAGE
               PERFORM SORT-STAGE-DAYS
               PERFORM WRITE-STAGE-LINE
           END-PERFORM.

           PERFORM WRITE-WORST-TEN.

           EXIT.


       CHECK-IN-GROUP.

      *    WS-CS-IDX の人が WS-GR-IDX の単位に入るか。
           MOVE 'N' TO WS-IN-GROUP-FLAG.
           EVALUATE WS-GR-TYPE(WS-GR-IDX)
               WHEN "T"
                   MOVE 'Y' TO WS-IN-GROUP-FLAG
               WHEN "S"
                   MOVE WS-CS-SITE(WS-CS-IDX) TO WS-SITE-X
                   IF WS-GR-KEY(WS-GR-IDX)(1:3) = WS-SITE-X THEN
                       MOVE 'Y' TO WS-IN-GROUP-FLAG
                   END-IF
               WHEN OTHER
                   IF WS-GR-KEY(WS-GR-IDX) = WS-CS-INS(WS-CS-IDX)
                           THEN
                       MOVE 'Y' TO WS-IN-GROUP-FLAG
                   END-IF
           END-EVALUATE.

           EXIT.


       COLLECT-STAGE.

           MOVE 0 TO WS-SV-CNT WS-CNT-OPEN WS-CNT-NODATA.
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-CNT
               PERFORM CHECK-IN-GROUP
               IF WS-IN-GROUP THEN
                   IF WS-STAGE = 5 THEN
                       MOVE WS-CS-DT(WS-CS-IDX, 1) TO WS-FROM-DT
                       MOVE WS-CS-DT(WS-CS-IDX, 5) TO WS-TO-DT
                   ELSE
                       MOVE WS-CS-DT(WS-CS-IDX, WS-STAGE)
                           TO WS-FROM-DT
                       MOVE WS-CS-DT(WS-CS-IDX, WS-STAGE + 1)
                           TO WS-TO-DT
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-FROM-DT = 0
                           ADD 1 TO WS-CNT-NODATA
                       WHEN WS-TO-DT = 0
                           ADD 1 TO WS-CNT-OPEN
                       WHEN OTHER
                           PERFORM DAYS-BETWEEN
                           ADD 1 TO WS-SV-CNT
                           MOVE WS-DAYS TO WS-SV-DAYS(WS-SV-CNT)
                   END-EVALUATE
               END-IF
           END-PERFORM.

           EXIT.


       SORT-STAGE-DAYS.

      *    挿入ソート (1単位は多くても数百件)。
           PERFORM VARYING WS-SV-I FROM 2 BY 1
                   UNTIL WS-SV-I > WS-SV-CNT
               MOVE WS-SV-DAYS(WS-SV-I) TO WS-SV-HOLD
               MOVE WS-SV-I TO WS-SV-J
               PERFORM UNTIL WS-SV-J < 2
                       OR WS-SV-DAYS(WS-SV-J - 1) <= WS-SV-HOLD
                   MOVE WS-SV-DAYS(WS-SV-J - 1) TO WS-SV-DAYS(WS-SV-J)
                   SUBTRACT 1 FROM WS-SV-J
               END-PERFORM
               MOVE WS-SV-HOLD TO WS-SV-DAYS(WS-SV-J)
           END-PERFORM.

           EXIT.


       WRITE-STAGE-LINE.

           EVALUATE WS-STAGE
               WHEN 1
                   MOVE "EXAM->RECEIPT" TO WS-STAGE-NAME
               WHEN 2
                   MOVE "RECEIPT->JUDGE" TO WS-STAGE-NAME
               WHEN 3
                   MOVE "JUDGE->TRANSMIT" TO WS-STAGE-NAME
               WHEN 4
                   MOVE "TRANSMIT->ACK" TO WS-STAGE-NAME
               WHEN OTHER
                   MOVE "EXAM->ACK TOTAL" TO WS-STAGE-NAME
           END-EVALUATE.

      *    分布の区分: 0 / 1 / 2 / 3-5 / 6-10 / 11-20 / 21-30 / 31+。
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1 UNTIL WS-BK-IDX > 8
               MOVE 0 TO WS-BUCKET(WS-BK-IDX)
           END-PERFORM.
           PERFORM VARYING WS-SV-I FROM 1 BY 1
                   UNTIL WS-SV-I > WS-SV-CNT
               EVALUATE TRUE
                   WHEN WS-SV-DAYS(WS-SV-I) = 0
                       ADD 1 TO WS-BUCKET(1)
                   WHEN WS-SV-DAYS(WS-SV-I) = 1
                       ADD 1 TO WS-BUCKET(2)
                   WHEN WS-SV-DAYS(WS-SV-I) = 2
                       ADD 1 TO WS-BUCKET(3)
                   WHEN WS-SV-DAYS(WS-SV-I) <= 5
                       ADD 1 TO WS-BUCKET(4)
                   WHEN WS-SV-DAYS(WS-SV-I) <= 10
                       ADD 1 TO WS-BUCKET(5)
                   WHEN WS-SV-DAYS(WS-SV-I) <= 20
                       ADD 1 TO WS-BUCKET(6)
                   WHEN WS-SV-DAYS(WS-SV-I) <= 30
                       ADD 1 TO WS-BUCKET(7)
                   WHEN OTHER
                       ADD 1 TO WS-BUCKET(8)
               END-EVALUATE
           END-PERFORM.

      *    中央値 (偶数件は中央2件の平均) と 90 パーセンタイル
      *    (最近順位法: 小さい方から 0.9 x 件数 の切り上げ番目)。
           MOVE 0 TO WS-MEDIAN WS-P90.
           IF WS-SV-CNT > 0 THEN
               IF FUNCTION MOD(WS-SV-CNT, 2) = 1 THEN
                   COMPUTE WS-SV-RANK = (WS-SV-CNT + 1) / 2
                   MOVE WS-SV-DAYS(WS-SV-RANK) TO WS-MEDIAN
               ELSE
                   COMPUTE WS-SV-RANK = WS-SV-CNT / 2
                   COMPUTE WS-MEDIAN = (WS-SV-DAYS(WS-SV-RANK)
                       + WS-SV-DAYS(WS-SV-RANK + 1)) / 2
               END-IF
               COMPUTE WS-SV-RANK = (WS-SV-CNT * 9 + 9) / 10
               MOVE WS-SV-DAYS(WS-SV-RANK) TO WS-P90
           END-IF.

           MOVE SPACES TO TAT-RPT-LINE.
           MOVE "  " TO TAT-RPT-LINE(1:2).
           MOVE WS-STAGE-NAME TO TAT-RPT-LINE(3:16).
           MOVE WS-SV-CNT TO WS-ED-N.
           MOVE WS-ED-N TO TAT-RPT-LINE(19:5).
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1 UNTIL WS-BK-IDX > 8
               MOVE WS-BUCKET(WS-BK-IDX) TO WS-ED-BK
               MOVE WS-ED-BK TO TAT-RPT-LINE(19 + WS-BK-IDX * 6:5)
           END-PERFORM.
           MOVE WS-CNT-OPEN TO WS-ED-BK.
           MOVE WS-ED-BK TO TAT-RPT-LINE(73:5).
           MOVE WS-CNT-NODATA TO WS-ED-BK.
           MOVE WS-ED-BK TO TAT-RPT-LINE(80:5).
           MOVE WS-MEDIAN TO WS-ED-MEDIAN.
           MOVE WS-ED-MEDIAN TO TAT-RPT-LINE(86:6).
           MOVE WS-P90 TO WS-ED-P90.
           MOVE WS-ED-P90 TO TAT-RPT-LINE(93:4).
           WRITE TAT-RPT-LINE.

           EXIT.


       WRITE-WORST-TEN.

           MOVE "  WORST 10, EXAM->ACK (OPEN = STILL UNACKNOWLEDGED, "
               TO TAT-RPT-LINE.
           MOVE "DAYS TO RUN DATE):" TO TAT-RPT-LINE(53:).
           WRITE TAT-RPT-LINE.
           MOVE SPACES TO TAT-RPT-LINE.
           STRING "    PATIENT   SITE INS  EXAM     RECEIPT  "
               "JUDGED   RUN-ID TRANSMIT ACK       DAYS"
               DELIMITED BY SIZE INTO TAT-RPT-LINE.
           WRITE TAT-RPT-LINE.

           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-CNT
               MOVE 'N' TO WS-CS-PICK(WS-CS-IDX)
           END-PERFORM.
           MOVE 1 TO WS-WORST-IDX.
           PERFORM VARYING WS-RANK-NO FROM 1 BY 1
                   UNTIL WS-RANK-NO > 10 OR WS-WORST-IDX = 0
               PERFORM PICK-NEXT-WORST
               IF WS-WORST-IDX > 0 THEN
                   PERFORM WRITE-WORST-LINE
               END-IF
           END-PERFORM.

           EXIT.


       PICK-NEXT-WORST.

           MOVE 0 TO WS-WORST-IDX WS-WORST-DAYS.
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-CNT
               PERFORM CHECK-IN-GROUP
               IF WS-IN-GROUP AND WS-CS-PICK(WS-CS-IDX) = 'N' THEN
                   IF WS-WORST-IDX = 0
                           OR WS-CS-E2E(WS-CS-IDX) > WS-WORST-DAYS
                           THEN
                       MOVE WS-CS-IDX TO WS-WORST-IDX
                       MOVE WS-CS-E2E(WS-CS-IDX) TO WS-WORST-DAYS
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-WORST-IDX > 0 THEN
               MOVE 'Y' TO WS-CS-PICK(WS-WORST-IDX)
           END-IF.

           EXIT.


       WRITE-WORST-LINE.

           PERFORM VARYING WS-DT-IDX FROM 1 BY 1 UNTIL WS-DT-IDX > 5
               IF WS-CS-DT(WS-WORST-IDX, WS-DT-IDX) = 0 THEN
                   MOVE "--------" TO WS-ED-DT(WS-DT-IDX)
               ELSE
                   MOVE WS-CS-DT(WS-WORST-IDX, WS-DT-IDX)
                       TO WS-ED-DT(WS-DT-IDX)
               END-IF
           END-PERFORM.
           MOVE WS-WORST-DAYS TO WS-ED-DAYS.
           IF WS-CS-RUN-ID(WS-WORST-IDX) = 0 THEN
               MOVE "------" TO WS-ED-RUN-ID
           ELSE
               MOVE WS-CS-RUN-ID(WS-WORST-IDX) TO WS-ED-RUN-ID
           END-IF.
           MOVE SPACES TO TAT-RPT-LINE.
           STRING "    " WS-CS-PID(WS-WORST-IDX) " "
               WS-CS-SITE(WS-WORST-IDX) "  "
               WS-CS-INS(WS-WORST-IDX) " "
               WS-ED-DT(1) " " WS-ED-DT(2) " " WS-ED-DT(3) " "
               WS-ED-RUN-ID " "
               WS-ED-DT(4) " " WS-ED-DT(5) " " WS-ED-DAYS
               DELIMITED BY SIZE INTO TAT-RPT-LINE.
           IF WS-CS-E2E-OPEN(WS-WORST-IDX) = 'Y' THEN
               MOVE "OPEN" TO TAT-RPT-LINE(87:4)
           END-IF.
           WRITE TAT-RPT-LINE.

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


       CHECK-RF-LAYOUT.

      *    版見出し (キー "*LAYOUT*") を読み、この FD の版と
      *    突き合わせる (食い違えば止まる)。キー順の読み進めは
      *    見出しの次から始まる。
           MOVE SPACES TO RESULT-REC.
           MOVE WLH-TAG TO RESULT-REC(1:13).
           MOVE SPACES TO WLI-HEADER.
           READ RESULT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RESULT-REC(1:28) TO WLI-HEADER
           END-READ.
           MOVE "output/test210520.txt" TO WLI-PATH.
           MOVE "RESULT" TO WLI-FILE-ID.
           MOVE WS-LAYOUT-RF TO WLI-EXPECT.
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

       END PROGRAM TEST260962.
