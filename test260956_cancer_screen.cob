      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260956.

      *
      * CANCER-SCREEN: がん検診 (胃・肺・大腸・乳・子宮頸) の結果の
      * 取り込みと、要精密検査の受診追跡。特定健診と同じ日に市町村の
      * がん検診を行う施設が増えたが、PATIENT-REC には置き場所が
      * 無く、結果は紙で届いていた (システム上は O コマンドの理由
      * コード CA=がん治療中 しか手掛かりが無い)。ここでは
      *   U = がん検診結果ファイルの取り込み。1行1検診の
      *       "CSR" + 患者ID 9(9) + 施設 9(3) + 検診日 9(8) +
      *       検診種別 X(2) + 検査方法 X(3) + 判定 X + 所見 X(20)
      *       検診種別: ST=胃 LU=肺 CR=大腸 BR=乳 CV=子宮頸
      *       判定: N=異常なし P=要精密検査 X=判定不能・未実施
      *       を患者ID+年度+種別キーのがん検診ストア
      *       (output/cancer_screening.dat) に upsert する。要精密
      *       検査の検診は精密検査追跡キュー
      *       (output/cancer_followup.dat) に載せ、受診勧奨の通知を
      *       output/cancer_precision_notice_<日付>.txt に書く。
      *   F = 追跡の更新。ステータスは
      *         N=通知済み -> X=精密検査受診 -> R=結果あり -> C=終了
      *       の順にしか進めない。結果 (R) の後は RS で終了。受診前
      *       でも RF=受診拒否 MV=転出 DC=死亡 UN=連絡不能 で終了
      *       できる。
      *   L = 未終了の追跡の一覧 (施設・種別・ステータス順ではなく
      *       キー順)
      *   R = 四半期報告: 年度の四半期ごとに、施設別・検診種別の
      *       受診者数・要精密検査数・精密検査受診数・受診率を
      *       output/cancer_precision_<年度>Q<n>.txt に出す
      *       (市町村への報告用)。
      *
      * コマンド: U=取り込み F=追跡の更新 L=未終了一覧 R=四半期報告
      *           E/Q=終了
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCREEN-IN-FILE ASSIGN USING WS-SCI-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCI-STATUS.

      *    がん検診ストア: 患者ID+年度+検診種別がキー (同じ年度の
      *    同じ種別を再送してきたら訂正として上書き)。
           SELECT SCREEN-STORE-FILE ASSIGN TO
               'output/cancer_screening.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CSS-KEY
           FILE STATUS IS WS-CSS-STATUS.

      *    精密検査追跡キュー (がん検診ストアと同じキー)。
           SELECT PRECISION-FUQ-FILE ASSIGN TO
               'output/cancer_followup.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CFU-KEY
           FILE STATUS IS WS-CFU-STATUS.

           SELECT NOTICE-FILE ASSIGN USING WS-NTC-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NTC-STATUS.

      *    取り込めなかった行 (種別・判定・日付の誤り)。
           SELECT REJECT-FILE ASSIGN TO
               'output/cancer_screening_rejects.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJ-STATUS.

           SELECT REPORT-FILE ASSIGN USING WS-RPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

           SELECT PATIENT-MASTER-IN ASSIGN TO
               'output/patient_master.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PMI-STATUS.

           SELECT SITE-MASTER-FILE ASSIGN TO 'input/sites.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCREEN-IN-FILE.
       01  SCREEN-IN-REC.
           03 SCI-TAG         PIC X(3).
           03 SCI-PATIENT-ID-X PIC X(9).
           03 SCI-PATIENT-ID REDEFINES SCI-PATIENT-ID-X PIC 9(9).
           03 SCI-SITE-CODE-X PIC X(3).
           03 SCI-SITE-CODE REDEFINES SCI-SITE-CODE-X PIC 9(3).
           03 SCI-EXAM-DATE-X PIC X(8).
           03 SCI-EXAM-DATE REDEFINES SCI-EXAM-DATE-X PIC 9(8).
           03 SCI-TYPE        PIC X(2).
           03 SCI-METHOD      PIC X(3).
           03 SCI-RESULT      PIC X.
           03 SCI-FINDING     PIC X(20).

       FD  SCREEN-STORE-FILE.
       01  SCREEN-STORE-REC.
           03 CSS-KEY.
              05 CSS-PATIENT-ID PIC 9(9).
              05 CSS-FYEAR      PIC 9(4).
              05 CSS-TYPE       PIC X(2).
           03 CSS-EXAM-DATE   PIC 9(8).
           03 CSS-SITE-CODE   PIC 9(3).
           03 CSS-METHOD      PIC X(3).
           03 CSS-RESULT      PIC X.
           03 CSS-FINDING     PIC X(20).
           03 CSS-INTAKE-DATE PIC X(8).

       FD  PRECISION-FUQ-FILE.
       01  PRECISION-FUQ-REC.
           03 CFU-KEY.
              05 CFU-PATIENT-ID PIC 9(9).
              05 CFU-FYEAR      PIC 9(4).
              05 CFU-TYPE       PIC X(2).
           03 CFU-SITE-CODE   PIC 9(3).
           03 CFU-EXAM-DATE   PIC 9(8).
      *    N=通知済み X=精密検査受診 R=結果あり C=終了。
           03 CFU-STATUS      PIC X.
           03 CFU-NOTICE-DATE PIC X(8).
           03 CFU-PEX-DATE    PIC 9(8).
           03 CFU-PEX-HOSP    PIC X(20).
      *    精密検査の結果: 1=がん 2=がん以外の疾患 3=異常なし
      *    9=不明。
           03 CFU-PEX-RESULT  PIC X.
           03 CFU-RESULT-DATE PIC 9(8).
           03 CFU-CLOSE-DATE  PIC X(8).
      *    RS=結果確定 RF=受診拒否 MV=転出 DC=死亡 UN=連絡不能
      *    CO=検診結果の訂正で要精密検査でなくなった。
           03 CFU-CLOSE-REASON PIC X(2).
           03 CFU-UPD-BY      PIC X(6).
           03 CFU-UPD-DATE    PIC X(8).

       FD  NOTICE-FILE.
       01  NOTICE-LINE        PIC X(80).

       FD  REJECT-FILE.
       01  REJECT-LINE        PIC X(120).

       FD  REPORT-FILE.
       01  REPORT-LINE        PIC X(100).

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

       FD  SITE-MASTER-FILE.
       01  SITE-MASTER-REC.
           03 SIT-CODE        PIC 9(3).
           03 SIT-NAME        PIC X(20).
           03 SIT-ADDRESS     PIC X(30).
           03 SIT-CONTACT     PIC X(20).
           03 SIT-PHONE       PIC X(12).
           03 SIT-ACTIVE      PIC X.
           03 SIT-INSURERS    PIC X(20).
           03 SIT-UNIT-PRICE-X PIC X(7).
           03 SIT-BANK-CODE   PIC X(4).
           03 SIT-BRANCH-CODE PIC X(3).
           03 SIT-ACCT-TYPE   PIC X.
           03 SIT-ACCT-NO     PIC X(7).
           03 SIT-ACCT-NAME   PIC X(30).

       WORKING-STORAGE SECTION.
       01  AC-VAR             PIC X(30).
       01  FG-END             PIC 9 VALUE 0.
       01  WS-SCI-STATUS      PIC XX.
       01  WS-CSS-STATUS      PIC XX.
       01  WS-CFU-STATUS      PIC XX.
       01  WS-NTC-STATUS      PIC XX.
       01  WS-REJ-STATUS      PIC XX.
       01  WS-RPT-STATUS      PIC XX.
       01  WS-PMI-STATUS      PIC XX.
       01  WS-SIT-STATUS      PIC XX.
       01  WS-SCI-PATH        PIC X(50) VALUE SPACES.
       01  WS-NTC-PATH        PIC X(50) VALUE SPACES.
       01  WS-RPT-PATH        PIC X(50) VALUE SPACES.
       01  WS-RUN-DATE        PIC X(8).
       01  WS-TODAY-NUM       PIC 9(8) VALUE 0.
       01  WS-THIS-FY         PIC 9(4) VALUE 0.
       01  WS-OP-ID           PIC X(6) VALUE SPACES.
       01  WS-EOF-FLAG        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
       01  WS-NTC-OPEN-FLAG   PIC X VALUE 'N'.
           88 WS-NTC-OPEN            VALUE 'Y'.
       01  WS-CFU-OPEN-FLAG   PIC X VALUE 'N'.
           88 WS-CFU-OPEN            VALUE 'Y'.
       01  WS-REJ-OPEN-FLAG   PIC X VALUE 'N'.
           88 WS-REJ-OPEN            VALUE 'Y'.
       01  WS-REJ-REASON      PIC X(30) VALUE SPACES.
       01  WS-FY-WORK         PIC 9(4) VALUE 0.
       01  WS-TYPE-NAME       PIC X(12) VALUE SPACES.

      *    取り込みの件数。
       01  WS-CNT-READ        PIC 9(7) VALUE 0.
       01  WS-CNT-STORED      PIC 9(7) VALUE 0.
       01  WS-CNT-REJECTED    PIC 9(7) VALUE 0.
       01  WS-CNT-NOTICED     PIC 9(7) VALUE 0.
       01  WS-CNT-CORRECTED   PIC 9(7) VALUE 0.

      *    通知に使う氏名 (患者マスタ)。
       01  WS-PM-TAB.
           03 WS-PM-ENTRY OCCURS 5000 TIMES.
              05 WS-PM-ID     PIC 9(9).
              05 WS-PM-NAME   PIC X(30).
       01  WS-PM-CNT          PIC 9(5) VALUE 0.
       01  WS-PM-IDX          PIC 9(5) VALUE 0.
       01  WS-PM-LOADED-FLAG  PIC X VALUE 'N'.
           88 WS-PM-LOADED           VALUE 'Y'.
       01  WS-PAT-NAME        PIC X(30) VALUE SPACES.

      *    追跡の更新。
       01  WS-FU-ID           PIC 9(9) VALUE 0.
       01  WS-FU-FY           PIC 9(4) VALUE 0.
       01  WS-FU-TYPE         PIC X(2) VALUE SPACES.
       01  WS-FU-EVENT        PIC X VALUE SPACE.
       01  WS-FU-DATE         PIC 9(8) VALUE 0.
       01  WS-FU-REASON       PIC X(2) VALUE SPACES.
       01  WS-CNT-OPEN        PIC 9(5) VALUE 0.

      *    四半期報告: 年度 + 四半期から健診日の範囲を出す。
       01  WS-RPT-FY          PIC 9(4) VALUE 0.
       01  WS-RPT-Q           PIC 9 VALUE 0.
       01  WS-RUN-MM          PIC 9(2) VALUE 0.
       01  WS-Q-START-MM      PIC 9(2) VALUE 0.
       01  WS-Q-YYYY          PIC 9(4) VALUE 0.
       01  WS-Q-FROM          PIC 9(8) VALUE 0.
       01  WS-Q-TO            PIC 9(8) VALUE 0.
       01  WS-Q-END-MM        PIC 9(2) VALUE 0.
      *    施設 x 種別の集計表。
       01  WS-AGG-TAB.
           03 WS-AGG-ENTRY OCCURS 500 TIMES.
              05 WS-AGG-SITE     PIC 9(3).
              05 WS-AGG-TYPE     PIC X(2).
              05 WS-AGG-SCREENED PIC 9(6).
              05 WS-AGG-REQUIRED PIC 9(6).
              05 WS-AGG-ATTENDED PIC 9(6).
       01  WS-AGG-CNT         PIC 9(3) VALUE 0.
       01  WS-AGG-IDX         PIC 9(3) VALUE 0.
       01  WS-AGG-HIT         PIC 9(3) VALUE 0.
       01  WS-AGG-OVFL-FLAG   PIC X VALUE 'N'.
           88 WS-AGG-OVFL            VALUE 'Y'.
       01  WS-TOT-SCREENED    PIC 9(7) VALUE 0.
       01  WS-TOT-REQUIRED    PIC 9(7) VALUE 0.
       01  WS-TOT-ATTENDED    PIC 9(7) VALUE 0.
       01  WS-RATE            PIC 9(3)V9 VALUE 0.
       01  WS-RATE-ED         PIC ZZ9.9.
       01  WS-CNT-ED          PIC ZZZ,ZZ9.
       01  WS-CNT-ED2         PIC ZZZ,ZZ9.
       01  WS-CNT-ED3         PIC ZZZ,ZZ9.
      *    施設名 (施設マスタ)。
       01  WS-ST-TAB.
           03 WS-ST-ENTRY OCCURS 300 TIMES.
              05 WS-ST-CODE   PIC 9(3).
              05 WS-ST-NAME   PIC X(20).
       01  WS-ST-CNT          PIC 9(3) VALUE 0.
       01  WS-ST-IDX          PIC 9(3) VALUE 0.
       01  WS-SITE-NAME       PIC X(20) VALUE SPACES.
       01  WS-SORT-TMP        PIC X(23).
       01  WS-SORT-I          PIC 9(3) VALUE 0.
       01  WS-SORT-J          PIC 9(3) VALUE 0.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-PMS      PIC 9(3) VALUE 2.
       COPY layout_header.

       PROCEDURE DIVISION.
       MAIN SECTION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-TODAY-NUM.
           MOVE WS-RUN-DATE(5:2) TO WS-RUN-MM.
           COMPUTE WS-THIS-FY = WS-TODAY-NUM / 10000.
           IF WS-RUN-MM < 4 THEN
               SUBTRACT 1 FROM WS-THIS-FY
           END-IF.

           DISPLAY "--- CANCER SCREENING RESULTS AND PRECISION-EXAM "
               "FOLLOW-UP ---".
           DISPLAY "Your operator ID?".
           ACCEPT WS-OP-ID.

           MOVE 0 TO FG-END.
           PERFORM SCREEN-COMMAND UNTIL FG-END = 1.

           STOP RUN.


       SCREEN-COMMAND.

           DISPLAY "*".
           DISPLAY "Command? (U=INTAKE RESULTS F=UPDATE FOLLOW-UP "
               "L=LIST OPEN R=QUARTERLY REPORT E/Q=END)".
           ACCEPT AC-VAR.

           EVALUATE FUNCTION TRIM(AC-VAR)
               WHEN "E"
               WHEN "Q"
                   MOVE 1 TO FG-END
               WHEN "U"
                   PERFORM INTAKE-SCREENINGS
               WHEN "F"
                   PERFORM UPDATE-FOLLOWUP
               WHEN "L"
                   PERFORM LIST-OPEN-FOLLOWUPS
               WHEN "R"
                   PERFORM QUARTERLY-REPORT
               WHEN OTHER
                   DISPLAY "UNKNOWN COMMAND"
           END-EVALUATE.

           EXIT.


       INTAKE-SCREENINGS.

           DISPLAY "Screening result file "
               "(blank = input/cancer_screening.dat)?".
           ACCEPT AC-VAR.
           IF AC-VAR = SPACES THEN
               MOVE "input/cancer_screening.dat" TO WS-SCI-PATH
           ELSE
               MOVE AC-VAR TO WS-SCI-PATH
           END-IF.
           OPEN INPUT SCREEN-IN-FILE.
           IF WS-SCI-STATUS NOT = "00" THEN
               DISPLAY "CANNOT OPEN " FUNCTION TRIM(WS-SCI-PATH)
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOAD-PATIENT-NAMES.

           OPEN I-O SCREEN-STORE-FILE.
           IF WS-CSS-STATUS NOT = "00" THEN
               OPEN OUTPUT SCREEN-STORE-FILE
               CLOSE SCREEN-STORE-FILE
               OPEN I-O SCREEN-STORE-FILE
           END-IF.
           PERFORM OPEN-FOLLOWUP-IO.

           MOVE SPACES TO WS-NTC-PATH.
           STRING "output/cancer_precision_notice_" WS-RUN-DATE
               ".txt" DELIMITED BY SIZE INTO WS-NTC-PATH.
           MOVE 'N' TO WS-NTC-OPEN-FLAG WS-REJ-OPEN-FLAG.
           MOVE 0 TO WS-CNT-READ WS-CNT-STORED WS-CNT-REJECTED
               WS-CNT-NOTICED WS-CNT-CORRECTED.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ SCREEN-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF SCI-TAG = "CSR" THEN
                           ADD 1 TO WS-CNT-READ
                           PERFORM INTAKE-ONE-SCREENING
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SCREEN-IN-FILE.
           CLOSE SCREEN-STORE-FILE.
           CLOSE PRECISION-FUQ-FILE.
           IF WS-NTC-OPEN THEN
               CLOSE NOTICE-FILE
           END-IF.
           IF WS-REJ-OPEN THEN
               CLOSE REJECT-FILE
           END-IF.

           DISPLAY WS-CNT-READ " SCREENING RESULT(S) READ, "
               WS-CNT-STORED " STORED, " WS-CNT-REJECTED
               " REJECTED".
           DISPLAY WS-CNT-NOTICED " PRECISION-EXAM NOTICE(S) "
               "WRITTEN, " WS-CNT-CORRECTED
               " FOLLOW-UP(S) CLOSED BY A CORRECTED RESULT".
           IF WS-CNT-NOTICED > 0 THEN
               DISPLAY "NOTICES: " FUNCTION TRIM(WS-NTC-PATH)
           END-IF.
           IF WS-CNT-REJECTED > 0 THEN
               DISPLAY "REJECTS: output/cancer_screening_rejects.txt"
           END-IF.

           EXIT.


       OPEN-FOLLOWUP-IO.

           OPEN I-O PRECISION-FUQ-FILE.
           IF WS-CFU-STATUS NOT = "00" THEN
               OPEN OUTPUT PRECISION-FUQ-FILE
               CLOSE PRECISION-FUQ-FILE
               OPEN I-O PRECISION-FUQ-FILE
           END-IF.

           EXIT.


       INTAKE-ONE-SCREENING.

           MOVE SPACES TO WS-REJ-REASON.
           EVALUATE TRUE
               WHEN SCI-PATIENT-ID-X IS NOT NUMERIC
                   MOVE "PATIENT ID NOT NUMERIC" TO WS-REJ-REASON
               WHEN SCI-SITE-CODE-X IS NOT NUMERIC
                   MOVE "SITE CODE NOT NUMERIC" TO WS-REJ-REASON
               WHEN SCI-EXAM-DATE-X IS NOT NUMERIC
                   MOVE "EXAM DATE NOT NUMERIC" TO WS-REJ-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD(SCI-EXAM-DATE) NOT = 0
                   MOVE "EXAM DATE INVALID" TO WS-REJ-REASON
               WHEN SCI-EXAM-DATE > WS-TODAY-NUM
                   MOVE "EXAM DATE IN THE FUTURE" TO WS-REJ-REASON
               WHEN SCI-TYPE NOT = "ST" AND SCI-TYPE NOT = "LU"
                       AND SCI-TYPE NOT = "CR" AND SCI-TYPE NOT = "BR"
                       AND SCI-TYPE NOT = "CV"
                   MOVE "UNKNOWN SCREENING TYPE" TO WS-REJ-REASON
               WHEN SCI-RESULT NOT = "N" AND SCI-RESULT NOT = "P"
                       AND SCI-RESULT NOT = "X"
                   MOVE "UNKNOWN RESULT CODE" TO WS-REJ-REASON
           END-EVALUATE.
           IF WS-REJ-REASON NOT = SPACES THEN
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-FY-WORK = SCI-EXAM-DATE / 10000.
           IF SCI-EXAM-DATE-X(5:2) < "04" THEN
               SUBTRACT 1 FROM WS-FY-WORK
           END-IF.

           MOVE SCI-PATIENT-ID TO CSS-PATIENT-ID.
           MOVE WS-FY-WORK     TO CSS-FYEAR.
           MOVE SCI-TYPE       TO CSS-TYPE.
           MOVE SCI-EXAM-DATE  TO CSS-EXAM-DATE.
           MOVE SCI-SITE-CODE  TO CSS-SITE-CODE.
           MOVE SCI-METHOD     TO CSS-METHOD.
           MOVE SCI-RESULT     TO CSS-RESULT.
           MOVE SCI-FINDING    TO CSS-FINDING.
           MOVE WS-RUN-DATE    TO CSS-INTAKE-DATE.
           WRITE SCREEN-STORE-REC
               INVALID KEY
                   REWRITE SCREEN-STORE-REC
           END-WRITE.
           ADD 1 TO WS-CNT-STORED.

      *    追跡キュー: 要精密検査ならまだ無いときだけ載せて通知する
      *    (再送で二重に通知しない)。訂正で要精密検査でなくなった
      *    ものは、受診前 (N) に限って CO で閉じる。
           MOVE CSS-KEY TO CFU-KEY.
           READ PRECISION-FUQ-FILE
               INVALID KEY
                   IF SCI-RESULT = "P" THEN
                       PERFORM OPEN-PRECISION-FOLLOWUP
                   END-IF
               NOT INVALID KEY
                   IF SCI-RESULT NOT = "P" AND CFU-STATUS = "N" THEN
                       MOVE "C" TO CFU-STATUS
                       MOVE "CO" TO CFU-CLOSE-REASON
                       MOVE WS-RUN-DATE TO CFU-CLOSE-DATE
                       MOVE WS-OP-ID TO CFU-UPD-BY
                       MOVE WS-RUN-DATE TO CFU-UPD-DATE
                       REWRITE PRECISION-FUQ-REC
                       ADD 1 TO WS-CNT-CORRECTED
                   END-IF
           END-READ.

           EXIT.


       OPEN-PRECISION-FOLLOWUP.

           MOVE CSS-KEY        TO CFU-KEY.
           MOVE SCI-SITE-CODE  TO CFU-SITE-CODE.
           MOVE SCI-EXAM-DATE  TO CFU-EXAM-DATE.
           MOVE "N"            TO CFU-STATUS.
           MOVE WS-RUN-DATE    TO CFU-NOTICE-DATE.
           MOVE 0              TO CFU-PEX-DATE CFU-RESULT-DATE.
           MOVE SPACES         TO CFU-PEX-HOSP CFU-PEX-RESULT
               CFU-CLOSE-DATE CFU-CLOSE-REASON.
           MOVE WS-OP-ID       TO CFU-UPD-BY.
           MOVE WS-RUN-DATE    TO CFU-UPD-DATE.
           WRITE PRECISION-FUQ-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.
           PERFORM WRITE-PRECISION-NOTICE.
           ADD 1 TO WS-CNT-NOTICED.

           EXIT.


       WRITE-PRECISION-NOTICE.

           IF NOT WS-NTC-OPEN THEN
               OPEN OUTPUT NOTICE-FILE
               MOVE 'Y' TO WS-NTC-OPEN-FLAG
           END-IF.
           MOVE SCI-PATIENT-ID TO WS-FU-ID.
           PERFORM FIND-PATIENT-NAME.
           MOVE SCI-TYPE TO WS-FU-TYPE.
           PERFORM SET-TYPE-NAME.

           MOVE ALL "=" TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE "  NOTICE: PRECISION EXAMINATION REQUIRED"
               TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           STRING "  TO: " WS-PAT-NAME " (ID " SCI-PATIENT-ID ")"
               DELIMITED BY SIZE INTO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           STRING "  SCREENING: " WS-TYPE-NAME " ON " SCI-EXAM-DATE
               " AT SITE " SCI-SITE-CODE
               DELIMITED BY SIZE INTO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           STRING "  FINDING: " SCI-FINDING
               DELIMITED BY SIZE INTO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE "  PLEASE SEE A SPECIALIST HOSPITAL FOR A PRECISION"
               TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE "  EXAMINATION AS SOON AS POSSIBLE AND BRING THIS"
               TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE "  NOTICE WITH YOU."
               TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           STRING "  ISSUED " WS-RUN-DATE
               DELIMITED BY SIZE INTO NOTICE-LINE.
           WRITE NOTICE-LINE.

           EXIT.


       WRITE-REJECT.

           IF NOT WS-REJ-OPEN THEN
               OPEN INPUT REJECT-FILE
               IF WS-REJ-STATUS = "00" THEN
                   CLOSE REJECT-FILE
                   OPEN EXTEND REJECT-FILE
               ELSE
                   OPEN OUTPUT REJECT-FILE
               END-IF
               MOVE 'Y' TO WS-REJ-OPEN-FLAG
           END-IF.
           MOVE SPACES TO REJECT-LINE.
           STRING WS-RUN-DATE " " WS-REJ-REASON " | "
               SCREEN-IN-REC
               DELIMITED BY SIZE INTO REJECT-LINE.
           WRITE REJECT-LINE.
           ADD 1 TO WS-CNT-REJECTED.

           EXIT.


       LOAD-PATIENT-NAMES.

           IF WS-PM-LOADED THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-PM-CNT.
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
                       IF WS-PM-CNT < 5000 THEN
                           ADD 1 TO WS-PM-CNT
                           MOVE PMI-PATIENT-ID TO WS-PM-ID(WS-PM-CNT)
                           MOVE PMI-NAME-MASK
                               TO WS-PM-NAME(WS-PM-CNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PATIENT-MASTER-IN.
           MOVE 'Y' TO WS-PM-LOADED-FLAG.

           EXIT.


       FIND-PATIENT-NAME.

           MOVE "(NAME NOT ON MASTER)" TO WS-PAT-NAME.
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PM-CNT
               IF WS-PM-ID(WS-PM-IDX) = WS-FU-ID THEN
                   MOVE WS-PM-NAME(WS-PM-IDX) TO WS-PAT-NAME
               END-IF
           END-PERFORM.

           EXIT.


       SET-TYPE-NAME.

           EVALUATE WS-FU-TYPE
               WHEN "ST"
                   MOVE "STOMACH" TO WS-TYPE-NAME
               WHEN "LU"
                   MOVE "LUNG" TO WS-TYPE-NAME
               WHEN "CR"
                   MOVE "COLORECTAL" TO WS-TYPE-NAME
               WHEN "BR"
                   MOVE "BREAST" TO WS-TYPE-NAME
               WHEN "CV"
                   MOVE "CERVICAL" TO WS-TYPE-NAME
               WHEN OTHER
                   MOVE WS-FU-TYPE TO WS-TYPE-NAME
           END-EVALUATE.

           EXIT.


       UPDATE-FOLLOWUP.

           DISPLAY "Patient ID?".
           ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-FU-ID.
           DISPLAY "Fiscal year (YYYY, blank = current)?".
           ACCEPT AC-VAR.
           IF AC-VAR = SPACES THEN
               MOVE WS-THIS-FY TO WS-FU-FY
           ELSE
               MOVE FUNCTION NUMVAL(AC-VAR) TO WS-FU-FY
           END-IF.
           DISPLAY "Screening type (ST/LU/CR/BR/CV)?".
           ACCEPT AC-VAR.
           MOVE AC-VAR(1:2) TO WS-FU-TYPE.

           OPEN I-O PRECISION-FUQ-FILE.
           IF WS-CFU-STATUS NOT = "00" THEN
               DISPLAY "NO PRECISION-EXAM FOLLOW-UPS ON FILE"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FU-ID   TO CFU-PATIENT-ID.
           MOVE WS-FU-FY   TO CFU-FYEAR.
           MOVE WS-FU-TYPE TO CFU-TYPE.
           READ PRECISION-FUQ-FILE
               INVALID KEY
                   MOVE "23" TO WS-CFU-STATUS
           END-READ.
           IF WS-CFU-STATUS NOT = "00" THEN
               DISPLAY "NO FOLLOW-UP FOR THAT PATIENT/YEAR/TYPE"
               CLOSE PRECISION-FUQ-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM SET-TYPE-NAME.
           DISPLAY "  " WS-TYPE-NAME " SCREENED " CFU-EXAM-DATE
               " SITE " CFU-SITE-CODE " STATUS " CFU-STATUS
               " NOTIFIED " CFU-NOTICE-DATE.
           IF CFU-PEX-DATE > 0 THEN
               DISPLAY "  PRECISION EXAM " CFU-PEX-DATE " AT "
                   FUNCTION TRIM(CFU-PEX-HOSP)
           END-IF.
           IF CFU-RESULT-DATE > 0 THEN
               DISPLAY "  RESULT " CFU-PEX-RESULT " ON "
                   CFU-RESULT-DATE
           END-IF.
           IF CFU-STATUS = "C" THEN
               DISPLAY "  CLOSED " CFU-CLOSE-DATE " REASON "
                   CFU-CLOSE-REASON " - NO FURTHER UPDATES"
               CLOSE PRECISION-FUQ-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Event? (X=EXAM DONE R=RESULT C=CLOSE "
               "blank=NONE)".
           ACCEPT AC-VAR.
           MOVE AC-VAR(1:1) TO WS-FU-EVENT.
           EVALUATE WS-FU-EVENT
               WHEN "X"
                   PERFORM RECORD-EXAM-DONE
               WHEN "R"
                   PERFORM RECORD-PEX-RESULT
               WHEN "C"
                   PERFORM RECORD-CLOSE
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "UNKNOWN EVENT - NOTHING CHANGED"
           END-EVALUATE.
           CLOSE PRECISION-FUQ-FILE.

           EXIT.


       ACCEPT-EVENT-DATE.

           DISPLAY "Date (YYYYMMDD, blank = today)?".
           ACCEPT AC-VAR.
           IF AC-VAR = SPACES THEN
               MOVE WS-TODAY-NUM TO WS-FU-DATE
           ELSE
               MOVE FUNCTION NUMVAL(AC-VAR) TO WS-FU-DATE
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FU-DATE) NOT = 0
                   OR WS-FU-DATE > WS-TODAY-NUM
                   OR WS-FU-DATE < CFU-EXAM-DATE THEN
               DISPLAY "INVALID DATE - NOTHING CHANGED"
               MOVE 0 TO WS-FU-DATE
           END-IF.

           EXIT.


       RECORD-EXAM-DONE.

           IF CFU-STATUS NOT = "N" THEN
               DISPLAY "EXAM ALREADY RECORDED - NOTHING CHANGED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM ACCEPT-EVENT-DATE.
           IF WS-FU-DATE = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Hospital?".
           ACCEPT AC-VAR.
           MOVE WS-FU-DATE TO CFU-PEX-DATE.
           MOVE AC-VAR(1:20) TO CFU-PEX-HOSP.
           MOVE "X" TO CFU-STATUS.
           MOVE WS-OP-ID TO CFU-UPD-BY.
           MOVE WS-RUN-DATE TO CFU-UPD-DATE.
           REWRITE PRECISION-FUQ-REC.
           DISPLAY "PRECISION EXAM RECORDED (STATUS X)".

           EXIT.


       RECORD-PEX-RESULT.

           IF CFU-STATUS NOT = "X" THEN
               DISPLAY "RECORD THE PRECISION EXAM (X) FIRST - "
                   "NOTHING CHANGED"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Result? (1=CANCER 2=OTHER DISEASE "
               "3=NO ABNORMALITY 9=UNKNOWN)".
           ACCEPT AC-VAR.
           IF AC-VAR(1:1) NOT = "1" AND AC-VAR(1:1) NOT = "2"
                   AND AC-VAR(1:1) NOT = "3"
                   AND AC-VAR(1:1) NOT = "9" THEN
               DISPLAY "INVALID RESULT - NOTHING CHANGED"
               EXIT PARAGRAPH
           END-IF.
           MOVE AC-VAR(1:1) TO CFU-PEX-RESULT.
           PERFORM ACCEPT-EVENT-DATE.
           IF WS-FU-DATE = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FU-DATE TO CFU-RESULT-DATE.
           MOVE "R" TO CFU-STATUS.
           MOVE WS-OP-ID TO CFU-UPD-BY.
           MOVE WS-RUN-DATE TO CFU-UPD-DATE.
           REWRITE PRECISION-FUQ-REC.
           DISPLAY "RESULT RECORDED (STATUS R)".

           EXIT.


       RECORD-CLOSE.

      *    結果の後は RS (結果確定) で閉じる。受診前・結果前は
      *    RF/MV/DC/UN のいずれか。
           IF CFU-STATUS = "R" THEN
               MOVE "RS" TO WS-FU-REASON
           ELSE
               DISPLAY "Close reason? (RF=REFUSED MV=MOVED AWAY "
                   "DC=DECEASED UN=UNREACHABLE)"
               ACCEPT AC-VAR
               MOVE AC-VAR(1:2) TO WS-FU-REASON
               IF WS-FU-REASON NOT = "RF" AND WS-FU-REASON NOT = "MV"
                       AND WS-FU-REASON NOT = "DC"
                       AND WS-FU-REASON NOT = "UN" THEN
                   DISPLAY "INVALID REASON - NOTHING CHANGED"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE "C" TO CFU-STATUS.
           MOVE WS-FU-REASON TO CFU-CLOSE-REASON.
           MOVE WS-RUN-DATE TO CFU-CLOSE-DATE.
           MOVE WS-OP-ID TO CFU-UPD-BY.
           MOVE WS-RUN-DATE TO CFU-UPD-DATE.
           REWRITE PRECISION-FUQ-REC.
           DISPLAY "FOLLOW-UP CLOSED (" WS-FU-REASON ")".

           EXIT.


       LIST-OPEN-FOLLOWUPS.

           OPEN INPUT PRECISION-FUQ-FILE.
           IF WS-CFU-STATUS NOT = "00" THEN
               DISPLAY "NO PRECISION-EXAM FOLLOW-UPS ON FILE"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-CNT-OPEN.
           MOVE LOW-VALUES TO CFU-KEY.
           MOVE 'N' TO WS-EOF-FLAG.
           START PRECISION-FUQ-FILE
               KEY IS GREATER THAN OR EQUAL TO CFU-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF
               READ PRECISION-FUQ-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF CFU-STATUS NOT = "C" THEN
                           ADD 1 TO WS-CNT-OPEN
                           DISPLAY "  " CFU-PATIENT-ID " FY "
                               CFU-FYEAR " " CFU-TYPE " SITE "
                               CFU-SITE-CODE " SCREENED "
                               CFU-EXAM-DATE " STATUS " CFU-STATUS
                               " NOTIFIED " CFU-NOTICE-DATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRECISION-FUQ-FILE.
           DISPLAY WS-CNT-OPEN " OPEN FOLLOW-UP(S) (N=NOTIFIED "
               "X=EXAM DONE R=RESULT IN)".

           EXIT.


       QUARTERLY-REPORT.

      *    年度の四半期 (Q1=4-6月 Q2=7-9月 Q3=10-12月 Q4=翌1-3月)。
      *    空欄なら直前に終わった四半期。
           DISPLAY "Fiscal year and quarter (YYYYQ, e.g. 20252, "
               "blank = last quarter)?".
           ACCEPT AC-VAR.
           IF AC-VAR = SPACES THEN
               MOVE WS-THIS-FY TO WS-RPT-FY
               IF WS-RUN-MM >= 4 THEN
                   COMPUTE WS-RPT-Q = (WS-RUN-MM - 4) / 3 + 1
               ELSE
                   MOVE 4 TO WS-RPT-Q
               END-IF
               IF WS-RPT-Q = 1 THEN
                   SUBTRACT 1 FROM WS-RPT-FY
                   MOVE 4 TO WS-RPT-Q
               ELSE
                   SUBTRACT 1 FROM WS-RPT-Q
               END-IF
           ELSE
               MOVE FUNCTION NUMVAL(AC-VAR(1:4)) TO WS-RPT-FY
               MOVE FUNCTION NUMVAL(AC-VAR(5:1)) TO WS-RPT-Q
           END-IF.
           IF WS-RPT-Q < 1 OR WS-RPT-Q > 4 OR WS-RPT-FY < 2000 THEN
               DISPLAY "INVALID FISCAL YEAR/QUARTER"
               EXIT PARAGRAPH
           END-IF.
           IF WS-RPT-Q = 4 THEN
               COMPUTE WS-Q-YYYY = WS-RPT-FY + 1
               MOVE 1 TO WS-Q-START-MM
           ELSE
               MOVE WS-RPT-FY TO WS-Q-YYYY
               COMPUTE WS-Q-START-MM = 4 + (WS-RPT-Q - 1) * 3
           END-IF.
           COMPUTE WS-Q-END-MM = WS-Q-START-MM + 2.
           COMPUTE WS-Q-FROM = WS-Q-YYYY * 10000
               + WS-Q-START-MM * 100 + 1.
           COMPUTE WS-Q-TO = WS-Q-YYYY * 10000
               + WS-Q-END-MM * 100 + 31.

           OPEN INPUT SCREEN-STORE-FILE.
           IF WS-CSS-STATUS NOT = "00" THEN
               DISPLAY "NO CANCER SCREENING RESULTS ON FILE"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-CFU-OPEN-FLAG.
           OPEN INPUT PRECISION-FUQ-FILE.
           IF WS-CFU-STATUS = "00" THEN
               MOVE 'Y' TO WS-CFU-OPEN-FLAG
           END-IF.

           MOVE 0 TO WS-AGG-CNT.
           MOVE 'N' TO WS-AGG-OVFL-FLAG.
           MOVE LOW-VALUES TO CSS-KEY.
           MOVE 'N' TO WS-EOF-FLAG.
           START SCREEN-STORE-FILE
               KEY IS GREATER THAN OR EQUAL TO CSS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF
               READ SCREEN-STORE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF CSS-EXAM-DATE >= WS-Q-FROM
                               AND CSS-EXAM-DATE <= WS-Q-TO THEN
                           PERFORM ADD-TO-QUARTER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SCREEN-STORE-FILE.
           IF WS-CFU-OPEN THEN
               CLOSE PRECISION-FUQ-FILE
           END-IF.

           IF WS-AGG-OVFL THEN
               DISPLAY "MORE THAN 500 SITE/TYPE COMBINATIONS - "
                   "REPORT NOT WRITTEN, RAISE THE TABLE SIZE"
               EXIT PARAGRAPH
           END-IF.

           PERFORM SORT-AGGREGATES.
           PERFORM LOAD-SITE-NAMES.
           PERFORM WRITE-QUARTER-REPORT.

           EXIT.


       ADD-TO-QUARTER.

           MOVE 0 TO WS-AGG-HIT.
           PERFORM VARYING WS-AGG-IDX FROM 1 BY 1
                   UNTIL WS-AGG-IDX > WS-AGG-CNT OR WS-AGG-HIT > 0
               IF WS-AGG-SITE(WS-AGG-IDX) = CSS-SITE-CODE
                       AND WS-AGG-TYPE(WS-AGG-IDX) = CSS-TYPE THEN
                   MOVE WS-AGG-IDX TO WS-AGG-HIT
               END-IF
           END-PERFORM.
           IF WS-AGG-HIT = 0 THEN
               IF WS-AGG-CNT >= 500 THEN
                   MOVE 'Y' TO WS-AGG-OVFL-FLAG
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-AGG-CNT
               MOVE WS-AGG-CNT TO WS-AGG-HIT
               MOVE CSS-SITE-CODE TO WS-AGG-SITE(WS-AGG-HIT)
               MOVE CSS-TYPE TO WS-AGG-TYPE(WS-AGG-HIT)
               MOVE 0 TO WS-AGG-SCREENED(WS-AGG-HIT)
                   WS-AGG-REQUIRED(WS-AGG-HIT)
                   WS-AGG-ATTENDED(WS-AGG-HIT)
           END-IF.

      *    判定不能・未実施 (X) は受診者に数えない。
           IF CSS-RESULT = "X" THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-AGG-SCREENED(WS-AGG-HIT).
           IF CSS-RESULT NOT = "P" THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-AGG-REQUIRED(WS-AGG-HIT).

      *    精密検査を受けた = 追跡に受診日が入っている (X/R、または
      *    結果の後に閉じたもの)。
           IF NOT WS-CFU-OPEN THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE CSS-KEY TO CFU-KEY.
           READ PRECISION-FUQ-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CFU-PEX-DATE > 0 THEN
                       ADD 1 TO WS-AGG-ATTENDED(WS-AGG-HIT)
                   END-IF
           END-READ.

           EXIT.


       SORT-AGGREGATES.

      *    施設コード + 種別の順に並べる (件数は高々 500)。
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-AGG-CNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                       UNTIL WS-SORT-J > WS-AGG-CNT - WS-SORT-I
                   IF WS-AGG-ENTRY(WS-SORT-J)(1:5)
                           > WS-AGG-ENTRY(WS-SORT-J + 1)(1:5) THEN
                       MOVE WS-AGG-ENTRY(WS-SORT-J) TO WS-SORT-TMP
                       MOVE WS-AGG-ENTRY(WS-SORT-J + 1)
                           TO WS-AGG-ENTRY(WS-SORT-J)
                       MOVE WS-SORT-TMP
                           TO WS-AGG-ENTRY(WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

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


       WRITE-QUARTER-REPORT.

           MOVE SPACES TO WS-RPT-PATH.
           STRING "output/cancer_precision_" WS-RPT-FY "Q" WS-RPT-Q
               ".txt" DELIMITED BY SIZE INTO WS-RPT-PATH.
           OPEN OUTPUT REPORT-FILE.

           MOVE SPACES TO REPORT-LINE.
           STRING "CANCER SCREENING - PRECISION EXAM ATTENDANCE  FY "
               WS-RPT-FY " Q" WS-RPT-Q " (" WS-Q-FROM " - "
               WS-Q-TO ")"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PRODUCED " WS-RUN-DATE " BY " WS-OP-ID
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "SITE" TO REPORT-LINE(1:4).
           MOVE "NAME" TO REPORT-LINE(5:4).
           MOVE "TYPE" TO REPORT-LINE(26:4).
           MOVE "SCREENED" TO REPORT-LINE(37:8).
           MOVE "REQUIRED" TO REPORT-LINE(47:8).
           MOVE "ATTENDED" TO REPORT-LINE(57:8).
           MOVE "RATE%" TO REPORT-LINE(68:5).
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE(1:75).
           WRITE REPORT-LINE.

           MOVE 0 TO WS-TOT-SCREENED WS-TOT-REQUIRED WS-TOT-ATTENDED.
           PERFORM VARYING WS-AGG-IDX FROM 1 BY 1
                   UNTIL WS-AGG-IDX > WS-AGG-CNT
               PERFORM WRITE-QUARTER-LINE
           END-PERFORM.

           MOVE ALL "-" TO REPORT-LINE(1:75).
           WRITE REPORT-LINE.
           MOVE WS-TOT-SCREENED TO WS-CNT-ED.
           MOVE WS-TOT-REQUIRED TO WS-CNT-ED2.
           MOVE WS-TOT-ATTENDED TO WS-CNT-ED3.
           IF WS-TOT-REQUIRED > 0 THEN
               COMPUTE WS-RATE ROUNDED =
                   WS-TOT-ATTENDED * 100 / WS-TOT-REQUIRED
           ELSE
               MOVE 0 TO WS-RATE
           END-IF.
           MOVE WS-RATE TO WS-RATE-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "ALL SITES, ALL TYPES                 "
               WS-CNT-ED "   " WS-CNT-ED2 "   " WS-CNT-ED3
               "   " WS-RATE-ED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.

           DISPLAY "QUARTERLY REPORT WRITTEN: "
               FUNCTION TRIM(WS-RPT-PATH) " (" WS-AGG-CNT
               " SITE/TYPE LINE(S))".

           EXIT.


       WRITE-QUARTER-LINE.

           MOVE SPACES TO WS-SITE-NAME.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-CNT
               IF WS-ST-CODE(WS-ST-IDX) = WS-AGG-SITE(WS-AGG-IDX) THEN
                   MOVE WS-ST-NAME(WS-ST-IDX) TO WS-SITE-NAME
               END-IF
           END-PERFORM.
           MOVE WS-AGG-TYPE(WS-AGG-IDX) TO WS-FU-TYPE.
           PERFORM SET-TYPE-NAME.

           ADD WS-AGG-SCREENED(WS-AGG-IDX) TO WS-TOT-SCREENED.
           ADD WS-AGG-REQUIRED(WS-AGG-IDX) TO WS-TOT-REQUIRED.
           ADD WS-AGG-ATTENDED(WS-AGG-IDX) TO WS-TOT-ATTENDED.
           MOVE WS-AGG-SCREENED(WS-AGG-IDX) TO WS-CNT-ED.
           MOVE WS-AGG-REQUIRED(WS-AGG-IDX) TO WS-CNT-ED2.
           MOVE WS-AGG-ATTENDED(WS-AGG-IDX) TO WS-CNT-ED3.
           IF WS-AGG-REQUIRED(WS-AGG-IDX) > 0 THEN
               COMPUTE WS-RATE ROUNDED =
                   WS-AGG-ATTENDED(WS-AGG-IDX) * 100
                   / WS-AGG-REQUIRED(WS-AGG-IDX)
           ELSE
               MOVE 0 TO WS-RATE
           END-IF.
           MOVE WS-RATE TO WS-RATE-ED.

           MOVE SPACES TO REPORT-LINE.
           STRING WS-AGG-SITE(WS-AGG-IDX) " " WS-SITE-NAME " "
               WS-TYPE-NAME WS-CNT-ED "   " WS-CNT-ED2 "   "
               WS-CNT-ED3 "   " WS-RATE-ED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

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

       END PROGRAM TEST260956.
