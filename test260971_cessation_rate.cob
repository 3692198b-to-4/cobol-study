      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260971.

      *
      * CESSATION-RATE: 禁煙支援トラックの年度報告 (施設別の禁煙率)。
      * 夜間バッチ (TEST230314) が判定した喫煙者を積んだ禁煙支援
      * トラックを読み、指定した年度の健診を受けたトラックの患者を、
      * その年度の健診の施設ごとに数える。禁煙率の分母は「前年度の
      * 健診で喫煙していて、指定年度にも健診を受けた人」、分子は
      * そのうち指定年度の回答が非喫煙だった人。喫煙の回答は健診
      * 計測値ストアに残った問診突合後の値を年度ごとに引くので、
      * トラックのステータスがその後進んでいても過去の年度を
      * 出し直せる。前年度の健診が無い人は分母に入れず、件数だけ
      * 末尾に出す。output/cessation_rate.txt に書く。
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CESSATION-FILE ASSIGN TO
               'output/cessation_track.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CES-PATIENT-ID
           FILE STATUS IS WS-CES-STATUS.

           SELECT EXAM-STORE-FILE ASSIGN TO 'output/exam_store.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS XST-KEY
           FILE STATUS IS WS-XST-STATUS.

           SELECT SITE-MASTER-FILE ASSIGN TO 'input/sites.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SIT-STATUS.

           SELECT CES-RPT-FILE ASSIGN TO
               'output/cessation_rate.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CESSATION-FILE.
       01  CESSATION-REC.
           03 CES-PATIENT-ID  PIC 9(9).
           03 CES-FLAG-DATE   PIC X(8).
           03 CES-START-FY    PIC 9(4).
           03 CES-LAST-FY     PIC 9(4).
           03 CES-LAST-EXAM   PIC 9(8).
           03 CES-SITE-CODE   PIC 9(3).
           03 CES-LSK-BG      PIC 9.
      *    ステータス: O=案内済 A=受諾 T=治療中 Q=禁煙 R=再喫煙
      *    (TEST230314 の CESSATION-REC と同じ並び)。
           03 CES-STATUS      PIC X.
           03 CES-STATUS-DATE PIC X(8).
      *    禁煙外来への紹介: Y=希望 N=希望しない 空白=未回答。
           03 CES-CLINIC      PIC X.
           03 CES-OFFER-CNT   PIC 9(2).
           03 CES-ANS-SOURCE  PIC X.

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

       FD  SITE-MASTER-FILE.
       01  SITE-MASTER-REC.
           03 SIT-CODE        PIC 9(3).
           03 SIT-NAME        PIC X(20).
           03 FILLER          PIC X(135).

       FD  CES-RPT-FILE.
       01  CES-RPT-LINE       PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CES-STATUS      PIC XX.
       01  WS-XST-STATUS      PIC XX.
       01  WS-SIT-STATUS      PIC XX.
       01  WS-RPT-STATUS      PIC XX.
       01  WS-RUN-DATE        PIC X(8).
       01  AC-VAR             PIC X(20).
       01  WS-TARGET-FY       PIC 9(4) VALUE 0.
       01  WS-PRIOR-FY        PIC 9(4) VALUE 0.
       01  WS-EOF-FLAG        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.

      *    指定年度・前年度の健診の喫煙の回答と施設 (1=喫煙)。
       01  WS-CUR-FOUND-FLAG  PIC X VALUE 'N'.
           88 WS-CUR-FOUND           VALUE 'Y'.
       01  WS-CUR-SMOKER      PIC 9 VALUE 0.
       01  WS-CUR-SITE        PIC 9(3) VALUE 0.
       01  WS-PRV-FOUND-FLAG  PIC X VALUE 'N'.
           88 WS-PRV-FOUND           VALUE 'Y'.
       01  WS-PRV-SMOKER      PIC 9 VALUE 0.

      *    施設別の集計表 (出現順に積み、出力前に施設コード順に
      *    並べ替える)。
       01  WS-CQ-TAB.
           03 WS-CQ-ENTRY OCCURS 300 TIMES.
              05 WS-CQ-SITE      PIC 9(3).
              05 WS-CQ-NEW       PIC 9(6).
              05 WS-CQ-FOLLOW    PIC 9(6).
              05 WS-CQ-QUIT      PIC 9(6).
              05 WS-CQ-STAYED    PIC 9(6).
              05 WS-CQ-RELAPSE   PIC 9(6).
       01  WS-CQ-CNT          PIC 9(3) VALUE 0.
       01  WS-CQ-IDX          PIC 9(3) VALUE 0.
       01  WS-CQ-HIT          PIC 9(3) VALUE 0.
       01  WS-CQ-OVFL-FLAG    PIC X VALUE 'N'.
           88 WS-CQ-OVFL             VALUE 'Y'.
       01  WS-SORT-TMP        PIC X(33).
       01  WS-SORT-I          PIC 9(3) VALUE 0.
       01  WS-SORT-J          PIC 9(3) VALUE 0.

       01  WS-ST-TAB.
           03 WS-ST-ENTRY OCCURS 300 TIMES.
              05 WS-ST-CODE   PIC 9(3).
              05 WS-ST-NAME   PIC X(20).
       01  WS-ST-CNT          PIC 9(3) VALUE 0.
       01  WS-ST-IDX          PIC 9(3) VALUE 0.
       01  WS-SITE-NAME       PIC X(20) VALUE SPACES.

       01  WS-TOT-NEW         PIC 9(7) VALUE 0.
       01  WS-TOT-FOLLOW      PIC 9(7) VALUE 0.
       01  WS-TOT-QUIT        PIC 9(7) VALUE 0.
       01  WS-TOT-STAYED      PIC 9(7) VALUE 0.
       01  WS-TOT-RELAPSE     PIC 9(7) VALUE 0.
      *    指定年度に健診を受けなかった・前年度の健診が無かった人。
       01  WS-CNT-NOT-SEEN    PIC 9(7) VALUE 0.
       01  WS-CNT-NO-PRIOR    PIC 9(7) VALUE 0.
      *    トラック全体の現在のステータス別件数 (O/A/T/Q/R の順) と
      *    禁煙外来の紹介希望。
       01  WS-CNT-BY-STATUS.
           03 WS-CNT-STS      PIC 9(7) OCCURS 5 TIMES.
       01  WS-STS-CODES       PIC X(5) VALUE "OATQR".
       01  WS-STS-IDX         PIC 9 VALUE 0.
       01  WS-CNT-CLINIC      PIC 9(7) VALUE 0.
       01  WS-CNT-TRACK       PIC 9(7) VALUE 0.

       01  WS-QUIT-PCT        PIC 9(3)V9 VALUE 0.
       01  WS-ED-NEW          PIC ZZZ,ZZ9.
       01  WS-ED-FOLLOW       PIC ZZZ,ZZ9.
       01  WS-ED-QUIT         PIC ZZZ,ZZ9.
       01  WS-ED-STAYED       PIC ZZZ,ZZ9.
       01  WS-ED-RELAPSE      PIC ZZZ,ZZ9.
       01  WS-ED-PCT          PIC ZZ9.9.
       01  WS-ED-CNT          PIC ZZZ,ZZ9.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-XST      PIC 9(3) VALUE 1.
       COPY layout_header.

       PROCEDURE DIVISION.
       MAIN SECTION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           DISPLAY "--- SMOKING CESSATION QUIT RATE BY SITE ---".
           DISPLAY "FISCAL YEAR TO REPORT?".
           ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-TARGET-FY.
           IF WS-TARGET-FY = 0 THEN
               DISPLAY "A FISCAL YEAR IS REQUIRED - ENDING"
               STOP RUN
           END-IF.
           COMPUTE WS-PRIOR-FY = WS-TARGET-FY - 1.

           OPEN INPUT CESSATION-FILE.
           IF WS-CES-STATUS NOT = "00" THEN
               DISPLAY "NO CESSATION TRACK - NOTHING TO REPORT"
               STOP RUN
           END-IF.
           OPEN INPUT EXAM-STORE-FILE.
           IF WS-XST-STATUS NOT = "00" THEN
               DISPLAY "NO EXAM STORE - NOTHING TO REPORT"
               CLOSE CESSATION-FILE
               STOP RUN
           END-IF.
           PERFORM CHECK-XST-LAYOUT.

           INITIALIZE WS-CNT-BY-STATUS.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ CESSATION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM TALLY-ONE-ENTRY
               END-READ
           END-PERFORM.
           CLOSE CESSATION-FILE.
           CLOSE EXAM-STORE-FILE.

           IF WS-CQ-OVFL THEN
               DISPLAY "MORE THAN 300 SITES IN THE CESSATION TRACK - "
                   "REPORT NOT WRITTEN, RAISE THE TABLE SIZE"
               STOP RUN
           END-IF.

           PERFORM SORT-BY-SITE.
           PERFORM LOAD-SITE-NAMES.
           PERFORM WRITE-RATE-REPORT.

           MOVE 0 TO WS-QUIT-PCT.
           IF WS-TOT-FOLLOW > 0 THEN
               COMPUTE WS-QUIT-PCT ROUNDED =
                   WS-TOT-QUIT * 100 / WS-TOT-FOLLOW
           END-IF.
           MOVE WS-QUIT-PCT TO WS-ED-PCT.
           DISPLAY "CESSATION QUIT RATE: FY " WS-TARGET-FY " "
               WS-TOT-QUIT " QUIT OF " WS-TOT-FOLLOW
               " FOLLOWED UP (" WS-ED-PCT "%) ACROSS " WS-CQ-CNT
               " SITE(S) (output/cessation_rate.txt)".

           STOP RUN.


       TALLY-ONE-ENTRY.

      *    トラック全体の現在のステータスは年度に関係なく数える。
           ADD 1 TO WS-CNT-TRACK.
           PERFORM VARYING WS-STS-IDX FROM 1 BY 1
                   UNTIL WS-STS-IDX > 5
               IF CES-STATUS = WS-STS-CODES(WS-STS-IDX:1) THEN
                   ADD 1 TO WS-CNT-STS(WS-STS-IDX)
               END-IF
           END-PERFORM.
           IF CES-CLINIC = "Y" THEN
               ADD 1 TO WS-CNT-CLINIC
           END-IF.

      *    指定年度より後にトラックへ入った人は対象外。
           IF CES-START-FY > WS-TARGET-FY THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE CES-PATIENT-ID TO XST-PATIENT-ID.
           MOVE WS-TARGET-FY TO XST-FYEAR.
           MOVE 'N' TO WS-CUR-FOUND-FLAG.
           READ EXAM-STORE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CUR-FOUND-FLAG
                   MOVE XST-SMOKER TO WS-CUR-SMOKER
                   MOVE XST-SITE-CODE TO WS-CUR-SITE
           END-READ.
           IF NOT WS-CUR-FOUND THEN
               ADD 1 TO WS-CNT-NOT-SEEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-SITE-ROW.
           IF WS-CQ-HIT = 0 THEN
               EXIT PARAGRAPH
           END-IF.

      *    その年度に初めて案内した人は、まだ前後を比べられない。
           IF CES-START-FY = WS-TARGET-FY THEN
               ADD 1 TO WS-CQ-NEW(WS-CQ-HIT)
               EXIT PARAGRAPH
           END-IF.

           MOVE CES-PATIENT-ID TO XST-PATIENT-ID.
           MOVE WS-PRIOR-FY TO XST-FYEAR.
           MOVE 'N' TO WS-PRV-FOUND-FLAG.
           READ EXAM-STORE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PRV-FOUND-FLAG
                   MOVE XST-SMOKER TO WS-PRV-SMOKER
           END-READ.
           IF NOT WS-PRV-FOUND THEN
               ADD 1 TO WS-CNT-NO-PRIOR
               EXIT PARAGRAPH
           END-IF.

           IF WS-PRV-SMOKER = 1 THEN
               ADD 1 TO WS-CQ-FOLLOW(WS-CQ-HIT)
               IF WS-CUR-SMOKER NOT = 1 THEN
                   ADD 1 TO WS-CQ-QUIT(WS-CQ-HIT)
               END-IF
           ELSE
               IF WS-CUR-SMOKER = 1 THEN
                   ADD 1 TO WS-CQ-RELAPSE(WS-CQ-HIT)
               ELSE
                   ADD 1 TO WS-CQ-STAYED(WS-CQ-HIT)
               END-IF
           END-IF.

           EXIT.


       FIND-SITE-ROW.

           MOVE 0 TO WS-CQ-HIT.
           PERFORM VARYING WS-CQ-IDX FROM 1 BY 1
                   UNTIL WS-CQ-IDX > WS-CQ-CNT OR WS-CQ-HIT > 0
               IF WS-CQ-SITE(WS-CQ-IDX) = WS-CUR-SITE THEN
                   MOVE WS-CQ-IDX TO WS-CQ-HIT
               END-IF
           END-PERFORM.
           IF WS-CQ-HIT = 0 THEN
               IF WS-CQ-CNT >= 300 THEN
                   MOVE 'Y' TO WS-CQ-OVFL-FLAG
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CQ-CNT
               MOVE WS-CQ-CNT TO WS-CQ-HIT
               MOVE WS-CUR-SITE TO WS-CQ-SITE(WS-CQ-HIT)
               MOVE 0 TO WS-CQ-NEW(WS-CQ-HIT) WS-CQ-FOLLOW(WS-CQ-HIT)
                   WS-CQ-QUIT(WS-CQ-HIT) WS-CQ-STAYED(WS-CQ-HIT)
                   WS-CQ-RELAPSE(WS-CQ-HIT)
           END-IF.

           EXIT.


       SORT-BY-SITE.

           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-CQ-CNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                       UNTIL WS-SORT-J > WS-CQ-CNT - WS-SORT-I
                   IF WS-CQ-SITE(WS-SORT-J)
                           > WS-CQ-SITE(WS-SORT-J + 1) THEN
                       MOVE WS-CQ-ENTRY(WS-SORT-J) TO WS-SORT-TMP
                       MOVE WS-CQ-ENTRY(WS-SORT-J + 1)
                           TO WS-CQ-ENTRY(WS-SORT-J)
                       MOVE WS-SORT-TMP
                           TO WS-CQ-ENTRY(WS-SORT-J + 1)
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


       WRITE-RATE-REPORT.

           OPEN OUTPUT CES-RPT-FILE.
           MOVE SPACES TO CES-RPT-LINE.
           STRING "SMOKING CESSATION TRACK - QUIT RATE BY SITE  FY "
               WS-TARGET-FY "  AS OF " WS-RUN-DATE
               DELIMITED BY SIZE INTO CES-RPT-LINE.
           WRITE CES-RPT-LINE.
           MOVE SPACES TO CES-RPT-LINE.
           STRING "FOLLOWED UP = SMOKER AT THE FY " WS-PRIOR-FY
               " EXAM AND EXAMINED AGAIN IN FY " WS-TARGET-FY
               DELIMITED BY SIZE INTO CES-RPT-LINE.
           WRITE CES-RPT-LINE.
           MOVE "QUIT% = QUIT / FOLLOWED UP  (SITE = FY EXAM SITE)"
               TO CES-RPT-LINE.
           WRITE CES-RPT-LINE.
           MOVE SPACES TO CES-RPT-LINE.
           WRITE CES-RPT-LINE.
           MOVE SPACES TO CES-RPT-LINE.
           MOVE "SITE" TO CES-RPT-LINE(1:4).
           MOVE "NAME" TO CES-RPT-LINE(5:4).
           MOVE "NEW OFFER" TO CES-RPT-LINE(23:9).
           MOVE "FOLLOWED" TO CES-RPT-LINE(33:8).
           MOVE "QUIT" TO CES-RPT-LINE(45:4).
           MOVE "QUIT%" TO CES-RPT-LINE(50:5).
           MOVE "STAYED QUIT" TO CES-RPT-LINE(56:11).
           MOVE "RELAPSED" TO CES-RPT-LINE(71:8).
           WRITE CES-RPT-LINE.
           MOVE ALL "-" TO CES-RPT-LINE(1:78).
           WRITE CES-RPT-LINE.

           PERFORM VARYING WS-CQ-IDX FROM 1 BY 1
                   UNTIL WS-CQ-IDX > WS-CQ-CNT
               PERFORM WRITE-SITE-LINE
           END-PERFORM.

           MOVE ALL "-" TO CES-RPT-LINE(1:78).
           WRITE CES-RPT-LINE.
           MOVE WS-TOT-NEW     TO WS-ED-NEW.
           MOVE WS-TOT-FOLLOW  TO WS-ED-FOLLOW.
           MOVE WS-TOT-QUIT    TO WS-ED-QUIT.
           MOVE WS-TOT-STAYED  TO WS-ED-STAYED.
           MOVE WS-TOT-RELAPSE TO WS-ED-RELAPSE.
           IF WS-TOT-FOLLOW > 0 THEN
               COMPUTE WS-QUIT-PCT ROUNDED =
                   WS-TOT-QUIT * 100 / WS-TOT-FOLLOW
           ELSE
               MOVE 0 TO WS-QUIT-PCT
           END-IF.
           MOVE WS-QUIT-PCT TO WS-ED-PCT.
           MOVE SPACES TO CES-RPT-LINE.
           STRING "ALL SITES               " WS-ED-NEW "  "
               WS-ED-FOLLOW " " WS-ED-QUIT " " WS-ED-PCT "     "
               WS-ED-STAYED "     " WS-ED-RELAPSE
               DELIMITED BY SIZE INTO CES-RPT-LINE.
           WRITE CES-RPT-LINE.

           MOVE SPACES TO CES-RPT-LINE.
           WRITE CES-RPT-LINE.
           MOVE WS-CNT-NOT-SEEN TO WS-ED-CNT.
           MOVE SPACES TO CES-RPT-LINE.
           STRING "ON THE TRACK BUT NOT EXAMINED IN FY " WS-TARGET-FY
               "    : " WS-ED-CNT
               DELIMITED BY SIZE INTO CES-RPT-LINE.
           WRITE CES-RPT-LINE.
           MOVE WS-CNT-NO-PRIOR TO WS-ED-CNT.
           MOVE SPACES TO CES-RPT-LINE.
           STRING "EXAMINED BUT NO FY " WS-PRIOR-FY
               " EXAM (NOT RATED)         : " WS-ED-CNT
               DELIMITED BY SIZE INTO CES-RPT-LINE.
           WRITE CES-RPT-LINE.

           MOVE SPACES TO CES-RPT-LINE.
           WRITE CES-RPT-LINE.
           MOVE WS-CNT-TRACK TO WS-ED-CNT.
           MOVE SPACES TO CES-RPT-LINE.
           STRING "WHOLE TRACK AS OF " WS-RUN-DATE
               " (ALL YEARS)          : " WS-ED-CNT
               DELIMITED BY SIZE INTO CES-RPT-LINE.
           WRITE CES-RPT-LINE.
           MOVE WS-CNT-STS(1) TO WS-ED-CNT.
           MOVE SPACES TO CES-RPT-LINE.
           STRING "  OFFERED                              : "
               WS-ED-CNT
               DELIMITED BY SIZE INTO CES-RPT-LINE.
           WRITE CES-RPT-LINE.
           MOVE WS-CNT-STS(2) TO WS-ED-CNT.
           MOVE SPACES TO CES-RPT-LINE.
           STRING "  ACCEPTED                             : "
               WS-ED-CNT
               DELIMITED BY SIZE INTO CES-RPT-LINE.
           WRITE CES-RPT-LINE.
           MOVE WS-CNT-STS(3) TO WS-ED-CNT.
           MOVE SPACES TO CES-RPT-LINE.
           STRING "  IN TREATMENT                         : "
               WS-ED-CNT
               DELIMITED BY SIZE INTO CES-RPT-LINE.
           WRITE CES-RPT-LINE.
           MOVE WS-CNT-STS(4) TO WS-ED-CNT.
           MOVE SPACES TO CES-RPT-LINE.
           STRING "  QUIT                                 : "
               WS-ED-CNT
               DELIMITED BY SIZE INTO CES-RPT-LINE.
           WRITE CES-RPT-LINE.
           MOVE WS-CNT-STS(5) TO WS-ED-CNT.
           MOVE SPACES TO CES-RPT-LINE.
           STRING "  RELAPSED                             : "
               WS-ED-CNT
               DELIMITED BY SIZE INTO CES-RPT-LINE.
           WRITE CES-RPT-LINE.
           MOVE WS-CNT-CLINIC TO WS-ED-CNT.
           MOVE SPACES TO CES-RPT-LINE.
           STRING "  ASKED FOR A CESSATION CLINIC REFERRAL: "
               WS-ED-CNT
               DELIMITED BY SIZE INTO CES-RPT-LINE.
           WRITE CES-RPT-LINE.
           CLOSE CES-RPT-FILE.

           EXIT.


       WRITE-SITE-LINE.

           MOVE "(NOT ON SITE MASTER)" TO WS-SITE-NAME.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-CNT
               IF WS-ST-CODE(WS-ST-IDX) = WS-CQ-SITE(WS-CQ-IDX) THEN
                   MOVE WS-ST-NAME(WS-ST-IDX) TO WS-SITE-NAME
               END-IF
           END-PERFORM.

           ADD WS-CQ-NEW(WS-CQ-IDX)     TO WS-TOT-NEW.
           ADD WS-CQ-FOLLOW(WS-CQ-IDX)  TO WS-TOT-FOLLOW.
           ADD WS-CQ-QUIT(WS-CQ-IDX)    TO WS-TOT-QUIT.
           ADD WS-CQ-STAYED(WS-CQ-IDX)  TO WS-TOT-STAYED.
           ADD WS-CQ-RELAPSE(WS-CQ-IDX) TO WS-TOT-RELAPSE.
           MOVE WS-CQ-NEW(WS-CQ-IDX)     TO WS-ED-NEW.
           MOVE WS-CQ-FOLLOW(WS-CQ-IDX)  TO WS-ED-FOLLOW.
           MOVE WS-CQ-QUIT(WS-CQ-IDX)    TO WS-ED-QUIT.
           MOVE WS-CQ-STAYED(WS-CQ-IDX)  TO WS-ED-STAYED.
           MOVE WS-CQ-RELAPSE(WS-CQ-IDX) TO WS-ED-RELAPSE.
           IF WS-CQ-FOLLOW(WS-CQ-IDX) > 0 THEN
               COMPUTE WS-QUIT-PCT ROUNDED =
                   WS-CQ-QUIT(WS-CQ-IDX) * 100
                   / WS-CQ-FOLLOW(WS-CQ-IDX)
           ELSE
               MOVE 0 TO WS-QUIT-PCT
           END-IF.
           MOVE WS-QUIT-PCT TO WS-ED-PCT.

           MOVE SPACES TO CES-RPT-LINE.
           STRING WS-CQ-SITE(WS-CQ-IDX) " " WS-SITE-NAME
               WS-ED-NEW "  " WS-ED-FOLLOW " " WS-ED-QUIT " "
               WS-ED-PCT "     " WS-ED-STAYED "     " WS-ED-RELAPSE
               DELIMITED BY SIZE INTO CES-RPT-LINE.
           WRITE CES-RPT-LINE.

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

       END PROGRAM TEST260971.
