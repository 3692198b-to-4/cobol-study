      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260926.

      *   - 資格マスタ: 来年度に資格期間がかかる人 (対象者)
      *   - 経年履歴:   当年度の受診有無・施設・健診月・生年月日
      *   - 患者マスタ: 無効化済み (I) の人は外す
      *   - 移行登録簿: 75歳到達で広域連合へ引き継いだ人 (TEST260952)
      *     は外す
      * から機械で組む。来年度中に40歳になり初めて対象に入る人には
      * FIRST-TIME の印を付ける。月別見込みは「今年受診した月に
      * 来年も受診する」前提で数え、受診歴の無い人は UNSCHEDULED に
      * 束ねる (夜間バッチの時間枠と面談要員の計画用)。
      * 受診券は TEST260946 がこの名簿から発行する (明細行の桁位置を
      * 変えるときは TEST260946 の読み取り位置も合わせること)。
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELIGIBILITY-FILE ASSIGN TO 'input/eligibility.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RHF-KEY
           ALTERNATE RECORD KEY IS RHF-SITE-FY-KEY WITH DUPLICATES
           ALTERNATE RECORD KEY IS RHF-EXAM-DATE WITH DUPLICATES
           FILE STATUS IS WS-RHF-STATUS.

           SELECT PATIENT-MASTER-IN ASSIGN TO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PST-STATUS.

      *    75歳到達で広域連合へ引き継いだ人の登録簿。
           SELECT TRANSITION-FILE ASSIGN TO
               'output/age75_transitions.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGT-STATUS.

           SELECT ROSTER-FILE ASSIGN TO
               'output/invitation_roster.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           03 ELG-COVER-FROM  PIC 9(8).
           03 ELG-COVER-TO    PIC 9(8).
           03 ELG-PLAN-TYPE   PIC X(2).
      *    世帯番号と事業所記号 (ここでは使わないが、行の長さは
      *    加入者ファイルに合わせる)。
           03 FILLER          PIC X(18).

       FD  RESULT-HIST-FILE.
       01  RESULT-HIST-REC.
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

       FD  PATIENT-MASTER-IN.
       01  PATIENT-MASTER-IN-REC.
           03 PMI-COUNTRY     PIC X(15).
           03 PMI-PINCODE     PIC 9(6).
           03 PMI-ACTIVE      PIC X.
      *    連絡手段の希望・携帯番号・メール (TEST-210509-2 参照)。
           03 PMI-CHANNEL     PIC X.
           03 PMI-MOBILE      PIC X(13).
           03 PMI-EMAIL       PIC X(40).
      *    世帯番号と伏せ字の氏名 (版 002 の 140 バイト行。ここでは
      *    使わないが、行の長さは主ファイルに合わせる)。
           03 FILLER          PIC X(22).

       FD  PATIENT-STATUS-FILE.
       01  PATIENT-STATUS-REC.
           03 PST-ENTERED-BY  PIC X(6).
           03 PST-ENTRY-DATE  PIC X(8).

       FD  TRANSITION-FILE.
       01  TRANSITION-REC.
           03 AGT-PATIENT-ID  PIC 9(9).
      *    生年月日・資格取得日・引継ぎファイルなど (TEST260952 参照)。
           03 FILLER          PIC X(83).

       FD  ROSTER-FILE.
       01  ROSTER-LINE        PIC X(110).

       01  WS-EX-IDX          PIC 9(3) VALUE 0.
       01  WS-EX-HIT          PIC 9(3) VALUE 0.

      *    75歳到達で引き継いだ患者の集合。
       01  WS-AGT-STATUS      PIC XX.
       01  WS-AGT-EOF-FLAG    PIC X VALUE 'N'.
           88 WS-AGT-EOF             VALUE 'Y'.
       01  WS-AGT-TAB.
           03 WS-AGT-ID OCCURS 2000 TIMES PIC 9(9).
       01  WS-AGT-CNT         PIC 9(4) VALUE 0.
       01  WS-AGT-IDX         PIC 9(4) VALUE 0.
       01  WS-AGT-HIT         PIC 9(4) VALUE 0.
       01  WS-CNT-AGED-OUT    PIC 9(5) VALUE 0.

       01  WS-CNT-ROSTER      PIC 9(5) VALUE 0.
       01  WS-CNT-FIRST40     PIC 9(5) VALUE 0.
       01  WS-AGE-NEXT        PIC S9(3) VALUE 0.
       01  WS-DOB-YYYY        PIC 9(4) VALUE 0.
       01  WS-FIRST-FLAG      PIC X VALUE 'N'.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-RHF      PIC 9(3) VALUE 2.
       01  WS-LAYOUT-PMS      PIC 9(3) VALUE 2.
       COPY layout_header.

       PROCEDURE DIVISION.
       MAIN SECTION.

           PERFORM LOAD-HISTORY-SUMMARY.
           PERFORM LOAD-INACTIVE-SET.
           PERFORM LOAD-STATUS-EXCLUSIONS.
           PERFORM LOAD-TRANSITIONS.

           OPEN OUTPUT ROSTER-FILE.
           MOVE SPACES TO ROSTER-LINE.
               "  OF WHICH ENTERING SCOPE AT 40: " WS-CNT-FIRST40
               DELIMITED BY SIZE INTO ROSTER-LINE.
           WRITE ROSTER-LINE.
           MOVE SPACES TO ROSTER-LINE.
           STRING "NOT INVITED - HANDED OVER AT 75: "
               WS-CNT-AGED-OUT
               DELIMITED BY SIZE INTO ROSTER-LINE.
           WRITE ROSTER-LINE.
           CLOSE ROSTER-FILE.

           PERFORM WRITE-FORECAST.
           IF WS-RHF-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-RHF-LAYOUT.
           MOVE 'N' TO WS-RHF-EOF-FLAG.
           PERFORM UNTIL WS-RHF-EOF
               READ RESULT-HIST-FILE NEXT RECORD
           IF WS-PMI-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-PMS-LAYOUT.
           MOVE 'N' TO WS-PMI-EOF-FLAG.
           PERFORM UNTIL WS-PMI-EOF
               READ PATIENT-MASTER-IN
           EXIT.


       LOAD-TRANSITIONS.

      *    75歳到達で広域連合へ引き継いだ人 (TEST260952 の登録簿)。
           OPEN INPUT TRANSITION-FILE.
           IF WS-AGT-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-AGT-EOF-FLAG.
           PERFORM UNTIL WS-AGT-EOF
               READ TRANSITION-FILE
                   AT END
                       MOVE 'Y' TO WS-AGT-EOF-FLAG
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


       ROSTER-ONE-PERSON.

      *    死亡・転出のステータスが立っている人は案内しない。
               EXIT PARAGRAPH
           END-IF.

      *    75歳到達で引き継いだ人は当方の対象ではない。
           MOVE 0 TO WS-AGT-HIT.
           PERFORM VARYING WS-AGT-IDX FROM 1 BY 1
                   UNTIL WS-AGT-IDX > WS-AGT-CNT
               IF WS-AGT-ID(WS-AGT-IDX) = ELG-PATIENT-ID THEN
                   MOVE WS-AGT-IDX TO WS-AGT-HIT
               END-IF
           END-PERFORM.
           IF WS-AGT-HIT > 0 THEN
               ADD 1 TO WS-CNT-AGED-OUT
               EXIT PARAGRAPH
           END-IF.

      *    無効化済みは外す。
           MOVE 0 TO WS-IN-HIT.
           PERFORM VARYING WS-IN-IDX FROM 1 BY 1

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

       END PROGRAM TEST260926.
