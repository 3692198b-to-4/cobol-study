      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260906.

      * 入れる。実行ログには STATUS: REPRINT の1行を残す。
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-FILE ASSIGN TO 'output/test210520.txt'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RF-PATIENT-ID
           ALTERNATE RECORD KEY IS RF-RUN-DATE WITH DUPLICATES
           ALTERNATE RECORD KEY IS RF-RUN-ID WITH DUPLICATES
           FILE STATUS IS WS-RF-STATUS.

           SELECT RESULT-HIST-FILE ASSIGN TO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RHF-KEY
           ALTERNATE RECORD KEY IS RHF-SITE-FY-KEY WITH DUPLICATES
           ALTERNATE RECORD KEY IS RHF-EXAM-DATE WITH DUPLICATES
           FILE STATUS IS WS-RHF-STATUS.

           SELECT PATIENT-MASTER-IN ASSIGN TO
           05 RF-PATIENT-ID   PIC 9(9).
           05 RF-LSK-BG       PIC 9(1).
           05 RF-RUN-DATE     PIC X(8).
           05 RF-BREAKDOWN.
              07 FILLER       PIC X(18).
              07 RF-RUN-ID    PIC 9(6).
      *    メタボ判定区分 (再発行の DET 行にも載せる。拡張前の行は
      *    空欄)。
           05 RF-METSYN       PIC X.
      *    冠動脈疾患リスク・合計点・区分 (ここでは使わない)。
           05 FILLER          PIC X(7).

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
      *    世帯番号 (空白 = 世帯なし。TEST-210509-2 参照)。
           03 PMI-HOUSEHOLD-ID PIC X(10).
      *    伏せ字の氏名 (版 002。氏名から番号までは暗号化済み)。
           03 PMI-NAME-MASK   PIC X(12).

       FD  OPTOUT-FILE.
       01  OPTOUT-REC.
           03 ELG-COVER-FROM  PIC 9(8).
           03 ELG-COVER-TO    PIC 9(8).
           03 ELG-PLAN-TYPE   PIC X(2).
      *    世帯番号と事業所記号 (ここでは使わないが、行の長さは
      *    加入者ファイルに合わせる)。
           03 FILLER          PIC X(18).

       FD  INSURER-FILE.
       01  INSURER-REC.
       01  WS-ED-LSK          PIC Z9.
       01  WS-RPT-CNT-ED      PIC ZZZ,ZZ9.
       01  WS-EDI-LSK-CODE    PIC X.
      *    DET 行のメタボ判定コード (TEST230314 と同じ標準様式の
      *    区分: 1=基準該当 2=予備群該当 3=非該当。未判定は空欄)。
       01  WS-EDI-MS-CODE     PIC X.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-PMS      PIC 9(3) VALUE 2.
       01  WS-LAYOUT-RF       PIC 9(3) VALUE 1.
       01  WS-LAYOUT-RHF      PIC 9(3) VALUE 2.
       COPY layout_header.

       PROCEDURE DIVISION.
       MAIN SECTION.

           OPEN INPUT PATIENT-MASTER-IN.
           IF WS-PMI-STATUS = "00" THEN
               PERFORM CHECK-PMS-LAYOUT
               MOVE 'N' TO WS-PMI-EOF-FLAG
               PERFORM UNTIL WS-PMI-EOF
                   READ PATIENT-MASTER-IN
                               ADD 1 TO WS-PMN-CNT
                               MOVE PMI-PATIENT-ID
                                   TO WS-PMN-ID(WS-PMN-CNT)
                               MOVE PMI-NAME-MASK
                                   TO WS-PMN-NAME(WS-PMN-CNT)
                           END-IF
                   END-READ
           IF WS-RF-STATUS NOT = "00" THEN
               DISPLAY "NO RESULT FILE - NOTHING TO REGENERATE"
           ELSE
               PERFORM CHECK-RF-LAYOUT
      *        判定日の代替キーで指定日の先頭へ START し、判定日が
      *        変わったところで読むのをやめる (全件は読まない)。
               MOVE 'N' TO WS-RF-EOF-FLAG
               MOVE WS-TARGET-DATE TO RF-RUN-DATE
               START RESULT-FILE KEY IS = RF-RUN-DATE
                   INVALID KEY
                       MOVE 'Y' TO WS-RF-EOF-FLAG
               END-START
               PERFORM UNTIL WS-RF-EOF
                   READ RESULT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-RF-EOF-FLAG
                       NOT AT END
                           IF RF-RUN-DATE NOT = WS-TARGET-DATE THEN
                               MOVE 'Y' TO WS-RF-EOF-FLAG
                           ELSE
                               PERFORM REGEN-ONE-RESULT
                           END-IF
                   END-READ
                   MOVE "A" TO WS-EDI-LSK-CODE
           END-EVALUATE.
           ADD 1 TO WS-CNT-TOTAL.
           EVALUATE RF-METSYN
               WHEN "2"
                   MOVE "1" TO WS-EDI-MS-CODE
               WHEN "1"
                   MOVE "2" TO WS-EDI-MS-CODE
               WHEN "0"
                   MOVE "3" TO WS-EDI-MS-CODE
               WHEN OTHER
                   MOVE SPACE TO WS-EDI-MS-CODE
           END-EVALUATE.

      *    一覧 (氏名並記つき)。
           MOVE SPACES TO WS-PMN-NAME-OUT.
               IF WS-EDIM-HIT = 0 THEN
                   MOVE SPACES TO EDI-LINE
                   STRING "DET" RF-PATIENT-ID WS-EDI-LSK-CODE
                       RF-RUN-DATE WS-EDI-MS-CODE
                       DELIMITED BY SIZE INTO EDI-LINE
                   WRITE EDI-LINE
                   ADD 1 TO WS-CNT-EDI
                       WS-EDIM-DET(WS-EDIM-HIT,
                           WS-EDIM-CNT(WS-EDIM-HIT))
                   STRING "DET" RF-PATIENT-ID WS-EDI-LSK-CODE
                       RF-RUN-DATE WS-EDI-MS-CODE
                       DELIMITED BY SIZE INTO
                       WS-EDIM-DET(WS-EDIM-HIT,
                           WS-EDIM-CNT(WS-EDIM-HIT))
      *    施設つき) から拾える。
           OPEN INPUT RESULT-HIST-FILE.
           IF WS-RHF-STATUS = "00" THEN
               PERFORM CHECK-RHF-LAYOUT
               MOVE 'N' TO WS-RHF-EOF-FLAG
               PERFORM UNTIL WS-RHF-EOF
                   READ RESULT-HIST-FILE NEXT RECORD

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

       END PROGRAM TEST260906.
