      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260950.

      *
      * MED-CLAIMS: 保険者の月次レセプト抽出の取込み。検査データの
      * 服薬フラグ (MED) が 0 でも、実際には糖尿病・高血圧の薬を
      * 調剤されている患者が保健指導に回され、あとで保険者に請求を
      * 却下されていた。ここでレセプト抽出
      *   "RCP" + 患者ID 9(9) + 疾病分類 X(4) + 薬効分類 X(3) +
      *           調剤日 9(8)
      *   "RCM" + 保険者 X(4) + 証番号 X(12) + 疾病分類 X(4) +
      *           薬効分類 X(3) + 調剤日 9(8)
      *           (証番号は被保険者証クロス・リファレンス
      *            member_xref.dat で患者IDへ読み替える)
      * を読み、患者ID+薬効分類キーの INDEXED「治療中」ファイル
      * (under_treatment.dat) に初回・最終調剤日と件数を積む。
      * 夜間バッチ (TEST230314) は判定の前にこのファイルを引き、
      * 健診時点で治療中の患者を支援の対象にせず、服薬フラグとの
      * 食い違いを claims_med_recon.dat に積む。このプログラムは
      * 取込み結果と、その食い違いの突合レポートを出す。
      * 薬効分類は DM=糖尿病 HTN=高血圧 LIP=脂質異常症 を判定に
      * 使う。それ以外の分類も記録だけはする。
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIMS-IN-FILE ASSIGN USING WS-CLI-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLI-STATUS.

           SELECT UNDER-TREAT-FILE ASSIGN TO
               'output/under_treatment.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UTR-KEY
           FILE STATUS IS WS-UTR-STATUS.

           SELECT MEMBER-XREF-FILE ASSIGN TO
               'output/member_xref.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MXR-STATUS.

      *    夜間バッチが積む食い違い (突合レポートの元)。
           SELECT CLAIMS-RECON-FILE ASSIGN TO
               'output/claims_med_recon.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CMR-STATUS.

           SELECT CLAIMS-RPT-FILE ASSIGN TO
               'output/med_claims_report.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CRP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIMS-IN-FILE.
       01  CLAIMS-IN-REC.
           03 CLI-TAG         PIC X(3).
           03 CLI-PATIENT-ID  PIC 9(9).
           03 CLI-DIAG-GROUP  PIC X(4).
           03 CLI-DRUG-CLASS  PIC X(3).
           03 CLI-DISP-DATE   PIC 9(8).
           03 FILLER          PIC X(12).
       01  CLAIMS-MEMBER-REC REDEFINES CLAIMS-IN-REC.
           03 CLM-TAG         PIC X(3).
           03 CLM-INSURER     PIC X(4).
           03 CLM-MEMBER-NO   PIC X(12).
           03 CLM-DIAG-GROUP  PIC X(4).
           03 CLM-DRUG-CLASS  PIC X(3).
           03 CLM-DISP-DATE   PIC 9(8).
           03 FILLER          PIC X(5).

       FD  UNDER-TREAT-FILE.
       01  UNDER-TREAT-REC.
           03 UTR-KEY.
              05 UTR-PATIENT-ID PIC 9(9).
              05 UTR-DRUG-CLASS PIC X(3).
           03 UTR-FIRST-DATE  PIC 9(8).
           03 UTR-LAST-DATE   PIC 9(8).
           03 UTR-DIAG-GROUP  PIC X(4).
           03 UTR-CLAIM-CNT   PIC 9(5).
           03 UTR-INSURER     PIC X(4).
           03 UTR-LOADED      PIC X(8).

       FD  MEMBER-XREF-FILE.
       01  MEMBER-XREF-REC.
           03 MXR-INSURER     PIC X(4).
           03 MXR-MEMBER-NO   PIC X(12).
           03 MXR-PATIENT-ID  PIC 9(9).
           03 MXR-EFF-FROM    PIC 9(8).
           03 MXR-EFF-TO      PIC 9(8).

       FD  CLAIMS-RECON-FILE.
       01  CLAIMS-RECON-REC.
           03 CMR-RUN-DATE    PIC X(8).
           03 CMR-PATIENT-ID  PIC 9(9).
           03 CMR-SITE-CODE   PIC 9(3).
           03 CMR-EXAM-DATE   PIC 9(8).
           03 CMR-DRUG-CLASS  PIC X(3).
           03 CMR-DIRECTION   PIC X.
           03 CMR-LAST-DATE   PIC 9(8).
           03 CMR-RUN-ID      PIC 9(6).

       FD  CLAIMS-RPT-FILE.
       01  CLAIMS-RPT-LINE    PIC X(100).

       WORKING-STORAGE SECTION.
       01  AC-VAR             PIC X(50).
       01  WS-CLI-STATUS      PIC XX.
       01  WS-UTR-STATUS      PIC XX.
       01  WS-MXR-STATUS      PIC XX.
       01  WS-CMR-STATUS      PIC XX.
       01  WS-CRP-STATUS      PIC XX.
       01  WS-CLI-PATH        PIC X(50) VALUE SPACES.
       01  WS-RUN-DATE        PIC X(8).
       01  WS-EOF-FLAG        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.

      *    証番号の読み替え表。
       01  WS-MXR-TAB.
           03 WS-MXR-ENTRY OCCURS 200 TIMES.
              05 WS-MXR-INS   PIC X(4).
              05 WS-MXR-MEMBER PIC X(12).
              05 WS-MXR-ID    PIC 9(9).
       01  WS-MXR-CNT         PIC 9(3) VALUE 0.
       01  WS-MXR-IDX         PIC 9(3) VALUE 0.
       01  WS-MXR-FOUND-ID    PIC 9(9) VALUE 0.

      *    取込み中の1件 (RCP/RCM を揃えた形)。
       01  WS-IN-PATIENT-ID   PIC 9(9) VALUE 0.
       01  WS-IN-DIAG-GROUP   PIC X(4) VALUE SPACES.
       01  WS-IN-DRUG-CLASS   PIC X(3) VALUE SPACES.
       01  WS-IN-DISP-DATE    PIC 9(8) VALUE 0.
       01  WS-IN-INSURER      PIC X(4) VALUE SPACES.

       01  WS-CNT-READ        PIC 9(6) VALUE 0.
       01  WS-CNT-LOADED      PIC 9(6) VALUE 0.
       01  WS-CNT-NEW         PIC 9(6) VALUE 0.
       01  WS-CNT-UNMAPPED    PIC 9(6) VALUE 0.
       01  WS-CNT-BAD         PIC 9(6) VALUE 0.
       01  WS-CNT-RCN-C       PIC 9(6) VALUE 0.
       01  WS-CNT-RCN-F       PIC 9(6) VALUE 0.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-MXR      PIC 9(3) VALUE 1.
       COPY layout_header.

       PROCEDURE DIVISION.
       MAIN SECTION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           DISPLAY "--- MEDICAL CLAIMS INTAKE ---".
           DISPLAY "Claims extract file "
               "(e.g. input/med_claims_hk01.dat, blank = report "
               "only)?".
           ACCEPT WS-CLI-PATH.

           OPEN OUTPUT CLAIMS-RPT-FILE.
           MOVE SPACES TO CLAIMS-RPT-LINE.
           STRING "MEDICAL CLAIMS INTAKE AND MEDICATION "
               "RECONCILIATION  RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO CLAIMS-RPT-LINE.
           WRITE CLAIMS-RPT-LINE.

           IF WS-CLI-PATH NOT = SPACES THEN
               PERFORM LOAD-MEMBER-XREF
               PERFORM LOAD-CLAIMS
           END-IF.

           PERFORM REPORT-RECONCILIATION.
           CLOSE CLAIMS-RPT-FILE.

           DISPLAY "CLAIMS: " WS-CNT-READ " READ, " WS-CNT-LOADED
               " LOADED (" WS-CNT-NEW " NEW PATIENT/CLASS), "
               WS-CNT-UNMAPPED " UNMAPPED MEMBER(S), " WS-CNT-BAD
               " INVALID".
           DISPLAY "RECONCILIATION: " WS-CNT-RCN-C
               " CLAIMS-ONLY, " WS-CNT-RCN-F " FLAG-ONLY "
               "(output/med_claims_report.txt)".

           STOP RUN.


       LOAD-MEMBER-XREF.

      *    RCM 行 (証番号キー) の読み替え用。
           OPEN INPUT MEMBER-XREF-FILE.
           IF WS-MXR-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-MXR-LAYOUT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ MEMBER-XREF-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-MXR-CNT < 200 THEN
                           ADD 1 TO WS-MXR-CNT
                           MOVE MXR-INSURER
                               TO WS-MXR-INS(WS-MXR-CNT)
                           MOVE MXR-MEMBER-NO
                               TO WS-MXR-MEMBER(WS-MXR-CNT)
                           MOVE MXR-PATIENT-ID
                               TO WS-MXR-ID(WS-MXR-CNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MEMBER-XREF-FILE.

           EXIT.


       LOAD-CLAIMS.

           OPEN INPUT CLAIMS-IN-FILE.
           IF WS-CLI-STATUS NOT = "00" THEN
               DISPLAY "CANNOT OPEN " FUNCTION TRIM(WS-CLI-PATH)
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O UNDER-TREAT-FILE.
           IF WS-UTR-STATUS NOT = "00" THEN
               OPEN OUTPUT UNDER-TREAT-FILE
               CLOSE UNDER-TREAT-FILE
               OPEN I-O UNDER-TREAT-FILE
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ CLAIMS-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       EVALUATE CLI-TAG
                           WHEN "RCP"
                               ADD 1 TO WS-CNT-READ
                               MOVE CLI-PATIENT-ID
                                   TO WS-IN-PATIENT-ID
                               MOVE CLI-DIAG-GROUP
                                   TO WS-IN-DIAG-GROUP
                               MOVE CLI-DRUG-CLASS
                                   TO WS-IN-DRUG-CLASS
                               MOVE CLI-DISP-DATE
                                   TO WS-IN-DISP-DATE
                               MOVE SPACES TO WS-IN-INSURER
                               PERFORM STORE-ONE-CLAIM
                           WHEN "RCM"
                               ADD 1 TO WS-CNT-READ
                               PERFORM MAP-MEMBER-CLAIM
                       END-EVALUATE
               END-READ
           END-PERFORM.

           CLOSE CLAIMS-IN-FILE.
           CLOSE UNDER-TREAT-FILE.

           MOVE SPACES TO CLAIMS-RPT-LINE.
           STRING "INTAKE " FUNCTION TRIM(WS-CLI-PATH) ": READ "
               WS-CNT-READ " LOADED " WS-CNT-LOADED
               " UNMAPPED " WS-CNT-UNMAPPED " INVALID " WS-CNT-BAD
               DELIMITED BY SIZE INTO CLAIMS-RPT-LINE.
           WRITE CLAIMS-RPT-LINE.

           EXIT.


       MAP-MEMBER-CLAIM.

      *    証番号で来た行を患者IDへ読み替える。読み替えられない行は
      *    数えてレポートに出す (黙って捨てない)。
           MOVE 0 TO WS-MXR-FOUND-ID.
           PERFORM VARYING WS-MXR-IDX FROM 1 BY 1
                   UNTIL WS-MXR-IDX > WS-MXR-CNT
               IF WS-MXR-INS(WS-MXR-IDX) = CLM-INSURER
                       AND WS-MXR-MEMBER(WS-MXR-IDX)
                           = CLM-MEMBER-NO THEN
                   MOVE WS-MXR-ID(WS-MXR-IDX) TO WS-MXR-FOUND-ID
               END-IF
           END-PERFORM.

           IF WS-MXR-FOUND-ID = 0 THEN
               ADD 1 TO WS-CNT-UNMAPPED
               MOVE SPACES TO CLAIMS-RPT-LINE
               STRING "NO MEMBER MAPPING: INSURER " CLM-INSURER
                   " MEMBER " CLM-MEMBER-NO " CLASS " CLM-DRUG-CLASS
                   " DISPENSED " CLM-DISP-DATE
                   DELIMITED BY SIZE INTO CLAIMS-RPT-LINE
               WRITE CLAIMS-RPT-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-MXR-FOUND-ID TO WS-IN-PATIENT-ID.
           MOVE CLM-DIAG-GROUP  TO WS-IN-DIAG-GROUP.
           MOVE CLM-DRUG-CLASS  TO WS-IN-DRUG-CLASS.
           MOVE CLM-DISP-DATE   TO WS-IN-DISP-DATE.
           MOVE CLM-INSURER     TO WS-IN-INSURER.
           PERFORM STORE-ONE-CLAIM.

           EXIT.


       STORE-ONE-CLAIM.

      *    患者ID+薬効分類の行に初回・最終調剤日と件数を積む。
           IF WS-IN-PATIENT-ID = 0
                   OR WS-IN-DRUG-CLASS = SPACES
                   OR WS-IN-DISP-DATE < 19000101 THEN
               ADD 1 TO WS-CNT-BAD
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-IN-PATIENT-ID TO UTR-PATIENT-ID.
           MOVE WS-IN-DRUG-CLASS TO UTR-DRUG-CLASS.
           READ UNDER-TREAT-FILE
               INVALID KEY
                   MOVE WS-IN-DISP-DATE  TO UTR-FIRST-DATE
                   MOVE WS-IN-DISP-DATE  TO UTR-LAST-DATE
                   MOVE WS-IN-DIAG-GROUP TO UTR-DIAG-GROUP
                   MOVE 1                TO UTR-CLAIM-CNT
                   MOVE WS-IN-INSURER    TO UTR-INSURER
                   MOVE WS-RUN-DATE      TO UTR-LOADED
                   WRITE UNDER-TREAT-REC
                   ADD 1 TO WS-CNT-NEW
                   ADD 1 TO WS-CNT-LOADED
                   EXIT PARAGRAPH
           END-READ.

           IF WS-IN-DISP-DATE < UTR-FIRST-DATE THEN
               MOVE WS-IN-DISP-DATE TO UTR-FIRST-DATE
           END-IF.
           IF WS-IN-DISP-DATE > UTR-LAST-DATE THEN
               MOVE WS-IN-DISP-DATE  TO UTR-LAST-DATE
               MOVE WS-IN-DIAG-GROUP TO UTR-DIAG-GROUP
           END-IF.
           IF UTR-CLAIM-CNT < 99999 THEN
               ADD 1 TO UTR-CLAIM-CNT
           END-IF.
           IF WS-IN-INSURER NOT = SPACES THEN
               MOVE WS-IN-INSURER TO UTR-INSURER
           END-IF.
           MOVE WS-RUN-DATE TO UTR-LOADED.
           REWRITE UNDER-TREAT-REC.
           ADD 1 TO WS-CNT-LOADED.

           EXIT.


       REPORT-RECONCILIATION.

      *    夜間バッチが判定時に見つけた、レセプトと服薬フラグの
      *    食い違いを全部並べる (担当が施設へ抽出の確認を依頼する)。
           MOVE SPACES TO CLAIMS-RPT-LINE.
           STRING "CLAIMS VS MEDICATION FLAG DISAGREEMENTS "
               "(C = CLAIMS SHOW TREATMENT, FLAG SAID NONE; "
               "F = FLAG SAID MEDICATION, NO CLAIMS)"
               DELIMITED BY SIZE INTO CLAIMS-RPT-LINE.
           WRITE CLAIMS-RPT-LINE.

           OPEN INPUT CLAIMS-RECON-FILE.
           IF WS-CMR-STATUS NOT = "00" THEN
               MOVE "  NONE RECORDED" TO CLAIMS-RPT-LINE
               WRITE CLAIMS-RPT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ CLAIMS-RECON-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF CMR-DIRECTION = "C" THEN
                           ADD 1 TO WS-CNT-RCN-C
                       ELSE
                           ADD 1 TO WS-CNT-RCN-F
                       END-IF
                       MOVE SPACES TO CLAIMS-RPT-LINE
                       STRING "  " CMR-DIRECTION " PATIENT "
                           CMR-PATIENT-ID " SITE " CMR-SITE-CODE
                           " EXAM " CMR-EXAM-DATE
                           " CLASS " CMR-DRUG-CLASS
                           " LAST DISPENSED " CMR-LAST-DATE
                           " RUN " CMR-RUN-DATE "/" CMR-RUN-ID
                           DELIMITED BY SIZE INTO CLAIMS-RPT-LINE
                       WRITE CLAIMS-RPT-LINE
               END-READ
           END-PERFORM.
           CLOSE CLAIMS-RECON-FILE.

           MOVE SPACES TO CLAIMS-RPT-LINE.
           STRING "TOTAL CLAIMS-ONLY " WS-CNT-RCN-C
               "  FLAG-ONLY " WS-CNT-RCN-F
               DELIMITED BY SIZE INTO CLAIMS-RPT-LINE.
           WRITE CLAIMS-RPT-LINE.

           EXIT.


       CHECK-MXR-LAYOUT.

      *    先頭の版見出しを読み、この FD の版と突き合わせる
      *    (食い違えば止まる)。読み進めは見出しの次の行から。
           MOVE SPACES TO WLI-HEADER.
           READ MEMBER-XREF-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE MEMBER-XREF-REC(1:28) TO WLI-HEADER
           END-READ.
           MOVE "output/member_xref.dat" TO WLI-PATH.
           MOVE "MEMBER-XREF" TO WLI-FILE-ID.
           MOVE WS-LAYOUT-MXR TO WLI-EXPECT.
           IF FUNCTION CHECK-FILE-LAYOUT(WS-LAYOUT-IN) NOT = "Y"
               STOP RUN
           END-IF.

           EXIT.

       END PROGRAM TEST260950.
