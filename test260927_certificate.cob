      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.

      *    患者マスタの氏名・住所の項目暗号 (全プログラム共通の1本)。
       COPY pii_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260927.

      * 同じ結果の2通目以降は REISSUE と明記し、初回の通し番号を
      * 参照する。発行は責任者ロール (S) に限る (訂正の
      * CHECK-WRITE-ALLOWED と同じ考え方)。
      * 証明書は登録氏名・住所を印字するので、患者マスタの暗号化した
      * 項目を復号する (鍵が無ければ発行しない)。
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT
           FUNCTION PII-LOAD-KEY
           FUNCTION PII-FIELD-CRYPT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO 'input/operators.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RF-PATIENT-ID
           ALTERNATE RECORD KEY IS RF-RUN-DATE WITH DUPLICATES
           ALTERNATE RECORD KEY IS RF-RUN-ID WITH DUPLICATES
           FILE STATUS IS WS-RF-STATUS.

           SELECT PATIENT-MASTER-IN ASSIGN TO
           05 RF-PATIENT-ID   PIC 9(9).
           05 RF-LSK-BG       PIC 9(1).
           05 RF-RUN-DATE     PIC X(8).
      *    判定根拠の内訳から冠動脈疾患リスクまで (TEST230314 参照)。
           05 RF-BREAKDOWN.
              07 FILLER       PIC X(18).
              07 RF-RUN-ID    PIC 9(6).
              07 FILLER       PIC X(1).
      *       冠動脈疾患リスク・合計点・区分。
              07 FILLER       PIC X(7).

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

       FD  SERIAL-FILE.
       01  SERIAL-REC.
       01  WS-PM-FOUND-FLAG   PIC X VALUE 'N'.
           88 WS-PM-FOUND            VALUE 'Y'.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-RF       PIC 9(3) VALUE 1.
       01  WS-LAYOUT-PMS      PIC 9(3) VALUE 2.
       COPY layout_header.
       COPY pii_ctl.

       PROCEDURE DIVISION.
       MAIN SECTION.

                   "ROLE - ENDING"
               STOP RUN
           END-IF.
           MOVE FUNCTION PII-LOAD-KEY("TEST260927") TO WS-PII-KEY.
           IF WS-PII-KEY = 0 THEN
               DISPLAY "CERTIFICATE ISSUE NEEDS THE FIELD KEY FOR "
                   "THE REGISTERED NAME - ENDING"
               STOP RUN
           END-IF.

           MOVE 0 TO FG-END.
           PERFORM ISSUE-ONE-CERT UNTIL FG-END = 1.
               DISPLAY "NO RESULT FILE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-RF-LAYOUT.
           MOVE WS-LOOKUP-ID TO RF-PATIENT-ID.
           READ RESULT-FILE
               KEY IS RF-PATIENT-ID
           MOVE 'N' TO WS-PM-FOUND-FLAG.
           OPEN INPUT PATIENT-MASTER-IN.
           IF WS-PMI-STATUS = "00" THEN
               PERFORM CHECK-PMS-LAYOUT
               MOVE 'N' TO WS-PMI-EOF-FLAG
               PERFORM UNTIL WS-PMI-EOF
                   READ PATIENT-MASTER-IN
                               MOVE PMI-NAME TO WS-PM-NAME
                               MOVE PMI-PINCODE TO WS-PM-PIN
                               MOVE PMI-COUNTRY TO WS-PM-COUNTRY
                               PERFORM UNSEAL-MASTER-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
           EXIT.


       UNSEAL-MASTER-ENTRY.

      *    証明書に印字する氏名・郵便番号・市町村を復号する。
           MOVE "D" TO WPI-MODE.
           MOVE WS-PII-KEY TO WPI-KEY.
           MOVE PMI-PATIENT-ID TO WPI-TWEAK.
           MOVE "X" TO WPI-CLASS.
           MOVE 1 TO WPI-FIELD.
           MOVE 30 TO WPI-LEN.
           MOVE WS-PM-NAME TO WPI-TEXT.
           MOVE FUNCTION PII-FIELD-CRYPT(WS-PII-IN) TO WPI-TEXT.
           MOVE WPI-TEXT TO WS-PM-NAME.
           MOVE 3 TO WPI-FIELD.
           MOVE 15 TO WPI-LEN.
           MOVE WS-PM-COUNTRY TO WPI-TEXT.
           MOVE FUNCTION PII-FIELD-CRYPT(WS-PII-IN) TO WPI-TEXT.
           MOVE WPI-TEXT TO WS-PM-COUNTRY.
           MOVE "9" TO WPI-CLASS.
           MOVE 4 TO WPI-FIELD.
           MOVE 6 TO WPI-LEN.
           MOVE WS-PM-PIN TO WPI-TEXT.
           MOVE FUNCTION PII-FIELD-CRYPT(WS-PII-IN) TO WPI-TEXT.
           MOVE WPI-TEXT(1:6) TO WS-PM-PIN.

           EXIT.


       COUNT-PRIOR-ISSUES.

      *    発行簿からこの結果 (患者 + 判定日) の既存発行数と

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

       END PROGRAM TEST260927.
