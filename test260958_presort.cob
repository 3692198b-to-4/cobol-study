      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.

      *    患者マスタの住所の項目暗号 (全プログラム共通の1本)。
       COPY pii_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260958.

      *
      * PRESORT: 通知レターと案内名簿の郵便区分差し立て・差出票。
      * 夜間バッチのレターは世帯・患者ID順に出てくるため、毎年3月に
      * 郵便室が数千通を郵便番号順に手で並べ替えて区分郵便の割引を
      * 受けていた。ここでは
      *   - 通知レター (TEST230314 の letters.txt と封筒制御
      *     letter_pieces.dat。封筒 = 送付状つきの世帯1通)
      *   - 案内名簿 (TEST260926 の invitation_roster.txt。明細
      *     1行 = 1通。郵便番号は患者マスタから引く)
      * を封筒単位で郵便番号順に SORT し、配達区域 (郵便番号の上3桁)
      * ごとに差し立ての束へ分けて束番号を振り、束の区切り行つきの
      * 差し立て順ファイルと、区域別の束数・通数を載せた差出票
      * (output/mail_manifest_<日付>.txt) を書く。
      * 割引の条件 (郵便局との契約):
      *   1束は最大 50 通。区域に 10 通以上あれば区域束 (割引)、
      *   満たない区域と郵便番号の無いものは混載束 (通常料金)。
      *   割引の対象が全体で 2000 通に満たなければ全通が通常料金。
      * 元のファイル (letters.txt・invitation_roster.txt) は変えない
      * (TEST260946 は名簿の桁位置を読む)。
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT
           FUNCTION PII-LOAD-KEY
           FUNCTION PII-FIELD-CRYPT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LETTER-IN-FILE ASSIGN TO 'output/letters.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LTR-STATUS.

           SELECT PIECE-IN-FILE ASSIGN TO
               'output/letter_pieces.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LPC-STATUS.

           SELECT ROSTER-IN-FILE ASSIGN TO
               'output/invitation_roster.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROS-STATUS.

           SELECT PATIENT-MASTER-IN ASSIGN TO
               'output/patient_master.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PMI-STATUS.

      *    SORT 文の作業ファイル (直接 OPEN/CLOSE はしない)。
           SELECT PRESORT-WORK-FILE ASSIGN TO 'sortwk02'.

      *    SORT の GIVING 先。差し立ての3回の読み進めに使う。
           SELECT PRESORT-SORTED-FILE ASSIGN TO
               'output/presort_work.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PSS-STATUS.

      *    差し立て順の出力 (郵便物ごとにパスを変える)。
           SELECT MAIL-OUT-FILE ASSIGN USING WS-OUT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.

           SELECT MANIFEST-FILE ASSIGN USING WS-MAN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LETTER-IN-FILE.
       01  LETTER-IN-LINE     PIC X(100).

      *    封筒制御 (TEST230314 の LETTER-PIECE-REC と同じ並び)。
       FD  PIECE-IN-FILE.
       01  PIECE-IN-REC.
           03 LPC-SEQ         PIC 9(6).
           03 LPC-PINCODE     PIC 9(6).
           03 LPC-LINES       PIC 9(5).
           03 LPC-LETTERS     PIC 9(3).
           03 LPC-HH-KIND     PIC X.
           03 LPC-HOUSEHOLD   PIC X(10).

      *    名簿の明細行は "INSURER " で始まり、患者IDは 31-39 桁目
      *    (TEST260926 の ROSTER-ONE-PERSON 参照)。
       FD  ROSTER-IN-FILE.
       01  ROSTER-IN-LINE     PIC X(110).
       01  ROSTER-IN-DETAIL REDEFINES ROSTER-IN-LINE.
           03 RIN-TAG         PIC X(8).
           03 FILLER          PIC X(22).
           03 RIN-PATIENT-ID  PIC X(9).
           03 FILLER          PIC X(71).

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
           03 PMI-HOUSEHOLD-ID PIC X(10).
      *    伏せ字の氏名 (版 002 の 140 バイト行。ここでは使わないが、
      *    行の長さは主ファイルに合わせる)。
           03 FILLER          PIC X(12).

      *    並べ替えの単位は封筒: 郵便番号・封筒の通番・封筒内の行番号。
       SD  PRESORT-WORK-FILE.
       01  PRESORT-WORK-REC.
           03 PSW-PIN         PIC 9(6).
           03 PSW-PIECE       PIC 9(6).
           03 PSW-LINE        PIC 9(5).
           03 PSW-TEXT        PIC X(110).

       FD  PRESORT-SORTED-FILE.
       01  PRESORT-SORTED-REC.
           03 PSS-PIN         PIC 9(6).
           03 PSS-PIECE       PIC 9(6).
           03 PSS-LINE        PIC 9(5).
           03 PSS-TEXT        PIC X(110).

       FD  MAIL-OUT-FILE.
       01  MAIL-OUT-LINE      PIC X(110).

       FD  MANIFEST-FILE.
       01  MANIFEST-LINE      PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-LTR-STATUS      PIC XX.
       01  WS-LPC-STATUS      PIC XX.
       01  WS-ROS-STATUS      PIC XX.
       01  WS-PMI-STATUS      PIC XX.
       01  WS-PSS-STATUS      PIC XX.
       01  WS-OUT-STATUS      PIC XX.
       01  WS-MAN-STATUS      PIC XX.
       01  WS-RUN-DATE        PIC X(8).
       01  WS-OUT-PATH        PIC X(50) VALUE SPACES.
       01  WS-MAN-PATH        PIC X(50) VALUE SPACES.
       01  WS-MAIL-NAME       PIC X(24) VALUE SPACES.

      *    郵便局との契約条件 (束の上限・区域束の下限・割引の
      *    最低通数)。
       01  WS-BUNDLE-MAX      PIC 9(3) VALUE 50.
       01  WS-ZONE-MIN        PIC 9(3) VALUE 10.
       01  WS-MAILING-MIN     PIC 9(5) VALUE 2000.

       01  WS-EOF-FLAG        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
       01  WS-LTR-EOF-FLAG    PIC X VALUE 'N'.
           88 WS-LTR-EOF             VALUE 'Y'.
      *    封筒制御とレター本文の行数が合わなければ封筒の切れ目が
      *    信用できないので、差し立て順ファイルを作らない。
       01  WS-MISMATCH-FLAG   PIC X VALUE 'N'.
           88 WS-MISMATCH            VALUE 'Y'.

      *    患者マスタの郵便番号 (TEST-210509-2 の上限と同じ 500 件)。
       01  WS-PM-TAB.
           03 WS-PM-ENTRY OCCURS 500 TIMES.
              05 WS-PM-ID      PIC 9(9).
              05 WS-PM-PIN     PIC 9(6).
       01  WS-PM-CNT          PIC 9(3) VALUE 0.
       01  WS-PM-IDX          PIC 9(3) VALUE 0.
       01  WS-LOOK-ID         PIC 9(9) VALUE 0.
       01  WS-LOOK-PIN        PIC 9(6) VALUE 0.

      *    SORT への受け渡し。
       01  WS-PIECE-SEQ       PIC 9(6) VALUE 0.
       01  WS-LINE-NO         PIC 9(5) VALUE 0.

      *    配達区域 (郵便番号の上3桁 000-999) の表。添字は区域+1。
      *    区域 000 は郵便番号の無いもの (常に混載束)。
       01  WS-ZN-TAB.
           03 WS-ZN-ENTRY OCCURS 1000 TIMES.
              05 WS-ZN-PIECES  PIC 9(5).
              05 WS-ZN-QUAL    PIC X.
              05 WS-ZN-FIRST   PIC 9(4).
              05 WS-ZN-LAST    PIC 9(4).
       01  WS-ZN-IDX          PIC 9(4) VALUE 0.
       01  WS-ZONE            PIC 9(3) VALUE 0.

      *    読み進めの状態 (封筒の切れ目と束の残り)。
       01  WS-PREV-PIN        PIC 9(6) VALUE 0.
       01  WS-PREV-PIECE      PIC 9(6) VALUE 0.
       01  WS-NEW-PIECE-FLAG  PIC X VALUE 'N'.
           88 WS-NEW-PIECE           VALUE 'Y'.
       01  WS-TAKE-FLAG       PIC X VALUE 'N'.
           88 WS-TAKE                VALUE 'Y'.
       01  WS-BUNDLE-NO       PIC 9(4) VALUE 0.
       01  WS-BDL-LEFT        PIC 9(3) VALUE 0.
       01  WS-BDL-SIZE        PIC 9(3) VALUE 0.
       01  WS-POOL-LEFT       PIC 9(5) VALUE 0.
       01  WS-MIX-FIRST       PIC 9(4) VALUE 0.
       01  WS-MIX-LAST        PIC 9(4) VALUE 0.
       01  WS-PASS            PIC X VALUE SPACE.
           88 WS-PASS-ZONE           VALUE 'Z'.
           88 WS-PASS-MIXED          VALUE 'M'.

       01  WS-CNT-PIECES      PIC 9(5) VALUE 0.
       01  WS-CNT-DISCOUNT    PIC 9(5) VALUE 0.
       01  WS-CNT-FULL        PIC 9(5) VALUE 0.
       01  WS-CNT-NO-PIN      PIC 9(5) VALUE 0.
       01  WS-CNT-QUALIFY     PIC 9(5) VALUE 0.
       01  WS-BELOW-MIN-FLAG  PIC X VALUE 'N'.
           88 WS-BELOW-MIN           VALUE 'Y'.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-PMS      PIC 9(3) VALUE 2.
       COPY layout_header.
       COPY pii_ctl.

       PROCEDURE DIVISION.
       MAIN SECTION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-MAN-PATH.
           STRING "output/mail_manifest_" WS-RUN-DATE ".txt"
               DELIMITED BY SIZE INTO WS-MAN-PATH.
           OPEN OUTPUT MANIFEST-FILE.
           MOVE SPACES TO MANIFEST-LINE.
           STRING "BULK MAIL MANIFEST  " WS-RUN-DATE
               "  (BUNDLE MAX " WS-BUNDLE-MAX
               ", ZONE MIN " WS-ZONE-MIN
               ", MAILING MIN " WS-MAILING-MIN ")"
               DELIMITED BY SIZE INTO MANIFEST-LINE.
           WRITE MANIFEST-LINE.

           PERFORM LOAD-MASTER-PINS.

      *    通知レター: 封筒制御が無い (レターを出していない) 夜は
      *    何もしない。
           MOVE "NOTIFICATION LETTERS" TO WS-MAIL-NAME.
           MOVE 'N' TO WS-MISMATCH-FLAG.
           OPEN INPUT PIECE-IN-FILE.
           IF WS-LPC-STATUS NOT = "00" THEN
               MOVE SPACES TO MANIFEST-LINE
               STRING "NOTIFICATION LETTERS: NO ENVELOPE CONTROL "
                   "FILE - NOTHING TO PRESORT"
                   DELIMITED BY SIZE INTO MANIFEST-LINE
               WRITE MANIFEST-LINE
           ELSE
               CLOSE PIECE-IN-FILE
               SORT PRESORT-WORK-FILE
                   ON ASCENDING KEY PSW-PIN
                   ON ASCENDING KEY PSW-PIECE
                   ON ASCENDING KEY PSW-LINE
                   INPUT PROCEDURE IS RELEASE-LETTER-PIECES
                   GIVING PRESORT-SORTED-FILE
               MOVE "output/letters_presorted.txt" TO WS-OUT-PATH
               PERFORM PRESORT-ONE-MAILING
           END-IF.

      *    案内名簿: 明細1行を1通として同じ手順で差し立てる。
           MOVE "INVITATION ROSTER" TO WS-MAIL-NAME.
           MOVE 'N' TO WS-MISMATCH-FLAG.
           OPEN INPUT ROSTER-IN-FILE.
           IF WS-ROS-STATUS NOT = "00" THEN
               MOVE SPACES TO MANIFEST-LINE
               STRING "INVITATION ROSTER: NO ROSTER FILE - "
                   "NOTHING TO PRESORT"
                   DELIMITED BY SIZE INTO MANIFEST-LINE
               WRITE MANIFEST-LINE
           ELSE
               CLOSE ROSTER-IN-FILE
               SORT PRESORT-WORK-FILE
                   ON ASCENDING KEY PSW-PIN
                   ON ASCENDING KEY PSW-PIECE
                   ON ASCENDING KEY PSW-LINE
                   INPUT PROCEDURE IS RELEASE-ROSTER-PIECES
                   GIVING PRESORT-SORTED-FILE
               MOVE "output/invitation_roster_presorted.txt"
                   TO WS-OUT-PATH
               PERFORM PRESORT-ONE-MAILING
           END-IF.

           CLOSE MANIFEST-FILE.
           DISPLAY "PRESORT: MANIFEST WRITTEN TO "
               FUNCTION TRIM(WS-MAN-PATH).

           STOP RUN.


       LOAD-MASTER-PINS.

      *    名簿の郵便番号を引くための表。マスタが無ければ名簿は全通
      *    郵便番号なし (混載束) になる。郵便番号はマスタでは暗号化
      *    してあるので復号して積む (鍵が無ければマスタが無いのと
      *    同じ扱い)。
           MOVE 0 TO WS-PM-CNT.
           MOVE FUNCTION PII-LOAD-KEY("TEST260958") TO WS-PII-KEY.
           IF WS-PII-KEY = 0 THEN
               EXIT PARAGRAPH
           END-IF.
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
                       IF WS-PM-CNT < 500 THEN
                           ADD 1 TO WS-PM-CNT
                           MOVE PMI-PATIENT-ID TO WS-PM-ID(WS-PM-CNT)
                           MOVE "D" TO WPI-MODE
                           MOVE WS-PII-KEY TO WPI-KEY
                           MOVE PMI-PATIENT-ID TO WPI-TWEAK
                           MOVE "9" TO WPI-CLASS
                           MOVE 4 TO WPI-FIELD
                           MOVE 6 TO WPI-LEN
                           MOVE PMI-PINCODE TO WPI-TEXT
                           MOVE FUNCTION PII-FIELD-CRYPT(WS-PII-IN)
                               TO WPI-TEXT
                           MOVE WPI-TEXT(1:6) TO WS-PM-PIN(WS-PM-CNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PATIENT-MASTER-IN.

           EXIT.


       FIND-MASTER-PIN.

           MOVE 0 TO WS-LOOK-PIN.
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PM-CNT
               IF WS-PM-ID(WS-PM-IDX) = WS-LOOK-ID THEN
                   MOVE WS-PM-PIN(WS-PM-IDX) TO WS-LOOK-PIN
               END-IF
           END-PERFORM.

           EXIT.


       RELEASE-LETTER-PIECES.

      *    封筒制御の1行ごとに、レター本文からその行数ぶんを読んで
      *    封筒の郵便番号・通番をキーに SORT へ渡す。
           MOVE 0 TO WS-PIECE-SEQ.
           OPEN INPUT PIECE-IN-FILE.
           OPEN INPUT LETTER-IN-FILE.
           IF WS-LTR-STATUS NOT = "00" THEN
               MOVE 'Y' TO WS-MISMATCH-FLAG
               CLOSE PIECE-IN-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-LTR-EOF-FLAG.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ PIECE-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-PIECE-SEQ
                       MOVE 0 TO WS-LINE-NO
                       PERFORM RELEASE-LETTER-LINE LPC-LINES TIMES
               END-READ
           END-PERFORM.

      *    封筒制御のぶんを読み終えてもレター本文が残っていれば、
      *    切れ目がずれている。
           IF NOT WS-LTR-EOF THEN
               READ LETTER-IN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO WS-MISMATCH-FLAG
               END-READ
           END-IF.
           CLOSE PIECE-IN-FILE.
           CLOSE LETTER-IN-FILE.

           EXIT.


       RELEASE-LETTER-LINE.

           READ LETTER-IN-FILE
               AT END
                   MOVE 'Y' TO WS-LTR-EOF-FLAG
                   MOVE 'Y' TO WS-MISMATCH-FLAG
               NOT AT END
                   ADD 1 TO WS-LINE-NO
                   MOVE LPC-PINCODE TO PSW-PIN
                   MOVE WS-PIECE-SEQ TO PSW-PIECE
                   MOVE WS-LINE-NO TO PSW-LINE
                   MOVE LETTER-IN-LINE TO PSW-TEXT
                   RELEASE PRESORT-WORK-REC
           END-READ.

           EXIT.


       RELEASE-ROSTER-PIECES.

      *    名簿の明細行だけを1通として渡す (見出し・合計行は郵便物
      *    ではない)。郵便番号は患者マスタから引く。
           MOVE 0 TO WS-PIECE-SEQ.
           OPEN INPUT ROSTER-IN-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ ROSTER-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF RIN-TAG = "INSURER "
                               AND RIN-PATIENT-ID IS NUMERIC THEN
                           ADD 1 TO WS-PIECE-SEQ
                           MOVE RIN-PATIENT-ID TO WS-LOOK-ID
                           PERFORM FIND-MASTER-PIN
                           MOVE WS-LOOK-PIN TO PSW-PIN
                           MOVE WS-PIECE-SEQ TO PSW-PIECE
                           MOVE 1 TO PSW-LINE
                           MOVE ROSTER-IN-LINE TO PSW-TEXT
                           RELEASE PRESORT-WORK-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ROSTER-IN-FILE.

           EXIT.


       PRESORT-ONE-MAILING.

      *    並べ替え済みの作業ファイルを3回読む:
      *      1回目 区域ごとの通数を数え、割引の可否を決める
      *      2回目 割引になる区域の束を区域順に書く
      *      3回目 残り (区域の通数不足・郵便番号なし) を混載束で書く
           IF WS-MISMATCH THEN
               MOVE SPACES TO MANIFEST-LINE
               STRING FUNCTION TRIM(WS-MAIL-NAME)
                   ": LETTER FILE DOES NOT MATCH THE ENVELOPE "
                   "CONTROL - NOT PRESORTED, CHECK THE NIGHT RUN"
                   DELIMITED BY SIZE INTO MANIFEST-LINE
               WRITE MANIFEST-LINE
               DISPLAY FUNCTION TRIM(WS-MAIL-NAME)
                   ": LETTERS AND ENVELOPE CONTROL DISAGREE - "
                   "NOT PRESORTED"
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE WS-ZN-TAB.
           MOVE 0 TO WS-CNT-PIECES.
           MOVE 0 TO WS-CNT-DISCOUNT.
           MOVE 0 TO WS-CNT-FULL.
           MOVE 0 TO WS-CNT-NO-PIN.
           MOVE 0 TO WS-CNT-QUALIFY.
           MOVE 0 TO WS-BUNDLE-NO.
           MOVE 0 TO WS-MIX-FIRST.
           MOVE 0 TO WS-MIX-LAST.
           MOVE 'N' TO WS-BELOW-MIN-FLAG.

           PERFORM COUNT-ZONE-PIECES.

      *    区域 000 (郵便番号なし) は割引の対象にしない。
           PERFORM VARYING WS-ZN-IDX FROM 2 BY 1
                   UNTIL WS-ZN-IDX > 1000
               IF WS-ZN-PIECES(WS-ZN-IDX) >= WS-ZONE-MIN THEN
                   MOVE 'Y' TO WS-ZN-QUAL(WS-ZN-IDX)
                   ADD WS-ZN-PIECES(WS-ZN-IDX) TO WS-CNT-QUALIFY
               ELSE
                   MOVE 'N' TO WS-ZN-QUAL(WS-ZN-IDX)
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-ZN-QUAL(1).
           IF WS-CNT-QUALIFY < WS-MAILING-MIN THEN
               MOVE 'Y' TO WS-BELOW-MIN-FLAG
           END-IF.

           OPEN OUTPUT MAIL-OUT-FILE.
           MOVE 'Z' TO WS-PASS.
           PERFORM WRITE-BUNDLES.
           COMPUTE WS-POOL-LEFT = WS-CNT-PIECES - WS-CNT-DISCOUNT.
           IF WS-BELOW-MIN THEN
               MOVE WS-CNT-DISCOUNT TO WS-CNT-FULL
               MOVE 0 TO WS-CNT-DISCOUNT
           END-IF.
           MOVE 'M' TO WS-PASS.
           PERFORM WRITE-BUNDLES.
           CLOSE MAIL-OUT-FILE.

           PERFORM WRITE-MANIFEST-SECTION.

           DISPLAY FUNCTION TRIM(WS-MAIL-NAME) ": "
               WS-CNT-PIECES " PIECE(S) IN " WS-BUNDLE-NO
               " BUNDLE(S), " WS-CNT-DISCOUNT " AT DISCOUNT ("
               FUNCTION TRIM(WS-OUT-PATH) ")".

           EXIT.


       COUNT-ZONE-PIECES.

           MOVE 0 TO WS-PREV-PIN.
           MOVE 0 TO WS-PREV-PIECE.
           OPEN INPUT PRESORT-SORTED-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ PRESORT-SORTED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM CHECK-NEW-PIECE
                       IF WS-NEW-PIECE THEN
                           ADD 1 TO WS-CNT-PIECES
                           ADD 1 TO WS-ZN-PIECES(WS-ZN-IDX)
                           IF PSS-PIN = 0 THEN
                               ADD 1 TO WS-CNT-NO-PIN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRESORT-SORTED-FILE.

           EXIT.


       CHECK-NEW-PIECE.

      *    封筒の先頭行か (郵便番号・通番が前の行と違う)。あわせて
      *    この行の区域の添字を WS-ZN-IDX に置く。
           COMPUTE WS-ZONE = PSS-PIN / 1000.
           COMPUTE WS-ZN-IDX = WS-ZONE + 1.
           IF PSS-PIN NOT = WS-PREV-PIN
                   OR PSS-PIECE NOT = WS-PREV-PIECE THEN
               MOVE 'Y' TO WS-NEW-PIECE-FLAG
               MOVE PSS-PIN TO WS-PREV-PIN
               MOVE PSS-PIECE TO WS-PREV-PIECE
           ELSE
               MOVE 'N' TO WS-NEW-PIECE-FLAG
           END-IF.

           EXIT.


       WRITE-BUNDLES.

      *    区域束 (WS-PASS-ZONE) か混載束 (WS-PASS-MIXED) の対象の
      *    封筒だけを書き写し、束の頭に区切り行を入れる。区域束は
      *    区域ごとに 50 通ずつ区切り、混載束は残り全体を 50 通ずつ。
           MOVE 0 TO WS-PREV-PIN.
           MOVE 0 TO WS-PREV-PIECE.
           MOVE 0 TO WS-BDL-LEFT.
           OPEN INPUT PRESORT-SORTED-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ PRESORT-SORTED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM CHECK-NEW-PIECE
                       IF WS-PASS-ZONE THEN
                           MOVE WS-ZN-QUAL(WS-ZN-IDX) TO WS-TAKE-FLAG
                       ELSE
                           IF WS-ZN-QUAL(WS-ZN-IDX) = 'Y' THEN
                               MOVE 'N' TO WS-TAKE-FLAG
                           ELSE
                               MOVE 'Y' TO WS-TAKE-FLAG
                           END-IF
                       END-IF
                       IF WS-TAKE THEN
                           IF WS-NEW-PIECE THEN
                               PERFORM START-PIECE-IN-BUNDLE
                           END-IF
                           MOVE PSS-TEXT TO MAIL-OUT-LINE
                           WRITE MAIL-OUT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRESORT-SORTED-FILE.

           EXIT.


       START-PIECE-IN-BUNDLE.

      *    束が満ちていれば (または最初の封筒なら) 次の束を開く。
      *    区域束は区域の通数がちょうど束に割り切られるので、区域の
      *    変わり目では必ず前の束が満ちている。
           IF WS-BDL-LEFT = 0 THEN
               ADD 1 TO WS-BUNDLE-NO
               IF WS-PASS-ZONE THEN
                   IF WS-ZN-FIRST(WS-ZN-IDX) = 0 THEN
                       MOVE WS-ZN-PIECES(WS-ZN-IDX) TO WS-POOL-LEFT
                       MOVE WS-BUNDLE-NO TO WS-ZN-FIRST(WS-ZN-IDX)
                   END-IF
                   MOVE WS-BUNDLE-NO TO WS-ZN-LAST(WS-ZN-IDX)
               ELSE
                   IF WS-MIX-FIRST = 0 THEN
                       MOVE WS-BUNDLE-NO TO WS-MIX-FIRST
                   END-IF
                   MOVE WS-BUNDLE-NO TO WS-MIX-LAST
               END-IF
               IF WS-POOL-LEFT > WS-BUNDLE-MAX THEN
                   MOVE WS-BUNDLE-MAX TO WS-BDL-SIZE
               ELSE
                   MOVE WS-POOL-LEFT TO WS-BDL-SIZE
               END-IF
               MOVE WS-BDL-SIZE TO WS-BDL-LEFT
               MOVE SPACES TO MAIL-OUT-LINE
               IF WS-PASS-ZONE THEN
                   STRING "#### BUNDLE " WS-BUNDLE-NO
                       "  ZONE " WS-ZONE
                       "  PIECES " WS-BDL-SIZE
                       "  ZONE-SORTED ####"
                       DELIMITED BY SIZE INTO MAIL-OUT-LINE
               ELSE
                   STRING "#### BUNDLE " WS-BUNDLE-NO
                       "  ZONE MIX"
                       "  PIECES " WS-BDL-SIZE
                       "  MIXED - FULL RATE ####"
                       DELIMITED BY SIZE INTO MAIL-OUT-LINE
               END-IF
               WRITE MAIL-OUT-LINE
           END-IF.
           SUBTRACT 1 FROM WS-BDL-LEFT.
           SUBTRACT 1 FROM WS-POOL-LEFT.
           IF WS-PASS-ZONE THEN
               ADD 1 TO WS-CNT-DISCOUNT
           ELSE
               ADD 1 TO WS-CNT-FULL
           END-IF.

           EXIT.


       WRITE-MANIFEST-SECTION.

      *    差出票: 区域ごとの通数・束番号と料金区分、合計。
           MOVE SPACES TO MANIFEST-LINE.
           WRITE MANIFEST-LINE.
           MOVE SPACES TO MANIFEST-LINE.
           STRING "=== " FUNCTION TRIM(WS-MAIL-NAME)
               "  (" FUNCTION TRIM(WS-OUT-PATH) ")"
               DELIMITED BY SIZE INTO MANIFEST-LINE.
           WRITE MANIFEST-LINE.

           PERFORM VARYING WS-ZN-IDX FROM 1 BY 1
                   UNTIL WS-ZN-IDX > 1000
               IF WS-ZN-PIECES(WS-ZN-IDX) > 0 THEN
                   COMPUTE WS-ZONE = WS-ZN-IDX - 1
                   MOVE SPACES TO MANIFEST-LINE
                   EVALUATE TRUE
                       WHEN WS-ZN-QUAL(WS-ZN-IDX) = 'Y'
                               AND NOT WS-BELOW-MIN
                           STRING "ZONE " WS-ZONE
                               "  PIECES " WS-ZN-PIECES(WS-ZN-IDX)
                               "  BUNDLES " WS-ZN-FIRST(WS-ZN-IDX)
                               "-" WS-ZN-LAST(WS-ZN-IDX)
                               "  DISCOUNT"
                               DELIMITED BY SIZE INTO MANIFEST-LINE
                       WHEN WS-ZN-QUAL(WS-ZN-IDX) = 'Y'
                           STRING "ZONE " WS-ZONE
                               "  PIECES " WS-ZN-PIECES(WS-ZN-IDX)
                               "  BUNDLES " WS-ZN-FIRST(WS-ZN-IDX)
                               "-" WS-ZN-LAST(WS-ZN-IDX)
                               "  FULL RATE (MAILING BELOW MINIMUM)"
                               DELIMITED BY SIZE INTO MANIFEST-LINE
                       WHEN WS-ZN-IDX = 1
                           STRING "NO POSTCODE"
                               "  PIECES " WS-ZN-PIECES(WS-ZN-IDX)
                               "  IN MIXED BUNDLES  FULL RATE"
                               DELIMITED BY SIZE INTO MANIFEST-LINE
                       WHEN OTHER
                           STRING "ZONE " WS-ZONE
                               "  PIECES " WS-ZN-PIECES(WS-ZN-IDX)
                               "  IN MIXED BUNDLES  FULL RATE"
                               DELIMITED BY SIZE INTO MANIFEST-LINE
                   END-EVALUATE
                   WRITE MANIFEST-LINE
               END-IF
           END-PERFORM.

           IF WS-MIX-FIRST > 0 THEN
               MOVE SPACES TO MANIFEST-LINE
               STRING "MIXED BUNDLES " WS-MIX-FIRST "-" WS-MIX-LAST
                   DELIMITED BY SIZE INTO MANIFEST-LINE
               WRITE MANIFEST-LINE
           END-IF.

           MOVE SPACES TO MANIFEST-LINE.
           STRING "TOTAL PIECES      : " WS-CNT-PIECES
               "  IN " WS-BUNDLE-NO " BUNDLE(S)"
               DELIMITED BY SIZE INTO MANIFEST-LINE.
           WRITE MANIFEST-LINE.
           MOVE SPACES TO MANIFEST-LINE.
           STRING "DISCOUNT PIECES   : " WS-CNT-DISCOUNT
               DELIMITED BY SIZE INTO MANIFEST-LINE.
           WRITE MANIFEST-LINE.
           MOVE SPACES TO MANIFEST-LINE.
           STRING "FULL RATE PIECES  : " WS-CNT-FULL
               "  (OF WHICH NO POSTCODE " WS-CNT-NO-PIN ")"
               DELIMITED BY SIZE INTO MANIFEST-LINE.
           WRITE MANIFEST-LINE.
           IF WS-BELOW-MIN THEN
               MOVE SPACES TO MANIFEST-LINE
               STRING "ZONE-SORTED PIECES " WS-CNT-QUALIFY
                   " BELOW THE " WS-MAILING-MIN
                   "-PIECE MINIMUM - WHOLE MAILING AT FULL RATE"
                   DELIMITED BY SIZE INTO MANIFEST-LINE
               WRITE MANIFEST-LINE
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

       END PROGRAM TEST260958.
