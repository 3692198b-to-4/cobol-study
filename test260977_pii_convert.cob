      *    患者マスタの氏名・住所・連絡先の項目暗号 (全プログラム共通の
      *    1本)。
       COPY pii_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260977.

      *
      * PII-CONVERT: 患者マスタの版 001 -> 002 の移行 (一度きり)。
      * 版 002 は氏名・番地・市町村・郵便番号・携帯番号・メール
      * アドレスを暗号化して持ち、行の末尾に伏せ字の氏名 (12桁) を
      * 足したもの (copybooks/pii_rules.cpy と TEST-210509-2 の
      * PATIENT-MASTER-REC を参照)。
      *   - 患者マスタ (output/patient_master.dat) は作業ファイル
      *     (output/pii_convert.tmp) へ版 002 の見出し + 暗号化した
      *     全行を写し、件数を照合してから元へ書き戻し、読み直して
      *     もう一度件数を照合する (TEST260972 と同じ手順)
      *   - 変更ジャーナル (output/master_journal.dat) の患者の行の
      *     変更前・変更後も同じ鍵で暗号化し、伏せ字の氏名を足す
      *     (マスタをこの実行で変換したときだけ。ジャーナルには
      *     見出しが無いので、マスタの版で変換済みかを判断する)
      * 鍵 (HC_FIELD_KEY) が読めなければ何もしない。見出しの無い旧
      * マスタは先に TEST260965 で版 001 を付けておくこと。既に
      * 版 002 のマスタは飛ばすので何度流してもよい。実行ロックを
      * 握ったまま行う。
      * バックアップ (TEST260936) と復元したマスタ
      * (patient_master_asof_*.dat) の古い写しは平文のまま残るので、
      * 変換のあとで運用側が入れ替える。
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION PII-LOAD-KEY
           FUNCTION PII-FIELD-CRYPT
           FUNCTION PII-NAME-MASK.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    実行ロック (TEST230314/TEST230317 と共用)。
           SELECT RUN-LOCK-FILE ASSIGN TO 'output/batch_run.lock'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

      *    マスタ・ジャーナルは1行ずつ読み、暗号化して写す。
           SELECT CNV-SEQ-FILE ASSIGN USING WS-CNV-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEQ-STATUS.

           SELECT CNV-WORK-FILE ASSIGN TO
               'output/pii_convert.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WRK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-REC.
           03 LOCK-STATE      PIC X(4).
           03 LOCK-DATE       PIC X(8).
           03 LOCK-TIME       PIC X(8).
           03 LOCK-OWNER      PIC X(25).

       FD  CNV-SEQ-FILE.
       01  CNV-SEQ-LINE       PIC X(360).

       FD  CNV-WORK-FILE.
       01  CNV-WORK-LINE      PIC X(360).

       WORKING-STORAGE SECTION.
       01  AC-VAR             PIC X(30).
       01  WS-LOCK-STATUS     PIC XX VALUE SPACES.
       01  WS-SEQ-STATUS      PIC XX VALUE SPACES.
       01  WS-WRK-STATUS      PIC XX VALUE SPACES.
       01  WS-CNV-PATH        PIC X(40) VALUE SPACES.
       01  WS-RUN-DATE        PIC X(8).
       01  WS-RUN-TIME        PIC X(8).
       01  WS-LOCK-ACQ-FLAG   PIC X VALUE 'N'.
           88 WS-LOCK-ACQUIRED       VALUE 'Y'.
       01  WS-EOF-FLAG        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.

      *    変換後の患者マスタの版 (各プログラムの WS-LAYOUT-PMS と
      *    同じ)。
       01  WS-LAYOUT-PMS      PIC 9(3) VALUE 2.

       COPY layout_header.
       COPY pii_ctl.

      *    患者マスタの1行 (TEST-210509-2 の PATIENT-MASTER-REC と
      *    同じ並び。マスタの行とジャーナルの変更前・変更後の両方に
      *    使う)。
       01  WS-SEAL-ENTRY.
           03 WS-SL-ID         PIC 9(9).
           03 WS-SL-NAME       PIC X(30).
           03 WS-SL-HOUSE      PIC 9(3).
           03 WS-SL-COUNTRY    PIC X(15).
           03 WS-SL-PIN        PIC 9(6).
           03 WS-SL-ACT        PIC X.
           03 WS-SL-CHANNEL    PIC X.
           03 WS-SL-MOBILE     PIC X(13).
           03 WS-SL-EMAIL      PIC X(40).
           03 WS-SL-HHLD       PIC X(10).
           03 WS-SL-MASK       PIC X(12).

      *    ジャーナルの1行 (TEST260959 の MASTER-JOURNAL-REC と同じ)。
       01  WS-JNL-ROW.
           03 JR-MASTER       PIC X.
           03 JR-KEY          PIC 9(9).
           03 JR-ACTION       PIC X.
           03 JR-STAMP        PIC X(16).
           03 JR-OPERATOR     PIC X(6).
           03 JR-BEFORE       PIC X(160).
           03 JR-AFTER        PIC X(160).

      *    1本ぶんの作業域。WS-CNV-KIND: M=患者マスタ J=ジャーナル。
       01  WS-CNV-KIND        PIC X VALUE SPACE.
       01  WS-CNV-NAME        PIC X(24) VALUE SPACES.
       01  WS-FOUND-HDR       PIC X(28) VALUE SPACES.
       01  WS-HDR-VERSION     PIC X(3) VALUE SPACES.
       01  WS-CNT-COPY        PIC 9(9) VALUE 0.
       01  WS-CNT-SEALED      PIC 9(9) VALUE 0.
       01  WS-CNT-VERIFY      PIC 9(9) VALUE 0.
       01  WS-CNT-BACK        PIC 9(9) VALUE 0.
       01  WS-CNT-RECOUNT     PIC 9(9) VALUE 0.
       01  WS-HDR-LINES       PIC 9 VALUE 0.
       01  WS-RESULT-TEXT     PIC X(60) VALUE SPACES.
       01  WS-GO-FLAG         PIC X VALUE 'N'.
           88 WS-GO                  VALUE 'Y'.
      *    マスタをこの実行で変換したか (ジャーナルはそのときだけ)。
       01  WS-PMS-DONE-FLAG   PIC X VALUE 'N'.
           88 WS-PMS-DONE            VALUE 'Y'.

       01  WS-CNT-DONE        PIC 9 VALUE 0.
       01  WS-CNT-SKIP        PIC 9 VALUE 0.
       01  WS-CNT-BAD         PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       MAIN SECTION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           DISPLAY "--- PATIENT MASTER FIELD ENCRYPTION ---".
           DISPLAY "ENCRYPTS NAME, ADDRESS AND CONTACT FIELDS OF THE "
               "PATIENT MASTER AND ITS CHANGE JOURNAL "
               "(LAYOUT 001 -> 002)".
           DISPLAY "RUN TEST260965 FIRST IF THE MASTER HAS NO LAYOUT "
               "HEADER. Y TO CONVERT?".
           ACCEPT AC-VAR.
           IF FUNCTION UPPER-CASE(AC-VAR(1:1)) NOT = "Y" THEN
               DISPLAY "NOTHING CONVERTED"
               STOP RUN
           END-IF.

           MOVE FUNCTION PII-LOAD-KEY("TEST260977") TO WS-PII-KEY.
           IF WS-PII-KEY = 0 THEN
               DISPLAY "NO FIELD KEY - NOTHING CONVERTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM ACQUIRE-RUN-LOCK.
           IF NOT WS-LOCK-ACQUIRED THEN
               STOP RUN
           END-IF.

           MOVE "M" TO WS-CNV-KIND.
           MOVE "patient_master.dat" TO WS-CNV-NAME.
           MOVE "output/patient_master.dat" TO WS-CNV-PATH.
           PERFORM CONVERT-ONE-FILE.

           MOVE "J" TO WS-CNV-KIND.
           MOVE "master_journal.dat" TO WS-CNV-NAME.
           MOVE "output/master_journal.dat" TO WS-CNV-PATH.
           PERFORM CONVERT-ONE-FILE.

           PERFORM RELEASE-RUN-LOCK.

           DISPLAY "CONVERSION DONE: " WS-CNT-DONE " CONVERTED, "
               WS-CNT-SKIP " SKIPPED, " WS-CNT-BAD " FAILED".
           IF WS-CNT-BAD > 0 THEN
               DISPLAY "A FAILED FILE MUST BE CONVERTED (OR RESTORED "
                   "FROM output/pii_convert.tmp) BEFORE THE NEXT "
                   "RUN"
               MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.


       ACQUIRE-RUN-LOCK.

      *    HELD のロックは夜間バッチ (または古いロックの残骸) と
      *    して断る。古いロックは窓口 (TEST230317) の L コマンドで
      *    解除してから再実行する。
           MOVE 'N' TO WS-LOCK-ACQ-FLAG.
           MOVE "Y" TO AC-VAR.
           OPEN INPUT RUN-LOCK-FILE.
           IF WS-LOCK-STATUS = "00" THEN
               READ RUN-LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LOCK-STATE = "HELD" THEN
                           MOVE "N" TO AC-VAR
                           DISPLAY "RUN LOCK IS HELD BY "
                               FUNCTION TRIM(LOCK-OWNER)
                               " SINCE " LOCK-DATE " " LOCK-TIME
                               " - CONVERSION REFUSED"
                           DISPLAY "IF THE LOCK IS STALE, RELEASE "
                               "IT WITH THE CONSOLE L COMMAND FIRST"
                       END-IF
               END-READ
               CLOSE RUN-LOCK-FILE
           END-IF.

           IF AC-VAR(1:1) = "Y" THEN
               OPEN OUTPUT RUN-LOCK-FILE
               MOVE "HELD" TO LOCK-STATE
               MOVE WS-RUN-DATE TO LOCK-DATE
               MOVE WS-RUN-TIME TO LOCK-TIME
               MOVE "TEST260977 PIICNV" TO LOCK-OWNER
               WRITE RUN-LOCK-REC
               CLOSE RUN-LOCK-FILE
               MOVE 'Y' TO WS-LOCK-ACQ-FLAG
           END-IF.

           EXIT.


       RELEASE-RUN-LOCK.

           IF WS-LOCK-ACQUIRED THEN
               OPEN OUTPUT RUN-LOCK-FILE
               MOVE "FREE" TO LOCK-STATE
               MOVE WS-RUN-DATE TO LOCK-DATE
               MOVE SPACES TO LOCK-TIME
               MOVE SPACES TO LOCK-OWNER
               WRITE RUN-LOCK-REC
               CLOSE RUN-LOCK-FILE
           END-IF.

           EXIT.


       CONVERT-ONE-FILE.

           MOVE SPACES TO WS-RESULT-TEXT.
           MOVE 0 TO WS-CNT-COPY WS-CNT-SEALED WS-CNT-VERIFY
               WS-CNT-BACK WS-CNT-RECOUNT.
      *    見出しの行数 (マスタは1行、ジャーナルは見出しなし)。
           IF WS-CNV-KIND = "M" THEN
               MOVE 1 TO WS-HDR-LINES
           ELSE
               MOVE 0 TO WS-HDR-LINES
           END-IF.

           IF WS-CNV-KIND = "M" THEN
               PERFORM CHECK-CONVERT-NEEDED
           ELSE
               PERFORM CHECK-JOURNAL-NEEDED
           END-IF.
           IF WS-GO THEN
               PERFORM COPY-TO-WORK
           END-IF.
           IF WS-GO THEN
               PERFORM COPY-BACK
           END-IF.

           DISPLAY FUNCTION TRIM(WS-CNV-NAME) ": "
               FUNCTION TRIM(WS-RESULT-TEXT).

           EXIT.


       CHECK-CONVERT-NEEDED.

      *    先頭行の見出しが版 001 なら変換する。版 002 は飛ばす。
           MOVE 'N' TO WS-GO-FLAG.
           OPEN INPUT CNV-SEQ-FILE.
           IF WS-SEQ-STATUS NOT = "00" THEN
               ADD 1 TO WS-CNT-SKIP
               MOVE "NOT ON FILE" TO WS-RESULT-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-FOUND-HDR.
           READ CNV-SEQ-FILE
               AT END
                   MOVE SPACES TO CNV-SEQ-LINE
           END-READ.
           MOVE CNV-SEQ-LINE(1:28) TO WS-FOUND-HDR.
           CLOSE CNV-SEQ-FILE.

           MOVE SPACES TO WS-HDR-VERSION.
           IF WS-FOUND-HDR(1:8) = "*LAYOUT*" THEN
               MOVE WS-FOUND-HDR(14:3) TO WS-HDR-VERSION
           END-IF.
           EVALUATE TRUE
               WHEN WS-HDR-VERSION = SPACES
                   ADD 1 TO WS-CNT-BAD
                   MOVE "NO LAYOUT HEADER - RUN TEST260965 FIRST"
                       TO WS-RESULT-TEXT
               WHEN WS-HDR-VERSION = "002"
                   ADD 1 TO WS-CNT-SKIP
                   MOVE "ALREADY LAYOUT 002" TO WS-RESULT-TEXT
               WHEN WS-HDR-VERSION NOT = "001"
                   ADD 1 TO WS-CNT-BAD
                   STRING "UNEXPECTED LAYOUT " WS-HDR-VERSION
                       " - NOT CONVERTED"
                       DELIMITED BY SIZE INTO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE 'Y' TO WS-GO-FLAG
           END-EVALUATE.

           EXIT.


       CHECK-JOURNAL-NEEDED.

      *    ジャーナルはマスタをこの実行で変換したときだけ暗号化する
      *    (版 002 のマスタを保守コンソールが直した行は暗号化済み
      *    なので、2回目の実行で二重に暗号化しない)。
           MOVE 'N' TO WS-GO-FLAG.
           IF NOT WS-PMS-DONE THEN
               ADD 1 TO WS-CNT-SKIP
               MOVE "MASTER NOT CONVERTED IN THIS RUN - LEFT AS IS"
                   TO WS-RESULT-TEXT
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CNV-SEQ-FILE.
           IF WS-SEQ-STATUS NOT = "00" THEN
               ADD 1 TO WS-CNT-SKIP
               MOVE "NOT ON FILE" TO WS-RESULT-TEXT
               EXIT PARAGRAPH
           END-IF.
           CLOSE CNV-SEQ-FILE.
           MOVE 'Y' TO WS-GO-FLAG.

           EXIT.


       COPY-TO-WORK.

      *    (マスタは版 002 の見出しに続けて) 全行を暗号化して作業
      *    ファイルへ写し、作業ファイルを読み直して件数を照合する。
      *    合わなければ元のファイルには触らない。
           MOVE 'N' TO WS-GO-FLAG.
           OPEN INPUT CNV-SEQ-FILE.
           OPEN OUTPUT CNV-WORK-FILE.
           IF WS-WRK-STATUS NOT = "00" THEN
               CLOSE CNV-SEQ-FILE
               ADD 1 TO WS-CNT-BAD
               STRING "CANNOT WRITE WORK FILE, STATUS " WS-WRK-STATUS
                   DELIMITED BY SIZE INTO WS-RESULT-TEXT
               EXIT PARAGRAPH
           END-IF.

           IF WS-CNV-KIND = "M" THEN
               READ CNV-SEQ-FILE
                   AT END
                       CONTINUE
               END-READ
               MOVE SPACES TO CNV-WORK-LINE
               MOVE WS-LAYOUT-PMS TO WLH-VERSION
               MOVE "PATIENT-MSTR" TO WLH-FILE-ID
               MOVE WS-LAYOUT-HDR TO CNV-WORK-LINE(1:28)
               WRITE CNV-WORK-LINE
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ CNV-SEQ-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE CNV-SEQ-LINE TO CNV-WORK-LINE
                       IF WS-CNV-KIND = "M" THEN
                           PERFORM SEAL-MASTER-LINE
                       ELSE
                           PERFORM SEAL-JOURNAL-LINE
                       END-IF
                       WRITE CNV-WORK-LINE
                       ADD 1 TO WS-CNT-COPY
               END-READ
           END-PERFORM.
           CLOSE CNV-SEQ-FILE.
           CLOSE CNV-WORK-FILE.

           OPEN INPUT CNV-WORK-FILE.
           IF WS-CNV-KIND = "M" THEN
               READ CNV-WORK-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ CNV-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CNT-VERIFY
               END-READ
           END-PERFORM.
           CLOSE CNV-WORK-FILE.

           IF WS-CNT-VERIFY NOT = WS-CNT-COPY THEN
               ADD 1 TO WS-CNT-BAD
               STRING "WORK FILE COUNT " WS-CNT-VERIFY " NOT "
                   WS-CNT-COPY " - LEFT AS IT WAS"
                   DELIMITED BY SIZE INTO WS-RESULT-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-GO-FLAG.

           EXIT.


       SEAL-MASTER-LINE.

      *    マスタの1行 (空行はそのまま)。
           IF CNV-WORK-LINE = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE CNV-WORK-LINE(1:140) TO WS-SEAL-ENTRY.
           PERFORM SEAL-ENTRY.
           MOVE SPACES TO CNV-WORK-LINE.
           MOVE WS-SEAL-ENTRY TO CNV-WORK-LINE(1:140).
           ADD 1 TO WS-CNT-SEALED.

           EXIT.


       SEAL-JOURNAL-LINE.

      *    ジャーナルの患者の行の変更前・変更後 (追加の変更前は空白
      *    のまま)。施設の行はそのまま。
           MOVE CNV-WORK-LINE TO WS-JNL-ROW.
           IF JR-MASTER NOT = "P" THEN
               EXIT PARAGRAPH
           END-IF.
           IF JR-BEFORE NOT = SPACES THEN
               MOVE JR-BEFORE(1:140) TO WS-SEAL-ENTRY
               PERFORM SEAL-ENTRY
               MOVE SPACES TO JR-BEFORE
               MOVE WS-SEAL-ENTRY TO JR-BEFORE(1:140)
           END-IF.
           IF JR-AFTER NOT = SPACES THEN
               MOVE JR-AFTER(1:140) TO WS-SEAL-ENTRY
               PERFORM SEAL-ENTRY
               MOVE SPACES TO JR-AFTER
               MOVE WS-SEAL-ENTRY TO JR-AFTER(1:140)
           END-IF.
           MOVE SPACES TO CNV-WORK-LINE.
           MOVE WS-JNL-ROW TO CNV-WORK-LINE.
           ADD 1 TO WS-CNT-SEALED.

           EXIT.


       SEAL-ENTRY.

      *    WS-SEAL-ENTRY の平文の行を暗号化し、伏せ字の氏名を作る
      *    (TEST-210509-2 の G10-SEAL-ENTRY と同じ項目・同じ引数)。
           MOVE FUNCTION PII-NAME-MASK(WS-SL-NAME) TO WS-SL-MASK.
           MOVE "E" TO WPI-MODE.
           MOVE WS-PII-KEY TO WPI-KEY.
           MOVE WS-SL-ID TO WPI-TWEAK.
           MOVE "X" TO WPI-CLASS.
           MOVE 1 TO WPI-FIELD.
           MOVE 30 TO WPI-LEN.
           MOVE WS-SL-NAME TO WPI-TEXT.
           MOVE FUNCTION PII-FIELD-CRYPT(WS-PII-IN) TO WPI-TEXT.
           MOVE WPI-TEXT TO WS-SL-NAME.
           MOVE "9" TO WPI-CLASS.
           MOVE 2 TO WPI-FIELD.
           MOVE 3 TO WPI-LEN.
           MOVE WS-SL-HOUSE TO WPI-TEXT.
           MOVE FUNCTION PII-FIELD-CRYPT(WS-PII-IN) TO WPI-TEXT.
           MOVE WPI-TEXT(1:3) TO WS-SL-HOUSE.
           MOVE "X" TO WPI-CLASS.
           MOVE 3 TO WPI-FIELD.
           MOVE 15 TO WPI-LEN.
           MOVE WS-SL-COUNTRY TO WPI-TEXT.
           MOVE FUNCTION PII-FIELD-CRYPT(WS-PII-IN) TO WPI-TEXT.
           MOVE WPI-TEXT TO WS-SL-COUNTRY.
           MOVE "9" TO WPI-CLASS.
           MOVE 4 TO WPI-FIELD.
           MOVE 6 TO WPI-LEN.
           MOVE WS-SL-PIN TO WPI-TEXT.
           MOVE FUNCTION PII-FIELD-CRYPT(WS-PII-IN) TO WPI-TEXT.
           MOVE WPI-TEXT(1:6) TO WS-SL-PIN.
           MOVE "X" TO WPI-CLASS.
           MOVE 5 TO WPI-FIELD.
           MOVE 13 TO WPI-LEN.
           MOVE WS-SL-MOBILE TO WPI-TEXT.
           MOVE FUNCTION PII-FIELD-CRYPT(WS-PII-IN) TO WPI-TEXT.
           MOVE WPI-TEXT TO WS-SL-MOBILE.
           MOVE 6 TO WPI-FIELD.
           MOVE 40 TO WPI-LEN.
           MOVE WS-SL-EMAIL TO WPI-TEXT.
           MOVE FUNCTION PII-FIELD-CRYPT(WS-PII-IN) TO WPI-TEXT.
           MOVE WPI-TEXT TO WS-SL-EMAIL.

           EXIT.


       COPY-BACK.

      *    作業ファイルを元へ書き戻し、読み直して件数を照合する。
      *    合わなければ作業ファイルを残したまま失敗として報告する
      *    (作業ファイルは次回の実行で上書きされる)。
           OPEN INPUT CNV-WORK-FILE.
           OPEN OUTPUT CNV-SEQ-FILE.
           IF WS-SEQ-STATUS NOT = "00" THEN
               CLOSE CNV-WORK-FILE
               ADD 1 TO WS-CNT-BAD
               MOVE "COULD NOT REWRITE - LEFT AS IT WAS"
                   TO WS-RESULT-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ CNV-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE CNV-WORK-LINE TO CNV-SEQ-LINE
                       WRITE CNV-SEQ-LINE
                       ADD 1 TO WS-CNT-BACK
               END-READ
           END-PERFORM.
           CLOSE CNV-WORK-FILE.
           CLOSE CNV-SEQ-FILE.

      *    書き戻した件数は (マスタなら) 見出しの1行を含む。
           OPEN INPUT CNV-SEQ-FILE.
           MOVE SPACES TO WS-FOUND-HDR.
           IF WS-CNV-KIND = "M" THEN
               READ CNV-SEQ-FILE
                   AT END
                       MOVE SPACES TO CNV-SEQ-LINE
               END-READ
               MOVE CNV-SEQ-LINE(1:28) TO WS-FOUND-HDR
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ CNV-SEQ-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CNT-RECOUNT
               END-READ
           END-PERFORM.
           CLOSE CNV-SEQ-FILE.

           IF WS-CNT-RECOUNT NOT = WS-CNT-COPY
                   OR WS-CNT-BACK NOT = WS-CNT-COPY + WS-HDR-LINES
                   OR (WS-CNV-KIND = "M"
                       AND WS-FOUND-HDR(14:3) NOT = "002") THEN
               ADD 1 TO WS-CNT-BAD
               STRING "RECOUNT " WS-CNT-RECOUNT " NOT " WS-CNT-COPY
                   " - RESTORE FROM WORK FILE"
                   DELIMITED BY SIZE INTO WS-RESULT-TEXT
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CNT-DONE.
           IF WS-CNV-KIND = "M" THEN
               MOVE 'Y' TO WS-PMS-DONE-FLAG
               STRING "CONVERTED TO LAYOUT 002, " WS-CNT-SEALED
                   " PATIENT(S) ENCRYPTED"
                   DELIMITED BY SIZE INTO WS-RESULT-TEXT
           ELSE
               STRING "ENCRYPTED " WS-CNT-SEALED
                   " PATIENT CHANGE(S) OF " WS-CNT-COPY
                   DELIMITED BY SIZE INTO WS-RESULT-TEXT
           END-IF.

           EXIT.
