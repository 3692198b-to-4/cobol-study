       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260970.

      *
      * EMPLOYER-INTAKE: 事業者健診 (職場の定期健康診断) の結果の
      * 取込。加入者の多くは勤め先の法定健診で同じ項目を受けていて
      * クリニックには来ないが、その結果は保険者に紙か CSV で届く
      * だけで、法定報告 (TEST260920) では「未受診」に数えられて
      * いた。ここでは事業者健診の CSV (紙で届いた分も窓口で同じ
      * 並びに打ち込む) を1行ずつ標準の PATIENT-REC の並びへ組み
      * 替え、施設の独自レイアウト取込と同じ取込コントロール
      * (input/intake_control.dat) の経路で夜間バッチ (TEST230314)
      * に渡す。検証・判定・経年履歴・計測値ストアへの記録は
      * クリニックの健診と同じで、法定報告では実施済みに数える。
      * 出どころの目印は予約の施設コード 900 (事業者健診) で、
      * 夜間バッチはこの施設の分を精算フィードに載せず (クリニック
      * に払わない)、健診費用の請求 (TEST260947) も請求しない。
      * CSV の並び (カンマ区切り、先頭が数字でない行は見出しとして
      * 読み飛ばす):
      *    1 患者ID          2 事業所記号      3 健診日 (YYYYMMDD)
      *    4 生年月日        5 性別 (1/2)      6 身長 (cm)
      *    7 体重 (kg)       8 腹囲 (cm)       9 収縮期血圧
      *   10 拡張期血圧     11 空腹時血糖     12 随時血糖
      *   13 食後経過時間   14 HbA1c (%)      15 中性脂肪
      *   16 HDL            17 LDL            18 喫煙 (1=吸う)
      * 事業者健診には特定健診の質問票が無いため、服薬3区分は
      * 「不明」(9) で渡す (問診票やレセプトが後から届けば夜間
      * バッチの突合で補正される)。空欄の検査値は 0 (欠測) のまま
      * 渡し、夜間バッチの欠測チェックに拾わせる。食後経過時間が
      * 空欄で空腹時血糖だけがあれば空腹時採血 (10時間) とみなす。
      * 喫煙が空欄の行は「吸わない」として渡し、件数を報告する。
      * 患者ID・健診日・生年月日・性別が読めない行や、桁に収まら
      * ない値のある行は渡さず、理由を取込報告に出す。
      * 組み替えた行はアップロード (output/employer_upload.dat、
      * HDR/TRL つき) に積む。夜間バッチが取り込むまでは前回分を
      * 残して後ろに足し、取り込んだ後は夜間バッチが空のバッチに
      * 戻す。取込コントロールに施設 900 の行が無ければ足す。
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYER-CSV-FILE ASSIGN TO
               'input/employer_checkup.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CSV-STATUS.

           SELECT EMPLOYER-UPLOAD-FILE ASSIGN TO
               'output/employer_upload.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EUP-STATUS.

      *    取込コントロール (TEST230314 と共用)。
           SELECT INTAKE-CONTROL-FILE ASSIGN TO
               'input/intake_control.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IKC-STATUS.

           SELECT INTAKE-RPT-FILE ASSIGN TO
               'output/employer_intake_report.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYER-CSV-FILE.
       01  EMPLOYER-CSV-LINE  PIC X(200).

      *    標準の PATIENT-REC (TEST230314 参照) と同じ並び。
       FD  EMPLOYER-UPLOAD-FILE.
       01  EMPLOYER-UPLOAD-REC.
           03 EU-PATIENT-ID   PIC 9(9).
           03 EU-DOB          PIC 9(8).
           03 EU-SEX          PIC 9.
           03 EU-EXAM-DATE    PIC 9(8).
           03 EU-FST          PIC 9(3).
           03 EU-NFS          PIC 9(3).
           03 EU-FAST-HOURS   PIC 9(2).
           03 EU-HBA1C        PIC 9V99.
           03 EU-MED-DM       PIC 9.
           03 EU-MED-HTN      PIC 9.
           03 EU-MED-LIP      PIC 9.
           03 EU-SBP          PIC 9(3).
           03 EU-DBP          PIC 9(3).
           03 EU-LDL          PIC 9(3).
           03 EU-HDL          PIC 9(3).
           03 EU-TG           PIC 9(3).
           03 EU-SMOKER       PIC 9.
           03 EU-HEIGHT       PIC 9(3)V9.
           03 EU-WEIGHT       PIC 9(3)V9.
           03 EU-WAIST        PIC 9(3)V9.
           03 EU-SITE-CODE    PIC 9(3).
           03 EU-VOUCHER-NO   PIC X(9).
       01  EMPLOYER-UPLOAD-LINE PIC X(80).

       FD  INTAKE-CONTROL-FILE.
       01  INTAKE-CONTROL-REC.
           03 IC-SITE-CODE    PIC 9(3).
           03 IC-POS          PIC 9(3) OCCURS 20 TIMES.
           03 IC-FILE-PATH    PIC X(40).

       FD  INTAKE-RPT-FILE.
       01  INTAKE-RPT-LINE    PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-CSV-STATUS      PIC XX.
       01  WS-EUP-STATUS      PIC XX.
       01  WS-IKC-STATUS      PIC XX.
       01  WS-RPT-STATUS      PIC XX.
       01  WS-RUN-DATE        PIC X(8).
       01  WS-EOF-FLAG        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.

      *    事業者健診の取込に当てる予約の施設コード (TEST230314 の
      *    WS-EMPLOYER-SITE と同じ値)。
       01  WS-EMPLOYER-SITE   PIC 9(3) VALUE 900.
       01  WS-UPLOAD-PATH     PIC X(40)
               VALUE "output/employer_upload.dat".
      *    アップロードは標準の並びそのままなので、取込コントロール
      *    の開始桁は標準レコードの開始桁と同じ。
       01  WS-IDENTITY-POS.
           03 FILLER PIC X(30) VALUE "001010018019027030033035038039".
           03 FILLER PIC X(30) VALUE "040041044047050053056057061065".
       01  WS-IKC-HAVE-FLAG   PIC X VALUE 'N'.
           88 WS-IKC-HAVE            VALUE 'Y'.

      *    まだ夜間バッチに取り込まれていない前回までの明細。
       01  WS-PEND-TAB.
           03 WS-PEND-LINE OCCURS 5000 TIMES PIC X(80).
       01  WS-PEND-CNT        PIC 9(4) VALUE 0.
       01  WS-PEND-IDX        PIC 9(4) VALUE 0.

      *    アップロードのトレーラー (TEST230314 の検証と同じ固定桁)。
       01  WS-TRL-LINE.
           03 WS-TRL-TAG      PIC X(3) VALUE "TRL".
           03 WS-TRL-COUNT    PIC 9(7) VALUE 0.
           03 WS-TRL-HASH     PIC 9(12) VALUE 0.
           03 FILLER          PIC X(58) VALUE SPACES.
       01  WS-TRL-IN REDEFINES WS-TRL-LINE PIC X(80).

      *    CSV 1行の分解結果。
       01  WS-CSV-FLD-TAB.
           03 WS-CSV-FLD OCCURS 18 TIMES PIC X(12).
       01  WS-CSV-NO          PIC 9(2) VALUE 0.
       01  WS-LINE-NO         PIC 9(6) VALUE 0.
       01  WS-EMP-CODE        PIC X(8) VALUE SPACES.

      *    1項目の数値の読み取り。
       01  WS-FLD-WORK        PIC X(12) VALUE SPACES.
       01  WS-FLD-DIGITS      PIC 9(2) VALUE 0.
       01  WS-FLD-DOTS        PIC 9(2) VALUE 0.
       01  WS-FLD-SPACES      PIC 9(2) VALUE 0.
       01  WS-FLD-VAL         PIC 9(9)V99 VALUE 0.
       01  WS-FLD-LIMIT       PIC 9(9)V99 VALUE 0.
       01  WS-FLD-STATE       PIC X VALUE SPACE.
           88 WS-FLD-OK              VALUE "K".
           88 WS-FLD-BLANK           VALUE "B".
           88 WS-FLD-BAD             VALUE "X".
       01  WS-REJECT-TEXT     PIC X(60) VALUE SPACES.
       01  WS-ED-COL          PIC Z9.

       01  WS-CNT-READ        PIC 9(6) VALUE 0.
       01  WS-CNT-TAKEN       PIC 9(6) VALUE 0.
       01  WS-CNT-REJECTED    PIC 9(6) VALUE 0.
       01  WS-CNT-NO-SMOKE    PIC 9(6) VALUE 0.
       01  WS-CNT-QUEUED      PIC 9(6) VALUE 0.
       01  WS-PEND-HIT        PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN SECTION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY "--- EMPLOYER CHECKUP INTAKE ---".

           OPEN INPUT EMPLOYER-CSV-FILE.
           IF WS-CSV-STATUS NOT = "00" THEN
               DISPLAY "NO EMPLOYER CHECKUP FILE "
                   "(input/employer_checkup.csv) - NOTHING TO CONVERT"
               STOP RUN
           END-IF.

           PERFORM LOAD-PENDING-UPLOAD.

           OPEN OUTPUT EMPLOYER-UPLOAD-FILE.
           MOVE SPACES TO EMPLOYER-UPLOAD-LINE.
           STRING "HDR" WS-RUN-DATE
               DELIMITED BY SIZE INTO EMPLOYER-UPLOAD-LINE.
           WRITE EMPLOYER-UPLOAD-LINE.
           MOVE 0 TO WS-TRL-COUNT.
           MOVE 0 TO WS-TRL-HASH.
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-PEND-CNT
               MOVE WS-PEND-LINE(WS-PEND-IDX) TO EMPLOYER-UPLOAD-LINE
               WRITE EMPLOYER-UPLOAD-LINE
               PERFORM ADD-TRAILER-TOTALS
           END-PERFORM.

           OPEN OUTPUT INTAKE-RPT-FILE.
           MOVE SPACES TO INTAKE-RPT-LINE.
           STRING "EMPLOYER CHECKUP INTAKE  RUN " WS-RUN-DATE
               "  SITE CODE " WS-EMPLOYER-SITE
               DELIMITED BY SIZE INTO INTAKE-RPT-LINE.
           WRITE INTAKE-RPT-LINE.

           MOVE 0 TO WS-LINE-NO.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ EMPLOYER-CSV-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       IF EMPLOYER-CSV-LINE(1:1) IS NUMERIC THEN
                           ADD 1 TO WS-CNT-READ
                           PERFORM CONVERT-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMPLOYER-CSV-FILE.

           WRITE EMPLOYER-UPLOAD-LINE FROM WS-TRL-IN.
           CLOSE EMPLOYER-UPLOAD-FILE.

           PERFORM REGISTER-INTAKE-CONTROL.

           MOVE SPACES TO INTAKE-RPT-LINE.
           STRING "LINES READ " WS-CNT-READ
               " = PASSED TO THE NIGHTLY RUN " WS-CNT-TAKEN
               " + REJECTED " WS-CNT-REJECTED
               " + ALREADY QUEUED " WS-CNT-QUEUED
               DELIMITED BY SIZE INTO INTAKE-RPT-LINE.
           WRITE INTAKE-RPT-LINE.
           MOVE SPACES TO INTAKE-RPT-LINE.
           STRING "SMOKING NOT RECORDED (PASSED AS NON-SMOKER): "
               WS-CNT-NO-SMOKE
               DELIMITED BY SIZE INTO INTAKE-RPT-LINE.
           WRITE INTAKE-RPT-LINE.
           MOVE SPACES TO INTAKE-RPT-LINE.
           STRING "AWAITING THE NIGHTLY RUN: " WS-TRL-COUNT
               " RECORD(S) IN " FUNCTION TRIM(WS-UPLOAD-PATH)
               " (" WS-PEND-CNT " FROM EARLIER RUNS)"
               DELIMITED BY SIZE INTO INTAKE-RPT-LINE.
           WRITE INTAKE-RPT-LINE.
           CLOSE INTAKE-RPT-FILE.

           DISPLAY "EMPLOYER CHECKUP INTAKE: " WS-CNT-TAKEN
               " RECORD(S) QUEUED, " WS-CNT-REJECTED " REJECTED, "
               WS-TRL-COUNT " AWAITING THE NIGHTLY RUN".
           IF WS-CNT-REJECTED > 0 THEN
               DISPLAY "SEE output/employer_intake_report.txt FOR "
                   "THE REJECTED LINES"
           END-IF.

           STOP RUN.


       LOAD-PENDING-UPLOAD.

      *    夜間バッチがまだ取り込んでいない前回までの明細を読む
      *    (取り込み済みなら HDR と空の TRL だけが残っている)。
      *    表に収まらなければ、前回分を落とさないよう何もせず止める。
           MOVE 0 TO WS-PEND-CNT.
           OPEN INPUT EMPLOYER-UPLOAD-FILE.
           IF WS-EUP-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ EMPLOYER-UPLOAD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF EMPLOYER-UPLOAD-LINE(1:3) NOT = "HDR"
                               AND EMPLOYER-UPLOAD-LINE(1:3)
                                   NOT = "TRL"
                               AND EMPLOYER-UPLOAD-LINE NOT = SPACES
                               THEN
                           IF WS-PEND-CNT >= 5000 THEN
                               DISPLAY "PENDING EMPLOYER UPLOAD "
                                   "OVERFLOWS THE TABLE (5000) - RUN "
                                   "THE NIGHTLY BATCH FIRST; NOTHING "
                                   "CONVERTED"
                               CLOSE EMPLOYER-UPLOAD-FILE
                               CLOSE EMPLOYER-CSV-FILE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-PEND-CNT
                           MOVE EMPLOYER-UPLOAD-LINE
                               TO WS-PEND-LINE(WS-PEND-CNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMPLOYER-UPLOAD-FILE.
           IF WS-PEND-CNT > 0 THEN
               DISPLAY WS-PEND-CNT " RECORD(S) FROM AN EARLIER RUN "
                   "NOT YET TAKEN IN - NEW RECORDS ARE ADDED AFTER "
                   "THEM"
           END-IF.

           EXIT.


       ADD-TRAILER-TOTALS.

      *    書いた明細1行を TRL の件数と患者IDハッシュ合計に足す。
           ADD 1 TO WS-TRL-COUNT.
           ADD EU-PATIENT-ID TO WS-TRL-HASH.

           EXIT.


       CONVERT-ONE-LINE.

      *    CSV 1行を分解し、標準の並びに組み替えて積む。
           MOVE SPACES TO WS-CSV-FLD-TAB.
           UNSTRING EMPLOYER-CSV-LINE DELIMITED BY ","
               INTO WS-CSV-FLD(1)  WS-CSV-FLD(2)  WS-CSV-FLD(3)
                    WS-CSV-FLD(4)  WS-CSV-FLD(5)  WS-CSV-FLD(6)
                    WS-CSV-FLD(7)  WS-CSV-FLD(8)  WS-CSV-FLD(9)
                    WS-CSV-FLD(10) WS-CSV-FLD(11) WS-CSV-FLD(12)
                    WS-CSV-FLD(13) WS-CSV-FLD(14) WS-CSV-FLD(15)
                    WS-CSV-FLD(16) WS-CSV-FLD(17) WS-CSV-FLD(18)
           END-UNSTRING.
           MOVE WS-CSV-FLD(2) TO WS-EMP-CODE.
           MOVE SPACES TO WS-REJECT-TEXT.
           MOVE SPACES TO EMPLOYER-UPLOAD-LINE.

      *    必須項目 (患者ID・健診日・生年月日・性別)。
           MOVE 1 TO WS-CSV-NO.
           MOVE 999999999 TO WS-FLD-LIMIT.
           PERFORM READ-REQUIRED-FIELD.
           MOVE WS-FLD-VAL TO EU-PATIENT-ID.
           MOVE 3 TO WS-CSV-NO.
           MOVE 99999999 TO WS-FLD-LIMIT.
           PERFORM READ-REQUIRED-FIELD.
           MOVE WS-FLD-VAL TO EU-EXAM-DATE.
           MOVE 4 TO WS-CSV-NO.
           PERFORM READ-REQUIRED-FIELD.
           MOVE WS-FLD-VAL TO EU-DOB.
           MOVE 5 TO WS-CSV-NO.
           MOVE 9 TO WS-FLD-LIMIT.
           PERFORM READ-REQUIRED-FIELD.
           MOVE WS-FLD-VAL TO EU-SEX.

      *    計測値 (空欄は 0 = 欠測のまま)。
           MOVE 6 TO WS-CSV-NO.
           MOVE 999.9 TO WS-FLD-LIMIT.
           PERFORM READ-OPTIONAL-FIELD.
           COMPUTE EU-HEIGHT ROUNDED = WS-FLD-VAL.
           MOVE 7 TO WS-CSV-NO.
           PERFORM READ-OPTIONAL-FIELD.
           COMPUTE EU-WEIGHT ROUNDED = WS-FLD-VAL.
           MOVE 8 TO WS-CSV-NO.
           PERFORM READ-OPTIONAL-FIELD.
           COMPUTE EU-WAIST ROUNDED = WS-FLD-VAL.
           MOVE 999 TO WS-FLD-LIMIT.
           MOVE 9 TO WS-CSV-NO.
           PERFORM READ-OPTIONAL-FIELD.
           MOVE WS-FLD-VAL TO EU-SBP.
           MOVE 10 TO WS-CSV-NO.
           PERFORM READ-OPTIONAL-FIELD.
           MOVE WS-FLD-VAL TO EU-DBP.
           MOVE 11 TO WS-CSV-NO.
           PERFORM READ-OPTIONAL-FIELD.
           MOVE WS-FLD-VAL TO EU-FST.
           MOVE 12 TO WS-CSV-NO.
           PERFORM READ-OPTIONAL-FIELD.
           MOVE WS-FLD-VAL TO EU-NFS.
           MOVE 13 TO WS-CSV-NO.
           MOVE 99 TO WS-FLD-LIMIT.
           PERFORM READ-OPTIONAL-FIELD.
           MOVE WS-FLD-VAL TO EU-FAST-HOURS.
           IF WS-FLD-BLANK AND EU-FST > 0 AND EU-NFS = 0 THEN
               MOVE 10 TO EU-FAST-HOURS
           END-IF.
           MOVE 14 TO WS-CSV-NO.
           MOVE 9.99 TO WS-FLD-LIMIT.
           PERFORM READ-OPTIONAL-FIELD.
           COMPUTE EU-HBA1C ROUNDED = WS-FLD-VAL.
           MOVE 999 TO WS-FLD-LIMIT.
           MOVE 15 TO WS-CSV-NO.
           PERFORM READ-OPTIONAL-FIELD.
           MOVE WS-FLD-VAL TO EU-TG.
           MOVE 16 TO WS-CSV-NO.
           PERFORM READ-OPTIONAL-FIELD.
           MOVE WS-FLD-VAL TO EU-HDL.
           MOVE 17 TO WS-CSV-NO.
           PERFORM READ-OPTIONAL-FIELD.
           MOVE WS-FLD-VAL TO EU-LDL.
           MOVE 18 TO WS-CSV-NO.
           MOVE 9 TO WS-FLD-LIMIT.
           PERFORM READ-OPTIONAL-FIELD.
           IF WS-FLD-VAL = 1 THEN
               MOVE 1 TO EU-SMOKER
           ELSE
               MOVE 0 TO EU-SMOKER
           END-IF.

           IF WS-REJECT-TEXT NOT = SPACES THEN
               ADD 1 TO WS-CNT-REJECTED
               MOVE SPACES TO INTAKE-RPT-LINE
               STRING "LINE " WS-LINE-NO " EMPLOYER " WS-EMP-CODE
                   " REJECTED: " FUNCTION TRIM(WS-REJECT-TEXT)
                   DELIMITED BY SIZE INTO INTAKE-RPT-LINE
               WRITE INTAKE-RPT-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-FLD-BLANK THEN
               ADD 1 TO WS-CNT-NO-SMOKE
           END-IF.

      *    同じ CSV を夜間バッチの前にもう一度流しても二重に積まない
      *    (前回分に同じ患者・健診日の行があれば積まない)。
           MOVE 0 TO WS-PEND-HIT.
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-PEND-CNT OR WS-PEND-HIT > 0
               IF WS-PEND-LINE(WS-PEND-IDX)(1:9)
                       = EMPLOYER-UPLOAD-LINE(1:9)
                       AND WS-PEND-LINE(WS-PEND-IDX)(19:8)
                       = EMPLOYER-UPLOAD-LINE(19:8) THEN
                   MOVE WS-PEND-IDX TO WS-PEND-HIT
               END-IF
           END-PERFORM.
           IF WS-PEND-HIT > 0 THEN
               ADD 1 TO WS-CNT-QUEUED
               MOVE SPACES TO INTAKE-RPT-LINE
               STRING "LINE " WS-LINE-NO " EMPLOYER " WS-EMP-CODE
                   " PATIENT " EU-PATIENT-ID " EXAM " EU-EXAM-DATE
                   " ALREADY QUEUED BY AN EARLIER RUN - SKIPPED"
                   DELIMITED BY SIZE INTO INTAKE-RPT-LINE
               WRITE INTAKE-RPT-LINE
               EXIT PARAGRAPH
           END-IF.

      *    事業者健診に無い項目: 服薬3区分は不明 (9)、受診券は無し。
           MOVE 9 TO EU-MED-DM.
           MOVE 9 TO EU-MED-HTN.
           MOVE 9 TO EU-MED-LIP.
           MOVE WS-EMPLOYER-SITE TO EU-SITE-CODE.
           MOVE SPACES TO EU-VOUCHER-NO.
           WRITE EMPLOYER-UPLOAD-REC.
           PERFORM ADD-TRAILER-TOTALS.
           ADD 1 TO WS-CNT-TAKEN.

           MOVE SPACES TO INTAKE-RPT-LINE.
           STRING "LINE " WS-LINE-NO " EMPLOYER " WS-EMP-CODE
               " PATIENT " EU-PATIENT-ID " EXAM " EU-EXAM-DATE
               " QUEUED (MEDICATION NOT RECORDED)"
               DELIMITED BY SIZE INTO INTAKE-RPT-LINE.
           WRITE INTAKE-RPT-LINE.

           EXIT.


       READ-REQUIRED-FIELD.

      *    WS-CSV-NO 番目の必須項目を読む (空欄も不可)。
           PERFORM READ-OPTIONAL-FIELD.
           IF WS-FLD-BLANK AND WS-REJECT-TEXT = SPACES THEN
               MOVE WS-CSV-NO TO WS-ED-COL
               STRING "REQUIRED COLUMN " WS-ED-COL " IS BLANK"
                   DELIMITED BY SIZE INTO WS-REJECT-TEXT
           END-IF.

           EXIT.


       READ-OPTIONAL-FIELD.

      *    WS-CSV-NO 番目の項目を数値として読み WS-FLD-VAL に返す
      *    (空欄は 0)。数字と小数点1つ以外の文字がある・WS-FLD-LIMIT
      *    を超える場合は、最初の1つだけを却下理由に残す。
           MOVE WS-CSV-FLD(WS-CSV-NO) TO WS-FLD-WORK.
           MOVE 0 TO WS-FLD-VAL.
           IF WS-FLD-WORK = SPACES THEN
               SET WS-FLD-BLANK TO TRUE
               EXIT PARAGRAPH
           END-IF.
           INSPECT WS-FLD-WORK CONVERTING "0123456789"
               TO "9999999999".
           MOVE 0 TO WS-FLD-DIGITS WS-FLD-DOTS WS-FLD-SPACES.
           INSPECT WS-FLD-WORK TALLYING
               WS-FLD-DIGITS FOR ALL "9"
               WS-FLD-DOTS   FOR ALL "."
               WS-FLD-SPACES FOR ALL SPACE.
           IF WS-FLD-DIGITS = 0 OR WS-FLD-DOTS > 1
                   OR WS-FLD-DIGITS + WS-FLD-DOTS + WS-FLD-SPACES
                       NOT = 12 THEN
               SET WS-FLD-BAD TO TRUE
               IF WS-REJECT-TEXT = SPACES THEN
                   MOVE WS-CSV-NO TO WS-ED-COL
                   STRING "COLUMN " WS-ED-COL " IS NOT A NUMBER"
                       DELIMITED BY SIZE INTO WS-REJECT-TEXT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-FLD-VAL = FUNCTION NUMVAL(WS-CSV-FLD(WS-CSV-NO)).
           IF WS-FLD-VAL > WS-FLD-LIMIT THEN
               SET WS-FLD-BAD TO TRUE
               MOVE 0 TO WS-FLD-VAL
               IF WS-REJECT-TEXT = SPACES THEN
                   MOVE WS-CSV-NO TO WS-ED-COL
                   STRING "COLUMN " WS-ED-COL " TOO LARGE FOR THE "
                       "RECORD"
                       DELIMITED BY SIZE INTO WS-REJECT-TEXT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           SET WS-FLD-OK TO TRUE.

           EXIT.


       REGISTER-INTAKE-CONTROL.

      *    取込コントロールに施設 900 の行が無ければ足す (夜間バッチは
      *    この行を見てアップロードを取り込む)。日中差分サイクルが
      *    取り込むと行は消えるので、そのときもここで足し直す。
           MOVE 'N' TO WS-IKC-HAVE-FLAG.
           OPEN INPUT INTAKE-CONTROL-FILE.
           IF WS-IKC-STATUS = "00" THEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ INTAKE-CONTROL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF IC-SITE-CODE = WS-EMPLOYER-SITE THEN
                               MOVE 'Y' TO WS-IKC-HAVE-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTAKE-CONTROL-FILE
               IF WS-IKC-HAVE THEN
                   EXIT PARAGRAPH
               END-IF
               OPEN EXTEND INTAKE-CONTROL-FILE
           ELSE
               OPEN OUTPUT INTAKE-CONTROL-FILE
           END-IF.
           MOVE WS-EMPLOYER-SITE TO IC-SITE-CODE.
           MOVE WS-IDENTITY-POS TO INTAKE-CONTROL-REC(4:60).
           MOVE WS-UPLOAD-PATH TO IC-FILE-PATH.
           WRITE INTAKE-CONTROL-REC.
           CLOSE INTAKE-CONTROL-FILE.
           DISPLAY "INTAKE CONTROL ROW ADDED FOR SITE "
               WS-EMPLOYER-SITE.

           EXIT.

       END PROGRAM TEST260970.
