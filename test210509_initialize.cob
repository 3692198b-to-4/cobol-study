
       END FUNCTION CHECK-PATIENT-ID.

      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.

      *    患者マスタの氏名・住所・連絡先の項目暗号。
       COPY pii_rules.

      *    オペレーターの担当範囲 (保険者・施設) の確認 (窓口照会・
      *    名寄せと共通の1本)。
       COPY scope_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST-210509-2.
      * レコードは患者ID・氏名・住所 (番地・国/市町村・郵便番号) に
      * 有効フラグ (A=有効 I=無効) を加えたもの。患者リスト・
      * ワークリスト・窓口照会がこのマスタを引いて氏名を並記する。
      *
      * 予約・再連絡のリマインダー (TEST260945) を自動で送るため、
      * 連絡手段の希望 (L=郵送 S=SMS E=メール N=送らない)・携帯
      * 番号・メールアドレスを持たせた。旧レイアウトの行 (欄が
      * 空白) は郵送として扱う。A と U で入力する。
      *
      * 被保険者と被扶養者のレターを1つの封筒にまとめるため、世帯
      * 番号 (保険者の資格データと同じ番号、空白 = 世帯なし) を
      * 持たせた。A と U で入力する。宛先不着は世帯単位で効くので、
      * 住所を直したときは同じ世帯の登録もまとめて解除する。
      *
      * 郵便番号は6桁なら何でも通り、市町村欄も自由入力だったため、
      * 返送郵便の住所品質レポート (TEST260928) に実在しない番号が
      * 出続けていた。郵便番号マスタ (input/postal_codes.dat) を起動
      * のたびに INDEXED の引き当て表に作り直し、A/U ではマスタに
      * 無い番号を受け付けず、該当の都道府県・市町村を表示して確認
      * させる (確認した番号の市町村で市町村欄をそろえる)。
      * V = 既存マスタの一斉点検: 番号がマスタに無い・市町村が
      * 食い違う患者を整備用の作業リスト
      * (output/postal_cleanup_worklist.txt) に書き出す。
      * 郵便番号マスタが無ければ従来どおり検証なしで動く。
      *
      * マスタは上書き保存なので、古い住所にレターが出た日に
      * マスタが何と言っていたかを示せなかった。A/U/X のたびに
      * 変更前・変更後の行の写し・オペレーターID・日時を変更
      * ジャーナル (output/master_journal.dat、施設マスタ保守
      * TEST260929 と共用) に追記する。任意の日付時点のマスタの
      * 復元と1件ごとの変更履歴の照会は TEST260959 で行う。
      * オペレーターIDはメニュー (TEST260916) 経由なら引き継ぎ、
      * 単独起動なら最初に1回聞く。
      *
      * 版 002 のマスタは氏名・住所・連絡先を暗号化して持つ
      * (pii_rules 参照)。このコンソールは起動時に鍵を読み (鍵が
      * 無ければ起動を断る)、読み込みで復号し、保存とジャーナルの
      * 写しでは暗号化し直す。保存のたびに、ほかのプログラムが
      * 使う伏せ字の氏名をマスタの末尾に作り直す。郵便番号の一斉
      * 点検の作業リストは共有ディスクに残るので、伏せ字の氏名で
      * 書く (住所は U で開いて直す)。
      *
      * 担当範囲 (scope_rules 参照) の外の患者は、窓口照会と同じく
      * 見せも変えもしない。L・V は範囲外の患者を飛ばして件数だけ
      * 知らせ、A/U/X/S は範囲外の患者IDなら断って保安ログ
      * (output/security_log.txt) に "SCOPE REFUSED" を残す。
      * 担当範囲表の無い環境では従来どおり制限しない。
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT
           FUNCTION CHECK-PATIENT-ID
           FUNCTION PII-LOAD-KEY
           FUNCTION PII-FIELD-CRYPT
           FUNCTION PII-NAME-MASK
           FUNCTION CHECK-OPERATOR-SCOPE
           FUNCTION RESOLVE-PATIENT-SCOPE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               'output/patient_status.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PST-STATUS.

      *    郵便番号マスタ (番号6桁 + 都道府県 + 市町村) と、起動の
      *    たびに作り直す引き当て用の INDEXED 表。
           SELECT POSTAL-REF-FILE ASSIGN TO
               'input/postal_codes.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PCR-STATUS.

           SELECT POSTAL-INDEX-FILE ASSIGN TO
               'output/postal_index.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PCX-CODE
           FILE STATUS IS WS-PCX-STATUS.

      *    郵便番号の一斉点検の作業リスト。
           SELECT POSTAL-WORK-FILE ASSIGN TO
               'output/postal_cleanup_worklist.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PCW-STATUS.

      *    患者・施設マスタの変更ジャーナル (追記のみ)。
           SELECT MASTER-JOURNAL-FILE ASSIGN TO
               'output/master_journal.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MJ-STATUS.

      *    担当範囲外の拒否などの保安イベントの追記ログ (窓口照会と
      *    共用)。
           SELECT SECURITY-LOG-FILE ASSIGN TO
               'output/security_log.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEC-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
               10 PM-PINCODE      PIC 9(6).
      *    有効フラグ: A=有効 I=無効化済み (物理削除はしない)。
           05 PM-ACTIVE        PIC X.
      *    連絡手段の希望: L=郵送 S=SMS E=メール N=送らない。
           05 PM-CONTACT.
               10 PM-CHANNEL      PIC X.
               10 PM-MOBILE       PIC X(13).
               10 PM-EMAIL        PIC X(40).
      *    世帯番号 (空白 = 世帯なし。旧レイアウトの行も空白)。
           05 PM-HOUSEHOLD-ID  PIC X(10).
      *    伏せ字の氏名 (版 002 で追加。氏名・住所・連絡先は暗号化
      *    して持ち、ほかのプログラムはこれだけを使う)。
           05 PM-NAME-MASK     PIC X(12).

       FD  UNDELIVER-FILE.
       01  UNDELIVER-REC.
           03 PST-ENTERED-BY  PIC X(6).
           03 PST-ENTRY-DATE  PIC X(8).

       FD  POSTAL-REF-FILE.
       01  POSTAL-REF-REC.
           03 PCR-CODE        PIC 9(6).
           03 PCR-PREF        PIC X(10).
           03 PCR-CITY        PIC X(15).

       FD  POSTAL-INDEX-FILE.
       01  POSTAL-INDEX-REC.
           03 PCX-CODE        PIC 9(6).
           03 PCX-PREF        PIC X(10).
           03 PCX-CITY        PIC X(15).

       FD  POSTAL-WORK-FILE.
       01  POSTAL-WORK-LINE   PIC X(100).

      *    マスタ区分: P=患者 S=施設。操作: A=追加 U=更新 X=無効化。
      *    変更前・変更後はマスタの1行をそのまま写す (追加の変更前は
      *    空白)。患者の行は140桁 (暗号化したまま写す)、施設の行は
      *    158桁。
       FD  MASTER-JOURNAL-FILE.
       01  MASTER-JOURNAL-REC.
           03 MJ-MASTER       PIC X.
           03 MJ-KEY          PIC 9(9).
           03 MJ-ACTION       PIC X.
           03 MJ-DATE         PIC 9(8).
           03 MJ-TIME         PIC 9(8).
           03 MJ-OPERATOR     PIC X(6).
           03 MJ-BEFORE       PIC X(160).
           03 MJ-AFTER        PIC X(160).

       FD  SECURITY-LOG-FILE.
       01  SECURITY-LOG-LINE  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PMF-STATUS   PIC XX VALUE SPACES.
       01  AC-VAR          PIC X(40).
              05 WS-PM-COUNTRY PIC X(15).
              05 WS-PM-PIN     PIC 9(6).
              05 WS-PM-ACT     PIC X.
              05 WS-PM-CHANNEL PIC X.
              05 WS-PM-MOBILE  PIC X(13).
              05 WS-PM-EMAIL   PIC X(40).
              05 WS-PM-HHLD    PIC X(10).
              05 WS-PM-MASK    PIC X(12).
       01  WS-PM-CNT       PIC 9(3) VALUE 0.
       01  WS-PM-IDX       PIC 9(3) VALUE 0.
       01  WS-PM-HIT       PIC 9(3) VALUE 0.
       01  WS-UND-IDX      PIC 9(3) VALUE 0.
       01  WS-RUN-DATE     PIC X(8) VALUE SPACES.
       01  WS-ADDR-CHANGED PIC X VALUE 'N'.
       01  WS-UND-HHLD     PIC X(10) VALUE SPACES.
       01  WS-UND-LOOK-IDX PIC 9(3) VALUE 0.
       01  WS-UND-MATCH    PIC X VALUE 'N'.

      *    発効日つきステータスの入力用。
       01  WS-PST-STATUS   PIC XX VALUE SPACES.
       01  WS-PST-CODE-IN  PIC X VALUE SPACE.

      *    郵便番号マスタの引き当て用。
       01  WS-PCR-STATUS   PIC XX VALUE SPACES.
       01  WS-PCX-STATUS   PIC XX VALUE SPACES.
       01  WS-PCW-STATUS   PIC XX VALUE SPACES.
       01  WS-PCR-EOF-FLAG PIC X VALUE 'N'.
           88 WS-PCR-EOF          VALUE 'Y'.
       01  WS-PC-LOADED-FLAG PIC X VALUE 'N'.
           88 WS-PC-LOADED        VALUE 'Y'.
       01  WS-PC-CNT       PIC 9(7) VALUE 0.
       01  WS-PIN-IN       PIC 9(6) VALUE 0.
       01  WS-PIN-OK       PIC X VALUE 'N'.
       01  WS-PC-CITY-CMP  PIC X(15) VALUE SPACES.
       01  WS-PC-UNKNOWN   PIC 9(5) VALUE 0.
       01  WS-PC-MISMATCH  PIC 9(5) VALUE 0.

      *    変更ジャーナル用。WS-JNL-BEFORE は変更前の行の写し
      *    (WS-PM-ENTRY と同じ並び)。
       01  WS-MJ-STATUS    PIC XX VALUE SPACES.
       01  WS-OPERATOR-ID  PIC X(6) VALUE SPACES.
       01  WS-JNL-ACTION   PIC X VALUE SPACE.
       01  WS-JNL-BEFORE   PIC X(140) VALUE SPACES.

      *    保存・ジャーナル用に1行を暗号化する作業域 (WS-PM-ENTRY・
      *    マスタの行と同じ並び)。
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

      *    メニュー・シェル (TEST260916) からのシングル・サインオン
      *    受け渡し域 (SGN-ACTIVE = 'Y' のときだけ有効)。
       01  SIGNON-OPERATOR EXTERNAL.
           03 SGN-OP-ID       PIC X(6).
           03 SGN-OP-NAME     PIC X(25).
           03 SGN-OP-ROLE     PIC X.
           03 SGN-ACTIVE      PIC X.
           03 SGN-TRAINING    PIC X.

      *    連絡手段の入力用。
       01  WS-CHANNEL-IN   PIC X VALUE SPACE.
       01  WS-CONTACT-OK   PIC X VALUE 'Y'.

      *    読み込みテーブルの容量超過フラグ: あふれたテーブルから
      *    保存し直すと超過分のレコードが消えるため、超過を検出
      *    したら起動 (住所整備の書き戻し) を断る。
           88 WS-PM-OVFL          VALUE 'Y'.
       01  WS-UND-OVFL-FLAG PIC X VALUE 'N'.
           88 WS-UND-OVFL         VALUE 'Y'.

      *    担当範囲の確認 (copybooks/scope_rules.cpy)。確認する患者・
      *    保安ログに出すコマンド名・結果。範囲外の患者は一覧・
      *    点検リストに出さず、件数だけ知らせる。
       COPY scope_ctl.
       01  WS-SCOPE-PATIENT PIC 9(9) VALUE 0.
       01  WS-SCOPE-WHAT   PIC X(10) VALUE SPACES.
       01  WS-SCOPE-OK-FLAG PIC X VALUE 'Y'.
           88 WS-SCOPE-OK         VALUE 'Y'.
       01  WS-SCOPE-HIDDEN PIC 9(5) VALUE 0.
       01  WS-SEC-STATUS   PIC XX VALUE SPACES.
       01  WS-SEC-EVENT    PIC X(40) VALUE SPACES.
       01  WS-SEC-TIME     PIC 9(8) VALUE 0.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-PMS      PIC 9(3) VALUE 2.
       COPY layout_header.
       COPY pii_ctl.
      *
       PROCEDURE DIVISION.
       A00-FIRST-PARA.

      *    鍵が無ければ氏名・住所を読めず、保存すれば暗号化できない。
           MOVE FUNCTION PII-LOAD-KEY("TEST210509") TO WS-PII-KEY.
           IF WS-PII-KEY = 0 THEN
               DISPLAY "PATIENT MASTER MAINTENANCE REFUSED - NO "
                   "FIELD KEY"
               GOBACK
           END-IF.

           PERFORM B00-LOAD-MASTER.
           PERFORM B20-LOAD-POSTAL-INDEX.

      *    テーブルからあふれたままメニューを開くと、どの保存でも
      *    501件目以降が黙って消える。ここで固く断る (黙った
           DISPLAY "PATIENT MASTER MAINTENANCE - " WS-PM-CNT
               " RECORD(S) ON FILE".

      *    変更ジャーナルに残すオペレーター。メニュー経由なら検証
      *    済みの ID を引き継ぐ。
           IF SGN-ACTIVE = "Y" THEN
               MOVE SGN-OP-ID TO WS-OPERATOR-ID
           ELSE
               DISPLAY "YOUR OPERATOR ID?"
               ACCEPT AC-VAR
               MOVE AC-VAR TO WS-OPERATOR-ID
           END-IF.
      *    担当範囲の資格は今日の日付で引く。
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           MOVE 0 TO FG-END.
           PERFORM C00-MENU-LOOP UNTIL FG-END = 1.

           MOVE 0 TO WS-PM-CNT.
           OPEN INPUT PATIENT-MASTER-FILE.
           IF WS-PMF-STATUS = "00" THEN
               PERFORM B30-CHECK-PMS-LAYOUT
               MOVE 'N' TO WS-PMF-EOF-FLAG
               PERFORM UNTIL WS-PMF-EOF
                   READ PATIENT-MASTER-FILE
                               MOVE 'Y' TO WS-PM-OVFL-FLAG
                           END-IF
                           IF WS-PM-CNT < 500 THEN
                               PERFORM B50-UNSEAL-RECORD
                               ADD 1 TO WS-PM-CNT
                               MOVE PM-PATIENT-ID
                                   TO WS-PM-ID(WS-PM-CNT)
                               ELSE
                                   MOVE "A" TO WS-PM-ACT(WS-PM-CNT)
                               END-IF
      *                        連絡手段の欄が無い旧レイアウトは郵送。
                               IF PM-CHANNEL = SPACE THEN
                                   MOVE "L"
                                       TO WS-PM-CHANNEL(WS-PM-CNT)
                               ELSE
                                   MOVE PM-CHANNEL
                                       TO WS-PM-CHANNEL(WS-PM-CNT)
                               END-IF
                               MOVE PM-MOBILE
                                   TO WS-PM-MOBILE(WS-PM-CNT)
                               MOVE PM-EMAIL
                                   TO WS-PM-EMAIL(WS-PM-CNT)
                               MOVE PM-HOUSEHOLD-ID
                                   TO WS-PM-HHLD(WS-PM-CNT)
                               MOVE PM-NAME-MASK
                                   TO WS-PM-MASK(WS-PM-CNT)
                           END-IF
                   END-READ
               END-PERFORM
           EXIT.


       B20-LOAD-POSTAL-INDEX.

      *    郵便番号マスタを INDEXED の引き当て表に作り直し、読み取り
      *    用に開いておく。マスタが無ければ検証なしで続ける。
           OPEN INPUT POSTAL-REF-FILE.
           IF WS-PCR-STATUS NOT = "00" THEN
               DISPLAY "NO POSTAL CODE MASTER - POSTCODES ARE NOT "
                   "VALIDATED"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT POSTAL-INDEX-FILE.
           MOVE 0 TO WS-PC-CNT.
           MOVE 'N' TO WS-PCR-EOF-FLAG.
           PERFORM UNTIL WS-PCR-EOF
               READ POSTAL-REF-FILE
                   AT END
                       MOVE 'Y' TO WS-PCR-EOF-FLAG
                   NOT AT END
                       MOVE PCR-CODE TO PCX-CODE
                       MOVE PCR-PREF TO PCX-PREF
                       MOVE PCR-CITY TO PCX-CITY
                       WRITE POSTAL-INDEX-REC
                           INVALID KEY
                               DISPLAY "POSTAL MASTER: DUPLICATE "
                                   "CODE " PCR-CODE " IGNORED"
                           NOT INVALID KEY
                               ADD 1 TO WS-PC-CNT
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE POSTAL-REF-FILE.
           CLOSE POSTAL-INDEX-FILE.
           OPEN INPUT POSTAL-INDEX-FILE.
           IF WS-PCX-STATUS = "00" THEN
               MOVE 'Y' TO WS-PC-LOADED-FLAG
               DISPLAY "POSTAL CODE MASTER: " WS-PC-CNT " CODE(S)"
           ELSE
               DISPLAY "CANNOT OPEN THE POSTAL INDEX, STATUS "
                   WS-PCX-STATUS " - POSTCODES ARE NOT VALIDATED"
           END-IF.

           EXIT.


       B10-SAVE-MASTER.

           OPEN OUTPUT PATIENT-MASTER-FILE.
           PERFORM B40-WRITE-PMS-LAYOUT.
      *    テーブルは平文。1行ずつ暗号化して (伏せ字の氏名も作り
      *    直して) 書く。
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PM-CNT
               MOVE WS-PM-ENTRY(WS-PM-IDX) TO WS-SEAL-ENTRY
               PERFORM G10-SEAL-ENTRY
               MOVE WS-SL-ID      TO PM-PATIENT-ID
               MOVE WS-SL-NAME    TO PM-NAME
               MOVE WS-SL-HOUSE   TO PM-HOUSE-NUMBER
               MOVE WS-SL-COUNTRY TO PM-COUNTRY
               MOVE WS-SL-PIN     TO PM-PINCODE
               MOVE WS-SL-ACT     TO PM-ACTIVE
               MOVE WS-SL-CHANNEL TO PM-CHANNEL
               MOVE WS-SL-MOBILE  TO PM-MOBILE
               MOVE WS-SL-EMAIL   TO PM-EMAIL
               MOVE WS-SL-HHLD    TO PM-HOUSEHOLD-ID
               MOVE WS-SL-MASK    TO PM-NAME-MASK
               WRITE PATIENT-MASTER-REC
           END-PERFORM.
           CLOSE PATIENT-MASTER-FILE.

           DISPLAY "*".
           DISPLAY "L=LIST A=ADD U=UPDATE X=DEACTIVATE "
               "S=STATUS CODE V=POSTCODE SWEEP Q=QUIT".
           ACCEPT AC-VAR.

           EVALUATE FUNCTION TRIM(AC-VAR)
                   PERFORM D40-RECORD-STATUS
               WHEN "L"
                   PERFORM D00-LIST-MASTER
               WHEN "V"
                   PERFORM D70-POSTCODE-SWEEP
               WHEN "A"
                   PERFORM D10-ADD-PATIENT
               WHEN "U"
       D00-LIST-MASTER.

           DISPLAY "--- PATIENT MASTER ---".
           MOVE 0 TO WS-SCOPE-HIDDEN.
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PM-CNT
               MOVE WS-PM-ID(WS-PM-IDX) TO WS-SCOPE-PATIENT
               PERFORM E30-TEST-PATIENT-SCOPE
               IF WS-SCOPE-OK THEN
                   DISPLAY "  " WS-PM-ID(WS-PM-IDX)
                       " " WS-PM-NAME(WS-PM-IDX)
                       " [" WS-PM-ACT(WS-PM-IDX) "]"
                       " CH " WS-PM-CHANNEL(WS-PM-IDX)
                       " HH " WS-PM-HHLD(WS-PM-IDX)
               ELSE
                   ADD 1 TO WS-SCOPE-HIDDEN
               END-IF
           END-PERFORM.
           IF WS-SCOPE-HIDDEN > 0 THEN
               DISPLAY "  (" WS-SCOPE-HIDDEN " PATIENT(S) OUTSIDE "
                   "YOUR SCOPE NOT LISTED)"
           END-IF.

           EXIT.

           ACCEPT AC-VAR.
           PERFORM E00-FIND-PATIENT.

      *    資格か経年履歴で範囲外と分かる患者は登録させない。
           IF WS-ID-OK = 1 AND WS-PM-HIT = 0 THEN
               MOVE WS-PATIENT-ID TO WS-SCOPE-PATIENT
               MOVE "ADD" TO WS-SCOPE-WHAT
               PERFORM E20-CHECK-PATIENT-SCOPE
               IF NOT WS-SCOPE-OK THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-ID-OK = 0
                   DISPLAY "PATIENT ID FAILS CHECK-DIGIT "
                   MOVE AC-VAR TO WS-PM-COUNTRY(WS-PM-HIT)
                   DISPLAY "PINCODE?"
                   ACCEPT AC-VAR
                   PERFORM E10-CHECK-PINCODE
                   MOVE WS-PIN-IN TO WS-PM-PIN(WS-PM-HIT)
                   MOVE "A" TO WS-PM-ACT(WS-PM-HIT)
                   MOVE "L" TO WS-PM-CHANNEL(WS-PM-HIT)
                   MOVE SPACES TO WS-PM-MOBILE(WS-PM-HIT)
                   MOVE SPACES TO WS-PM-EMAIL(WS-PM-HIT)
                   MOVE SPACES TO WS-PM-HHLD(WS-PM-HIT)
      *            マスタに無い郵便番号なら登録自体を取り消す。
                   IF WS-PIN-OK = 'N' THEN
                       SUBTRACT 1 FROM WS-PM-CNT
                       DISPLAY "PATIENT NOT ADDED - ENTER A "
                           "POSTCODE FROM THE POSTAL MASTER"
                   ELSE
                       PERFORM D50-ENTER-CONTACT
                       PERFORM D60-ENTER-HOUSEHOLD
                       MOVE 'Y' TO WS-DIRTY-FLAG
                       MOVE SPACES TO WS-JNL-BEFORE
                       MOVE "A" TO WS-JNL-ACTION
                       PERFORM G00-WRITE-JOURNAL
                       DISPLAY "PATIENT " WS-PATIENT-ID " ADDED"
                   END-IF
           END-EVALUATE.

           EXIT.
           DISPLAY "PATIENT ID TO UPDATE?".
           ACCEPT AC-VAR.
           PERFORM E00-FIND-PATIENT.
           IF WS-PM-HIT > 0 THEN
               MOVE WS-PATIENT-ID TO WS-SCOPE-PATIENT
               MOVE "UPDATE" TO WS-SCOPE-WHAT
               PERFORM E20-CHECK-PATIENT-SCOPE
               IF NOT WS-SCOPE-OK THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF WS-PM-HIT = 0 THEN
               DISPLAY "PATIENT NOT ON THE MASTER"
           ELSE
               MOVE 'N' TO WS-ADDR-CHANGED
               MOVE WS-PM-ENTRY(WS-PM-HIT) TO WS-JNL-BEFORE
               DISPLAY "CURRENT NAME: " WS-PM-NAME(WS-PM-HIT)
               DISPLAY "NEW NAME (BLANK = KEEP)?"
               ACCEPT AC-VAR
               DISPLAY "NEW PINCODE (BLANK = KEEP)?"
               ACCEPT AC-VAR
               IF AC-VAR NOT = SPACES THEN
                   PERFORM E10-CHECK-PINCODE
                   IF WS-PIN-OK = 'N' THEN
                       DISPLAY "PINCODE KEPT AS "
                           WS-PM-PIN(WS-PM-HIT)
                   ELSE
                       MOVE WS-PIN-IN TO WS-PM-PIN(WS-PM-HIT)
                       MOVE 'Y' TO WS-ADDR-CHANGED
                   END-IF
               END-IF
               PERFORM D50-ENTER-CONTACT
               PERFORM D60-ENTER-HOUSEHOLD
               MOVE "A" TO WS-PM-ACT(WS-PM-HIT)
               MOVE 'Y' TO WS-DIRTY-FLAG
               MOVE "U" TO WS-JNL-ACTION
               PERFORM G00-WRITE-JOURNAL
               DISPLAY "PATIENT " WS-PATIENT-ID " UPDATED"

      *        住所のどれかを直したら、宛先不着の登録簿を解除して
       F00-CLEAR-UNDELIVERABLE.

      *    登録簿にこの患者の未解除エントリがあれば C (解除) に
      *    書き換える。無ければ何もしない。世帯番号のある患者は、
      *    同じ世帯の誰の返送で立った登録も解除する (夜間バッチは
      *    世帯の誰か1人の返送で世帯全員のレターを止めるため、
      *    本人の分だけ解除しても郵送は再開しない)。
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-PM-HHLD(WS-PM-HIT) TO WS-UND-HHLD.
           MOVE 0 TO WS-UND-CNT.
           OPEN INPUT UNDELIVER-FILE.
           IF WS-UND-STATUS NOT = "00" THEN
                   AT END
                       MOVE 'Y' TO WS-UND-EOF-FLAG
                   NOT AT END
                       PERFORM F10-MATCH-UNDELIVERABLE
                       IF WS-UND-MATCH = 'Y'
                               AND UND-CLEARED NOT = "C" THEN
                           MOVE "C" TO UND-CLEARED
                           MOVE WS-RUN-DATE TO UND-CLEAR-DATE
           EXIT.


       F10-MATCH-UNDELIVERABLE.

      *    登録簿の1行がこの患者本人か、同じ世帯の人のものか。
           MOVE 'N' TO WS-UND-MATCH.
           IF UND-PATIENT-ID = WS-PATIENT-ID THEN
               MOVE 'Y' TO WS-UND-MATCH
               EXIT PARAGRAPH
           END-IF.
           IF WS-UND-HHLD = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-UND-LOOK-IDX FROM 1 BY 1
                   UNTIL WS-UND-LOOK-IDX > WS-PM-CNT
               IF WS-PM-ID(WS-UND-LOOK-IDX) = UND-PATIENT-ID
                       AND WS-PM-HHLD(WS-UND-LOOK-IDX)
                           = WS-UND-HHLD THEN
                   MOVE 'Y' TO WS-UND-MATCH
               END-IF
           END-PERFORM.

           EXIT.


       E10-CHECK-PINCODE.

      *    AC-VAR の郵便番号を WS-PIN-IN へ。マスタがあれば引き当て、
      *    無い番号は WS-PIN-OK = N で断る。ある番号は都道府県・
      *    市町村を見せて確認させ、確認されたら市町村欄をマスタの
      *    表記にそろえる (WS-PM-HIT の行)。
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-PIN-IN.
           MOVE 'Y' TO WS-PIN-OK.
           IF NOT WS-PC-LOADED THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PIN-IN TO PCX-CODE.
           READ POSTAL-INDEX-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PIN-OK
           END-READ.
           IF WS-PIN-OK = 'N' THEN
               DISPLAY "POSTCODE " WS-PIN-IN " IS NOT IN THE "
                   "POSTAL MASTER - REJECTED"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "POSTCODE " WS-PIN-IN " = "
               FUNCTION TRIM(PCX-PREF) " "
               FUNCTION TRIM(PCX-CITY).
           DISPLAY "IS THIS THE RIGHT AREA? (Y/N)".
           ACCEPT AC-VAR.
           IF FUNCTION TRIM(AC-VAR) NOT = "Y" THEN
               MOVE 'N' TO WS-PIN-OK
               DISPLAY "POSTCODE NOT CONFIRMED - REJECTED"
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION UPPER-CASE(WS-PM-COUNTRY(WS-PM-HIT))
                   NOT = PCX-CITY THEN
               MOVE PCX-CITY TO WS-PM-COUNTRY(WS-PM-HIT)
               MOVE 'Y' TO WS-ADDR-CHANGED
               DISPLAY "CITY SET TO " FUNCTION TRIM(PCX-CITY)
                   " FROM THE POSTAL MASTER"
           END-IF.

           EXIT.


       E20-CHECK-PATIENT-SCOPE.

      *    WS-SCOPE-PATIENT の患者がオペレーターの担当範囲にあるか
      *    確かめ、範囲外なら断ったことを表示して保安ログに残す
      *    (WS-SCOPE-WHAT はコマンド名)。
           PERFORM E30-TEST-PATIENT-SCOPE.

           IF NOT WS-SCOPE-OK THEN
               DISPLAY "PATIENT " WS-SCOPE-PATIENT
                   " IS OUTSIDE YOUR SCOPE - "
                   FUNCTION TRIM(WSC-MSG)
               MOVE SPACES TO WS-SEC-EVENT
               STRING "SCOPE REFUSED "
                   FUNCTION TRIM(WS-SCOPE-WHAT) " "
                   WS-SCOPE-PATIENT
                   DELIMITED BY SIZE INTO WS-SEC-EVENT
               PERFORM G20-WRITE-SECURITY-LOG
           END-IF.

           EXIT.


       E30-TEST-PATIENT-SCOPE.

      *    WS-SCOPE-PATIENT の患者の保険者・施設 (資格・経年履歴から
      *    引く) がオペレーターの担当範囲 (保険者・施設) にあるか。
      *    範囲外なら WS-SCOPE-OK を落とす (表示・記録はしない)。
      *    担当範囲表の無い環境では確かめない (従来どおり)。
           MOVE 'Y' TO WS-SCOPE-OK-FLAG.
           MOVE "A" TO WSC-MODE.
           MOVE WS-OPERATOR-ID TO WSC-OP-ID.
           MOVE SPACES TO WSC-INSURER.
           MOVE 0 TO WSC-SITE.
           MOVE FUNCTION CHECK-OPERATOR-SCOPE(WS-SCOPE-IN)
               TO WS-SCOPE-OUT.
           IF WSC-RC = 1 THEN
               EXIT PARAGRAPH
           END-IF.

           IF WSC-RC = 0 THEN
               MOVE WS-SCOPE-PATIENT TO WRP-PATIENT-ID
               MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WRP-AS-OF
               MOVE SPACES TO WRP-INSURER
               MOVE 0 TO WRP-SITE
               MOVE SPACES TO WRP-RHF-PATH
               MOVE FUNCTION RESOLVE-PATIENT-SCOPE(WS-RP-IN)
                   TO WS-RP-OUT
               MOVE "R" TO WSC-MODE
               MOVE WRP-OUT-INSURER TO WSC-INSURER
               MOVE WRP-OUT-SITE TO WSC-SITE
               MOVE FUNCTION CHECK-OPERATOR-SCOPE(WS-SCOPE-IN)
                   TO WS-SCOPE-OUT
           END-IF.

           IF WSC-RC = 2 OR WSC-RC = 3 THEN
               MOVE 'N' TO WS-SCOPE-OK-FLAG
           END-IF.

           EXIT.


       D70-POSTCODE-SWEEP.

      *    既存の患者マスタ全件を郵便番号マスタと突き合わせ、番号が
      *    マスタに無い (UNKNOWN)・市町村が食い違う (CITY MISMATCH)
      *    患者を整備用の作業リストへ。無効化済みの患者も載せる
      *    (再有効化のときに困らないように)。
           IF NOT WS-PC-LOADED THEN
               DISPLAY "NO POSTAL CODE MASTER - SWEEP NOT POSSIBLE"
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 0 TO WS-PC-UNKNOWN.
           MOVE 0 TO WS-PC-MISMATCH.
           MOVE 0 TO WS-SCOPE-HIDDEN.
           OPEN OUTPUT POSTAL-WORK-FILE.
           MOVE SPACES TO POSTAL-WORK-LINE.
           STRING "POSTCODE CLEAN-UP WORKLIST  " WS-RUN-DATE
               DELIMITED BY SIZE INTO POSTAL-WORK-LINE.
           WRITE POSTAL-WORK-LINE.
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PM-CNT
               MOVE WS-PM-ID(WS-PM-IDX) TO WS-SCOPE-PATIENT
               PERFORM E30-TEST-PATIENT-SCOPE
               IF WS-SCOPE-OK THEN
                   PERFORM D75-SWEEP-ONE-PATIENT
               ELSE
                   ADD 1 TO WS-SCOPE-HIDDEN
               END-IF
           END-PERFORM.
           MOVE SPACES TO POSTAL-WORK-LINE.
           STRING "UNKNOWN POSTCODES: " WS-PC-UNKNOWN
               "  CITY MISMATCHES: " WS-PC-MISMATCH
               "  OF " WS-PM-CNT " PATIENT(S)"
               DELIMITED BY SIZE INTO POSTAL-WORK-LINE.
           WRITE POSTAL-WORK-LINE.
           CLOSE POSTAL-WORK-FILE.
           DISPLAY "POSTCODE SWEEP: " WS-PC-UNKNOWN " UNKNOWN, "
               WS-PC-MISMATCH " CITY MISMATCH(ES) - "
               "output/postal_cleanup_worklist.txt".
           IF WS-SCOPE-HIDDEN > 0 THEN
               DISPLAY "  (" WS-SCOPE-HIDDEN " PATIENT(S) OUTSIDE "
                   "YOUR SCOPE NOT CHECKED)"
           END-IF.

           EXIT.


       D75-SWEEP-ONE-PATIENT.

      *    WS-PM-IDX の患者の郵便番号を引き当て、食い違えば作業
      *    リストへ1行書く。
           MOVE WS-PM-PIN(WS-PM-IDX) TO PCX-CODE.
           MOVE SPACES TO POSTAL-WORK-LINE.
           READ POSTAL-INDEX-FILE
               INVALID KEY
                   ADD 1 TO WS-PC-UNKNOWN
                   STRING WS-PM-ID(WS-PM-IDX) " "
                       FUNCTION PII-NAME-MASK(WS-PM-NAME(WS-PM-IDX))
                       " UNKNOWN POSTCODE"
                       DELIMITED BY SIZE INTO POSTAL-WORK-LINE
               NOT INVALID KEY
                   MOVE FUNCTION UPPER-CASE(
                       WS-PM-COUNTRY(WS-PM-IDX))
                       TO WS-PC-CITY-CMP
                   IF WS-PC-CITY-CMP NOT = PCX-CITY THEN
                       ADD 1 TO WS-PC-MISMATCH
                       STRING WS-PM-ID(WS-PM-IDX) " "
                           FUNCTION PII-NAME-MASK(
                               WS-PM-NAME(WS-PM-IDX))
                           " CITY MISMATCH, POSTAL MASTER SAYS "
                           FUNCTION TRIM(PCX-CITY)
                           DELIMITED BY SIZE INTO POSTAL-WORK-LINE
                   END-IF
           END-READ.
           IF POSTAL-WORK-LINE NOT = SPACES THEN
               WRITE POSTAL-WORK-LINE
           END-IF.

           EXIT.


       D40-RECORD-STATUS.

      *    発効日つきステータスの登録: D=死亡 M=転出 O=連絡拒否
               DISPLAY "PATIENT NOT ON THE MASTER"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PATIENT-ID TO WS-SCOPE-PATIENT.
           MOVE "STATUS" TO WS-SCOPE-WHAT.
           PERFORM E20-CHECK-PATIENT-SCOPE.
           IF NOT WS-SCOPE-OK THEN
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "STATUS CODE? (D=DECEASED M=MOVED AWAY "
               "O=OPTED OUT OF CONTACT H=HOSPITALIZED)".
           EXIT.


       D50-ENTER-CONTACT.

      *    連絡手段の希望と宛先 (WS-PM-HIT の行)。空欄は現状のまま。
      *    SMS には携帯番号、メールにはアドレスが要るので、欠けて
      *    いれば郵送に戻して知らせる (送れない手段を残さない)。
           DISPLAY "CURRENT CONTACT: " WS-PM-CHANNEL(WS-PM-HIT)
               " MOBILE " WS-PM-MOBILE(WS-PM-HIT)
               " E-MAIL " FUNCTION TRIM(WS-PM-EMAIL(WS-PM-HIT)).
           DISPLAY "REMINDER CHANNEL? (L=POST S=SMS E=E-MAIL "
               "N=NONE, BLANK = KEEP)".
           ACCEPT AC-VAR.
           MOVE FUNCTION TRIM(AC-VAR) TO WS-CHANNEL-IN.
           IF WS-CHANNEL-IN NOT = SPACE THEN
               IF WS-CHANNEL-IN = "L" OR WS-CHANNEL-IN = "S"
                       OR WS-CHANNEL-IN = "E"
                       OR WS-CHANNEL-IN = "N" THEN
                   MOVE WS-CHANNEL-IN TO WS-PM-CHANNEL(WS-PM-HIT)
               ELSE
                   DISPLAY "INVALID CHANNEL - KEPT AS "
                       WS-PM-CHANNEL(WS-PM-HIT)
               END-IF
           END-IF.
           DISPLAY "MOBILE NUMBER (BLANK = KEEP, - = CLEAR)?".
           ACCEPT AC-VAR.
           IF AC-VAR = "-" THEN
               MOVE SPACES TO WS-PM-MOBILE(WS-PM-HIT)
           ELSE
               IF AC-VAR NOT = SPACES THEN
                   MOVE AC-VAR TO WS-PM-MOBILE(WS-PM-HIT)
               END-IF
           END-IF.
           DISPLAY "E-MAIL ADDRESS (BLANK = KEEP, - = CLEAR)?".
           ACCEPT AC-VAR.
           IF AC-VAR = "-" THEN
               MOVE SPACES TO WS-PM-EMAIL(WS-PM-HIT)
           ELSE
               IF AC-VAR NOT = SPACES THEN
                   MOVE AC-VAR TO WS-PM-EMAIL(WS-PM-HIT)
               END-IF
           END-IF.

           MOVE 'Y' TO WS-CONTACT-OK.
           IF WS-PM-CHANNEL(WS-PM-HIT) = "S"
                   AND WS-PM-MOBILE(WS-PM-HIT) = SPACES THEN
               MOVE 'N' TO WS-CONTACT-OK
           END-IF.
           IF WS-PM-CHANNEL(WS-PM-HIT) = "E"
                   AND WS-PM-EMAIL(WS-PM-HIT) = SPACES THEN
               MOVE 'N' TO WS-CONTACT-OK
           END-IF.
           IF WS-CONTACT-OK = 'N' THEN
               MOVE "L" TO WS-PM-CHANNEL(WS-PM-HIT)
               DISPLAY "NO ADDRESS FOR THAT CHANNEL - REMINDERS "
                   "WILL GO BY POST"
           END-IF.

           EXIT.


       D60-ENTER-HOUSEHOLD.

      *    世帯番号 (WS-PM-HIT の行)。空欄は現状のまま、- で消す。
      *    同じ番号の患者のレターは1つの封筒にまとめて送られる。
           DISPLAY "CURRENT HOUSEHOLD: " WS-PM-HHLD(WS-PM-HIT).
           DISPLAY "HOUSEHOLD ID (BLANK = KEEP, - = CLEAR)?".
           ACCEPT AC-VAR.
           IF AC-VAR = "-" THEN
               MOVE SPACES TO WS-PM-HHLD(WS-PM-HIT)
           ELSE
               IF AC-VAR NOT = SPACES THEN
                   MOVE FUNCTION TRIM(AC-VAR)
                       TO WS-PM-HHLD(WS-PM-HIT)
               END-IF
           END-IF.

           EXIT.


       D30-DEACTIVATE-PATIENT.

           DISPLAY "PATIENT ID TO DEACTIVATE?".
           ACCEPT AC-VAR.
           PERFORM E00-FIND-PATIENT.
           IF WS-PM-HIT > 0 THEN
               MOVE WS-PATIENT-ID TO WS-SCOPE-PATIENT
               MOVE "DEACTIVATE" TO WS-SCOPE-WHAT
               PERFORM E20-CHECK-PATIENT-SCOPE
               IF NOT WS-SCOPE-OK THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF WS-PM-HIT = 0 THEN
               DISPLAY "PATIENT NOT ON THE MASTER"
           ELSE
               MOVE WS-PM-ENTRY(WS-PM-HIT) TO WS-JNL-BEFORE
               MOVE "I" TO WS-PM-ACT(WS-PM-HIT)
               MOVE 'Y' TO WS-DIRTY-FLAG
               MOVE "X" TO WS-JNL-ACTION
               PERFORM G00-WRITE-JOURNAL
               DISPLAY "PATIENT " WS-PATIENT-ID " DEACTIVATED "
                   "(RECORD KEPT)"
           END-IF.

           EXIT.


       G00-WRITE-JOURNAL.

      *    WS-PM-HIT の行の変更をジャーナルへ追記する。変更前
      *    (WS-JNL-BEFORE) と同じなら何も変わっていないので書かない。
           IF WS-PM-ENTRY(WS-PM-HIT) = WS-JNL-BEFORE THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO MASTER-JOURNAL-REC.
           MOVE "P" TO MJ-MASTER.
           MOVE WS-PM-ID(WS-PM-HIT) TO MJ-KEY.
           MOVE WS-JNL-ACTION TO MJ-ACTION.
           ACCEPT MJ-DATE FROM DATE YYYYMMDD.
           ACCEPT MJ-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO MJ-OPERATOR.
      *    写しもマスタと同じく暗号化して残す。
           IF WS-JNL-BEFORE NOT = SPACES THEN
               MOVE WS-JNL-BEFORE TO WS-SEAL-ENTRY
               PERFORM G10-SEAL-ENTRY
               MOVE WS-SEAL-ENTRY TO MJ-BEFORE
           END-IF.
           MOVE WS-PM-ENTRY(WS-PM-HIT) TO WS-SEAL-ENTRY.
           PERFORM G10-SEAL-ENTRY.
           MOVE WS-SEAL-ENTRY TO MJ-AFTER.

           OPEN INPUT MASTER-JOURNAL-FILE.
           IF WS-MJ-STATUS = "00" THEN
               CLOSE MASTER-JOURNAL-FILE
               OPEN EXTEND MASTER-JOURNAL-FILE
           ELSE
               OPEN OUTPUT MASTER-JOURNAL-FILE
           END-IF.
           WRITE MASTER-JOURNAL-REC.
           CLOSE MASTER-JOURNAL-FILE.

           EXIT.


       G10-SEAL-ENTRY.

      *    WS-SEAL-ENTRY の平文の行を暗号化し、伏せ字の氏名を作る。
           MOVE FUNCTION PII-NAME-MASK(WS-SL-NAME) TO WS-SL-MASK.
           MOVE "E" TO WPI-MODE.
           MOVE WS-PII-KEY TO WPI-KEY.
           MOVE WS-SL-ID TO WPI-TWEAK.
           MOVE "X" TO WPI-CLASS.
           MOVE 1 TO WPI-FIELD.
           MOVE 30 TO WPI-LEN.
           MOVE WS-SL-NAME TO WPI-TEXT.
           PERFORM H00-RUN-CRYPT.
           MOVE WPI-TEXT TO WS-SL-NAME.
           MOVE "9" TO WPI-CLASS.
           MOVE 2 TO WPI-FIELD.
           MOVE 3 TO WPI-LEN.
           MOVE WS-SL-HOUSE TO WPI-TEXT.
           PERFORM H00-RUN-CRYPT.
           MOVE WPI-TEXT(1:3) TO WS-SL-HOUSE.
           MOVE "X" TO WPI-CLASS.
           MOVE 3 TO WPI-FIELD.
           MOVE 15 TO WPI-LEN.
           MOVE WS-SL-COUNTRY TO WPI-TEXT.
           PERFORM H00-RUN-CRYPT.
           MOVE WPI-TEXT TO WS-SL-COUNTRY.
           MOVE "9" TO WPI-CLASS.
           MOVE 4 TO WPI-FIELD.
           MOVE 6 TO WPI-LEN.
           MOVE WS-SL-PIN TO WPI-TEXT.
           PERFORM H00-RUN-CRYPT.
           MOVE WPI-TEXT(1:6) TO WS-SL-PIN.
           MOVE "X" TO WPI-CLASS.
           MOVE 5 TO WPI-FIELD.
           MOVE 13 TO WPI-LEN.
           MOVE WS-SL-MOBILE TO WPI-TEXT.
           PERFORM H00-RUN-CRYPT.
           MOVE WPI-TEXT TO WS-SL-MOBILE.
           MOVE 6 TO WPI-FIELD.
           MOVE 40 TO WPI-LEN.
           MOVE WS-SL-EMAIL TO WPI-TEXT.
           PERFORM H00-RUN-CRYPT.
           MOVE WPI-TEXT TO WS-SL-EMAIL.

           EXIT.


       G20-WRITE-SECURITY-LOG.

      *    窓口照会 (TEST230317) と同じ形の1行を追記する (行末に
      *    時刻 HHMMSS)。
           ACCEPT WS-SEC-TIME FROM TIME.
           OPEN INPUT SECURITY-LOG-FILE.
           IF WS-SEC-STATUS = "00" THEN
               CLOSE SECURITY-LOG-FILE
               OPEN EXTEND SECURITY-LOG-FILE
           ELSE
               OPEN OUTPUT SECURITY-LOG-FILE
           END-IF.

           MOVE SPACES TO SECURITY-LOG-LINE.
           STRING "DATE " WS-RUN-DATE
               " OPERATOR " FUNCTION TRIM(WS-OPERATOR-ID)
               " EVENT " FUNCTION TRIM(WS-SEC-EVENT)
               " TIME " WS-SEC-TIME(1:6)
               DELIMITED BY SIZE INTO SECURITY-LOG-LINE.
           WRITE SECURITY-LOG-LINE.

           CLOSE SECURITY-LOG-FILE.

           EXIT.


       B50-UNSEAL-RECORD.

      *    読んだマスタの行の暗号化項目をその場で復号する。
           MOVE "D" TO WPI-MODE.
           MOVE WS-PII-KEY TO WPI-KEY.
           MOVE PM-PATIENT-ID TO WPI-TWEAK.
           MOVE "X" TO WPI-CLASS.
           MOVE 1 TO WPI-FIELD.
           MOVE 30 TO WPI-LEN.
           MOVE PM-NAME TO WPI-TEXT.
           PERFORM H00-RUN-CRYPT.
           MOVE WPI-TEXT TO PM-NAME.
           MOVE "9" TO WPI-CLASS.
           MOVE 2 TO WPI-FIELD.
           MOVE 3 TO WPI-LEN.
           MOVE PM-HOUSE-NUMBER TO WPI-TEXT.
           PERFORM H00-RUN-CRYPT.
           MOVE WPI-TEXT(1:3) TO PM-HOUSE-NUMBER.
           MOVE "X" TO WPI-CLASS.
           MOVE 3 TO WPI-FIELD.
           MOVE 15 TO WPI-LEN.
           MOVE PM-COUNTRY TO WPI-TEXT.
           PERFORM H00-RUN-CRYPT.
           MOVE WPI-TEXT TO PM-COUNTRY.
           MOVE "9" TO WPI-CLASS.
           MOVE 4 TO WPI-FIELD.
           MOVE 6 TO WPI-LEN.
           MOVE PM-PINCODE TO WPI-TEXT.
           PERFORM H00-RUN-CRYPT.
           MOVE WPI-TEXT(1:6) TO PM-PINCODE.
           MOVE "X" TO WPI-CLASS.
           MOVE 5 TO WPI-FIELD.
           MOVE 13 TO WPI-LEN.
           MOVE PM-MOBILE TO WPI-TEXT.
           PERFORM H00-RUN-CRYPT.
           MOVE WPI-TEXT TO PM-MOBILE.
           MOVE 6 TO WPI-FIELD.
           MOVE 40 TO WPI-LEN.
           MOVE PM-EMAIL TO WPI-TEXT.
           PERFORM H00-RUN-CRYPT.
           MOVE WPI-TEXT TO PM-EMAIL.

           EXIT.


       H00-RUN-CRYPT.

           MOVE FUNCTION PII-FIELD-CRYPT(WS-PII-IN) TO WPI-TEXT.

           EXIT.


       B30-CHECK-PMS-LAYOUT.

      *    先頭の版見出しを読み、この FD の版と突き合わせる
      *    (食い違えば止まる)。読み進めは見出しの次の行から。
           MOVE SPACES TO WLI-HEADER.
           READ PATIENT-MASTER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PATIENT-MASTER-REC(1:28) TO WLI-HEADER
           END-READ.
           MOVE "output/patient_master.dat" TO WLI-PATH.
           MOVE "PATIENT-MSTR" TO WLI-FILE-ID.
           MOVE WS-LAYOUT-PMS TO WLI-EXPECT.
           IF FUNCTION CHECK-FILE-LAYOUT(WS-LAYOUT-IN) NOT = "Y"
               STOP RUN
           END-IF.

           EXIT.


       B40-WRITE-PMS-LAYOUT.

      *    新しく作ったファイルの先頭に版見出しを書く。
           MOVE SPACES TO PATIENT-MASTER-REC.
           MOVE WS-LAYOUT-PMS TO WLH-VERSION.
           MOVE "PATIENT-MSTR" TO WLH-FILE-ID.
           MOVE WS-LAYOUT-HDR TO PATIENT-MASTER-REC(1:28).
           WRITE PATIENT-MASTER-REC.

           EXIT.
