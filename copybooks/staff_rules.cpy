      *
      * HBA1C-BMI-CHECK ライブラリ: 保健指導の実施者資格の確認。
      * 初回面談 (I) と最終評価 (F) は医師・保健師・管理栄養士しか
      * 行えず、それ以外の者が行った分は保険者が請求を返戻する。
      * セッションを記録する側 (窓口 TEST230317 の S コマンド、
      * 予約 TEST260910、委託結果の取込 TEST260943、集団指導
      * TEST260942) はどれもこの1本を呼ぶ。スタッフ・マスタ
      * (input/staff_master.dat) はこの関数が直接読む。
      *   資格区分 STF-QUAL: P=医師 N=保健師 D=管理栄養士 O=その他
      *   免許番号 STF-LICENCE が空欄なら資格なしとして扱う。
      *   有効期限 STF-LIC-EXPIRY が 0 なら期限なし (登録のみ)。
      * 継続支援 (C) はどの職種でも行えるので確認しない。
      * GnuCOBOL では関数は呼出元より上に定義することが必須のため、
      * このコピー句を各プログラムの先頭で COPY する (実体は1本)。
      *
       IDENTIFICATION DIVISION.
       FUNCTION-ID. CHECK-STAFF-QUAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SQ-STAFF-FILE ASSIGN TO 'input/staff_master.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SW-STF-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    スタッフ・マスタ (TEST260913 と同じ並び)。
       FD  SQ-STAFF-FILE.
       01  SQ-STAFF-REC.
           03 SQ-STF-NAME       PIC X(10).
           03 SQ-STF-ROLE       PIC X.
           03 SQ-STF-ACTIVE     PIC X.
           03 SQ-STF-QUAL       PIC X.
           03 SQ-STF-LICENCE    PIC X(12).
           03 SQ-STF-LIC-EXPIRY PIC 9(8).

       WORKING-STORAGE SECTION.
       01  SW-STF-STATUS    PIC XX.
       01  SW-EOF-FLAG      PIC X VALUE 'N'.
           88 SW-EOF               VALUE 'Y'.
       01  SW-FOUND-FLAG    PIC X VALUE 'N'.
           88 SW-FOUND             VALUE 'Y'.

       LINKAGE SECTION.
      *    入力: 実施者名 (SES-STAFF と同じ10桁)・セッション区分・
      *    実施日。
       01  LNK-SQ-IN.
           03 SQ-STAFF          PIC X(10).
           03 SQ-SES-TYPE       PIC X.
           03 SQ-SES-DATE       PIC 9(8).

      *    出力: 0=可 1=マスタ無し 2=マスタに無い 3=無効 4=資格外
      *    5=免許番号なし・期限切れ。SQ-MSG は呼出元がそのまま表示
      *    する理由文。
       01  LNK-SQ-OUT.
           03 SQ-RC             PIC 9.
           03 SQ-MSG            PIC X(40).

       PROCEDURE DIVISION USING LNK-SQ-IN
                 RETURNING LNK-SQ-OUT.

           MOVE 0 TO SQ-RC.
           MOVE SPACES TO SQ-MSG.
           IF SQ-SES-TYPE NOT = "I" AND SQ-SES-TYPE NOT = "F" THEN
               EXIT FUNCTION
           END-IF.

           OPEN INPUT SQ-STAFF-FILE.
           IF SW-STF-STATUS NOT = "00" THEN
               MOVE 1 TO SQ-RC
               MOVE "NO STAFF MASTER TO CHECK QUALIFICATION"
                   TO SQ-MSG
               EXIT FUNCTION
           END-IF.
           MOVE 'N' TO SW-EOF-FLAG.
           MOVE 'N' TO SW-FOUND-FLAG.
           PERFORM UNTIL SW-EOF OR SW-FOUND
               READ SQ-STAFF-FILE
                   AT END
                       MOVE 'Y' TO SW-EOF-FLAG
                   NOT AT END
                       IF SQ-STF-NAME = SQ-STAFF THEN
                           MOVE 'Y' TO SW-FOUND-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SQ-STAFF-FILE.

           EVALUATE TRUE
               WHEN NOT SW-FOUND
                   MOVE 2 TO SQ-RC
                   MOVE "STAFF NOT ON STAFF MASTER" TO SQ-MSG
               WHEN SQ-STF-ACTIVE = "I"
                   MOVE 3 TO SQ-RC
                   MOVE "STAFF IS INACTIVE" TO SQ-MSG
               WHEN SQ-STF-QUAL NOT = "P" AND SQ-STF-QUAL NOT = "N"
                       AND SQ-STF-QUAL NOT = "D"
                   MOVE 4 TO SQ-RC
                   MOVE "NOT A PHYSICIAN/PH NURSE/DIETITIAN"
                       TO SQ-MSG
               WHEN SQ-STF-LICENCE = SPACES
                   MOVE 5 TO SQ-RC
                   MOVE "NO LICENCE NUMBER ON FILE" TO SQ-MSG
               WHEN SQ-STF-LIC-EXPIRY NOT = 0
                       AND SQ-STF-LIC-EXPIRY < SQ-SES-DATE
                   MOVE 5 TO SQ-RC
                   MOVE "LICENCE EXPIRED" TO SQ-MSG
           END-EVALUATE.

           EXIT FUNCTION.

       END FUNCTION CHECK-STAFF-QUAL.
