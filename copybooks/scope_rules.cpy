      *
      * HBA1C-BMI-CHECK ライブラリ: オペレーターの担当範囲 (保険者・
      * 施設) の確認。ある保険者との契約で、他の保険者の担当チームの
      * 職員がその加入者を見ることが禁じられたため、窓口照会
      * (TEST230317)・抽出 (TEST260918)・監査照会 (TEST260904) と
      * メニュー (TEST260916) はどれもこの1本で担当範囲を確かめる。
      * 担当範囲表 (input/operator_scope.dat) はこの関数が直接読む。
      * 1行が1オペレーターの1範囲 (同じオペレーターに何行でも):
      *   OSC-INSURER   保険者コード。"****" はすべての保険者。
      *   OSC-SITE-FROM/OSC-SITE-TO  施設コードの範囲 (両端を含む)。
      * 表そのものが無い環境では従来どおり制限しない (オペレーター・
      * マスタが無い環境と同じ扱い)。表があって行の無いオペレーター
      * は何も見られない。保険者の分からない患者 (資格も経年履歴も
      * 無い) は "****" の行にしか当たらず、施設の分からない患者
      * (施設コード 0) は 000 から始まる範囲にしか当たらない。
      * GnuCOBOL では関数は呼出元より上に定義することが必須のため、
      * このコピー句を各プログラムの先頭で COPY する (実体は1本)。
      * 引数の形は scope_ctl のコピー句。
      *

      *    担当範囲の確認。SC-MODE が R なら1件 (保険者・施設) が範囲
      *    内か、A ならそのオペレーターに範囲が1行でもあるか。
      *    表は最初の呼び出しで読み、オペレーターが変わるまで持つ。
       IDENTIFICATION DIVISION.
       FUNCTION-ID. CHECK-OPERATOR-SCOPE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SC-SCOPE-FILE ASSIGN TO 'input/operator_scope.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SC-SCOPE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SC-SCOPE-FILE.
       01  SC-SCOPE-REC.
           03 OSC-OP-ID         PIC X(6).
           03 OSC-INSURER       PIC X(4).
           03 OSC-SITE-FROM     PIC 9(3).
           03 OSC-SITE-TO       PIC 9(3).

       WORKING-STORAGE SECTION.
       01  SC-SCOPE-STATUS    PIC XX.
       01  SC-EOF-FLAG        PIC X VALUE 'N'.
           88 SC-EOF                 VALUE 'Y'.
      *    読み込み済みのオペレーター (空白 = まだ読んでいない)。
       01  SC-LOADED-OP       PIC X(6) VALUE SPACES.
       01  SC-LOADED-FLAG     PIC X VALUE 'N'.
           88 SC-LOADED              VALUE 'Y'.
       01  SC-TABLE-FLAG      PIC X VALUE 'N'.
           88 SC-TABLE-PRESENT       VALUE 'Y'.
       01  SC-CNT             PIC 9(3) VALUE 0.
       01  SC-IDX             PIC 9(3) VALUE 0.
       01  SC-RANGE OCCURS 50 TIMES.
           03 SC-R-INSURER    PIC X(4).
           03 SC-R-FROM       PIC 9(3).
           03 SC-R-TO         PIC 9(3).

       LINKAGE SECTION.
      *    入力: 確認の種類 (R/A)・オペレーターID・患者の保険者・施設。
       01  LNK-SC-IN.
           03 SC-MODE           PIC X.
           03 SC-OP-ID          PIC X(6).
           03 SC-INSURER        PIC X(4).
           03 SC-SITE           PIC 9(3).

      *    出力: 0=範囲内 1=担当範囲表なし (制限しない) 2=範囲の行が
      *    無い 3=範囲外。SC-MSG は呼出元がそのまま表示する理由文。
       01  LNK-SC-OUT.
           03 SC-RC             PIC 9.
           03 SC-MSG            PIC X(40).

       PROCEDURE DIVISION USING LNK-SC-IN
                 RETURNING LNK-SC-OUT.

           MOVE 0 TO SC-RC.
           MOVE SPACES TO SC-MSG.

           IF NOT SC-LOADED OR SC-LOADED-OP NOT = SC-OP-ID THEN
               MOVE 0 TO SC-CNT
               MOVE 'N' TO SC-TABLE-FLAG
               OPEN INPUT SC-SCOPE-FILE
               IF SC-SCOPE-STATUS = "00" THEN
                   MOVE 'Y' TO SC-TABLE-FLAG
                   MOVE 'N' TO SC-EOF-FLAG
                   PERFORM UNTIL SC-EOF
                       READ SC-SCOPE-FILE
                           AT END
                               MOVE 'Y' TO SC-EOF-FLAG
                           NOT AT END
                               IF OSC-OP-ID = SC-OP-ID
                                       AND SC-OP-ID NOT = SPACES
                                       AND SC-CNT < 50 THEN
                                   ADD 1 TO SC-CNT
                                   MOVE OSC-INSURER
                                       TO SC-R-INSURER(SC-CNT)
                                   MOVE OSC-SITE-FROM
                                       TO SC-R-FROM(SC-CNT)
                                   MOVE OSC-SITE-TO
                                       TO SC-R-TO(SC-CNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SC-SCOPE-FILE
               END-IF
               MOVE SC-OP-ID TO SC-LOADED-OP
               MOVE 'Y' TO SC-LOADED-FLAG
           END-IF.

           IF NOT SC-TABLE-PRESENT THEN
               MOVE 1 TO SC-RC
               MOVE "NO OPERATOR SCOPE TABLE - UNRESTRICTED"
                   TO SC-MSG
               EXIT FUNCTION
           END-IF.
           IF SC-CNT = 0 THEN
               MOVE 2 TO SC-RC
               MOVE "OPERATOR HAS NO INSURER/SITE SCOPE" TO SC-MSG
               EXIT FUNCTION
           END-IF.
           IF SC-MODE = "A" THEN
               EXIT FUNCTION
           END-IF.

           PERFORM VARYING SC-IDX FROM 1 BY 1
                   UNTIL SC-IDX > SC-CNT
               IF (SC-R-INSURER(SC-IDX) = "****"
                       OR (SC-INSURER NOT = SPACES
                           AND SC-R-INSURER(SC-IDX) = SC-INSURER))
                       AND SC-SITE >= SC-R-FROM(SC-IDX)
                       AND SC-SITE <= SC-R-TO(SC-IDX) THEN
                   EXIT FUNCTION
               END-IF
           END-PERFORM.

           MOVE 3 TO SC-RC.
           IF SC-INSURER = SPACES THEN
               MOVE "INSURER UNKNOWN - NOT IN OPERATOR SCOPE"
                   TO SC-MSG
           ELSE
               STRING "INSURER " SC-INSURER " SITE " SC-SITE
                   " IS OUT OF SCOPE"
                   DELIMITED BY SIZE INTO SC-MSG
           END-IF.

           EXIT FUNCTION.

       END FUNCTION CHECK-OPERATOR-SCOPE.


      *    患者の保険者・施設を引く。呼出元が既に知っている値 (抽出の
      *    経年履歴の行など) はそのまま返し、空いている方だけ埋める:
      *      保険者 = 基準日を含む資格の行 (無ければ最後の行)。資格に
      *               無ければ経年履歴の保険者。
      *      施設   = 経年履歴の最新年度の行の施設コード。
      *    経年履歴は呼出元と同じファイル (練習モードなら砂場の写し)
      *    を読む。同じ患者が続けて来たら前回の答えを返す。
       IDENTIFICATION DIVISION.
       FUNCTION-ID. RESOLVE-PATIENT-SCOPE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SR-ELIG-FILE ASSIGN TO 'input/eligibility.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SR-ELG-STATUS.

           SELECT SR-HIST-FILE ASSIGN USING SR-RHF-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SR-RHF-KEY
           ALTERNATE RECORD KEY IS SR-RHF-SITE-FY-KEY WITH DUPLICATES
           ALTERNATE RECORD KEY IS SR-RHF-EXAM-DATE WITH DUPLICATES
           FILE STATUS IS SR-RHF-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    資格マスタ (TEST230314 と同じ並び)。
       FD  SR-ELIG-FILE.
       01  SR-ELIG-REC.
           03 SR-ELG-PATIENT-ID PIC 9(9).
           03 SR-ELG-INSURER    PIC X(4).
           03 SR-ELG-COVER-FROM PIC 9(8).
           03 SR-ELG-COVER-TO   PIC 9(8).
           03 SR-ELG-PLAN-TYPE  PIC X(2).
           03 SR-ELG-HOUSEHOLD  PIC X(10).
           03 SR-ELG-EMPLOYER   PIC X(8).

      *    経年履歴 (TEST260918 と同じ並び・キー)。
       FD  SR-HIST-FILE.
       01  SR-HIST-REC.
           03 SR-RHF-KEY.
              05 SR-RHF-PATIENT-ID PIC 9(9).
              05 SR-RHF-FYEAR      PIC 9(4).
           03 SR-RHF-LSK-BG     PIC 9.
           03 SR-RHF-RUN-DATE   PIC X(8).
           03 SR-RHF-HBA1C      PIC 9V99.
           03 SR-RHF-FST        PIC 9(3).
           03 SR-RHF-SITE-CODE  PIC 9(3).
           03 SR-RHF-SEX        PIC 9.
           03 SR-RHF-DOB        PIC 9(8).
           03 SR-RHF-EXAM-DATE  PIC 9(8).
           03 SR-RHF-INSURER    PIC X(4).
           03 SR-RHF-PLAN-TYPE  PIC X(2).
           03 SR-RHF-METSYN     PIC X.
           03 SR-RHF-SITE-FY-KEY.
              05 SR-RHF-SF-SITE  PIC 9(3).
              05 SR-RHF-SF-FYEAR PIC 9(4).

       WORKING-STORAGE SECTION.
       01  SR-ELG-STATUS      PIC XX.
       01  SR-RHF-STATUS      PIC XX.
       01  SR-RHF-PATH        PIC X(50) VALUE SPACES.
       01  SR-EOF-FLAG        PIC X VALUE 'N'.
           88 SR-EOF                 VALUE 'Y'.
       01  SR-COVER-FLAG      PIC X VALUE 'N'.
           88 SR-COVERED             VALUE 'Y'.
       01  SR-HIST-INSURER    PIC X(4) VALUE SPACES.
      *    前回の問い合わせと答え。
       01  SR-LAST-IN         PIC X(74) VALUE SPACES.
       01  SR-LAST-OUT        PIC X(7) VALUE SPACES.

       LINKAGE SECTION.
      *    入力: 患者ID・基準日・分かっている保険者 (空白 = 引く)・
      *    施設 (0 = 引く)・経年履歴のファイル名 (空白 = 本番)。
       01  LNK-RP-IN.
           03 RP-PATIENT-ID     PIC 9(9).
           03 RP-AS-OF          PIC 9(8).
           03 RP-INSURER        PIC X(4).
           03 RP-SITE           PIC 9(3).
           03 RP-RHF-PATH       PIC X(50).
       01  LNK-RP-OUT.
           03 RP-OUT-INSURER    PIC X(4).
           03 RP-OUT-SITE       PIC 9(3).

       PROCEDURE DIVISION USING LNK-RP-IN
                 RETURNING LNK-RP-OUT.

           IF LNK-RP-IN = SR-LAST-IN THEN
               MOVE SR-LAST-OUT TO LNK-RP-OUT
               EXIT FUNCTION
           END-IF.

           MOVE RP-INSURER TO RP-OUT-INSURER.
           MOVE RP-SITE TO RP-OUT-SITE.
           MOVE SPACES TO SR-HIST-INSURER.

           IF RP-OUT-INSURER = SPACES THEN
               MOVE 'N' TO SR-COVER-FLAG
               OPEN INPUT SR-ELIG-FILE
               IF SR-ELG-STATUS = "00" THEN
                   MOVE 'N' TO SR-EOF-FLAG
                   PERFORM UNTIL SR-EOF OR SR-COVERED
                       READ SR-ELIG-FILE
                           AT END
                               MOVE 'Y' TO SR-EOF-FLAG
                           NOT AT END
                               IF SR-ELG-PATIENT-ID = RP-PATIENT-ID
                                   MOVE SR-ELG-INSURER
                                       TO RP-OUT-INSURER
                                   IF SR-ELG-COVER-FROM <= RP-AS-OF
                                       AND (SR-ELG-COVER-TO = 0
                                       OR SR-ELG-COVER-TO >= RP-AS-OF)
                                       MOVE 'Y' TO SR-COVER-FLAG
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SR-ELIG-FILE
               END-IF
           END-IF.

           IF RP-OUT-SITE = 0 OR RP-OUT-INSURER = SPACES THEN
               MOVE RP-RHF-PATH TO SR-RHF-PATH
               IF SR-RHF-PATH = SPACES THEN
                   MOVE "output/result_history.dat" TO SR-RHF-PATH
               END-IF
               OPEN INPUT SR-HIST-FILE
               IF SR-RHF-STATUS = "00" THEN
                   MOVE RP-PATIENT-ID TO SR-RHF-PATIENT-ID
                   MOVE 0 TO SR-RHF-FYEAR
                   MOVE 'N' TO SR-EOF-FLAG
                   START SR-HIST-FILE KEY IS >= SR-RHF-KEY
                       INVALID KEY
                           MOVE 'Y' TO SR-EOF-FLAG
                   END-START
      *            年度の昇順に並ぶので、最後に当たった行が最新年度。
                   PERFORM UNTIL SR-EOF
                       READ SR-HIST-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO SR-EOF-FLAG
                           NOT AT END
                               IF SR-RHF-PATIENT-ID NOT = RP-PATIENT-ID
                                   MOVE 'Y' TO SR-EOF-FLAG
                               ELSE
                                   IF RP-SITE = 0 THEN
                                       MOVE SR-RHF-SITE-CODE
                                           TO RP-OUT-SITE
                                   END-IF
                                   IF SR-RHF-INSURER NOT = SPACES
                                       MOVE SR-RHF-INSURER
                                           TO SR-HIST-INSURER
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SR-HIST-FILE
               END-IF
               IF RP-OUT-INSURER = SPACES THEN
                   MOVE SR-HIST-INSURER TO RP-OUT-INSURER
               END-IF
           END-IF.

           MOVE LNK-RP-IN TO SR-LAST-IN.
           MOVE LNK-RP-OUT TO SR-LAST-OUT.

           EXIT FUNCTION.

       END FUNCTION RESOLVE-PATIENT-SCOPE.
