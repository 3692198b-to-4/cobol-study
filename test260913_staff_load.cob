      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260913.

      * をスタッフごとに集計し、新しいフォローアップ案件の割り当て
      * 先として持ち件数が最少の有効スタッフを提案する。1人だけが
      * 60件抱えて燃え尽きるのを数字で早く見つけるためのもの。
      *
      * あわせて、今日から90日以内に有効期限が切れる (切れている)
      * 免許を一覧にする (output/licence_expiry.txt)。初回面談・
      * 最終評価は免許が有効な有資格者しか記録・予約できない
      * (copybooks/staff_rules.cpy) ので、更新漏れを月次で拾う。
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    スタッフ・マスタ: 氏名 (セッション・予約の表記と同じ
      *    10桁)・ロール (N=保健師 D=栄養士 O=その他 V=委託事業者
      *    の指導者)・有効フラグ・資格区分 (P=医師 N=保健師
      *    D=管理栄養士 O=その他)・免許番号・免許の有効期限
      *    (YYYYMMDD、0=期限なし)。
           SELECT STAFF-MASTER-FILE ASSIGN TO
               'input/staff_master.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

           SELECT LICENCE-RPT-FILE ASSIGN TO
               'output/licence_expiry.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LXR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STAFF-MASTER-FILE.
           03 STF-NAME        PIC X(10).
           03 STF-ROLE        PIC X.
           03 STF-ACTIVE      PIC X.
           03 STF-QUAL        PIC X.
           03 STF-LICENCE     PIC X(12).
           03 STF-LIC-EXPIRY  PIC 9(8).

       FD  SESSION-FILE.
       01  SESSION-REC.
           05 SES-TYPE        PIC X.
           05 SES-STAFF       PIC X(10).
           05 SES-OUTCOME     PIC X(20).
      *    支援形態・所要時間・委託先 (TEST230317 参照)。
           05 SES-MODALITY    PIC X.
           05 SES-MINUTES     PIC 9(3).
           05 SES-SOURCE      PIC X(4).
      *    面談記録: ステージ・生活習慣の評価・合意した次の行動
      *    (TEST230317 参照。版 002 で追加)。
           05 SES-STAGE       PIC X.
           05 SES-DIET        PIC X.
           05 SES-EXERCISE    PIC X.
           05 SES-ALCOHOL     PIC X.
           05 SES-SLEEP       PIC X.
           05 SES-NEXT-CODE   PIC X.
           05 SES-NEXT-ACTION PIC X(30).

       FD  APPOINTMENT-FILE.
       01  APPOINTMENT-REC.
       FD  WORKLOAD-RPT-FILE.
       01  WORKLOAD-RPT-LINE  PIC X(120).

       FD  LICENCE-RPT-FILE.
       01  LICENCE-RPT-LINE   PIC X(100).

       WORKING-STORAGE SECTION.
       01  AC-VAR             PIC X(30).
       01  WS-STF-STATUS      PIC XX.
       01  WS-SES-STATUS      PIC XX.
       01  WS-APT-STATUS      PIC XX.
       01  WS-RPT-STATUS      PIC XX.
       01  WS-LXR-STATUS      PIC XX.
       01  WS-RUN-DATE        PIC X(8).
       01  WS-TARGET-YYYYMM   PIC 9(6) VALUE 0.
       01  WS-STF-EOF-FLAG    PIC X VALUE 'N'.
       01  WS-BEST-OPEN       PIC 9(5) VALUE 99999.
       01  WS-SES-YYYYMM      PIC 9(6) VALUE 0.

      *    免許の期限切れ間近の一覧 (今日から WS-LX-WINDOW 日以内)。
       01  WS-LX-TAB.
           03 WS-LX-ENTRY OCCURS 50 TIMES.
              05 WS-LX-NAME     PIC X(10).
              05 WS-LX-ROLE     PIC X.
              05 WS-LX-QUAL     PIC X.
              05 WS-LX-LICENCE  PIC X(12).
              05 WS-LX-EXPIRY   PIC 9(8).
       01  WS-LX-CNT          PIC 9(2) VALUE 0.
       01  WS-LX-IDX          PIC 9(2) VALUE 0.
       01  WS-LX-WINDOW       PIC 9(3) VALUE 90.
       01  WS-TODAY-NUM       PIC 9(8) VALUE 0.
       01  WS-LX-LIMIT        PIC 9(8) VALUE 0.
       01  WS-LX-STATE        PIC X(8) VALUE SPACES.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-SES      PIC 9(3) VALUE 2.
       COPY layout_header.

       PROCEDURE DIVISION.
       MAIN SECTION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE FUNCTION NUMVAL(WS-RUN-DATE(1:6))
               TO WS-TARGET-YYYYMM.
           MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-TODAY-NUM.
           COMPUTE WS-LX-LIMIT = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) + WS-LX-WINDOW).

           DISPLAY "REPORT MONTH (YYYYMM, BLANK = "
               WS-TARGET-YYYYMM ")?".
           PERFORM TALLY-SESSIONS.
           PERFORM TALLY-APPOINTMENTS.
           PERFORM WRITE-WORKLOAD-REPORT.
           PERFORM WRITE-LICENCE-REPORT.

           STOP RUN.

                   AT END
                       MOVE 'Y' TO WS-STF-EOF-FLAG
                   NOT AT END
                       PERFORM NOTE-LICENCE-EXPIRY
      *                委託事業者の指導者 (ロール V) は資格確認の
      *                ためだけに載せているので、業務量の表には
      *                入れない。
                       IF WS-ST-CNT < 30 AND STF-ROLE NOT = "V" THEN
                           ADD 1 TO WS-ST-CNT
                           MOVE STF-NAME
                               TO WS-ST-NAME(WS-ST-CNT)
           IF WS-SES-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-SES-LAYOUT.

           MOVE 'N' TO WS-SES-EOF-FLAG.
           PERFORM UNTIL WS-SES-EOF
                       MOVE 'Y' TO WS-SES-EOF-FLAG
                   NOT AT END
                       COMPUTE WS-SES-YYYYMM = SES-DATE / 100
      *                委託事業者の実施分 (SES-SOURCE あり) は自前の
      *                スタッフの業務量に入れない。
                       IF WS-SES-YYYYMM = WS-TARGET-YYYYMM
                               AND SES-SOURCE = SPACES THEN
                           MOVE SES-STAFF TO WS-ST-LOOK
                           PERFORM FIND-OR-ADD-STAFF
                           IF WS-ST-HIT > 0 THEN

           EXIT.

       NOTE-LICENCE-EXPIRY.

      *    期限が設定されていて (0 は期限なし)、今日から
      *    WS-LX-WINDOW 日以内に切れるか既に切れている免許を拾う。
      *    無効 (I) のスタッフは記録・予約に使われないので除く。
           IF STF-LIC-EXPIRY = 0 OR STF-ACTIVE = "I" THEN
               EXIT PARAGRAPH
           END-IF.
           IF STF-LIC-EXPIRY > WS-LX-LIMIT THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-LX-CNT < 50 THEN
               ADD 1 TO WS-LX-CNT
               MOVE STF-NAME       TO WS-LX-NAME(WS-LX-CNT)
               MOVE STF-ROLE       TO WS-LX-ROLE(WS-LX-CNT)
               MOVE STF-QUAL       TO WS-LX-QUAL(WS-LX-CNT)
               MOVE STF-LICENCE    TO WS-LX-LICENCE(WS-LX-CNT)
               MOVE STF-LIC-EXPIRY TO WS-LX-EXPIRY(WS-LX-CNT)
           END-IF.

           EXIT.


       WRITE-LICENCE-REPORT.

           OPEN OUTPUT LICENCE-RPT-FILE.
           MOVE SPACES TO LICENCE-RPT-LINE.
           STRING "LICENCES EXPIRING WITHIN " WS-LX-WINDOW
               " DAYS  AS OF " WS-RUN-DATE " (UNTIL " WS-LX-LIMIT ")"
               DELIMITED BY SIZE INTO LICENCE-RPT-LINE.
           WRITE LICENCE-RPT-LINE.

           PERFORM VARYING WS-LX-IDX FROM 1 BY 1
                   UNTIL WS-LX-IDX > WS-LX-CNT
               IF WS-LX-EXPIRY(WS-LX-IDX) < WS-TODAY-NUM THEN
                   MOVE "EXPIRED" TO WS-LX-STATE
               ELSE
                   MOVE "EXPIRING" TO WS-LX-STATE
               END-IF
               MOVE SPACES TO LICENCE-RPT-LINE
               STRING "STAFF " WS-LX-NAME(WS-LX-IDX)
                   " ROLE " WS-LX-ROLE(WS-LX-IDX)
                   " QUAL " WS-LX-QUAL(WS-LX-IDX)
                   " LICENCE " WS-LX-LICENCE(WS-LX-IDX)
                   " EXPIRES " WS-LX-EXPIRY(WS-LX-IDX)
                   " " WS-LX-STATE
                   DELIMITED BY SIZE INTO LICENCE-RPT-LINE
               WRITE LICENCE-RPT-LINE
           END-PERFORM.

           MOVE SPACES TO LICENCE-RPT-LINE.
           STRING "TOTAL " WS-LX-CNT
               DELIMITED BY SIZE INTO LICENCE-RPT-LINE.
           WRITE LICENCE-RPT-LINE.
           CLOSE LICENCE-RPT-FILE.

           DISPLAY "LICENCE EXPIRY LIST WRITTEN "
               "(output/licence_expiry.txt), " WS-LX-CNT
               " LICENCE(S) DUE WITHIN " WS-LX-WINDOW " DAYS".

           EXIT.


       CHECK-SES-LAYOUT.

      *    先頭の版見出しを読み、この FD の版と突き合わせる
      *    (食い違えば止まる)。読み進めは見出しの次の行から。
           MOVE SPACES TO WLI-HEADER.
           READ SESSION-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SESSION-REC(1:28) TO WLI-HEADER
           END-READ.
           MOVE "output/sessions.dat" TO WLI-PATH.
           MOVE "SESSIONS" TO WLI-FILE-ID.
           MOVE WS-LAYOUT-SES TO WLI-EXPECT.
           IF FUNCTION CHECK-FILE-LAYOUT(WS-LAYOUT-IN) NOT = "Y"
               STOP RUN
           END-IF.

           EXIT.

       END PROGRAM TEST260913.
