      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.

      *    オペレーターの担当範囲 (保険者・施設) の確認 (窓口照会・
      *    患者マスタ保守と共通の1本)。
       COPY scope_rules.


      *    患者IDの末尾1桁をチェックディジットとして検証する
      *    (HBA1C-BMI-CHECK ライブラリの複製)。
       IDENTIFICATION DIVISION.
      *   - 別名テーブル (output/patient_aliases.dat) に旧ID->存続ID
      *     を追記し、窓口照会がどちらの番号でも引けるようにする
      *   - 監査ログに誰がいつ名寄せしたかを1行残す
      *   - 旧ID・存続IDのどちらかがオペレーターの担当範囲の外なら
      *     何も触らずに断り、保安ログ (output/security_log.txt) に
      *     "SCOPE REFUSED MERGE <患者ID>" を残す (窓口照会と同じ)
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT
           FUNCTION CHECK-PATIENT-ID
           FUNCTION CHECK-OPERATOR-SCOPE
           FUNCTION RESOLVE-PATIENT-SCOPE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

      *    患者単位のロック台帳 (窓口 TEST230317 と共用): 名寄せ中の
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.

      *    担当範囲外の拒否などの保安イベントの追記ログ (窓口照会と
      *    共用)。
           SELECT SECURITY-LOG-FILE ASSIGN TO
               'output/security_log.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOCK-FILE.
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

       FD  PATIENT-LOCK-FILE.
       01  PATIENT-LOCK-REC.
       FD  AUDIT-FILE.
       01  AUDIT-LINE         PIC X(200).

       FD  SECURITY-LOG-FILE.
       01  SECURITY-LOG-LINE  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-LOCK-STATUS     PIC XX VALUE SPACES.
       01  WS-LOCK-HELD-FLAG  PIC X VALUE 'N'.
           88 WS-NEW-FOUND           VALUE 'Y'.
       01  WS-OLD-LSK         PIC 9 VALUE 0.
       01  WS-OLD-DATE        PIC X(8) VALUE SPACES.
       01  WS-OLD-BRK         PIC X(32) VALUE SPACES.
       01  WS-NEW-DATE        PIC X(8) VALUE SPACES.

      *    旧IDの経年履歴の付け替え用 (一度テーブルに取ってから
              05 WS-HIS-EXAM  PIC 9(8).
              05 WS-HIS-INS   PIC X(4).
              05 WS-HIS-PLAN  PIC X(2).
              05 WS-HIS-MS    PIC X.
       01  WS-HIS-CNT         PIC 9(2) VALUE 0.
       01  WS-HIS-IDX         PIC 9(2) VALUE 0.
       01  WS-HIS-EOF-FLAG    PIC X VALUE 'N'.
           88 WS-PLOCK-OK            VALUE 'Y'.
       01  WS-PLOCK-TIME      PIC 9(8) VALUE 0.

      *    担当範囲の確認 (copybooks/scope_rules.cpy)。確認する患者・
      *    保安ログに出すコマンド名・結果。
       COPY scope_ctl.
       01  WS-SCOPE-PATIENT   PIC 9(9) VALUE 0.
       01  WS-SCOPE-WHAT      PIC X(10) VALUE SPACES.
       01  WS-SCOPE-OK-FLAG   PIC X VALUE 'Y'.
           88 WS-SCOPE-OK            VALUE 'Y'.
       01  WS-SEC-STATUS      PIC XX VALUE SPACES.
       01  WS-SEC-EVENT       PIC X(40) VALUE SPACES.
       01  WS-SEC-TIME        PIC 9(8) VALUE 0.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-RF       PIC 9(3) VALUE 1.
       01  WS-LAYOUT-RHF      PIC 9(3) VALUE 2.
       COPY layout_header.

       PROCEDURE DIVISION.
       MAIN SECTION.

               GOBACK
           END-IF.

      *    名寄せは両方の患者の結果・経年履歴を書き換えるので、
      *    どちらも担当範囲になければ断る。
           MOVE "MERGE" TO WS-SCOPE-WHAT.
           MOVE WS-OLD-ID TO WS-SCOPE-PATIENT.
           PERFORM CHECK-PATIENT-SCOPE.
           IF NOT WS-SCOPE-OK THEN
               GOBACK
           END-IF.
           MOVE WS-NEW-ID TO WS-SCOPE-PATIENT.
           PERFORM CHECK-PATIENT-SCOPE.
           IF NOT WS-SCOPE-OK THEN
               GOBACK
           END-IF.

      *    名寄せ中の両IDを患者単位でロックする (窓口と同じ台帳)。
           MOVE WS-OLD-ID TO WS-PLOCK-ID.
           PERFORM ACQUIRE-PATIENT-LOCK.
           IF WS-RF-STATUS NOT = "00" THEN
               DISPLAY "NO RESULT FILE - LATEST-RESULT MERGE SKIPPED"
           ELSE
               PERFORM CHECK-RF-LAYOUT
               MOVE 'N' TO WS-OLD-FOUND-FLAG
               MOVE WS-OLD-ID TO RF-PATIENT-ID
               READ RESULT-FILE
           IF WS-RHF-STATUS NOT = "00" THEN
               DISPLAY "NO RESULT HISTORY - HISTORY MERGE SKIPPED"
           ELSE
               PERFORM CHECK-RHF-LAYOUT
      *        旧IDの履歴をテーブルへ吸い上げる。
               MOVE 0 TO WS-HIS-CNT
               MOVE WS-OLD-ID TO RHF-PATIENT-ID
                                       TO WS-HIS-INS(WS-HIS-CNT)
                                   MOVE RHF-PLAN-TYPE
                                       TO WS-HIS-PLAN(WS-HIS-CNT)
                                   MOVE RHF-METSYN
                                       TO WS-HIS-MS(WS-HIS-CNT)
                               END-IF
                           END-IF
                   END-READ
                   MOVE WS-HIS-EXAM(WS-HIS-IDX)  TO RHF-EXAM-DATE
                   MOVE WS-HIS-INS(WS-HIS-IDX)   TO RHF-INSURER
                   MOVE WS-HIS-PLAN(WS-HIS-IDX)  TO RHF-PLAN-TYPE
                   MOVE WS-HIS-MS(WS-HIS-IDX)    TO RHF-METSYN
                   MOVE RHF-SITE-CODE   TO RHF-SF-SITE
                   MOVE RHF-FYEAR       TO RHF-SF-FYEAR
                   WRITE RESULT-HIST-REC
                       INVALID KEY
                           CONTINUE

           EXIT.


       CHECK-PATIENT-SCOPE.

      *    WS-SCOPE-PATIENT の患者がオペレーターの担当範囲にあるか
      *    確かめ、範囲外なら断ったことを表示して保安ログに残す
      *    (WS-SCOPE-WHAT はコマンド名)。
           PERFORM TEST-PATIENT-SCOPE.

           IF NOT WS-SCOPE-OK THEN
               DISPLAY "PATIENT " WS-SCOPE-PATIENT
                   " IS OUTSIDE YOUR SCOPE - "
                   FUNCTION TRIM(WSC-MSG)
               DISPLAY "NOTHING DONE"
               MOVE SPACES TO WS-SEC-EVENT
               STRING "SCOPE REFUSED "
                   FUNCTION TRIM(WS-SCOPE-WHAT) " "
                   WS-SCOPE-PATIENT
                   DELIMITED BY SIZE INTO WS-SEC-EVENT
               PERFORM WRITE-SECURITY-LOG
           END-IF.

           EXIT.


       TEST-PATIENT-SCOPE.

      *    WS-SCOPE-PATIENT の患者の保険者・施設 (資格・経年履歴から
      *    引く) がオペレーターの担当範囲 (保険者・施設) にあるか。
      *    範囲外なら WS-SCOPE-OK を落とす (表示・記録はしない)。
      *    担当範囲表の無い環境では確かめない (従来どおり)。
           MOVE 'Y' TO WS-SCOPE-OK-FLAG.
           MOVE "A" TO WSC-MODE.
           MOVE WS-OP-ID TO WSC-OP-ID.
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


       WRITE-SECURITY-LOG.

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
               " OPERATOR " FUNCTION TRIM(WS-OP-ID)
               " EVENT " FUNCTION TRIM(WS-SEC-EVENT)
               " TIME " WS-SEC-TIME(1:6)
               DELIMITED BY SIZE INTO SECURITY-LOG-LINE.
           WRITE SECURITY-LOG-LINE.

           CLOSE SECURITY-LOG-FILE.

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

       END PROGRAM TEST260831.
