      *    順ファイルの面々。
           MOVE "sessions.dat" TO WS-SRC-NAME.
           MOVE "output/sessions.dat" TO WS-SRC-PATH.
           MOVE 92 TO WS-REC-LEN.
           PERFORM SNAPSHOT-SEQ-FILE.

           MOVE "dup_resolution.dat" TO WS-SRC-NAME.

           MOVE "patient_master.dat" TO WS-SRC-NAME.
           MOVE "output/patient_master.dat" TO WS-SRC-PATH.
           MOVE 140 TO WS-REC-LEN.
           PERFORM SNAPSHOT-SEQ-FILE.

      *    INDEXED の2本。
