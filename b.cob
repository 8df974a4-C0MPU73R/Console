           FD  BACKUP-FILE.
      *>   Flat image of one ACCOUNT record - the length must match
      *>   the record layout in the ACCOUNT copybook.
           01 BACKUP-RECORD PIC X(105).
           FD  BACKUP-REPORT.
           01 BKP-LINE PIC X(80).

           01 WS-DEACT-COUNT PIC 9(6) VALUE 0.
           01 WS-LOCKED-COUNT PIC 9(6) VALUE 0.
           01 WS-DORMANT-COUNT PIC 9(6) VALUE 0.
           01 WS-CLOSED-COUNT PIC 9(6) VALUE 0.
           01 WS-OTHER-COUNT PIC 9(6) VALUE 0.
           01 WS-RPT-LINE PIC X(80) VALUE SPACES.
           01 WS-TS-DATE PIC 9(8) VALUE ZEROS.
                   ADD 1 TO WS-LOCKED-COUNT
               WHEN "N"
                   ADD 1 TO WS-DORMANT-COUNT
               WHEN "C"
                   ADD 1 TO WS-CLOSED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-OTHER-COUNT
           END-EVALUATE.
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "STATUS CLOSED:      " WS-CLOSED-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "STATUS OTHER:       " WS-OTHER-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
