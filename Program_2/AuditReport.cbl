            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS AUDIT-IN-REC.
      * ONE ENTRY AS THE BATCH JOBS WRITE IT: JOB NAME, DATE, TIME,
      * THEN EITHER THE READ/PROC/REJ COUNTS, AN OVERRIDE NOTE, A
      * BACKUP MODE LINE, OR ONE TILL'S DUAL COUNT OUTCOME
       01 AUDIT-IN-REC.
            05 AI-JOB-NAME PIC X(8).
            05 FILLER      PIC X.
                 10 FILLER      PIC X(5).
                 10 AI-REJ-X    PIC X(7).
                 10 FILLER      PIC X(16).
            05 AI-DUAL-COUNT REDEFINES AI-REST.
                 10 AI-DUAL-TAG PIC X(9).
                 10 FILLER      PIC X(32).
                 10 AI-DUAL-RESULT PIC X(8).
                 10 FILLER      PIC X(4).

       FD OPS-REPORT
            RECORD CONTAINS 80 CHARACTERS
               10 DJ-PROC      PIC 9(9).
               10 DJ-REJ       PIC 9(9).
               10 DJ-OVERRIDES PIC 9(5).
               10 DJ-RECOUNTS  PIC 9(5).
       01 DAY-JOB-SUB            PIC 999 VALUE ZEROES.
       01 DAY-JOB-FOUND          PIC 999 VALUE ZEROES.

           IF AI-REST (1:9) = 'OVERRIDE:'
              ADD 1 TO DJ-OVERRIDES (DAY-JOB-FOUND)
           ELSE
              IF AI-DUAL-TAG = 'DUALCNT: '
                 IF AI-DUAL-RESULT = 'HELD'
                    ADD 1 TO DJ-RECOUNTS (DAY-JOB-FOUND)
                 END-IF
              ELSE
                 ADD 1 TO DJ-RUNS (DAY-JOB-FOUND)
                 ADD 1 TO JT-RUNS (JOB-FOUND)
                 IF AI-READ-TAG = 'READ:'
                    MOVE AI-READ-X TO PARSE-FIELD
                    PERFORM PARSE-COUNT
                    MOVE PARSE-VALUE TO ENTRY-READ
                    MOVE AI-PROC-X TO PARSE-FIELD
                    PERFORM PARSE-COUNT
                    MOVE PARSE-VALUE TO ENTRY-PROC
                    MOVE AI-REJ-X TO PARSE-FIELD
                    PERFORM PARSE-COUNT
                    MOVE PARSE-VALUE TO ENTRY-REJ
                    ADD ENTRY-READ TO DJ-READ (DAY-JOB-FOUND)
                    ADD ENTRY-PROC TO DJ-PROC (DAY-JOB-FOUND)
                    ADD ENTRY-REJ TO DJ-REJ (DAY-JOB-FOUND)
                    ADD ENTRY-READ TO JT-READ (JOB-FOUND)
                    ADD ENTRY-PROC TO JT-PROC (JOB-FOUND)
                    ADD ENTRY-REJ TO JT-REJ (JOB-FOUND)
                 END-IF
              END-IF
           END-IF.

                 MOVE ZEROES TO DJ-PROC (DAY-JOB-FOUND)
                 MOVE ZEROES TO DJ-REJ (DAY-JOB-FOUND)
                 MOVE ZEROES TO DJ-OVERRIDES (DAY-JOB-FOUND)
                 MOVE ZEROES TO DJ-RECOUNTS (DAY-JOB-FOUND)
              ELSE
                 DISPLAY 'WARNING: SUMMARY TABLE FULL - EXTRA '
                    'ENTRIES LUMPED INTO THE FIRST BUCKET'
           END-IF.

      * ONE DATE GROUP: EACH JOB'S COUNTS AND REJECT RATE FOR THE
      * DAY, ANY OVERRIDES TAKEN OR TILLS HELD FOR A RECOUNT, AND A
      * FLAG FOR EACH EXPECTED JOB WITH NO ENTRY THAT DAY
       WRITE-DAY-SUMMARY.
           MOVE DATE-ENTRY (DATE-SUB) TO CURRENT-DATE-VAL.
           MOVE CURRENT-DATE-VAL TO OD-DATE.
                 MOVE OPS-FLAG-LINE TO PRINT-LINE
                 WRITE PRINT-LINE
              END-IF
              IF DJ-RECOUNTS (DAY-JOB-SUB) > ZEROES
                 MOVE DJ-JOB (DAY-JOB-SUB) TO OF-JOB
                 MOVE '** TILLS HELD FOR SUPERVISOR RECOUNT'
                    TO OF-MESSAGE
                 MOVE OPS-FLAG-LINE TO PRINT-LINE
                 WRITE PRINT-LINE
              END-IF
           END-IF.

       CHECK-EXPECTED-JOB.
