       IDENTIFICATION DIVISION.
       PROGRAM-ID. AttendanceCheck.
       AUTHOR. JOHN SCHLANGER.
               KELTON ESSIG.
               JOSH COLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL ASSIGN TO 'PAYRUNCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO DYNAMIC
                   RUN-EMPLOYEE-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOCSEC
               FILE STATUS IS EMPLOYEE-MASTER-STATUS.
           SELECT CLOCK-PUNCHES ASSIGN TO 'CLOCKPUNCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOCK-PUNCHES-STATUS.
           SELECT SHIFT-SCHEDULE ASSIGN TO 'SCHEDULE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHIFT-SCHEDULE-STATUS.
           SELECT OT-APPROVALS ASSIGN TO 'OTAPPRV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OT-APPROVALS-STATUS.
           SELECT OT-HOLDS ASSIGN TO 'OTHOLD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OH-KEY
               FILE STATUS IS OT-HOLDS-STATUS.
           SELECT ATTEND-HISTORY ASSIGN TO 'ATTNHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-KEY
               FILE STATUS IS ATTEND-HISTORY-STATUS.
           SELECT EXCEPTION-REPORT ASSIGN TO 'ATTNEXC.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG ASSIGN TO 'AUDIT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL
            RECORD CONTAINS 112 CHARACTERS
            DATA RECORD IS RUN-CONTROL-REC.
      * SAME LAYOUT THE PAYROLL RUN READS; ONLY THE MASTER FILE NAME
      * IS USED HERE, SINCE THE ATTENDANCE CHECK RUNS AHEAD OF THE
      * TIMECLOCK POSTING AGAINST THE SAME EMPLOYEE MASTER
       01 RUN-CONTROL-REC.
            05 RC-COMPANY-CODE    PIC X(4).
            05 RC-PERIOD-END-DATE PIC 9(8).
            05 RC-MASTER-FILE     PIC X(20).
            05 RC-REGISTER-FILE   PIC X(20).
            05 RC-EXCEPTION-FILE  PIC X(20).
      * STUB AND CHECK FILE NAMES USED ONLY BY THE PAYROLL RUN
            05 FILLER             PIC X(40).

       FD EMPLOYEE-MASTER
            RECORD CONTAINS 54 CHARACTERS
            DATA RECORD IS EMPLOYEE-IN.
      * SAME LAYOUT THE PAYROLL RUN AND EMPLOYEE MAINTENANCE USE;
      * ONLY READ HERE FOR THE NAME AND DEPARTMENT
       01 EMPLOYEE-IN.
            05 SOCSEC     PIC 9(9).
            05 LASTNAME   PIC X(13).
            05 INITIALS   PIC XX.
            05 DEPT-CODE  PIC XX.
            05 HOURRATE   PIC 999V99.
            05 HOURWORK   PIC 99V99.
            05 PAY-TYPE   PIC X.
            05 SALARY-AMT PIC 9(5)V99.
            05 EMP-STATUS PIC X.
            05 STATUS-EFF-DATE PIC 9(8).
            05 WORK-LOC   PIC XX.

       FD CLOCK-PUNCHES
            RECORD CONTAINS 28 CHARACTERS
            DATA RECORD IS CLOCK-PUNCH-REC.
      * SAME RAW PUNCH FILE THE TIMECLOCK POSTING READS, IN
      * EMPLOYEE, DATE, TIME ORDER AS THE CLOCK EMITS IT
       01 CLOCK-PUNCH-REC.
            05 CP-SOCSEC PIC 9(9).
            05 CP-DATE   PIC 9(8).
            05 CP-TIME   PIC 9(4).
            05 CP-TIME-X REDEFINES CP-TIME.
                 10 CP-HH PIC 99.
                 10 CP-MM PIC 99.
            05 CP-TYPE   PIC X.
            05 CP-COST-CENTER PIC X(6).

       FD SHIFT-SCHEDULE
            RECORD CONTAINS 34 CHARACTERS
            DATA RECORD IS SCHEDULE-REC.
      * ONE EMPLOYEE'S PUBLISHED SHIFT FOR ONE DAY, IN EMPLOYEE AND
      * DATE ORDER: START AND END AS HHMM ON A 24-HOUR CLOCK WITHIN
      * THE DAY, THE SUPERVISOR WHO PUBLISHED IT, AND ANY MINUTES
      * OVER THE SHIFT THE SUPERVISOR APPROVED AHEAD OF TIME. A DAY
      * WITH NO RECORD IS A DAY OFF
       01 SCHEDULE-REC.
            05 SC-SOCSEC       PIC 9(9).
            05 SC-DATE         PIC 9(8).
            05 SC-START        PIC 9(4).
            05 SC-START-X REDEFINES SC-START.
                 10 SC-START-HH PIC 99.
                 10 SC-START-MM PIC 99.
            05 SC-END          PIC 9(4).
            05 SC-END-X REDEFINES SC-END.
                 10 SC-END-HH   PIC 99.
                 10 SC-END-MM   PIC 99.
            05 SC-SUPERVISOR   PIC X(6).
            05 SC-OT-APPROVED  PIC 9(3).

       FD OT-APPROVALS
            RECORD CONTAINS 23 CHARACTERS
            DATA RECORD IS OT-APPROVAL-REC.
      * A SUPERVISOR'S APPROVAL OF THE HOURS HELD FOR ONE EMPLOYEE
      * ON ONE DAY
       01 OT-APPROVAL-REC.
            05 AP-SOCSEC       PIC 9(9).
            05 AP-DATE         PIC 9(8).
            05 AP-APPROVER     PIC X(6).

       FD OT-HOLDS
            RECORD CONTAINS 50 CHARACTERS
            DATA RECORD IS OT-HOLD-REC.
      * MINUTES WORKED OVER THE SCHEDULE (OR ON A DAY OFF) WITHOUT
      * APPROVAL, BY EMPLOYEE AND DAY. STATUS 'H' KEEPS THEM OUT OF
      * HOURWORK WHEN THE TIMECLOCK POSTING RUNS; 'A' RELEASES THEM
      * ONCE A SUPERVISOR HAS APPROVED THEM; 'P' IS SET BY THE
      * POSTING ONCE THEY ARE IN HOURWORK, WITH THE PERIOD END
       01 OT-HOLD-REC.
            05 OH-KEY.
               10 OH-SOCSEC       PIC 9(9).
               10 OH-DATE         PIC 9(8).
            05 OH-HELD-MINUTES    PIC 9(4).
            05 OH-STATUS          PIC X.
            05 OH-SUPERVISOR      PIC X(6).
            05 OH-APPROVER        PIC X(6).
            05 OH-APPROVED-DATE   PIC 9(8).
            05 OH-PAID-PERIOD     PIC 9(8).

       FD ATTEND-HISTORY
            RECORD CONTAINS 38 CHARACTERS
            DATA RECORD IS ATTEND-HISTORY-REC.
      * ONE ATTENDANCE OCCURRENCE: 'T' TARDY, 'E' EARLY OUT, 'N'
      * NO-SHOW, WITH THE MINUTES MISSED AND THE POLICY POINTS IT
      * CARRIES. OCCURRENCES OLDER THAN TWELVE MONTHS ARE DROPPED
      * EACH RUN, SO THE FILE IS ALWAYS THE ROLLING YEAR HR APPLIES
      * THE ATTENDANCE POLICY AGAINST
       01 ATTEND-HISTORY-REC.
            05 AH-KEY.
               10 AH-SOCSEC       PIC 9(9).
               10 AH-DATE         PIC 9(8).
               10 AH-TYPE         PIC X.
            05 AH-MINUTES         PIC 9(4).
            05 AH-POINTS          PIC 9V9.
            05 AH-SUPERVISOR      PIC X(6).
            05 AH-RECORDED        PIC 9(8).

       FD EXCEPTION-REPORT
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS PRINT-LINE.
      * LINE WRITTEN TO THE ATTENDANCE EXCEPTION REPORT
       01 PRINT-LINE           PIC X(80).

       FD AUDIT-LOG
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS AUDIT-LOG-LINE.
      * ONE LINE APPENDED TO THE SHARED OPERATIONS AUDIT LOG PER RUN
       01 AUDIT-LOG-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
      * FILE STATUS FOR EACH FILE
       01 RUN-CONTROL-STATUS     PIC XX VALUE '00'.
       01 EMPLOYEE-MASTER-STATUS PIC XX VALUE '00'.
       01 CLOCK-PUNCHES-STATUS   PIC XX VALUE '00'.
       01 SHIFT-SCHEDULE-STATUS  PIC XX VALUE '00'.
       01 OT-APPROVALS-STATUS    PIC XX VALUE '00'.
       01 OT-HOLDS-STATUS        PIC XX VALUE '00'.
       01 ATTEND-HISTORY-STATUS  PIC XX VALUE '00'.
       01 AUDIT-LOG-STATUS       PIC XX VALUE '00'.
      * FILE NAME FOR THIS RUN, DEFAULTED AND OVERRIDDEN BY
      * PAYRUNCTL.DAT
       01 RUN-EMPLOYEE-MASTER-NAME PIC X(20) VALUE 'EMPMAST.DAT'.

      * FLAGS FOR MORE RECORDS IN THE PUNCH, SCHEDULE, APPROVAL,
      * AND HISTORY FILES, AND FOR A USABLE RECORD IN HAND
       01 PUNCHES-REMAIN         PIC X VALUE 'Y'.
       01 APPROVALS-REMAIN       PIC X VALUE 'Y'.
       01 HISTORY-REMAIN         PIC X VALUE 'Y'.
       01 RECORD-OK              PIC 9 VALUE 0.

      * MINUTES OF GRACE BEFORE A LATE ARRIVAL OR EARLY DEPARTURE
      * COUNTS, AND BEFORE TIME OVER THE SHIFT IS HELD
       01 GRACE-MINUTES          PIC 99 VALUE 05.
       01 GRACE-MINUTES-X        PIC XX.
      * POLICY POINTS CARRIED BY EACH KIND OF OCCURRENCE
       01 TARDY-POINTS           PIC 9V9 VALUE 0.5.
       01 EARLY-OUT-POINTS       PIC 9V9 VALUE 0.5.
       01 NO-SHOW-POINTS         PIC 9V9 VALUE 1.0.

      * RUN DATE, AND THE FIRST DAY OF THE ROLLING TWELVE MONTHS
      * OCCURRENCES ARE KEPT FOR
       01 RUN-DATE               PIC 9(8) VALUE ZEROES.
       01 WINDOW-START           PIC 9(8) VALUE ZEROES.
      * FIRST AND LAST DAYS THE PUNCH FILE COVERS; ONLY SCHEDULED
      * DAYS INSIDE THEM CAN BE NO-SHOWS, SO A SCHEDULE PUBLISHED
      * AHEAD IS NEVER COUNTED AGAINST ANYONE
       01 PERIOD-FIRST-DATE      PIC 9(8) VALUE 99999999.
       01 PERIOD-LAST-DATE       PIC 9(8) VALUE ZEROES.

      * HHMM TIME BROKEN INTO HOURS AND MINUTES
       01 HHMM-WORK              PIC 9(4) VALUE ZEROES.
       01 HHMM-WORK-X REDEFINES HHMM-WORK.
            05 HW-HH             PIC 99.
            05 HW-MM             PIC 99.
       01 PUNCH-MINUTE           PIC 9(4) VALUE ZEROES.

      * THE EMPLOYEE AND DAY OF PUNCHES IN HAND: WHEN THE FIRST
      * PAIR STARTED, WHEN THE LAST PAIR ENDED, AND THE MINUTES
      * WORKED IN PAIRED PUNCHES. HIGH-VALUES ONCE THE PUNCHES
      * RUN OUT
       01 DAY-KEY.
            05 DAY-SOCSEC        PIC 9(9).
            05 DAY-DATE          PIC 9(8).
       01 DAY-PAIRS              PIC 99 VALUE ZEROES.
       01 DAY-HAVE-IN            PIC X VALUE 'N'.
       01 DAY-PEND-IN            PIC 9(4) VALUE ZEROES.
       01 DAY-PEND-IN-MIN        PIC 9(4) VALUE ZEROES.
       01 DAY-FIRST-IN           PIC 9(4) VALUE ZEROES.
       01 DAY-FIRST-IN-MIN       PIC 9(4) VALUE ZEROES.
       01 DAY-LAST-OUT           PIC 9(4) VALUE ZEROES.
       01 DAY-LAST-OUT-MIN       PIC 9(4) VALUE ZEROES.
       01 DAY-WORKED-MIN         PIC 9(4) VALUE ZEROES.
      * PAIRS PUNCHED ON THE SHIFT BEING COMPARED, NONE FOR A SHIFT
      * WITH NO PUNCHES AT ALL
       01 MATCHED-PAIRS          PIC 99 VALUE ZEROES.

      * THE SCHEDULE RECORD IN HAND, HIGH-VALUES ONCE THE SCHEDULE
      * RUNS OUT, AND THE ONE BEFORE IT FOR THE SEQUENCE CHECK
       01 SCHED-KEY.
            05 SK-SOCSEC         PIC 9(9).
            05 SK-DATE           PIC 9(8).
       01 PREV-SCHED-KEY         PIC X(17) VALUE LOW-VALUES.
       01 SCHED-START-MIN        PIC 9(4) VALUE ZEROES.
       01 SCHED-END-MIN          PIC 9(4) VALUE ZEROES.
       01 SCHED-MINUTES          PIC 9(4) VALUE ZEROES.
       01 EXCESS-MINUTES         PIC S9(5) VALUE ZEROES.
      * LAST SUPERVISOR SEEN ON AN EMPLOYEE'S SCHEDULE, CHARGED
      * WITH THEIR UNSCHEDULED DAYS
       01 LAST-SUP-SOCSEC        PIC 9(9) VALUE ZEROES.
       01 LAST-SUPERVISOR        PIC X(6) VALUE SPACES.

      * THE EMPLOYEE LAST LOOKED UP ON THE MASTER
       01 LOOKUP-SOCSEC          PIC 9(9) VALUE ZEROES.
       01 LOOKUP-DEPT            PIC XX VALUE SPACES.
       01 LOOKUP-NAME            PIC X(13) VALUE SPACES.

      * ONE EXCEPTION BEING RECORDED
       01 EXC-SOCSEC             PIC 9(9) VALUE ZEROES.
       01 EXC-DATE               PIC 9(8) VALUE ZEROES.
       01 EXC-TYPE               PIC X VALUE SPACES.
       01 EXC-SUPERVISOR         PIC X(6) VALUE SPACES.
       01 EXC-MINUTES            PIC 9(4) VALUE ZEROES.
       01 EXC-POINTS             PIC 9V9 VALUE ZEROES.
       01 EXC-SCHED              PIC X(9) VALUE SPACES.
       01 EXC-ACTUAL             PIC X(9) VALUE SPACES.
      * SHIFT AND PUNCH TIMES FORMATTED AS HHMM-HHMM
       01 TIME-RANGE.
            05 TR-START          PIC 9(4).
            05 FILLER            PIC X VALUE '-'.
            05 TR-END            PIC 9(4).

      * EVERY EXCEPTION FOUND, HELD SO THE REPORT CAN BE PRINTED
      * BY DEPARTMENT AND SUPERVISOR. TYPE 'T' TARDY, 'E' EARLY
      * OUT, 'N' NO-SHOW, 'H' HELD OVER SCHEDULE, 'A' OVER
      * SCHEDULE AND ALREADY APPROVED, 'U' UNSCHEDULED DAY HELD,
      * 'V' UNSCHEDULED AND ALREADY APPROVED, 'X' BAD SHIFT ON THE
      * SCHEDULE
       01 EXC-COUNT              PIC 9(4) VALUE ZEROES.
       01 EXC-TABLE.
            05 EXC-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON EXC-COUNT
               INDEXED BY EX-IDX.
               10 EXT-GROUP.
                  15 EXT-DEPT       PIC XX.
                  15 EXT-SUPERVISOR PIC X(6).
               10 EXT-SOCSEC        PIC 9(9).
               10 EXT-NAME          PIC X(13).
               10 EXT-DATE          PIC 9(8).
               10 EXT-TYPE          PIC X.
               10 EXT-SCHED         PIC X(9).
               10 EXT-ACTUAL        PIC X(9).
               10 EXT-MINUTES       PIC 9(4).
      * DEPARTMENT AND SUPERVISOR GROUP BEING PRINTED, THE NEXT
      * ONE UP, AND THE DEPARTMENT LAST HEADED
       01 CURRENT-GROUP.
            05 CG-DEPT           PIC XX.
            05 CG-SUPERVISOR     PIC X(6).
       01 NEXT-GROUP             PIC X(8) VALUE HIGH-VALUES.
       01 CURRENT-DEPT           PIC XX VALUE SPACES.
      * AN EMPLOYEE'S OCCURRENCE POINTS OVER THE ROLLING YEAR
       01 ROLLING-POINTS         PIC 99V9 VALUE ZEROES.

      * COUNTS FOR THE SUMMARY AND THE AUDIT LOG
       01 PUNCH-RECS-READ        PIC 9(7) VALUE ZEROES.
       01 PUNCH-REJECT-COUNT     PIC 9(7) VALUE ZEROES.
       01 SCHED-RECS-READ        PIC 9(7) VALUE ZEROES.
       01 SCHED-REJECT-COUNT     PIC 9(7) VALUE ZEROES.
       01 DAYS-COMPARED          PIC 9(7) VALUE ZEROES.
       01 TARDY-COUNT            PIC 9(7) VALUE ZEROES.
       01 EARLY-OUT-COUNT        PIC 9(7) VALUE ZEROES.
       01 NO-SHOW-COUNT          PIC 9(7) VALUE ZEROES.
       01 HELD-COUNT             PIC 9(7) VALUE ZEROES.
       01 HELD-MINUTES-TOTAL     PIC 9(7) VALUE ZEROES.
       01 APPROVED-COUNT         PIC 9(7) VALUE ZEROES.
       01 APPROVAL-MISS-COUNT    PIC 9(7) VALUE ZEROES.
       01 PURGED-COUNT           PIC 9(7) VALUE ZEROES.
       01 AUDIT-RUN-DATE         PIC 9(8) VALUE ZEROES.
       01 AUDIT-RUN-TIME         PIC 9(8) VALUE ZEROES.

      * REPORT TITLE AND RUN LINE
       01 ATTN-TITLE-HDR.
            05 FILLER          PIC X(26)   VALUE SPACES.
            05 FILLER          PIC X(28)   VALUE
               'ATTENDANCE EXCEPTION REPORT'.
            05 FILLER          PIC X(26)   VALUE SPACES.
       01 ATTN-RUN-LINE.
            05 FILLER          PIC X(10)   VALUE 'RUN DATE: '.
            05 AR-RUN-DATE     PIC 9(8).
            05 FILLER          PIC X(11)   VALUE '  PUNCHES: '.
            05 AR-FIRST-DATE   PIC 9(8).
            05 FILLER          PIC X(4)    VALUE ' TO '.
            05 AR-LAST-DATE    PIC 9(8).
            05 FILLER          PIC X(9)    VALUE '  GRACE: '.
            05 AR-GRACE        PIC Z9.
            05 FILLER          PIC X(20)   VALUE SPACES.

      * APPROVALS SECTION TITLE AND LINE
       01 APPROVAL-TITLE-HDR.
            05 FILLER          PIC X(40)   VALUE
               'OVER-SCHEDULE APPROVALS RECEIVED'.
            05 FILLER          PIC X(40)   VALUE SPACES.
       01 APPROVAL-LINE.
            05 AL-SOCSEC       PIC 9(9).
            05 FILLER          PIC X(3)    VALUE SPACES.
            05 AL-DATE         PIC 9(8).
            05 FILLER          PIC X(3)    VALUE SPACES.
            05 FILLER          PIC X(4)    VALUE 'BY: '.
            05 AL-APPROVER     PIC X(6).
            05 FILLER          PIC X(3)    VALUE SPACES.
            05 AL-MINUTES      PIC ZZZ9.
            05 FILLER          PIC X(5)    VALUE ' MIN '.
            05 AL-RESULT       PIC X(20).
            05 FILLER          PIC X(15)   VALUE SPACES.

      * EXCEPTION SECTION HEADINGS
       01 EXCEPTION-TITLE-HDR.
            05 FILLER          PIC X(40)   VALUE
               'EXCEPTIONS BY DEPARTMENT AND SUPERVISOR'.
            05 FILLER          PIC X(40)   VALUE SPACES.
       01 EXCEPTION-COLUMN-HDR.
            05 FILLER          PIC X(10)   VALUE 'SOCSEC'.
            05 FILLER          PIC X(14)   VALUE 'NAME'.
            05 FILLER          PIC X(9)    VALUE 'DATE'.
            05 FILLER          PIC X(17)   VALUE 'EXCEPTION'.
            05 FILLER          PIC X(10)   VALUE 'SHIFT'.
            05 FILLER          PIC X(10)   VALUE 'PUNCHED'.
            05 FILLER          PIC X(5)    VALUE ' MIN'.
            05 FILLER          PIC X(5)    VALUE '  PTS'.
       01 DEPT-HDR-LINE.
            05 FILLER          PIC X(12)   VALUE 'DEPARTMENT: '.
            05 DH-DEPT         PIC XX.
            05 FILLER          PIC X(66)   VALUE SPACES.
       01 SUPERVISOR-HDR-LINE.
            05 FILLER          PIC X(2)    VALUE SPACES.
            05 FILLER          PIC X(12)   VALUE 'SUPERVISOR: '.
            05 SH-SUPERVISOR   PIC X(6).
            05 FILLER          PIC X(60)   VALUE SPACES.
      * ONE EXCEPTION; POINTS ARE THE EMPLOYEE'S ROLLING TWELVE-
      * MONTH TOTAL, SHOWN ON OCCURRENCE LINES
       01 EXCEPTION-DETAIL-LINE.
            05 EDL-SOCSEC      PIC 9(9).
            05 FILLER          PIC X(1)    VALUE SPACES.
            05 EDL-NAME        PIC X(13).
            05 FILLER          PIC X(1)    VALUE SPACES.
            05 EDL-DATE        PIC 9(8).
            05 FILLER          PIC X(1)    VALUE SPACES.
            05 EDL-EXCEPTION   PIC X(16).
            05 FILLER          PIC X(1)    VALUE SPACES.
            05 EDL-SCHED       PIC X(9).
            05 FILLER          PIC X(1)    VALUE SPACES.
            05 EDL-ACTUAL      PIC X(9).
            05 FILLER          PIC X(1)    VALUE SPACES.
            05 EDL-MINUTES     PIC ZZZ9.
            05 FILLER          PIC X(1)    VALUE SPACES.
            05 EDL-POINTS      PIC ZZ9.9 BLANK WHEN ZERO.

      * SUMMARY LINE
       01 ATTN-SUMMARY-LINE.
            05 AS-LABEL        PIC X(30).
            05 AS-COUNT        PIC ZZZZZZ9.
            05 FILLER          PIC X(43)   VALUE SPACES.

      * ONE FORMATTED ENTRY WRITTEN TO THE SHARED OPERATIONS AUDIT LOG
       01 AUDIT-ENTRY.
            05 AE-JOB-NAME       PIC X(8)  VALUE 'ATTNCHK'.
            05 FILLER            PIC X(1)  VALUE SPACES.
            05 AE-RUN-DATE       PIC 9(8).
            05 FILLER            PIC X(1)  VALUE SPACES.
            05 AE-RUN-TIME       PIC 9(8).
            05 FILLER            PIC X(1)  VALUE SPACES.
            05 FILLER            PIC X(5)  VALUE 'READ:'.
            05 AE-RECS-READ      PIC ZZZZZZ9.
            05 FILLER            PIC X(1)  VALUE SPACES.
            05 FILLER            PIC X(5)  VALUE 'PROC:'.
            05 AE-RECS-PROCESSED PIC ZZZZZZ9.
            05 FILLER            PIC X(1)  VALUE SPACES.
            05 FILLER            PIC X(4)  VALUE 'REJ:'.
            05 AE-RECS-REJECTED  PIC ZZZZZZ9.
            05 FILLER            PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.
      * COMPARE THE PERIOD'S PUNCHES TO THE PUBLISHED SCHEDULE
      * AHEAD OF THE TIMECLOCK POSTING: REPORT TARDIES, EARLY OUTS,
      * NO-SHOWS AND TIME OVER THE SHIFT, FILE THE OCCURRENCES ON
      * THE ROLLING HISTORY, AND HOLD UNAPPROVED OVER-SCHEDULE TIME
      * OUT OF HOURWORK UNTIL A SUPERVISOR APPROVES IT
       PROCESS-ATTENDANCE.
           PERFORM LOAD-RUN-CONTROL.
           PERFORM GET-SELECTIONS.
           OPEN INPUT EMPLOYEE-MASTER.
           IF EMPLOYEE-MASTER-STATUS = '35'
              DISPLAY 'ERROR: EMPLOYEE MASTER FILE NOT FOUND'
              STOP RUN
           END-IF.
           OPEN INPUT SHIFT-SCHEDULE.
           IF SHIFT-SCHEDULE-STATUS = '35'
              DISPLAY 'ERROR: SHIFT SCHEDULE FILE NOT FOUND'
              STOP RUN
           END-IF.
           PERFORM FIND-PUNCH-PERIOD.
           OPEN I-O OT-HOLDS.
           IF OT-HOLDS-STATUS = '35'
              OPEN OUTPUT OT-HOLDS
              CLOSE OT-HOLDS
              OPEN I-O OT-HOLDS
           END-IF.
           OPEN I-O ATTEND-HISTORY.
           IF ATTEND-HISTORY-STATUS = '35'
              OPEN OUTPUT ATTEND-HISTORY
              CLOSE ATTEND-HISTORY
              OPEN I-O ATTEND-HISTORY
           END-IF.
           OPEN OUTPUT EXCEPTION-REPORT.
           PERFORM WRITE-REPORT-HEADERS.
           PERFORM PURGE-OLD-OCCURRENCES.
           PERFORM APPLY-APPROVALS.
           OPEN INPUT CLOCK-PUNCHES.
           PERFORM READ-NEXT-PUNCH.
           PERFORM BUILD-NEXT-DAY.
           PERFORM READ-NEXT-SCHEDULE.
           PERFORM MATCH-SCHEDULE-TO-PUNCHES
              UNTIL DAY-KEY = HIGH-VALUES
                 AND SCHED-KEY = HIGH-VALUES.
           CLOSE CLOCK-PUNCHES.
           CLOSE SHIFT-SCHEDULE.
           PERFORM WRITE-EXCEPTION-SECTION.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE EXCEPTION-REPORT.
           CLOSE EMPLOYEE-MASTER.
           CLOSE OT-HOLDS.
           CLOSE ATTEND-HISTORY.
           PERFORM WRITE-AUDIT-LOG.
           DISPLAY 'ATTENDANCE EXCEPTIONS WRITTEN TO ATTNEXC.TXT'.
           IF HELD-COUNT > ZEROES
              DISPLAY 'OVER-SCHEDULE TIME HELD IN OTHOLD.DAT: '
                 HELD-COUNT ' DAYS'
           END-IF.
           STOP RUN.

       LOAD-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL.
           IF RUN-CONTROL-STATUS NOT = '35'
              READ RUN-CONTROL
                 AT END MOVE SPACES TO RUN-CONTROL-REC
              END-READ
              CLOSE RUN-CONTROL
              IF RC-MASTER-FILE NOT = SPACES
                 MOVE RC-MASTER-FILE TO RUN-EMPLOYEE-MASTER-NAME
              END-IF
           END-IF.

      * THE ROLLING YEAR STARTS ON THIS DATE LAST YEAR
       GET-SELECTIONS.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WINDOW-START = RUN-DATE - 10000.
           DISPLAY 'ENTER GRACE MINUTES, 2 DIGITS (BLANK = 05)'.
           ACCEPT GRACE-MINUTES-X.
           IF GRACE-MINUTES-X IS NUMERIC
              MOVE GRACE-MINUTES-X TO GRACE-MINUTES
           END-IF.

      * ONE PASS OVER THE PUNCHES FOR THE FIRST AND LAST DAYS THEY
      * COVER; THE FILE IS REQUIRED
       FIND-PUNCH-PERIOD.
           OPEN INPUT CLOCK-PUNCHES.
           IF CLOCK-PUNCHES-STATUS = '35'
              DISPLAY 'ERROR: CLOCK PUNCH FILE NOT FOUND'
              STOP RUN
           END-IF.
           READ CLOCK-PUNCHES
              AT END MOVE 'N' TO PUNCHES-REMAIN
           END-READ.
           PERFORM NOTE-PUNCH-DATE
              UNTIL PUNCHES-REMAIN = 'N'.
           CLOSE CLOCK-PUNCHES.
           MOVE 'Y' TO PUNCHES-REMAIN.
           IF PERIOD-LAST-DATE = ZEROES
              MOVE ZEROES TO PERIOD-FIRST-DATE
           END-IF.

       NOTE-PUNCH-DATE.
           IF CP-DATE IS NUMERIC
              IF CP-DATE < PERIOD-FIRST-DATE
                 MOVE CP-DATE TO PERIOD-FIRST-DATE
              END-IF
              IF CP-DATE > PERIOD-LAST-DATE
                 MOVE CP-DATE TO PERIOD-LAST-DATE
              END-IF
           END-IF.
           READ CLOCK-PUNCHES
              AT END MOVE 'N' TO PUNCHES-REMAIN
           END-READ.

       WRITE-REPORT-HEADERS.
           MOVE ATTN-TITLE-HDR TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE RUN-DATE TO AR-RUN-DATE.
           MOVE PERIOD-FIRST-DATE TO AR-FIRST-DATE.
           MOVE PERIOD-LAST-DATE TO AR-LAST-DATE.
           MOVE GRACE-MINUTES TO AR-GRACE.
           MOVE ATTN-RUN-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.

      * DROP OCCURRENCES THAT HAVE AGED OUT OF THE ROLLING YEAR
       PURGE-OLD-OCCURRENCES.
           MOVE LOW-VALUES TO AH-KEY.
           START ATTEND-HISTORY KEY IS NOT LESS THAN AH-KEY
              INVALID KEY MOVE 'N' TO HISTORY-REMAIN
           END-START.
           PERFORM PURGE-ONE-OCCURRENCE
              UNTIL HISTORY-REMAIN = 'N'.

       PURGE-ONE-OCCURRENCE.
           READ ATTEND-HISTORY NEXT RECORD
              AT END MOVE 'N' TO HISTORY-REMAIN
           END-READ.
           IF HISTORY-REMAIN = 'Y'
              IF AH-DATE < WINDOW-START
                 DELETE ATTEND-HISTORY RECORD
                    INVALID KEY CONTINUE
                 END-DELETE
                 ADD 1 TO PURGED-COUNT
              END-IF
           END-IF.

      * SUPERVISOR APPROVALS RELEASE HELD TIME; THE FILE IS
      * OPTIONAL. APPROVED BEFORE ITS PERIOD IS POSTED, THE TIME
      * GOES INTO HOURWORK WITH THAT PERIOD'S PUNCHES; APPROVED
      * AFTER, IT IS ADDED TO THE EMPLOYEE'S NEXT TIMECLOCK POSTING
      * AND CHARGED TO THE HOME DEPARTMENT. EITHER WAY THE POSTING
      * MARKS THE HOLD PAID SO IT IS NEVER PAID TWICE
       APPLY-APPROVALS.
           OPEN INPUT OT-APPROVALS.
           IF OT-APPROVALS-STATUS NOT = '35'
              MOVE APPROVAL-TITLE-HDR TO PRINT-LINE
              WRITE PRINT-LINE
              READ OT-APPROVALS
                 AT END MOVE 'N' TO APPROVALS-REMAIN
              END-READ
              PERFORM APPLY-ONE-APPROVAL
                 UNTIL APPROVALS-REMAIN = 'N'
              CLOSE OT-APPROVALS
              MOVE SPACES TO PRINT-LINE
              WRITE PRINT-LINE
           END-IF.

       APPLY-ONE-APPROVAL.
           MOVE AP-SOCSEC TO AL-SOCSEC.
           MOVE AP-DATE TO AL-DATE.
           MOVE AP-APPROVER TO AL-APPROVER.
           MOVE ZEROES TO AL-MINUTES.
           MOVE AP-SOCSEC TO OH-SOCSEC.
           MOVE AP-DATE TO OH-DATE.
           READ OT-HOLDS
              INVALID KEY
                 MOVE 'NO HOLD ON FILE' TO AL-RESULT
                 ADD 1 TO APPROVAL-MISS-COUNT
              NOT INVALID KEY
                 PERFORM APPROVE-HOLD
           END-READ.
           MOVE APPROVAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           READ OT-APPROVALS
              AT END MOVE 'N' TO APPROVALS-REMAIN
           END-READ.

       APPROVE-HOLD.
           MOVE OH-HELD-MINUTES TO AL-MINUTES.
           IF OH-STATUS = 'A' OR OH-STATUS = 'P'
              MOVE 'ALREADY APPROVED' TO AL-RESULT
           ELSE
              MOVE 'A' TO OH-STATUS
              MOVE AP-APPROVER TO OH-APPROVER
              MOVE RUN-DATE TO OH-APPROVED-DATE
              REWRITE OT-HOLD-REC
                 INVALID KEY
                    DISPLAY 'ERROR APPROVING HOLD FOR ' AP-SOCSEC
              END-REWRITE
              MOVE 'APPROVED' TO AL-RESULT
              ADD 1 TO APPROVED-COUNT
           END-IF.

      * NEXT PUNCH THAT CAN BE PAIRED; MALFORMED PUNCHES ARE LEFT
      * FOR THE TIMECLOCK POSTING'S EDIT REPORT
       READ-NEXT-PUNCH.
           MOVE 0 TO RECORD-OK.
           PERFORM READ-PUNCH-RECORD
              UNTIL RECORD-OK = 1.

       READ-PUNCH-RECORD.
           READ CLOCK-PUNCHES
              AT END
                 MOVE 'N' TO PUNCHES-REMAIN
                 MOVE 1 TO RECORD-OK
              NOT AT END
                 ADD 1 TO PUNCH-RECS-READ
                 IF CP-SOCSEC IS NUMERIC AND CP-DATE IS NUMERIC
                       AND CP-TIME IS NUMERIC
                       AND (CP-TYPE = 'I' OR CP-TYPE = 'O')
                    IF CP-HH > 23 OR CP-MM > 59
                       ADD 1 TO PUNCH-REJECT-COUNT
                    ELSE
                       MOVE 1 TO RECORD-OK
                    END-IF
                 ELSE
                    ADD 1 TO PUNCH-REJECT-COUNT
                 END-IF
           END-READ.

      * GATHER ONE EMPLOYEE'S PUNCHES FOR ONE DAY, PAIRED THE WAY
      * THE TIMECLOCK POSTING PAIRS THEM
       BUILD-NEXT-DAY.
           IF PUNCHES-REMAIN = 'N'
              MOVE HIGH-VALUES TO DAY-KEY
           ELSE
              MOVE CP-SOCSEC TO DAY-SOCSEC
              MOVE CP-DATE TO DAY-DATE
              MOVE ZEROES TO DAY-PAIRS
              MOVE ZEROES TO DAY-WORKED-MIN
              MOVE ZEROES TO DAY-FIRST-IN
              MOVE ZEROES TO DAY-LAST-OUT
              MOVE 'N' TO DAY-HAVE-IN
              PERFORM ADD-DAY-PUNCH
                 UNTIL PUNCHES-REMAIN = 'N'
                    OR CP-SOCSEC NOT = DAY-SOCSEC
                    OR CP-DATE NOT = DAY-DATE
           END-IF.

       ADD-DAY-PUNCH.
           MOVE CP-TIME TO HHMM-WORK.
           COMPUTE PUNCH-MINUTE = HW-HH * 60 + HW-MM.
           IF CP-TYPE = 'I'
              MOVE 'Y' TO DAY-HAVE-IN
              MOVE CP-TIME TO DAY-PEND-IN
              MOVE PUNCH-MINUTE TO DAY-PEND-IN-MIN
           ELSE
              IF DAY-HAVE-IN = 'Y'
                    AND PUNCH-MINUTE NOT < DAY-PEND-IN-MIN
                 IF DAY-PAIRS = ZEROES
                    MOVE DAY-PEND-IN TO DAY-FIRST-IN
                    MOVE DAY-PEND-IN-MIN TO DAY-FIRST-IN-MIN
                 END-IF
                 MOVE CP-TIME TO DAY-LAST-OUT
                 MOVE PUNCH-MINUTE TO DAY-LAST-OUT-MIN
                 COMPUTE DAY-WORKED-MIN = DAY-WORKED-MIN
                    + PUNCH-MINUTE - DAY-PEND-IN-MIN
                 ADD 1 TO DAY-PAIRS
              END-IF
              MOVE 'N' TO DAY-HAVE-IN
           END-IF.
           PERFORM READ-NEXT-PUNCH.

      * NEXT SCHEDULE RECORD IN SEQUENCE; A RECORD OUT OF ORDER OR
      * REPEATING A DAY ALREADY SCHEDULED IS SKIPPED AND COUNTED
       READ-NEXT-SCHEDULE.
           MOVE 0 TO RECORD-OK.
           PERFORM READ-SCHEDULE-RECORD
              UNTIL RECORD-OK = 1.

       READ-SCHEDULE-RECORD.
           READ SHIFT-SCHEDULE
              AT END
                 MOVE HIGH-VALUES TO SCHED-KEY
                 MOVE 1 TO RECORD-OK
              NOT AT END
                 ADD 1 TO SCHED-RECS-READ
                 IF SC-SOCSEC IS NUMERIC AND SC-DATE IS NUMERIC
                    MOVE SC-SOCSEC TO SK-SOCSEC
                    MOVE SC-DATE TO SK-DATE
                    IF SCHED-KEY > PREV-SCHED-KEY
                       MOVE SCHED-KEY TO PREV-SCHED-KEY
                       MOVE 1 TO RECORD-OK
                    ELSE
                       ADD 1 TO SCHED-REJECT-COUNT
                    END-IF
                 ELSE
                    ADD 1 TO SCHED-REJECT-COUNT
                 END-IF
           END-READ.

      * MATCH THE SCHEDULE AGAINST THE DAYS PUNCHED: A SHIFT WITH
      * NO PUNCHES IS A NO-SHOW, A DAY PUNCHED WITH NO SHIFT IS
      * UNSCHEDULED TIME, AND A SHIFT AND ITS DAY ARE COMPARED
       MATCH-SCHEDULE-TO-PUNCHES.
           IF SCHED-KEY < DAY-KEY
              IF SK-DATE NOT < PERIOD-FIRST-DATE
                    AND SK-DATE NOT > PERIOD-LAST-DATE
                 MOVE ZEROES TO MATCHED-PAIRS
                 PERFORM COMPARE-SCHEDULED-DAY
              END-IF
              PERFORM NOTE-SUPERVISOR
              PERFORM READ-NEXT-SCHEDULE
           ELSE
              IF SCHED-KEY = DAY-KEY
                 MOVE DAY-PAIRS TO MATCHED-PAIRS
                 PERFORM COMPARE-SCHEDULED-DAY
                 PERFORM NOTE-SUPERVISOR
                 PERFORM READ-NEXT-SCHEDULE
                 PERFORM BUILD-NEXT-DAY
              ELSE
                 PERFORM CHECK-UNSCHEDULED-DAY
                 PERFORM BUILD-NEXT-DAY
              END-IF
           END-IF.

      * REMEMBER WHO SCHEDULED THE EMPLOYEE LAST
       NOTE-SUPERVISOR.
           MOVE SK-SOCSEC TO LAST-SUP-SOCSEC.
           MOVE SC-SUPERVISOR TO LAST-SUPERVISOR.

      * COMPARE ONE SCHEDULED SHIFT WITH WHAT WAS PUNCHED THAT DAY;
      * WITH NO PAIRED PUNCHES TO MATCH IT THE SHIFT WAS MISSED
       COMPARE-SCHEDULED-DAY.
           ADD 1 TO DAYS-COMPARED.
           MOVE SK-SOCSEC TO EXC-SOCSEC.
           MOVE SK-DATE TO EXC-DATE.
           MOVE SC-SUPERVISOR TO EXC-SUPERVISOR.
           MOVE SPACES TO EXC-SCHED.
           MOVE SPACES TO EXC-ACTUAL.
           IF MATCHED-PAIRS > ZEROES
              MOVE DAY-FIRST-IN TO TR-START
              MOVE DAY-LAST-OUT TO TR-END
              MOVE TIME-RANGE TO EXC-ACTUAL
           END-IF.
           PERFORM CLEAR-DAY-OCCURRENCES.
           IF SC-START IS NOT NUMERIC OR SC-END IS NOT NUMERIC
              MOVE 'X' TO EXC-TYPE
              MOVE ZEROES TO EXC-MINUTES
              PERFORM ADD-EXCEPTION
           ELSE
              IF SC-START-HH > 23 OR SC-START-MM > 59
                    OR SC-END-HH > 23 OR SC-END-MM > 59
                    OR SC-END NOT > SC-START
                 MOVE SC-START TO TR-START
                 MOVE SC-END TO TR-END
                 MOVE TIME-RANGE TO EXC-SCHED
                 MOVE 'X' TO EXC-TYPE
                 MOVE ZEROES TO EXC-MINUTES
                 PERFORM ADD-EXCEPTION
              ELSE
                 MOVE SC-START TO TR-START
                 MOVE SC-END TO TR-END
                 MOVE TIME-RANGE TO EXC-SCHED
                 COMPUTE SCHED-START-MIN =
                    SC-START-HH * 60 + SC-START-MM
                 COMPUTE SCHED-END-MIN = SC-END-HH * 60 + SC-END-MM
                 COMPUTE SCHED-MINUTES =
                    SCHED-END-MIN - SCHED-START-MIN
                 IF MATCHED-PAIRS = ZEROES
                    PERFORM RECORD-NO-SHOW
                 ELSE
                    PERFORM CHECK-TARDY
                    PERFORM CHECK-EARLY-OUT
                    COMPUTE EXCESS-MINUTES = DAY-WORKED-MIN
                       - SCHED-MINUTES - SC-OT-APPROVED
                    PERFORM CHECK-EXCESS-TIME
                 END-IF
              END-IF
           END-IF.

       RECORD-NO-SHOW.
           MOVE 'N' TO EXC-TYPE.
           MOVE SCHED-MINUTES TO EXC-MINUTES.
           MOVE NO-SHOW-POINTS TO EXC-POINTS.
           PERFORM RECORD-OCCURRENCE.
           ADD 1 TO NO-SHOW-COUNT.

       CHECK-TARDY.
           IF DAY-FIRST-IN-MIN > SCHED-START-MIN + GRACE-MINUTES
              MOVE 'T' TO EXC-TYPE
              COMPUTE EXC-MINUTES = DAY-FIRST-IN-MIN - SCHED-START-MIN
              MOVE TARDY-POINTS TO EXC-POINTS
              PERFORM RECORD-OCCURRENCE
              ADD 1 TO TARDY-COUNT
           END-IF.

       CHECK-EARLY-OUT.
           IF DAY-LAST-OUT-MIN + GRACE-MINUTES < SCHED-END-MIN
              MOVE 'E' TO EXC-TYPE
              COMPUTE EXC-MINUTES = SCHED-END-MIN - DAY-LAST-OUT-MIN
              MOVE EARLY-OUT-POINTS TO EXC-POINTS
              PERFORM RECORD-OCCURRENCE
              ADD 1 TO EARLY-OUT-COUNT
           END-IF.

      * A DAY PUNCHED WITH NO SHIFT PUBLISHED IS ALL OVER SCHEDULE
       CHECK-UNSCHEDULED-DAY.
           IF DAY-PAIRS > ZEROES
              ADD 1 TO DAYS-COMPARED
              MOVE DAY-SOCSEC TO EXC-SOCSEC
              MOVE DAY-DATE TO EXC-DATE
              IF SCHED-KEY NOT = HIGH-VALUES
                    AND SK-SOCSEC = DAY-SOCSEC
                 MOVE SC-SUPERVISOR TO EXC-SUPERVISOR
              ELSE
                 IF LAST-SUP-SOCSEC = DAY-SOCSEC
                    MOVE LAST-SUPERVISOR TO EXC-SUPERVISOR
                 ELSE
                    MOVE 'NONE' TO EXC-SUPERVISOR
                 END-IF
              END-IF
              MOVE SPACES TO EXC-SCHED
              MOVE DAY-FIRST-IN TO TR-START
              MOVE DAY-LAST-OUT TO TR-END
              MOVE TIME-RANGE TO EXC-ACTUAL
              PERFORM CLEAR-DAY-OCCURRENCES
              MOVE DAY-WORKED-MIN TO EXCESS-MINUTES
              PERFORM CHECK-EXCESS-TIME
           END-IF.

      * HOLD TIME OVER THE SHIFT BEYOND THE GRACE AND ANY
      * PRE-APPROVAL; A DAY NO LONGER OVER LOSES ANY HOLD AN
      * EARLIER RUN PUT ON IT
       CHECK-EXCESS-TIME.
           MOVE EXC-SOCSEC TO OH-SOCSEC.
           MOVE EXC-DATE TO OH-DATE.
           IF EXCESS-MINUTES > GRACE-MINUTES
              MOVE EXCESS-MINUTES TO EXC-MINUTES
              READ OT-HOLDS
                 INVALID KEY
                    PERFORM WRITE-NEW-HOLD
                 NOT INVALID KEY
                    PERFORM UPDATE-HOLD
              END-READ
              IF OH-STATUS = 'A' OR OH-STATUS = 'P'
                 IF EXC-SCHED = SPACES
                    MOVE 'V' TO EXC-TYPE
                 ELSE
                    MOVE 'A' TO EXC-TYPE
                 END-IF
              ELSE
                 IF EXC-SCHED = SPACES
                    MOVE 'U' TO EXC-TYPE
                 ELSE
                    MOVE 'H' TO EXC-TYPE
                 END-IF
                 ADD 1 TO HELD-COUNT
                 ADD EXC-MINUTES TO HELD-MINUTES-TOTAL
              END-IF
              PERFORM ADD-EXCEPTION
           ELSE
              READ OT-HOLDS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF OH-STATUS = 'H'
                       DELETE OT-HOLDS RECORD
                          INVALID KEY CONTINUE
                       END-DELETE
                    END-IF
              END-READ
           END-IF.

       WRITE-NEW-HOLD.
           MOVE EXC-MINUTES TO OH-HELD-MINUTES.
           MOVE 'H' TO OH-STATUS.
           MOVE EXC-SUPERVISOR TO OH-SUPERVISOR.
           MOVE SPACES TO OH-APPROVER.
           MOVE ZEROES TO OH-APPROVED-DATE.
           MOVE ZEROES TO OH-PAID-PERIOD.
           WRITE OT-HOLD-REC
              INVALID KEY
                 DISPLAY 'ERROR HOLDING TIME FOR ' EXC-SOCSEC
           END-WRITE.

      * A RERUN REFIGURES THE MINUTES BUT LEAVES AN APPROVAL STAND;
      * A HOLD ALREADY PAID KEEPS THE MINUTES IT WAS PAID FOR
       UPDATE-HOLD.
           IF OH-STATUS NOT = 'P'
              MOVE EXC-MINUTES TO OH-HELD-MINUTES
           END-IF.
           MOVE EXC-SUPERVISOR TO OH-SUPERVISOR.
           REWRITE OT-HOLD-REC
              INVALID KEY
                 DISPLAY 'ERROR HOLDING TIME FOR ' EXC-SOCSEC
           END-REWRITE.

      * A RERUN OVER THE SAME DAYS FIRST TAKES BACK WHAT AN EARLIER
      * RUN FILED FOR THE DAY, SO CORRECTED PUNCHES OR SCHEDULES
      * NEVER LEAVE A STALE OCCURRENCE BEHIND
       CLEAR-DAY-OCCURRENCES.
           MOVE EXC-SOCSEC TO AH-SOCSEC.
           MOVE EXC-DATE TO AH-DATE.
           MOVE 'T' TO AH-TYPE.
           PERFORM DELETE-DAY-OCCURRENCE.
           MOVE 'E' TO AH-TYPE.
           PERFORM DELETE-DAY-OCCURRENCE.
           MOVE 'N' TO AH-TYPE.
           PERFORM DELETE-DAY-OCCURRENCE.

       DELETE-DAY-OCCURRENCE.
           DELETE ATTEND-HISTORY RECORD
              INVALID KEY CONTINUE
           END-DELETE.

      * FILE THE OCCURRENCE ON THE HISTORY AND LIST IT
       RECORD-OCCURRENCE.
           IF EXC-DATE NOT < WINDOW-START
              MOVE EXC-SOCSEC TO AH-SOCSEC
              MOVE EXC-DATE TO AH-DATE
              MOVE EXC-TYPE TO AH-TYPE
              MOVE EXC-MINUTES TO AH-MINUTES
              MOVE EXC-POINTS TO AH-POINTS
              MOVE EXC-SUPERVISOR TO AH-SUPERVISOR
              MOVE RUN-DATE TO AH-RECORDED
              WRITE ATTEND-HISTORY-REC
                 INVALID KEY
                    REWRITE ATTEND-HISTORY-REC
                       INVALID KEY CONTINUE
                    END-REWRITE
              END-WRITE
           END-IF.
           PERFORM ADD-EXCEPTION.

      * HOLD THE EXCEPTION FOR THE REPORT UNDER THE EMPLOYEE'S
      * DEPARTMENT
       ADD-EXCEPTION.
           PERFORM FIND-EMPLOYEE.
           IF EXC-COUNT < 2000
              ADD 1 TO EXC-COUNT
              SET EX-IDX TO EXC-COUNT
              MOVE LOOKUP-DEPT TO EXT-DEPT (EX-IDX)
              MOVE EXC-SUPERVISOR TO EXT-SUPERVISOR (EX-IDX)
              MOVE EXC-SOCSEC TO EXT-SOCSEC (EX-IDX)
              MOVE LOOKUP-NAME TO EXT-NAME (EX-IDX)
              MOVE EXC-DATE TO EXT-DATE (EX-IDX)
              MOVE EXC-TYPE TO EXT-TYPE (EX-IDX)
              MOVE EXC-SCHED TO EXT-SCHED (EX-IDX)
              MOVE EXC-ACTUAL TO EXT-ACTUAL (EX-IDX)
              MOVE EXC-MINUTES TO EXT-MINUTES (EX-IDX)
           END-IF.

       FIND-EMPLOYEE.
           IF EXC-SOCSEC NOT = LOOKUP-SOCSEC
              MOVE EXC-SOCSEC TO LOOKUP-SOCSEC
              MOVE EXC-SOCSEC TO SOCSEC
              READ EMPLOYEE-MASTER
                 INVALID KEY
                    MOVE '??' TO LOOKUP-DEPT
                    MOVE 'NOT ON MASTER' TO LOOKUP-NAME
                 NOT INVALID KEY
                    MOVE DEPT-CODE TO LOOKUP-DEPT
                    MOVE LASTNAME TO LOOKUP-NAME
              END-READ
           END-IF.

      * PRINT THE EXCEPTIONS ONE DEPARTMENT AND SUPERVISOR GROUP
      * AT A TIME, LOWEST GROUP FIRST
       WRITE-EXCEPTION-SECTION.
           MOVE EXCEPTION-TITLE-HDR TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE EXCEPTION-COLUMN-HDR TO PRINT-LINE.
           WRITE PRINT-LINE.
           IF EXC-COUNT = ZEROES
              MOVE 'NO ATTENDANCE EXCEPTIONS' TO PRINT-LINE
              WRITE PRINT-LINE
           END-IF.
           MOVE LOW-VALUES TO CURRENT-GROUP.
           MOVE HIGH-VALUES TO CURRENT-DEPT.
           PERFORM PICK-NEXT-GROUP.
           PERFORM WRITE-EXCEPTION-GROUP
              UNTIL NEXT-GROUP = HIGH-VALUES.

       PICK-NEXT-GROUP.
           MOVE HIGH-VALUES TO NEXT-GROUP.
           PERFORM TEST-NEXT-GROUP
              VARYING EX-IDX FROM 1 BY 1
              UNTIL EX-IDX > EXC-COUNT.

       TEST-NEXT-GROUP.
           IF EXT-GROUP (EX-IDX) > CURRENT-GROUP
                 AND EXT-GROUP (EX-IDX) < NEXT-GROUP
              MOVE EXT-GROUP (EX-IDX) TO NEXT-GROUP
           END-IF.

       WRITE-EXCEPTION-GROUP.
           MOVE NEXT-GROUP TO CURRENT-GROUP.
           IF CG-DEPT NOT = CURRENT-DEPT
              MOVE CG-DEPT TO CURRENT-DEPT
              MOVE SPACES TO PRINT-LINE
              WRITE PRINT-LINE
              MOVE CURRENT-DEPT TO DH-DEPT
              MOVE DEPT-HDR-LINE TO PRINT-LINE
              WRITE PRINT-LINE
           END-IF.
           MOVE CG-SUPERVISOR TO SH-SUPERVISOR.
           MOVE SUPERVISOR-HDR-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM WRITE-EXCEPTION-LINE
              VARYING EX-IDX FROM 1 BY 1
              UNTIL EX-IDX > EXC-COUNT.
           PERFORM PICK-NEXT-GROUP.

       WRITE-EXCEPTION-LINE.
           IF EXT-GROUP (EX-IDX) = CURRENT-GROUP
              MOVE EXT-SOCSEC (EX-IDX) TO EDL-SOCSEC
              MOVE EXT-NAME (EX-IDX) TO EDL-NAME
              MOVE EXT-DATE (EX-IDX) TO EDL-DATE
              MOVE EXT-SCHED (EX-IDX) TO EDL-SCHED
              MOVE EXT-ACTUAL (EX-IDX) TO EDL-ACTUAL
              MOVE EXT-MINUTES (EX-IDX) TO EDL-MINUTES
              MOVE ZEROES TO EDL-POINTS
              EVALUATE EXT-TYPE (EX-IDX)
                 WHEN 'T'
                    MOVE 'TARDY' TO EDL-EXCEPTION
                    PERFORM FIGURE-ROLLING-POINTS
                 WHEN 'E'
                    MOVE 'EARLY OUT' TO EDL-EXCEPTION
                    PERFORM FIGURE-ROLLING-POINTS
                 WHEN 'N'
                    MOVE 'NO-SHOW' TO EDL-EXCEPTION
                    PERFORM FIGURE-ROLLING-POINTS
                 WHEN 'H'
                    MOVE 'OVER SHIFT HELD' TO EDL-EXCEPTION
                 WHEN 'A'
                    MOVE 'OVER SHIFT APPVD' TO EDL-EXCEPTION
                 WHEN 'U'
                    MOVE 'UNSCHEDULED HELD' TO EDL-EXCEPTION
                 WHEN 'V'
                    MOVE 'UNSCHED APPROVED' TO EDL-EXCEPTION
                 WHEN OTHER
                    MOVE 'BAD SHIFT TIMES' TO EDL-EXCEPTION
              END-EVALUATE
              MOVE EXCEPTION-DETAIL-LINE TO PRINT-LINE
              WRITE PRINT-LINE
           END-IF.

      * THE EMPLOYEE'S POINTS OVER THE ROLLING YEAR, AS FILED
       FIGURE-ROLLING-POINTS.
           MOVE ZEROES TO ROLLING-POINTS.
           MOVE 'Y' TO HISTORY-REMAIN.
           MOVE EXT-SOCSEC (EX-IDX) TO AH-SOCSEC.
           MOVE WINDOW-START TO AH-DATE.
           MOVE LOW-VALUES TO AH-TYPE.
           START ATTEND-HISTORY KEY IS NOT LESS THAN AH-KEY
              INVALID KEY MOVE 'N' TO HISTORY-REMAIN
           END-START.
           PERFORM ADD-ROLLING-POINTS
              UNTIL HISTORY-REMAIN = 'N'.
           MOVE ROLLING-POINTS TO EDL-POINTS.

       ADD-ROLLING-POINTS.
           READ ATTEND-HISTORY NEXT RECORD
              AT END MOVE 'N' TO HISTORY-REMAIN
           END-READ.
           IF HISTORY-REMAIN = 'Y'
              IF AH-SOCSEC = EXT-SOCSEC (EX-IDX)
                 ADD AH-POINTS TO ROLLING-POINTS
              ELSE
                 MOVE 'N' TO HISTORY-REMAIN
              END-IF
           END-IF.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'PUNCHES READ:' TO AS-LABEL.
           MOVE PUNCH-RECS-READ TO AS-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'PUNCHES LEFT FOR TIME EDIT:' TO AS-LABEL.
           MOVE PUNCH-REJECT-COUNT TO AS-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'SCHEDULE RECORDS READ:' TO AS-LABEL.
           MOVE SCHED-RECS-READ TO AS-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'SCHEDULE RECORDS SKIPPED:' TO AS-LABEL.
           MOVE SCHED-REJECT-COUNT TO AS-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'EMPLOYEE DAYS COMPARED:' TO AS-LABEL.
           MOVE DAYS-COMPARED TO AS-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'TARDIES:' TO AS-LABEL.
           MOVE TARDY-COUNT TO AS-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'EARLY OUTS:' TO AS-LABEL.
           MOVE EARLY-OUT-COUNT TO AS-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'NO-SHOWS:' TO AS-LABEL.
           MOVE NO-SHOW-COUNT TO AS-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'DAYS HELD FOR APPROVAL:' TO AS-LABEL.
           MOVE HELD-COUNT TO AS-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'MINUTES HELD FOR APPROVAL:' TO AS-LABEL.
           MOVE HELD-MINUTES-TOTAL TO AS-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'HOLDS APPROVED THIS RUN:' TO AS-LABEL.
           MOVE APPROVED-COUNT TO AS-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'APPROVALS WITH NO HOLD:' TO AS-LABEL.
           MOVE APPROVAL-MISS-COUNT TO AS-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'OCCURRENCES AGED OFF HISTORY:' TO AS-LABEL.
           MOVE PURGED-COUNT TO AS-COUNT.
           PERFORM WRITE-SUMMARY-LINE.

       WRITE-SUMMARY-LINE.
           MOVE ATTN-SUMMARY-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.

       WRITE-AUDIT-LOG.
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-RUN-TIME FROM TIME.
           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-LOG-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
              CLOSE AUDIT-LOG
              OPEN EXTEND AUDIT-LOG
           END-IF.
           MOVE AUDIT-RUN-DATE TO AE-RUN-DATE.
           MOVE AUDIT-RUN-TIME TO AE-RUN-TIME.
           MOVE PUNCH-RECS-READ TO AE-RECS-READ.
           MOVE DAYS-COMPARED TO AE-RECS-PROCESSED.
           COMPUTE AE-RECS-REJECTED =
              PUNCH-REJECT-COUNT + SCHED-REJECT-COUNT.
           MOVE AUDIT-ENTRY TO AUDIT-LOG-LINE.
           WRITE AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG.
