      ******************************************************************
      *Author: David Nguyen
      *Date: October 14, 2026
      *Purpose: lab5dtr
      *Business-date roll. Every program in the nightly cycle takes
      *its processing date from the business-date control record
      *(DA-S-BUSDT) instead of the system clock. This step is the
      *only thing that moves it, and it is run last, after the
      *night's cycle has finished.
      *It refuses to roll until every step of the cycle has stamped
      *its completion for the current business date on the shared
      *run-status log (DA-S-RNSTA): lab5 completed (C), lab5bal in
      *balance (B) and lab5glr completed (C). An operator override
      *for lab5dtr and the business date on DA-S-OVRRD lets the roll
      *go ahead anyway; the override and its reason are logged.
      *Otherwise the date is left where it is, return code 8 is set,
      *and the cycle can be finished or rerun as of the same day.
      *The business date is advanced to the next processing day.
      *Saturdays, Sundays and the holidays on the non-processing day
      *calendar (DA-S-HOLDY) are stepped over and listed on the roll
      *report (UR-S-DTRRP), and the previous and next processing
      *days are carried on the record with it.
      *An optional control card (DA-S-DTRCTL) with function I and a
      *date sets the business date outright - to start the system
      *or to correct it - without any cycle check. A date that is
      *not a processing day is moved to the next one. The setting is
      *logged to DA-S-RNSTA as an operator override.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab5dtr.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO 'DA-S-DTRCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-STATUS.
           SELECT BUSDT-FILE ASSIGN TO 'DA-S-BUSDT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDT-STATUS.
           SELECT HOLDY-FILE ASSIGN TO 'DA-S-HOLDY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDY-STATUS.
           SELECT RNSTA-FILE ASSIGN TO 'DA-S-RNSTA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNSTA-STATUS.
           SELECT OVRRD-FILE ASSIGN TO 'DA-S-OVRRD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVRRD-STATUS.
           SELECT DTRRP-FILE ASSIGN TO 'UR-S-DTRRP'.
       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  CTL-REC.
           03 DC-FUNC PIC X(1).
           03 DC-DATE PIC 9(8).
       FD  BUSDT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  BUSDT-REC PIC X(38).
       FD  HOLDY-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  HOLDY-REC PIC X(38).
       FD  RNSTA-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  RNSTA-REC PIC X(53).
       FD  OVRRD-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  OVRRD-REC.
           03 OV-PROGRAM PIC X(8).
           03 OV-RUNDATE PIC 9(8).
           03 OV-REASON PIC X(30).
       FD  DTRRP-FILE
               LABEL RECORDS ARE OMITTED.
       01  DTRRP-REC PIC X(80).
       WORKING-STORAGE SECTION.
       01  BUSDT-DATA.
           COPY BUSDTREC.
       01  HOLDY-DATA.
           COPY HOLDYREC.
       01  RUNS-DATA.
           COPY RUNSREC.
       01  TIME-STAMP.
           03 TS-HHMMSS PIC 9(6).
           03 TS-HUND PIC 9(2).
      *    The steps that must have stamped the log for the business
      *    date before it may be rolled, with the status each needs.
       01  CYCLE-STEP-VALUES.
           03 FILLER PIC X(9) VALUE 'lab5    C'.
           03 FILLER PIC X(9) VALUE 'lab5bal B'.
           03 FILLER PIC X(9) VALUE 'lab5glr C'.
       01  CYCLE-STEPS REDEFINES CYCLE-STEP-VALUES.
           03 CY-STEP OCCURS 3 TIMES.
               05 CY-PROGRAM PIC X(8).
               05 CY-STATUS PIC X(1).
       01  CYCLE-CHECK.
           03 CY-COUNT PIC 9(1) VALUE 3.
           03 CX PIC 9(1).
           03 CY-FOUND OCCURS 3 TIMES PIC X(1).
           03 CYCLE-OK PIC X(1).
       01  HOLIDAY-TABLE.
           03 HOL-COUNT PIC 9(3) VALUE 0.
           03 HOL-ENTRY OCCURS 200 TIMES.
               05 HOL-DATE PIC 9(8).
               05 HOL-DESC PIC X(30).
       01  PROCESSING-DAY.
           03 PD-DATE PIC 9(8).
           03 PD-INT PIC 9(7).
           03 PD-STEP PIC S9(1).
           03 PD-WEEKS PIC 9(7).
           03 PD-DOW PIC 9(1).
           03 PD-OPEN PIC X(1).
           03 PD-LIST PIC X(1).
           03 PD-SUB PIC 9(3).
           03 PD-WHY PIC X(30).
       01  ROLL-DATES.
           03 RL-OLDDATE PIC 9(8).
           03 RL-NEWDATE PIC 9(8).
           03 RL-PREVDATE PIC 9(8).
           03 RL-NEXTDATE PIC 9(8).
       01  ROLL-REASON.
           03 FILLER PIC X(10) VALUE 'ROLLED TO '.
           03 RR-DATE PIC 9(8).
           03 FILLER PIC X(12) VALUE SPACES.
       01  DTRRP-HEADING.
           03 FILLER PIC X(26) VALUE 'BUSINESS DATE ROLL    RUN '.
           03 RP-RUNDATE PIC 9(8).
       01  DTRRP-DATE-LINE.
           03 DL-LABEL PIC X(26).
           03 DL-DATE PIC 9(8).
       01  DTRRP-STEP-LINE.
           03 FILLER PIC X(12) VALUE 'CYCLE STEP  '.
           03 SL-PROGRAM PIC X(8).
           03 FILLER PIC X(9) VALUE '  STATUS '.
           03 SL-STATUS PIC X(1).
           03 FILLER PIC X(2) VALUE SPACES.
           03 SL-RESULT PIC X(10).
       01  DTRRP-SKIP-LINE.
           03 FILLER PIC X(26) VALUE 'NON-PROCESSING DAY'.
           03 SK-DATE PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 SK-WHY PIC X(30).
       01  DTRRP-OVERRIDE.
           03 FILLER PIC X(26) VALUE '** OPERATOR OVERRIDE - '.
           03 OR-REASON PIC X(30).
       01  DTRRP-ROLLED.
           03 FILLER PIC X(44) VALUE
               '** BUSINESS DATE ROLLED'.
       01  DTRRP-SET.
           03 FILLER PIC X(44) VALUE
               '** BUSINESS DATE SET BY CONTROL CARD'.
       01  DTRRP-NOTDONE.
           03 FILLER PIC X(48) VALUE
               '** CYCLE NOT COMPLETE - BUSINESS DATE NOT ROLLED'.
       01  DTRRP-NODATE.
           03 FILLER PIC X(52) VALUE
               '** NO VALID BUSINESS DATE ON DA-S-BUSDT - USE I CARD'.
       01  DTRRP-BADCTL.
           03 FILLER PIC X(44) VALUE
               'INVALID CONTROL CARD - BUSINESS DATE NOT SET'.
       01  MISC.
           03 EOF-RS PIC 9 VALUE 0.
           03 EOF-OV PIC 9 VALUE 0.
           03 EOF-HL PIC 9 VALUE 0.
           03 CTL-STATUS PIC X(2).
           03 BUSDT-STATUS PIC X(2).
           03 HOLDY-STATUS PIC X(2).
           03 RNSTA-STATUS PIC X(2).
           03 OVRRD-STATUS PIC X(2).
           03 BD-OK PIC X(1).
           03 OVERRIDE-SW PIC X(1) VALUE 'N'.
           03 OVERRIDE-REASON PIC X(30).
           03 CLOCK-DATE PIC 9(8).
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT CLOCK-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT DTRRP-FILE.
           MOVE CLOCK-DATE TO RP-RUNDATE.
           WRITE DTRRP-REC FROM DTRRP-HEADING
               AFTER ADVANCING PAGE.
           MOVE SPACES TO DTRRP-REC.
           WRITE DTRRP-REC
               AFTER ADVANCING 1 LINE.
           PERFORM 1000-READ-CONTROL.
           PERFORM 1050-LOAD-HOLIDAYS.
           PERFORM 1100-READ-BUSINESS-DATE.
           EVALUATE TRUE
               WHEN DC-FUNC = 'I'
                   PERFORM 2000-SET-DATE
               WHEN BD-OK = 'N'
                   WRITE DTRRP-REC FROM DTRRP-NODATE
                       AFTER ADVANCING 1 LINE
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 3000-ROLL-DATE
           END-EVALUATE.
           CLOSE DTRRP-FILE.
           STOP RUN.
       1000-READ-CONTROL.
           MOVE SPACES TO CTL-REC.
           OPEN INPUT CTL-FILE.
           IF CTL-STATUS = '00' THEN
               READ CTL-FILE
                   AT END MOVE SPACES TO CTL-REC
               END-READ
               CLOSE CTL-FILE
           END-IF.
       1050-LOAD-HOLIDAYS.
           OPEN INPUT HOLDY-FILE.
           IF HOLDY-STATUS = '00' THEN
               PERFORM 1060-LOAD-ONE-HOLIDAY
                   UNTIL EOF-HL = 1
               CLOSE HOLDY-FILE
           END-IF.
       1060-LOAD-ONE-HOLIDAY.
           READ HOLDY-FILE INTO HOLDY-DATA
               AT END MOVE 1 TO EOF-HL
               NOT AT END
                   IF HL-DATE NUMERIC AND HOL-COUNT < 200 THEN
                       ADD 1 TO HOL-COUNT
                       MOVE HL-DATE TO HOL-DATE(HOL-COUNT)
                       MOVE HL-DESC TO HOL-DESC(HOL-COUNT)
                   END-IF
           END-READ.
       1100-READ-BUSINESS-DATE.
           MOVE 'N' TO BD-OK.
           MOVE ZEROES TO BD-BUSDATE.
           OPEN INPUT BUSDT-FILE.
           IF BUSDT-STATUS = '00' THEN
               READ BUSDT-FILE INTO BUSDT-DATA
                   AT END MOVE ZEROES TO BD-BUSDATE
               END-READ
               CLOSE BUSDT-FILE
           END-IF.
           IF BD-BUSDATE NUMERIC THEN
               IF FUNCTION TEST-DATE-YYYYMMDD(BD-BUSDATE) = 0 THEN
                   MOVE 'Y' TO BD-OK
               END-IF
           END-IF.
           IF BD-OK = 'Y' THEN
               MOVE 'CURRENT BUSINESS DATE' TO DL-LABEL
               MOVE BD-BUSDATE TO DL-DATE
               WRITE DTRRP-REC FROM DTRRP-DATE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
      *    Operator setting of the business date from the control card.
       2000-SET-DATE.
           IF DC-DATE NOT NUMERIC THEN
               MOVE ZEROES TO DC-DATE
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(DC-DATE) NOT = 0 THEN
               WRITE DTRRP-REC FROM DTRRP-BADCTL
                   AFTER ADVANCING 1 LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'Y' TO PD-LIST
               MOVE DC-DATE TO PD-DATE
               MOVE 1 TO PD-STEP
               PERFORM 4000-NEXT-PROCESSING-DAY
               MOVE PD-DATE TO RL-NEWDATE
               PERFORM 3500-SURROUNDING-DAYS
               PERFORM 5000-WRITE-BUSINESS-DATE
               MOVE 'O' TO RS-STATUS
               MOVE 'BUSINESS DATE SET BY CARD' TO RS-REASON
               MOVE RL-NEWDATE TO RS-RUNDATE
               PERFORM 7000-APPEND-STATUS
               WRITE DTRRP-REC FROM DTRRP-SET
                   AFTER ADVANCING 2 LINES
               PERFORM 6000-PRINT-DATES
           END-IF.
       3000-ROLL-DATE.
           MOVE BD-BUSDATE TO RL-OLDDATE.
           MOVE 'S' TO RS-STATUS.
           MOVE SPACES TO RS-REASON.
           MOVE RL-OLDDATE TO RS-RUNDATE.
           PERFORM 7000-APPEND-STATUS.
           PERFORM 3100-CHECK-CYCLE.
           IF CYCLE-OK = 'N' THEN
               PERFORM 3300-CHECK-OVERRIDE
               IF OVERRIDE-SW = 'Y' THEN
                   MOVE OVERRIDE-REASON TO OR-REASON
                   WRITE DTRRP-REC FROM DTRRP-OVERRIDE
                       AFTER ADVANCING 2 LINES
                   MOVE 'O' TO RS-STATUS
                   MOVE OVERRIDE-REASON TO RS-REASON
                   MOVE RL-OLDDATE TO RS-RUNDATE
                   PERFORM 7000-APPEND-STATUS
                   MOVE 'Y' TO CYCLE-OK
               END-IF
           END-IF.
           IF CYCLE-OK = 'Y' THEN
               MOVE SPACES TO DTRRP-REC
               WRITE DTRRP-REC
                   AFTER ADVANCING 1 LINE
               MOVE 'Y' TO PD-LIST
               COMPUTE PD-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(RL-OLDDATE) + 1)
               MOVE 1 TO PD-STEP
               PERFORM 4000-NEXT-PROCESSING-DAY
               MOVE PD-DATE TO RL-NEWDATE
               PERFORM 3500-SURROUNDING-DAYS
               MOVE RL-OLDDATE TO RL-PREVDATE
               PERFORM 5000-WRITE-BUSINESS-DATE
               MOVE 'C' TO RS-STATUS
               MOVE RL-NEWDATE TO RR-DATE
               MOVE ROLL-REASON TO RS-REASON
               MOVE RL-OLDDATE TO RS-RUNDATE
               PERFORM 7000-APPEND-STATUS
               WRITE DTRRP-REC FROM DTRRP-ROLLED
                   AFTER ADVANCING 2 LINES
               PERFORM 6000-PRINT-DATES
           ELSE
               WRITE DTRRP-REC FROM DTRRP-NOTDONE
                   AFTER ADVANCING 2 LINES
               DISPLAY 'LAB5DTR SUPPRESSED - CYCLE NOT COMPLETE '
                   'FOR BUSINESS DATE ' RL-OLDDATE
               MOVE 8 TO RETURN-CODE
           END-IF.
       3100-CHECK-CYCLE.
           PERFORM VARYING CX FROM 1 BY 1
               UNTIL CX > CY-COUNT
               MOVE 'N' TO CY-FOUND(CX)
           END-PERFORM.
           OPEN INPUT RNSTA-FILE.
           IF RNSTA-STATUS = '00' THEN
               PERFORM 3150-SCAN-ONE-STATUS
                   UNTIL EOF-RS = 1
               CLOSE RNSTA-FILE
           END-IF.
           MOVE 'Y' TO CYCLE-OK.
           PERFORM 3200-PRINT-STEP
               VARYING CX FROM 1 BY 1
               UNTIL CX > CY-COUNT.
       3150-SCAN-ONE-STATUS.
           READ RNSTA-FILE INTO RUNS-DATA
               AT END MOVE 1 TO EOF-RS
               NOT AT END
                   IF RS-RUNDATE = RL-OLDDATE THEN
                       PERFORM VARYING CX FROM 1 BY 1
                           UNTIL CX > CY-COUNT
                           IF RS-PROGRAM = CY-PROGRAM(CX)
                                   AND RS-STATUS = CY-STATUS(CX) THEN
                               MOVE 'Y' TO CY-FOUND(CX)
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ.
       3200-PRINT-STEP.
           MOVE CY-PROGRAM(CX) TO SL-PROGRAM.
           MOVE CY-STATUS(CX) TO SL-STATUS.
           IF CY-FOUND(CX) = 'Y' THEN
               MOVE 'COMPLETE' TO SL-RESULT
           ELSE
               MOVE 'MISSING' TO SL-RESULT
               MOVE 'N' TO CYCLE-OK
           END-IF.
           WRITE DTRRP-REC FROM DTRRP-STEP-LINE
               AFTER ADVANCING 1 LINE.
       3300-CHECK-OVERRIDE.
           OPEN INPUT OVRRD-FILE.
           IF OVRRD-STATUS = '00' THEN
               PERFORM 3350-SCAN-ONE-OVERRIDE
                   UNTIL EOF-OV = 1
               CLOSE OVRRD-FILE
           END-IF.
       3350-SCAN-ONE-OVERRIDE.
           READ OVRRD-FILE
               AT END MOVE 1 TO EOF-OV
               NOT AT END
                   IF OV-PROGRAM = 'lab5dtr '
                           AND OV-RUNDATE = RL-OLDDATE THEN
                       MOVE 'Y' TO OVERRIDE-SW
                       MOVE OV-REASON TO OVERRIDE-REASON
                   END-IF
           END-READ.
      *    The processing days either side of the new business date.
       3500-SURROUNDING-DAYS.
           MOVE 'N' TO PD-LIST.
           COMPUTE PD-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(RL-NEWDATE) - 1).
           MOVE -1 TO PD-STEP.
           PERFORM 4000-NEXT-PROCESSING-DAY.
           MOVE PD-DATE TO RL-PREVDATE.
           COMPUTE PD-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(RL-NEWDATE) + 1).
           MOVE 1 TO PD-STEP.
           PERFORM 4000-NEXT-PROCESSING-DAY.
           MOVE PD-DATE TO RL-NEXTDATE.
      *    Steps PD-DATE (forward or back by PD-STEP) until it is not
      *    a Saturday, a Sunday or a holiday on the calendar. Day 1 of
      *    the integer calendar (1601-01-01) was a Monday, so
      *    remainder 0 is a Sunday and 6 a Saturday.
       4000-NEXT-PROCESSING-DAY.
           MOVE 'N' TO PD-OPEN.
           PERFORM 4100-TEST-PROCESSING-DAY
               UNTIL PD-OPEN = 'Y'.
       4100-TEST-PROCESSING-DAY.
           COMPUTE PD-INT = FUNCTION INTEGER-OF-DATE(PD-DATE).
           DIVIDE PD-INT BY 7
               GIVING PD-WEEKS
               REMAINDER PD-DOW.
           MOVE 'Y' TO PD-OPEN.
           IF PD-DOW = 0 OR PD-DOW = 6 THEN
               MOVE 'N' TO PD-OPEN
               MOVE 'WEEKEND' TO PD-WHY
           END-IF.
           PERFORM VARYING PD-SUB FROM 1 BY 1
               UNTIL PD-SUB > HOL-COUNT
               IF HOL-DATE(PD-SUB) = PD-DATE THEN
                   MOVE 'N' TO PD-OPEN
                   MOVE HOL-DESC(PD-SUB) TO PD-WHY
               END-IF
           END-PERFORM.
           IF PD-OPEN = 'N' THEN
               IF PD-LIST = 'Y' THEN
                   MOVE PD-DATE TO SK-DATE
                   MOVE PD-WHY TO SK-WHY
                   WRITE DTRRP-REC FROM DTRRP-SKIP-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
               COMPUTE PD-DATE =
                   FUNCTION DATE-OF-INTEGER(PD-INT + PD-STEP)
           END-IF.
       5000-WRITE-BUSINESS-DATE.
           MOVE RL-NEWDATE TO BD-BUSDATE.
           MOVE RL-PREVDATE TO BD-PREVDATE.
           MOVE RL-NEXTDATE TO BD-NEXTDATE.
           MOVE CLOCK-DATE TO BD-ROLLDATE.
           ACCEPT TIME-STAMP FROM TIME.
           MOVE TS-HHMMSS TO BD-ROLLTIME.
           OPEN OUTPUT BUSDT-FILE.
           WRITE BUSDT-REC FROM BUSDT-DATA.
           CLOSE BUSDT-FILE.
       6000-PRINT-DATES.
           MOVE 'PREVIOUS BUSINESS DATE' TO DL-LABEL.
           MOVE BD-PREVDATE TO DL-DATE.
           WRITE DTRRP-REC FROM DTRRP-DATE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NEW BUSINESS DATE' TO DL-LABEL.
           MOVE BD-BUSDATE TO DL-DATE.
           WRITE DTRRP-REC FROM DTRRP-DATE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NEXT BUSINESS DATE' TO DL-LABEL.
           MOVE BD-NEXTDATE TO DL-DATE.
           WRITE DTRRP-REC FROM DTRRP-DATE-LINE
               AFTER ADVANCING 1 LINE.
       7000-APPEND-STATUS.
           MOVE 'lab5dtr ' TO RS-PROGRAM.
           ACCEPT TIME-STAMP FROM TIME.
           MOVE TS-HHMMSS TO RS-TIME.
           OPEN EXTEND RNSTA-FILE.
           IF RNSTA-STATUS = '35' THEN
               OPEN OUTPUT RNSTA-FILE
           END-IF.
           WRITE RNSTA-REC FROM RUNS-DATA.
           CLOSE RNSTA-FILE.
       END PROGRAM lab5dtr.
