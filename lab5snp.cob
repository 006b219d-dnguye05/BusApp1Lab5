      ******************************************************************
      *Author: David Nguyen
      *Date: October 14, 2026
      *Purpose: lab5snp
      *Month-end portfolio snapshot. Run on the last processing day
      *of the month, after the night's posting, it takes one record
      *per loan on the indexed student loan master (DA-S-MASTR) as
      *of the business date: the balance with interest accrued to
      *date, the aging bucket of the oldest unpaid installment (the
      *UR-S-AGING buckets), the deferment in force, the borrower's
      *collections level from DA-S-COLHS, and the loan's standing
      *(in repayment, deferred, in forbearance, placed, charged off
      *or paid in full). The record layout is SNAPREC.
      *The snapshot history is cumulative, in the same old/new
      *generation pattern as DA-S-PSUSP/PSUSPN: the history so far
      *(DA-S-SNAPS) is copied to the new generation (DA-S-SNAPSN)
      *and this month's snapshot added at the end. The history keeps
      *the 13 months the trend report (lab5trd) needs - 12 months of
      *month-over-month movement - and older months are dropped. A
      *rerun in the same month replaces that month's snapshot.
      *The business date is the last processing day of its month
      *when the next processing day on DA-S-BUSDT falls in a later
      *month. On any other day no snapshot is taken and return code
      *8 is set, unless an operator override for lab5snp and the
      *business date is on DA-S-OVRRD. A month-end run that was
      *missed is made up with an override on the first processing
      *day of the next month: when the previous business date is
      *in an earlier month, the snapshot is filed under that month
      *(the month that just ended), though its balances and aging
      *are as of the business date it was taken.
      *The snapshot register (UR-S-SNPRG) shows the months carried
      *forward and dropped, and this month's loans by standing and
      *by aging bucket with their balances.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab5snp.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO 'DA-S-MASTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS I-LOANKEY
               FILE STATUS IS MSTR-STATUS.
           SELECT COLHS-FILE ASSIGN TO 'DA-S-COLHS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COLHS-STATUS.
           SELECT SNAPIN-FILE ASSIGN TO 'DA-S-SNAPS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAPIN-STATUS.
           SELECT SNAPOUT-FILE ASSIGN TO 'DA-S-SNAPSN'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OVRRD-FILE ASSIGN TO 'DA-S-OVRRD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVRRD-STATUS.
           SELECT SNPRG-FILE ASSIGN TO 'UR-S-SNPRG'.
           SELECT BUSDT-FILE ASSIGN TO 'DA-S-BUSDT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-REC.
           COPY LOANREC.
       FD  COLHS-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  COLHS-REC PIC X(15).
       FD  SNAPIN-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  SNAPIN-REC.
           03 SI-MONTH PIC 9(6).
           03 FILLER PIC X(48).
       FD  SNAPOUT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  SNAPOUT-REC PIC X(54).
       FD  OVRRD-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  OVRRD-REC.
           03 OV-PROGRAM PIC X(8).
           03 OV-RUNDATE PIC 9(8).
           03 OV-REASON PIC X(30).
       FD  SNPRG-FILE
               LABEL RECORDS ARE OMITTED.
       01  SNPRG-REC PIC X(80).
       FD  BUSDT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  BUSDT-REC PIC X(38).
       WORKING-STORAGE SECTION.
       01  BUSDT-DATA.
           COPY BUSDTREC.
       01  SNAP-DATA.
           COPY SNAPREC.
       01  COLHS-DATA.
           03 H-STUDENT-ID PIC 9(6).
           03 H-SENTDATE PIC 9(8).
           03 H-LETTER PIC X(1).
       01  HIST-TABLE.
           03 HIST-COUNT PIC 9(4) VALUE 0.
           03 HIST-ENTRY OCCURS 5000 TIMES.
               05 HT-ID PIC 9(6).
               05 HT-LEVEL PIC X(1).
       01  MONTH-CALC.
           03 SNAP-MONTH PIC 9(6).
           03 NEXT-MONTH PIC 9(6).
           03 PREV-MONTH PIC 9(6).
           03 MC-MONTH PIC 9(6).
           03 MC-YEAR PIC 9(4).
           03 MC-MM PIC 9(2).
           03 MC-INDEX PIC 9(6).
           03 SNAP-INDEX PIC 9(6).
           03 OLDEST-INDEX PIC 9(6).
       01  BAL-CALC.
           03 BC-LOAN PIC 9(5)V9(2).
           03 BC-PAID PIC 9(4)V9(2).
           03 BC-TOTPAID PIC 9(5)V9(2).
           03 BC-INTEREST PIC 9(5)V9(2).
           03 BC-FEES PIC 9(5)V9(2).
           03 BC-BALANCE PIC S9(5)V9(2).
           03 BC-COAMT PIC 9(5)V9(2).
           03 BC-RECOV PIC 9(5)V9(2).
       01  INTEREST-CALC.
           03 IC-TODAY-INT PIC 9(7).
           03 IC-FROM-INT PIC 9(7).
           03 IC-DAYS PIC S9(6).
           03 IC-INTPAID PIC 9(5)V9(2).
           03 IC-INTACCR PIC 9(5)V9(2).
           03 IC-PRINPAID PIC 9(5)V9(2).
           03 IC-PRINCIPAL PIC S9(5)V9(2).
       01  AGING-CALC.
           03 AG-TODAY-INT PIC 9(7).
           03 AG-DUE-INT PIC 9(7).
           03 AG-DAYS PIC S9(6).
           03 AG-OLDEST-DAYS PIC S9(6).
      *    Standings in the order they are counted on the register.
       01  STANDING-VALUES.
           03 FILLER PIC X(21) VALUE 'AIN REPAYMENT        '.
           03 FILLER PIC X(21) VALUE 'DIN-SCHOOL DEFERMENT '.
           03 FILLER PIC X(21) VALUE 'FFORBEARANCE         '.
           03 FILLER PIC X(21) VALUE 'PPLACED WITH AGENCY  '.
           03 FILLER PIC X(21) VALUE 'CCHARGED OFF         '.
           03 FILLER PIC X(21) VALUE 'ZPAID IN FULL        '.
       01  STANDING-TABLE REDEFINES STANDING-VALUES.
           03 ST-ENTRY OCCURS 6 TIMES.
               05 ST-CODE PIC X(1).
               05 ST-NAME PIC X(20).
       01  BUCKET-VALUES.
           03 FILLER PIC X(21) VALUE 'CURRENT'.
           03 FILLER PIC X(21) VALUE '1-30 DAYS PAST DUE'.
           03 FILLER PIC X(21) VALUE '31-60 DAYS PAST DUE'.
           03 FILLER PIC X(21) VALUE '61-90 DAYS PAST DUE'.
           03 FILLER PIC X(21) VALUE 'OVER 90 DAYS PAST DUE'.
       01  BUCKET-TABLE REDEFINES BUCKET-VALUES.
           03 BK-NAME OCCURS 5 TIMES PIC X(21).
       01  SNAP-COUNTS.
           03 CT-READ PIC 9(5) VALUE 0.
           03 CT-WRITTEN PIC 9(7) VALUE 0.
           03 CT-CARRIED PIC 9(7) VALUE 0.
           03 CT-DROPPED PIC 9(7) VALUE 0.
           03 CT-REPLACED PIC 9(7) VALUE 0.
           03 CT-BALANCE PIC 9(9)V9(2) VALUE 0.
           03 CT-STANDING OCCURS 6 TIMES.
               05 CT-ST-COUNT PIC 9(7).
               05 CT-ST-BAL PIC 9(9)V9(2).
           03 CT-BUCKET OCCURS 5 TIMES.
               05 CT-BK-COUNT PIC 9(7).
               05 CT-BK-BAL PIC 9(9)V9(2).
       01  SNPRG-HEADING.
           03 FILLER PIC X(26) VALUE 'PORTFOLIO SNAPSHOT    RUN '.
           03 RG-RUNDATE PIC 9(8).
           03 FILLER PIC X(9) VALUE '   MONTH '.
           03 RG-MONTH PIC 9(6).
       01  SNPRG-SECTION.
           03 RG-SECTION PIC X(40).
       01  SNPRG-DETAIL.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RG-NAME PIC X(24).
           03 RG-COUNT PIC Z,ZZZ,ZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RG-BAL PIC $$$,$$$,$$9.99.
       01  SNPRG-HIST.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RG-HNAME PIC X(24).
           03 RG-HCOUNT PIC Z,ZZZ,ZZ9.
       01  SNPRG-NOTEND.
           03 FILLER PIC X(50) VALUE
               '** NOT THE LAST PROCESSING DAY OF THE MONTH'.
       01  SNPRG-NOTTAKEN.
           03 FILLER PIC X(50) VALUE
               '** NO SNAPSHOT TAKEN'.
       01  SNPRG-OVERRIDE.
           03 FILLER PIC X(26) VALUE '** OPERATOR OVERRIDE - '.
           03 OR-REASON PIC X(30).
       01  SNPRG-LATE.
           03 FILLER PIC X(34) VALUE
               '** LATE SNAPSHOT FILED FOR MONTH '.
           03 RG-LATEMONTH PIC 9(6).
       01  MISC.
           03 EOF-M PIC 9 VALUE 0.
           03 EOF-H PIC 9 VALUE 0.
           03 EOF-S PIC 9 VALUE 0.
           03 EOF-OV PIC 9 VALUE 0.
           03 MSTR-STATUS PIC X(2).
           03 COLHS-STATUS PIC X(2).
           03 SNAPIN-STATUS PIC X(2).
           03 OVRRD-STATUS PIC X(2).
           03 SUB PIC 99.
           03 HX PIC 9(4).
           03 HS PIC 9(4).
           03 SX PIC 9(1).
           03 LOOKUP-ID PIC 9(6).
           03 MONTH-END-SW PIC X(1).
           03 OVERRIDE-SW PIC X(1) VALUE 'N'.
           03 OVERRIDE-REASON PIC X(30).
           03 CURRENT-DATE PIC 9(8).
           03 BUSDT-STATUS PIC X(2).
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 050-READ-BUSINESS-DATE.
           INITIALIZE SNAP-COUNTS.
           OPEN OUTPUT SNPRG-FILE.
           COMPUTE SNAP-MONTH = CURRENT-DATE / 100.
           MOVE CURRENT-DATE TO RG-RUNDATE.
           MOVE SNAP-MONTH TO RG-MONTH.
           WRITE SNPRG-REC FROM SNPRG-HEADING
               AFTER ADVANCING PAGE.
           PERFORM 1000-CHECK-MONTH-END.
           IF MONTH-END-SW = 'Y' THEN
               PERFORM 1100-LOAD-HISTORY
               PERFORM 1200-OPEN-MASTER
               OPEN OUTPUT SNAPOUT-FILE
               PERFORM 2000-CARRY-FORWARD
               PERFORM 3000-TAKE-SNAPSHOT
               CLOSE SNAPOUT-FILE
               PERFORM 8000-PRINT-TOTALS
           ELSE
               WRITE SNPRG-REC FROM SNPRG-NOTTAKEN
                   AFTER ADVANCING 1 LINE
               DISPLAY 'LAB5SNP SUPPRESSED - BUSINESS DATE '
                   CURRENT-DATE ' IS NOT MONTH END'
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE SNPRG-FILE.
           STOP RUN.
      *    The business date comes from the control file, not the
      *    system clock; the run stops if there is none.
       050-READ-BUSINESS-DATE.
           MOVE ZEROES TO BD-BUSDATE.
           OPEN INPUT BUSDT-FILE.
           IF BUSDT-STATUS = '00' THEN
               READ BUSDT-FILE INTO BUSDT-DATA
                   AT END MOVE ZEROES TO BD-BUSDATE
               END-READ
               CLOSE BUSDT-FILE
           END-IF.
           IF BD-BUSDATE NOT NUMERIC THEN
               MOVE ZEROES TO BD-BUSDATE
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(BD-BUSDATE) NOT = 0 THEN
               DISPLAY 'LAB5SNP STOPPED - NO VALID BUSINESS DATE '
                   'ON DA-S-BUSDT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BD-BUSDATE TO CURRENT-DATE.
      *    Month end is when the next processing day is in a later
      *    month; otherwise only an operator override will do.
       1000-CHECK-MONTH-END.
           MOVE 'Y' TO MONTH-END-SW.
           IF BD-NEXTDATE NUMERIC AND BD-NEXTDATE > 0 THEN
               COMPUTE NEXT-MONTH = BD-NEXTDATE / 100
               IF NEXT-MONTH NOT > SNAP-MONTH THEN
                   MOVE 'N' TO MONTH-END-SW
               END-IF
           END-IF.
           IF MONTH-END-SW = 'N' THEN
               WRITE SNPRG-REC FROM SNPRG-NOTEND
                   AFTER ADVANCING 2 LINES
               OPEN INPUT OVRRD-FILE
               IF OVRRD-STATUS = '00' THEN
                   PERFORM 1050-SCAN-ONE-OVERRIDE
                       UNTIL EOF-OV = 1
                   CLOSE OVRRD-FILE
               END-IF
               IF OVERRIDE-SW = 'Y' THEN
                   MOVE OVERRIDE-REASON TO OR-REASON
                   WRITE SNPRG-REC FROM SNPRG-OVERRIDE
                       AFTER ADVANCING 1 LINE
                   MOVE 'Y' TO MONTH-END-SW
                   PERFORM 1060-CHECK-LATE-MONTH
               END-IF
           END-IF.
       1050-SCAN-ONE-OVERRIDE.
           READ OVRRD-FILE
               AT END MOVE 1 TO EOF-OV
               NOT AT END
                   IF OV-PROGRAM = 'lab5snp '
                           AND OV-RUNDATE = CURRENT-DATE THEN
                       MOVE 'Y' TO OVERRIDE-SW
                       MOVE OV-REASON TO OVERRIDE-REASON
                   END-IF
           END-READ.
      *    An override on the first processing day of a month, when
      *    the month-end run for the month before was missed, takes
      *    the late snapshot for the month that just ended.
       1060-CHECK-LATE-MONTH.
           IF BD-PREVDATE NUMERIC AND BD-PREVDATE > 0 THEN
               COMPUTE PREV-MONTH = BD-PREVDATE / 100
               IF PREV-MONTH < SNAP-MONTH THEN
                   MOVE PREV-MONTH TO SNAP-MONTH
                   MOVE SNAP-MONTH TO RG-LATEMONTH
                   WRITE SNPRG-REC FROM SNPRG-LATE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.
      *    Each borrower's collections level: the highest notice on
      *    the collections history, or P once placed.
       1100-LOAD-HISTORY.
           OPEN INPUT COLHS-FILE.
           IF COLHS-STATUS = '00' THEN
               PERFORM 1110-LOAD-ONE-HISTORY
                   UNTIL EOF-H = 1
               CLOSE COLHS-FILE
           END-IF.
       1110-LOAD-ONE-HISTORY.
           READ COLHS-FILE INTO COLHS-DATA
               AT END MOVE 1 TO EOF-H
               NOT AT END
                   PERFORM 1120-POST-ONE-HISTORY
           END-READ.
       1120-POST-ONE-HISTORY.
           MOVE H-STUDENT-ID TO LOOKUP-ID.
           PERFORM 1130-FIND-HISTORY.
           IF HX = 0 THEN
               IF HIST-COUNT < 5000 THEN
                   ADD 1 TO HIST-COUNT
                   MOVE HIST-COUNT TO HX
                   MOVE H-STUDENT-ID TO HT-ID(HX)
                   MOVE '0' TO HT-LEVEL(HX)
               END-IF
           END-IF.
           IF HX > 0 THEN
               IF H-LETTER > HT-LEVEL(HX)
                       OR H-LETTER = 'P' THEN
                   MOVE H-LETTER TO HT-LEVEL(HX)
               END-IF
           END-IF.
       1130-FIND-HISTORY.
           MOVE 0 TO HX.
           PERFORM VARYING HS FROM 1 BY 1
               UNTIL HS > HIST-COUNT
               IF HT-ID(HS) = LOOKUP-ID THEN
                   MOVE HS TO HX
               END-IF
           END-PERFORM.
      *    The prior 12 months of history go forward; this month (a
      *    rerun), later months and anything older are dropped.
      *    The master is opened before the new history generation is,
      *    so a run that cannot read it leaves DA-S-SNAPS as it was.
       1200-OPEN-MASTER.
           OPEN INPUT MASTER-FILE.
           IF MSTR-STATUS NOT = '00' THEN
               WRITE SNPRG-REC FROM SNPRG-NOTTAKEN
                   AFTER ADVANCING 1 LINE
               CLOSE SNPRG-FILE
               DISPLAY 'LAB5SNP STOPPED - DA-S-MASTR NOT AVAILABLE - '
                   'STATUS ' MSTR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       2000-CARRY-FORWARD.
           MOVE SNAP-MONTH TO MC-MONTH.
           PERFORM 2200-MONTH-INDEX.
           MOVE MC-INDEX TO SNAP-INDEX.
           COMPUTE OLDEST-INDEX = SNAP-INDEX - 12.
           OPEN INPUT SNAPIN-FILE.
           IF SNAPIN-STATUS = '00' THEN
               PERFORM 2100-CARRY-ONE
                   UNTIL EOF-S = 1
               CLOSE SNAPIN-FILE
           END-IF.
       2100-CARRY-ONE.
           READ SNAPIN-FILE
               AT END MOVE 1 TO EOF-S
               NOT AT END
                   MOVE SI-MONTH TO MC-MONTH
                   PERFORM 2200-MONTH-INDEX
                   EVALUATE TRUE
                       WHEN SI-MONTH = SNAP-MONTH
                           ADD 1 TO CT-REPLACED
                       WHEN MC-INDEX < OLDEST-INDEX
                               OR MC-INDEX > SNAP-INDEX
                           ADD 1 TO CT-DROPPED
                       WHEN OTHER
                           WRITE SNAPOUT-REC FROM SNAPIN-REC
                           ADD 1 TO CT-CARRIED
                   END-EVALUATE
           END-READ.
      *    Months since year 0, so months can be counted across a
      *    year end.
       2200-MONTH-INDEX.
           COMPUTE MC-YEAR = MC-MONTH / 100.
           COMPUTE MC-MM = MC-MONTH - MC-YEAR * 100.
           COMPUTE MC-INDEX = MC-YEAR * 12 + MC-MM - 1.
       3000-TAKE-SNAPSHOT.
           MOVE ZEROES TO I-LOANKEY.
           START MASTER-FILE KEY IS NOT LESS THAN I-LOANKEY
               INVALID KEY
                   MOVE 1 TO EOF-M
           END-START.
           PERFORM 3100-SNAPSHOT-LOOP
               UNTIL EOF-M = 1.
           CLOSE MASTER-FILE.
       3100-SNAPSHOT-LOOP.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE 1 TO EOF-M
               NOT AT END
                   ADD 1 TO CT-READ
                   PERFORM 3200-BUILD-SNAPSHOT
                   WRITE SNAPOUT-REC FROM SNAP-DATA
                   ADD 1 TO CT-WRITTEN
                   PERFORM 3500-COUNT-SNAPSHOT
           END-READ.
       3200-BUILD-SNAPSHOT.
           MOVE SNAP-MONTH TO SN-MONTH.
           MOVE I-LOANKEY TO SN-LOANKEY.
           MOVE I-MAJOR TO SN-MAJOR.
           MOVE I-YEAR TO SN-YEAR.
           MOVE CURRENT-DATE TO SN-SNAPDATE.
           MOVE 0 TO SN-DAYSPD.
           MOVE 0 TO SN-BUCKET.
           MOVE 0 TO SN-COAMT.
           MOVE SPACES TO SN-DEFSTAT.
           MOVE I-STUDENT-ID TO LOOKUP-ID.
           PERFORM 1130-FIND-HISTORY.
           IF HX > 0 THEN
               MOVE HT-LEVEL(HX) TO SN-COLLVL
           ELSE
               MOVE '0' TO SN-COLLVL
           END-IF.
           IF (I-DEFSTAT = 'D' OR I-DEFSTAT = 'F')
                   AND CURRENT-DATE NOT > I-DEFEND THEN
               MOVE I-DEFSTAT TO SN-DEFSTAT
           END-IF.
           PERFORM 2600-COMPUTE-BALANCE.
           IF BC-BALANCE > 0 THEN
               MOVE BC-BALANCE TO SN-BALANCE
           ELSE
               MOVE 0 TO SN-BALANCE
           END-IF.
           EVALUATE TRUE
               WHEN I-COSTAT = 'C'
                   MOVE 'C' TO SN-STATUS
                   MOVE I-COAMT TO BC-COAMT
                   MOVE I-RECOVAMT TO BC-RECOV
                   MOVE BC-COAMT TO SN-COAMT
                   IF BC-RECOV < BC-COAMT THEN
                       COMPUTE SN-BALANCE = BC-COAMT - BC-RECOV
                   ELSE
                       MOVE 0 TO SN-BALANCE
                   END-IF
               WHEN BC-BALANCE NOT > 0
                   MOVE 'Z' TO SN-STATUS
               WHEN SN-DEFSTAT NOT = SPACES
                   MOVE SN-DEFSTAT TO SN-STATUS
               WHEN SN-COLLVL = 'P'
                   MOVE 'P' TO SN-STATUS
                   PERFORM 3300-AGE-LOAN
               WHEN OTHER
                   MOVE 'A' TO SN-STATUS
                   PERFORM 3300-AGE-LOAN
           END-EVALUATE.
      *    The oldest unpaid installment already due, bucketed as on
      *    the aging report.
       3300-AGE-LOAN.
           MOVE 0 TO AG-OLDEST-DAYS.
           COMPUTE AG-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(CURRENT-DATE).
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > I-NUMPAY
               IF I-PAIDWHOLE(SUB) = 0
                       AND I-PAIDDECIMAL(SUB) = 0
                       AND I-PAIDDUEDATE(SUB) > 0 THEN
                   COMPUTE AG-DUE-INT =
                       FUNCTION INTEGER-OF-DATE(I-PAIDDUEDATE(SUB))
                   COMPUTE AG-DAYS = AG-TODAY-INT - AG-DUE-INT
                   IF AG-DAYS > AG-OLDEST-DAYS THEN
                       MOVE AG-DAYS TO AG-OLDEST-DAYS
                   END-IF
               END-IF
           END-PERFORM.
           IF AG-OLDEST-DAYS > 9999 THEN
               MOVE 9999 TO SN-DAYSPD
           ELSE
               MOVE AG-OLDEST-DAYS TO SN-DAYSPD
           END-IF.
           EVALUATE TRUE
               WHEN AG-OLDEST-DAYS <= 0
                   MOVE 0 TO SN-BUCKET
               WHEN AG-OLDEST-DAYS <= 30
                   MOVE 1 TO SN-BUCKET
               WHEN AG-OLDEST-DAYS <= 60
                   MOVE 2 TO SN-BUCKET
               WHEN AG-OLDEST-DAYS <= 90
                   MOVE 3 TO SN-BUCKET
               WHEN OTHER
                   MOVE 4 TO SN-BUCKET
           END-EVALUATE.
       3500-COUNT-SNAPSHOT.
           ADD SN-BALANCE TO CT-BALANCE.
           PERFORM VARYING SX FROM 1 BY 1
               UNTIL SX > 6
               IF ST-CODE(SX) = SN-STATUS THEN
                   ADD 1 TO CT-ST-COUNT(SX)
                   ADD SN-BALANCE TO CT-ST-BAL(SX)
               END-IF
           END-PERFORM.
           IF SN-STATUS = 'A' OR SN-STATUS = 'P' THEN
               COMPUTE SX = SN-BUCKET + 1
               ADD 1 TO CT-BK-COUNT(SX)
               ADD SN-BALANCE TO CT-BK-BAL(SX)
           END-IF.
       2600-COMPUTE-BALANCE.
           MOVE I-LOAN TO BC-LOAN.
           MOVE I-FEETOTAL TO BC-FEES.
           MOVE 0 TO BC-TOTPAID.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > I-NUMPAY
               MOVE I-PAID(SUB) TO BC-PAID
               ADD BC-PAID TO BC-TOTPAID
           END-PERFORM.
           PERFORM 2650-ACCRUE-INTEREST.
           COMPUTE BC-BALANCE = BC-LOAN + BC-INTEREST + BC-FEES
               - BC-TOTPAID.
       2650-ACCRUE-INTEREST.
           MOVE I-INTPAID TO IC-INTPAID.
           MOVE I-INTACCR TO IC-INTACCR.
           IF I-INTRATE = 0 OR I-LOANDATE = 0 THEN
               COMPUTE BC-INTEREST = IC-INTPAID + IC-INTACCR
           ELSE
               MOVE I-PRINPAID TO IC-PRINPAID
               COMPUTE IC-PRINCIPAL = BC-LOAN - IC-PRINPAID
               IF IC-PRINCIPAL < 0 THEN
                   MOVE 0 TO IC-PRINCIPAL
               END-IF
               COMPUTE IC-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(CURRENT-DATE)
               IF I-INTDATE = 0 THEN
                   COMPUTE IC-FROM-INT =
                       FUNCTION INTEGER-OF-DATE(I-LOANDATE)
               ELSE
                   COMPUTE IC-FROM-INT =
                       FUNCTION INTEGER-OF-DATE(I-INTDATE)
               END-IF
               COMPUTE IC-DAYS = IC-TODAY-INT - IC-FROM-INT
               IF IC-DAYS < 0 THEN
                   MOVE 0 TO IC-DAYS
               END-IF
               COMPUTE BC-INTEREST ROUNDED = IC-INTPAID + IC-INTACCR
                   + IC-PRINCIPAL * I-INTRATE * IC-DAYS / 100 / 365
           END-IF.
       8000-PRINT-TOTALS.
           MOVE 'SNAPSHOT HISTORY' TO RG-SECTION.
           WRITE SNPRG-REC FROM SNPRG-SECTION
               AFTER ADVANCING 2 LINES.
           MOVE 'PRIOR RECORDS CARRIED' TO RG-HNAME.
           MOVE CT-CARRIED TO RG-HCOUNT.
           WRITE SNPRG-REC FROM SNPRG-HIST
               AFTER ADVANCING 1 LINE.
           MOVE 'RECORDS AGED OFF' TO RG-HNAME.
           MOVE CT-DROPPED TO RG-HCOUNT.
           WRITE SNPRG-REC FROM SNPRG-HIST
               AFTER ADVANCING 1 LINE.
           MOVE 'MONTH RERUN - REPLACED' TO RG-HNAME.
           MOVE CT-REPLACED TO RG-HCOUNT.
           WRITE SNPRG-REC FROM SNPRG-HIST
               AFTER ADVANCING 1 LINE.
           MOVE 'MASTER RECORDS READ' TO RG-HNAME.
           MOVE CT-READ TO RG-HCOUNT.
           WRITE SNPRG-REC FROM SNPRG-HIST
               AFTER ADVANCING 1 LINE.
           MOVE 'SNAPSHOTS WRITTEN' TO RG-HNAME.
           MOVE CT-WRITTEN TO RG-HCOUNT.
           WRITE SNPRG-REC FROM SNPRG-HIST
               AFTER ADVANCING 1 LINE.
           MOVE 'LOANS BY STANDING' TO RG-SECTION.
           WRITE SNPRG-REC FROM SNPRG-SECTION
               AFTER ADVANCING 2 LINES.
           PERFORM VARYING SX FROM 1 BY 1
               UNTIL SX > 6
               MOVE ST-NAME(SX) TO RG-NAME
               MOVE CT-ST-COUNT(SX) TO RG-COUNT
               MOVE CT-ST-BAL(SX) TO RG-BAL
               WRITE SNPRG-REC FROM SNPRG-DETAIL
                   AFTER ADVANCING 1 LINE
           END-PERFORM.
           MOVE 'TOTAL' TO RG-NAME.
           MOVE CT-WRITTEN TO RG-COUNT.
           MOVE CT-BALANCE TO RG-BAL.
           WRITE SNPRG-REC FROM SNPRG-DETAIL
               AFTER ADVANCING 1 LINE.
           MOVE 'REPAYMENT AND PLACED BY AGING' TO RG-SECTION.
           WRITE SNPRG-REC FROM SNPRG-SECTION
               AFTER ADVANCING 2 LINES.
           PERFORM VARYING SX FROM 1 BY 1
               UNTIL SX > 5
               MOVE BK-NAME(SX) TO RG-NAME
               MOVE CT-BK-COUNT(SX) TO RG-COUNT
               MOVE CT-BK-BAL(SX) TO RG-BAL
               WRITE SNPRG-REC FROM SNPRG-DETAIL
                   AFTER ADVANCING 1 LINE
           END-PERFORM.
       END PROGRAM lab5snp.
