      ******************************************************************
      *Author: David Nguyen
      *Date: October 14, 2026
      *Purpose: lab5trd
      *Portfolio trend report, built from the month-end snapshot
      *history (DA-S-SNAPS) that lab5snp takes off the loan master,
      *so management can see whether delinquency is getting better
      *or worse. The report (UR-S-TREND) runs through the latest
      *month on the history and covers the 12 months before it.
      *The snapshots are sorted into loan-key and month order, so
      *each loan's months arrive together and each month can be
      *compared with the month before it:
      *  roll rates - of the loans in repayment that were current,
      *     1-30, 31-60, and 61 or more days past due at one month
      *     end, the percent that were further behind (or placed or
      *     charged off) at the next: current to 30, 30 to 60,
      *     60 to 90, and 90 to placed with the agency
      *  cure rate  - of the loans in repayment that were past due,
      *     the percent current or paid in full a month later
      *  delinquent - of the open loans at month end (in repayment,
      *     deferred, in forbearance or placed), the percent with an
      *     installment past due
      *The 12-month line sums the counts behind each rate.
      *Defaults (a loan newly placed with the agency), charge-offs
      *and payoffs are counted and totalled by month with a
      *12-month total. A default is valued at the balance placed, a
      *charge-off at the amount written off, and a payoff at the
      *balance the month before. A loan that leaves the master
      *without being charged off (purged once paid by lab5arc)
      *counts as paid off in the month it leaves. A month missing
      *from the history (a month end with no snapshot taken) has
      *no movement counted into or out of it: a loan is not
      *compared across the gap, nor taken as paid off in it.
      *For the latest month, delinquency by count and by balance is
      *broken out by major (I-MAJOR) and by year (I-YEAR), in code
      *order.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab5trd.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAP-FILE ASSIGN TO 'DA-S-SNAPS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAP-STATUS.
           SELECT SORT-WORK ASSIGN TO 'SORTWK1'.
           SELECT TREND-FILE ASSIGN TO 'UR-S-TREND'.
           SELECT BUSDT-FILE ASSIGN TO 'DA-S-BUSDT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SNAP-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  SNAP-REC PIC X(54).
       SD  SORT-WORK.
       01  SORT-REC.
           03 SW-LOANKEY PIC X(8).
           03 SW-MONTH PIC 9(6).
           03 SW-SNAP PIC X(54).
       FD  TREND-FILE
               LABEL RECORDS ARE OMITTED.
       01  TREND-REC PIC X(80).
       FD  BUSDT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  BUSDT-REC PIC X(38).
       WORKING-STORAGE SECTION.
       01  BUSDT-DATA.
           COPY BUSDTREC.
       01  SNAP-DATA.
           COPY SNAPREC.
       01  PRIOR-SNAP.
           03 PR-FOUND PIC X(1) VALUE 'N'.
           03 PR-LOANKEY PIC X(8).
           03 PR-INDEX PIC 9(6).
           03 PR-STATUS PIC X(1).
           03 PR-BUCKET PIC 9(1).
           03 PR-BALANCE PIC 9(7)V9(2).
           03 TO-STATUS PIC X(1).
           03 TO-BUCKET PIC 9(1).
       01  MONTH-CALC.
           03 LATEST-MONTH PIC 9(6) VALUE 0.
           03 MC-MONTH PIC 9(6).
           03 MC-YEAR PIC 9(4).
           03 MC-MM PIC 9(2).
           03 MC-INDEX PIC 9(6).
           03 LAST-INDEX PIC 9(6).
           03 FIRST-INDEX PIC 9(6).
           03 CUR-INDEX PIC 9(6).
           03 MSLOT PIC S9(6).
      *    The months actually on the snapshot history, as month
      *    indexes.
       01  HIST-MONTHS.
           03 HM-COUNT PIC 9(3) VALUE 0.
           03 HM-INDEX OCCURS 100 TIMES PIC 9(6).
           03 HM-WANT PIC 9(6).
           03 HM-FOUND PIC X(1).
           03 HX PIC 9(3).
      *    One entry per month of the report; entry 13 holds the
      *    12-month totals.
       01  MONTH-TABLE.
           03 MT-ENTRY OCCURS 13 TIMES.
               05 MT-MONTH PIC 9(6).
               05 MT-CUR-FROM PIC 9(7).
               05 MT-CUR-ROLL PIC 9(7).
               05 MT-B1-FROM PIC 9(7).
               05 MT-B1-ROLL PIC 9(7).
               05 MT-B2-FROM PIC 9(7).
               05 MT-B2-ROLL PIC 9(7).
               05 MT-B3-FROM PIC 9(7).
               05 MT-B3-ROLL PIC 9(7).
               05 MT-DLQ-FROM PIC 9(7).
               05 MT-CURED PIC 9(7).
               05 MT-OPEN PIC 9(7).
               05 MT-DLQ PIC 9(7).
               05 MT-DEF-CT PIC 9(7).
               05 MT-DEF-AMT PIC 9(9)V9(2).
               05 MT-CO-CT PIC 9(7).
               05 MT-CO-AMT PIC 9(9)V9(2).
               05 MT-PO-CT PIC 9(7).
               05 MT-PO-AMT PIC 9(9)V9(2).
      *    Latest-month delinquency by major (set 1) and by year
      *    (set 2), each kept in code order.
       01  BREAKDOWN-TABLE.
           03 BR-SET OCCURS 2 TIMES.
               05 BR-COUNT PIC 9(3).
               05 BR-OVER PIC 9(7).
               05 BR-ENTRY OCCURS 100 TIMES.
                   07 BR-CODE PIC X(4).
                   07 BR-OPEN PIC 9(7).
                   07 BR-DLQ PIC 9(7).
                   07 BR-OPENBAL PIC 9(9)V9(2).
                   07 BR-DLQBAL PIC 9(9)V9(2).
           03 BR-TOTAL.
               05 BT-OPEN PIC 9(7).
               05 BT-DLQ PIC 9(7).
               05 BT-OPENBAL PIC 9(9)V9(2).
               05 BT-DLQBAL PIC 9(9)V9(2).
       01  BREAKDOWN-WORK.
           03 BW-CODE PIC X(4).
           03 BW-DLQ-SW PIC X(1).
           03 BX PIC 9(1).
           03 BS PIC 9(3).
           03 BP PIC 9(3).
       01  RATE-CALC.
           03 RC-NUM PIC 9(11)V9(2).
           03 RC-DEN PIC 9(11)V9(2).
           03 RC-PCT PIC 9(3)V9(1).
       01  TREND-HEADING.
           03 FILLER PIC X(28) VALUE 'PORTFOLIO TREND REPORT  RUN '.
           03 TH-RUNDATE PIC 9(8).
           03 FILLER PIC X(10) VALUE '  THROUGH '.
           03 TH-MONTH PIC 9(6).
       01  TREND-SECTION.
           03 TS-TITLE PIC X(50).
       01  TREND-BRK-TITLE.
           03 BK-TITLE PIC X(29).
           03 BK-MONTH PIC 9(6).
       01  TREND-RATE-HEAD.
           03 FILLER PIC X(9) VALUE 'MONTH'.
           03 FILLER PIC X(7) VALUE ' CUR>30'.
           03 FILLER PIC X(7) VALUE '  30>60'.
           03 FILLER PIC X(7) VALUE '  60>90'.
           03 FILLER PIC X(7) VALUE ' 90>PLC'.
           03 FILLER PIC X(7) VALUE '   CURE'.
           03 FILLER PIC X(7) VALUE ' DELINQ'.
       01  TREND-RATE-LINE.
           03 TR-MONTH PIC X(9).
           03 FILLER PIC X(2) VALUE SPACES.
           03 TR-CUR PIC ZZ9.9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 TR-B1 PIC ZZ9.9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 TR-B2 PIC ZZ9.9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 TR-B3 PIC ZZ9.9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 TR-CURE PIC ZZ9.9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 TR-DLQ PIC ZZ9.9.
       01  TREND-ACT-HEAD1.
           03 FILLER PIC X(9) VALUE SPACES.
           03 FILLER PIC X(22) VALUE '      DEFAULTS'.
           03 FILLER PIC X(22) VALUE '      CHARGE-OFFS'.
           03 FILLER PIC X(22) VALUE '      PAYOFFS'.
       01  TREND-ACT-HEAD2.
           03 FILLER PIC X(9) VALUE 'MONTH'.
           03 FILLER PIC X(22) VALUE '   COUNT        AMOUNT'.
           03 FILLER PIC X(22) VALUE '   COUNT        AMOUNT'.
           03 FILLER PIC X(22) VALUE '   COUNT        AMOUNT'.
       01  TREND-ACT-LINE.
           03 TA-MONTH PIC X(9).
           03 FILLER PIC X(2) VALUE SPACES.
           03 TA-DEF-CT PIC ZZ,ZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 TA-DEF-AMT PIC ZZ,ZZZ,ZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 TA-CO-CT PIC ZZ,ZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 TA-CO-AMT PIC ZZ,ZZZ,ZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 TA-PO-CT PIC ZZ,ZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 TA-PO-AMT PIC ZZ,ZZZ,ZZ9.99.
       01  TREND-BRK-HEAD.
           03 BH-LABEL PIC X(6).
           03 FILLER PIC X(9) VALUE '     OPEN'.
           03 FILLER PIC X(11) VALUE ' DELINQUENT'.
           03 FILLER PIC X(7) VALUE '    PCT'.
           03 FILLER PIC X(16) VALUE '    OPEN BALANCE'.
           03 FILLER PIC X(16) VALUE '  DELINQ BALANCE'.
           03 FILLER PIC X(7) VALUE '    PCT'.
       01  TREND-BRK-LINE.
           03 BL-CODE PIC X(6).
           03 BL-OPEN PIC Z,ZZZ,ZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 BL-DLQ PIC Z,ZZZ,ZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 BL-PCT PIC ZZ9.9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 BL-OPENBAL PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 BL-DLQBAL PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 BL-BALPCT PIC ZZ9.9.
       01  TREND-BRK-OVER.
           03 FILLER PIC X(36) VALUE
               'TABLE FULL - LOANS NOT BROKEN OUT '.
           03 BO-COUNT PIC Z,ZZZ,ZZ9.
       01  TREND-TOT-READ.
           03 FILLER PIC X(28) VALUE 'SNAPSHOT RECORDS READ       '.
           03 TT-READ PIC Z,ZZZ,ZZ9.
       01  TREND-NONE.
           03 FILLER PIC X(40) VALUE
               '** NO SNAPSHOTS ON DA-S-SNAPS'.
       01  MISC.
           03 EOF-S PIC 9 VALUE 0.
           03 EOF-W PIC 9 VALUE 0.
           03 SNAP-STATUS PIC X(2).
           03 MX PIC 9(2).
           03 MONTH-TEXT PIC 9(6).
           03 CT-READ PIC 9(7) VALUE 0.
           03 CURRENT-DATE PIC 9(8).
           03 BUSDT-STATUS PIC X(2).
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 050-READ-BUSINESS-DATE.
           INITIALIZE MONTH-TABLE.
           INITIALIZE BREAKDOWN-TABLE.
           OPEN OUTPUT TREND-FILE.
           SORT SORT-WORK ON ASCENDING KEY SW-LOANKEY SW-MONTH
               INPUT PROCEDURE IS 1000-RELEASE-SNAPSHOTS
               OUTPUT PROCEDURE IS 2000-BUILD-TREND.
           CLOSE TREND-FILE.
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
               DISPLAY 'LAB5TRD STOPPED - NO VALID BUSINESS DATE '
                   'ON DA-S-BUSDT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BD-BUSDATE TO CURRENT-DATE.
       1000-RELEASE-SNAPSHOTS.
           OPEN INPUT SNAP-FILE.
           IF SNAP-STATUS = '00' THEN
               PERFORM 1100-RELEASE-ONE
                   UNTIL EOF-S = 1
               CLOSE SNAP-FILE
           END-IF.
       1100-RELEASE-ONE.
           READ SNAP-FILE INTO SNAP-DATA
               AT END MOVE 1 TO EOF-S
               NOT AT END
                   IF SN-MONTH NUMERIC THEN
                       ADD 1 TO CT-READ
                       IF SN-MONTH > LATEST-MONTH THEN
                           MOVE SN-MONTH TO LATEST-MONTH
                       END-IF
                       MOVE SN-MONTH TO MC-MONTH
                       PERFORM 2300-MONTH-INDEX
                       PERFORM 1200-NOTE-MONTH
                       MOVE SN-LOANKEY TO SW-LOANKEY
                       MOVE SN-MONTH TO SW-MONTH
                       MOVE SNAP-DATA TO SW-SNAP
                       RELEASE SORT-REC
                   END-IF
           END-READ.
       1200-NOTE-MONTH.
           MOVE MC-INDEX TO HM-WANT.
           PERFORM 1250-FIND-MONTH.
           IF HM-FOUND = 'N' AND HM-COUNT < 100 THEN
               ADD 1 TO HM-COUNT
               MOVE MC-INDEX TO HM-INDEX(HM-COUNT)
           END-IF.
       1250-FIND-MONTH.
           MOVE 'N' TO HM-FOUND.
           PERFORM VARYING HX FROM 1 BY 1
               UNTIL HX > HM-COUNT OR HM-FOUND = 'Y'
               IF HM-INDEX(HX) = HM-WANT THEN
                   MOVE 'Y' TO HM-FOUND
               END-IF
           END-PERFORM.
       2000-BUILD-TREND.
           MOVE CURRENT-DATE TO TH-RUNDATE.
           MOVE LATEST-MONTH TO TH-MONTH.
           WRITE TREND-REC FROM TREND-HEADING
               AFTER ADVANCING PAGE.
           IF CT-READ = 0 THEN
               WRITE TREND-REC FROM TREND-NONE
                   AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 2100-SET-MONTHS
               PERFORM 2200-RETURN-ONE
               PERFORM 3000-SNAPSHOT-LOOP
                   UNTIL EOF-W = 1
               IF PR-FOUND = 'Y' THEN
                   PERFORM 3600-LOAN-GONE
               END-IF
               PERFORM 4000-PRINT-RATES
               PERFORM 4500-PRINT-ACTIVITY
               PERFORM 5000-PRINT-BREAKDOWNS
           END-IF.
           MOVE CT-READ TO TT-READ.
           WRITE TREND-REC FROM TREND-TOT-READ
               AFTER ADVANCING 2 LINES.
      *    Report month 12 is the latest month on the history and
      *    month 1 eleven months before it; month 0, the base month,
      *    is only compared from.
       2100-SET-MONTHS.
           MOVE LATEST-MONTH TO MC-MONTH.
           PERFORM 2300-MONTH-INDEX.
           MOVE MC-INDEX TO LAST-INDEX.
           COMPUTE FIRST-INDEX = LAST-INDEX - 12.
           PERFORM VARYING MX FROM 1 BY 1
               UNTIL MX > 12
               COMPUTE MC-INDEX = FIRST-INDEX + MX
               COMPUTE MC-YEAR = MC-INDEX / 12
               COMPUTE MC-MM = MC-INDEX - MC-YEAR * 12 + 1
               COMPUTE MT-MONTH(MX) = MC-YEAR * 100 + MC-MM
           END-PERFORM.
       2200-RETURN-ONE.
           RETURN SORT-WORK
               AT END MOVE 1 TO EOF-W
           END-RETURN.
      *    Months since year 0, so months can be counted across a
      *    year end.
       2300-MONTH-INDEX.
           COMPUTE MC-YEAR = MC-MONTH / 100.
           COMPUTE MC-MM = MC-MONTH - MC-YEAR * 100.
           COMPUTE MC-INDEX = MC-YEAR * 12 + MC-MM - 1.
      *    Each snapshot is compared with the same loan's snapshot
      *    the month before, when there is one.
       3000-SNAPSHOT-LOOP.
           MOVE SW-SNAP TO SNAP-DATA.
           MOVE SN-MONTH TO MC-MONTH.
           PERFORM 2300-MONTH-INDEX.
           MOVE MC-INDEX TO CUR-INDEX.
           IF PR-FOUND = 'Y' THEN
               IF SN-LOANKEY = PR-LOANKEY
                       AND CUR-INDEX = PR-INDEX + 1 THEN
                   PERFORM 3400-TRANSITION
               ELSE
                   PERFORM 3600-LOAN-GONE
               END-IF
           END-IF.
           PERFORM 3200-COUNT-MONTH.
           MOVE 'Y' TO PR-FOUND.
           MOVE SN-LOANKEY TO PR-LOANKEY.
           MOVE CUR-INDEX TO PR-INDEX.
           MOVE SN-STATUS TO PR-STATUS.
           MOVE SN-BUCKET TO PR-BUCKET.
           MOVE SN-BALANCE TO PR-BALANCE.
           PERFORM 2200-RETURN-ONE.
      *    Open and delinquent loans at month end.
       3200-COUNT-MONTH.
           COMPUTE MSLOT = CUR-INDEX - FIRST-INDEX.
           IF MSLOT > 0 AND MSLOT < 13 THEN
               MOVE MSLOT TO MX
               IF SN-STATUS = 'A' OR SN-STATUS = 'D'
                       OR SN-STATUS = 'F' OR SN-STATUS = 'P' THEN
                   ADD 1 TO MT-OPEN(MX)
                   MOVE 'N' TO BW-DLQ-SW
                   IF (SN-STATUS = 'A' OR SN-STATUS = 'P')
                           AND SN-BUCKET > 0 THEN
                       ADD 1 TO MT-DLQ(MX)
                       MOVE 'Y' TO BW-DLQ-SW
                   END-IF
                   IF CUR-INDEX = LAST-INDEX THEN
                       MOVE 1 TO BX
                       MOVE SN-MAJOR TO BW-CODE
                       PERFORM 3300-ADD-BREAKDOWN
                       MOVE 2 TO BX
                       MOVE SN-YEAR TO BW-CODE
                       PERFORM 3300-ADD-BREAKDOWN
                   END-IF
               END-IF
           END-IF.
      *    Finds the code in the set, adding it in code order if it
      *    is new, and counts the loan against it.
       3300-ADD-BREAKDOWN.
           MOVE 0 TO BP.
           PERFORM VARYING BS FROM 1 BY 1
               UNTIL BS > BR-COUNT(BX) OR BP > 0
               IF BR-CODE(BX, BS) NOT < BW-CODE THEN
                   MOVE BS TO BP
               END-IF
           END-PERFORM.
           IF BP = 0 THEN
               COMPUTE BP = BR-COUNT(BX) + 1
           END-IF.
           IF BP > BR-COUNT(BX) OR BR-CODE(BX, BP) NOT = BW-CODE THEN
               IF BR-COUNT(BX) < 100 THEN
                   PERFORM VARYING BS FROM BR-COUNT(BX) BY -1
                       UNTIL BS < BP
                       MOVE BR-ENTRY(BX, BS) TO BR-ENTRY(BX, BS + 1)
                   END-PERFORM
                   ADD 1 TO BR-COUNT(BX)
                   MOVE BW-CODE TO BR-CODE(BX, BP)
                   MOVE 0 TO BR-OPEN(BX, BP)
                   MOVE 0 TO BR-DLQ(BX, BP)
                   MOVE 0 TO BR-OPENBAL(BX, BP)
                   MOVE 0 TO BR-DLQBAL(BX, BP)
               ELSE
                   MOVE 0 TO BP
               END-IF
           END-IF.
           IF BP = 0 THEN
               ADD 1 TO BR-OVER(BX)
           ELSE
               ADD 1 TO BR-OPEN(BX, BP)
               ADD SN-BALANCE TO BR-OPENBAL(BX, BP)
               IF BW-DLQ-SW = 'Y' THEN
                   ADD 1 TO BR-DLQ(BX, BP)
                   ADD SN-BALANCE TO BR-DLQBAL(BX, BP)
               END-IF
           END-IF.
      *    Movement from the prior month end to this one. Only loans
      *    in repayment a month ago count toward the roll and cure
      *    rates; being placed or charged off is a roll forward.
       3400-TRANSITION.
           COMPUTE MSLOT = CUR-INDEX - FIRST-INDEX.
           IF MSLOT > 0 AND MSLOT < 13 THEN
               MOVE MSLOT TO MX
               IF PR-STATUS = 'A' THEN
                   MOVE SN-STATUS TO TO-STATUS
                   MOVE SN-BUCKET TO TO-BUCKET
                   PERFORM 3450-ROLL-RATES
               END-IF
               IF PR-STATUS NOT = 'P' AND PR-STATUS NOT = 'C'
                       AND SN-STATUS = 'P' THEN
                   ADD 1 TO MT-DEF-CT(MX)
                   ADD SN-BALANCE TO MT-DEF-AMT(MX)
               END-IF
               IF PR-STATUS NOT = 'C' AND SN-STATUS = 'C' THEN
                   ADD 1 TO MT-CO-CT(MX)
                   ADD SN-COAMT TO MT-CO-AMT(MX)
               END-IF
               IF PR-STATUS NOT = 'Z' AND PR-STATUS NOT = 'C'
                       AND SN-STATUS = 'Z' THEN
                   ADD 1 TO MT-PO-CT(MX)
                   ADD PR-BALANCE TO MT-PO-AMT(MX)
               END-IF
           END-IF.
       3450-ROLL-RATES.
           EVALUATE PR-BUCKET
               WHEN 0
                   ADD 1 TO MT-CUR-FROM(MX)
                   IF TO-BUCKET > 0 OR TO-STATUS = 'P'
                           OR TO-STATUS = 'C' THEN
                       ADD 1 TO MT-CUR-ROLL(MX)
                   END-IF
               WHEN 1
                   ADD 1 TO MT-B1-FROM(MX)
                   IF TO-BUCKET > 1 OR TO-STATUS = 'P'
                           OR TO-STATUS = 'C' THEN
                       ADD 1 TO MT-B1-ROLL(MX)
                   END-IF
               WHEN 2
                   ADD 1 TO MT-B2-FROM(MX)
                   IF TO-BUCKET > 2 OR TO-STATUS = 'P'
                           OR TO-STATUS = 'C' THEN
                       ADD 1 TO MT-B2-ROLL(MX)
                   END-IF
               WHEN OTHER
                   ADD 1 TO MT-B3-FROM(MX)
                   IF TO-STATUS = 'P' OR TO-STATUS = 'C' THEN
                       ADD 1 TO MT-B3-ROLL(MX)
                   END-IF
           END-EVALUATE.
           IF PR-BUCKET > 0 THEN
               ADD 1 TO MT-DLQ-FROM(MX)
               IF (TO-STATUS = 'A' AND TO-BUCKET = 0)
                       OR TO-STATUS = 'Z' THEN
                   ADD 1 TO MT-CURED(MX)
               END-IF
           END-IF.
      *    The prior loan has no snapshot the month after: it left
      *    the master, so unless it was already paid or charged off
      *    it was paid off that month, and moved to paid in full for
      *    the roll and cure rates. When the month after is missing
      *    from the history altogether (no snapshot was taken), there
      *    is nothing to say when the loan left, and no movement is
      *    counted.
       3600-LOAN-GONE.
           COMPUTE HM-WANT = PR-INDEX + 1.
           PERFORM 1250-FIND-MONTH.
           IF PR-INDEX < LAST-INDEX AND HM-FOUND = 'Y' THEN
               COMPUTE MSLOT = PR-INDEX + 1 - FIRST-INDEX
               IF MSLOT > 0 AND MSLOT < 13
                       AND PR-STATUS NOT = 'Z'
                       AND PR-STATUS NOT = 'C' THEN
                   MOVE MSLOT TO MX
                   ADD 1 TO MT-PO-CT(MX)
                   ADD PR-BALANCE TO MT-PO-AMT(MX)
                   IF PR-STATUS = 'A' THEN
                       MOVE 'Z' TO TO-STATUS
                       MOVE 0 TO TO-BUCKET
                       PERFORM 3450-ROLL-RATES
                   END-IF
               END-IF
           END-IF.
       4000-PRINT-RATES.
           MOVE 'ROLL AND CURE RATES - PERCENT OF LOANS' TO TS-TITLE.
           WRITE TREND-REC FROM TREND-SECTION
               AFTER ADVANCING 2 LINES.
           WRITE TREND-REC FROM TREND-RATE-HEAD
               AFTER ADVANCING 2 LINES.
           PERFORM VARYING MX FROM 1 BY 1
               UNTIL MX > 12
               MOVE MT-MONTH(MX) TO MONTH-TEXT
               MOVE MONTH-TEXT TO TR-MONTH
               PERFORM 4100-PRINT-RATE-LINE
               PERFORM 4200-ADD-TO-TOTAL
           END-PERFORM.
           MOVE 13 TO MX.
           MOVE '12 MONTHS' TO TR-MONTH.
           PERFORM 4100-PRINT-RATE-LINE.
       4100-PRINT-RATE-LINE.
           MOVE MT-CUR-ROLL(MX) TO RC-NUM.
           MOVE MT-CUR-FROM(MX) TO RC-DEN.
           PERFORM 4900-PERCENT.
           MOVE RC-PCT TO TR-CUR.
           MOVE MT-B1-ROLL(MX) TO RC-NUM.
           MOVE MT-B1-FROM(MX) TO RC-DEN.
           PERFORM 4900-PERCENT.
           MOVE RC-PCT TO TR-B1.
           MOVE MT-B2-ROLL(MX) TO RC-NUM.
           MOVE MT-B2-FROM(MX) TO RC-DEN.
           PERFORM 4900-PERCENT.
           MOVE RC-PCT TO TR-B2.
           MOVE MT-B3-ROLL(MX) TO RC-NUM.
           MOVE MT-B3-FROM(MX) TO RC-DEN.
           PERFORM 4900-PERCENT.
           MOVE RC-PCT TO TR-B3.
           MOVE MT-CURED(MX) TO RC-NUM.
           MOVE MT-DLQ-FROM(MX) TO RC-DEN.
           PERFORM 4900-PERCENT.
           MOVE RC-PCT TO TR-CURE.
           MOVE MT-DLQ(MX) TO RC-NUM.
           MOVE MT-OPEN(MX) TO RC-DEN.
           PERFORM 4900-PERCENT.
           MOVE RC-PCT TO TR-DLQ.
           WRITE TREND-REC FROM TREND-RATE-LINE
               AFTER ADVANCING 1 LINE.
       4200-ADD-TO-TOTAL.
           ADD MT-CUR-FROM(MX) TO MT-CUR-FROM(13).
           ADD MT-CUR-ROLL(MX) TO MT-CUR-ROLL(13).
           ADD MT-B1-FROM(MX) TO MT-B1-FROM(13).
           ADD MT-B1-ROLL(MX) TO MT-B1-ROLL(13).
           ADD MT-B2-FROM(MX) TO MT-B2-FROM(13).
           ADD MT-B2-ROLL(MX) TO MT-B2-ROLL(13).
           ADD MT-B3-FROM(MX) TO MT-B3-FROM(13).
           ADD MT-B3-ROLL(MX) TO MT-B3-ROLL(13).
           ADD MT-DLQ-FROM(MX) TO MT-DLQ-FROM(13).
           ADD MT-CURED(MX) TO MT-CURED(13).
           ADD MT-OPEN(MX) TO MT-OPEN(13).
           ADD MT-DLQ(MX) TO MT-DLQ(13).
           ADD MT-DEF-CT(MX) TO MT-DEF-CT(13).
           ADD MT-DEF-AMT(MX) TO MT-DEF-AMT(13).
           ADD MT-CO-CT(MX) TO MT-CO-CT(13).
           ADD MT-CO-AMT(MX) TO MT-CO-AMT(13).
           ADD MT-PO-CT(MX) TO MT-PO-CT(13).
           ADD MT-PO-AMT(MX) TO MT-PO-AMT(13).
       4500-PRINT-ACTIVITY.
           MOVE 'DEFAULTS, CHARGE-OFFS AND PAYOFFS' TO TS-TITLE.
           WRITE TREND-REC FROM TREND-SECTION
               AFTER ADVANCING 3 LINES.
           WRITE TREND-REC FROM TREND-ACT-HEAD1
               AFTER ADVANCING 2 LINES.
           WRITE TREND-REC FROM TREND-ACT-HEAD2
               AFTER ADVANCING 1 LINE.
           PERFORM VARYING MX FROM 1 BY 1
               UNTIL MX > 12
               MOVE MT-MONTH(MX) TO MONTH-TEXT
               MOVE MONTH-TEXT TO TA-MONTH
               PERFORM 4600-PRINT-ACTIVITY-LINE
           END-PERFORM.
           MOVE 13 TO MX.
           MOVE '12 MONTHS' TO TA-MONTH.
           PERFORM 4600-PRINT-ACTIVITY-LINE.
       4600-PRINT-ACTIVITY-LINE.
           MOVE MT-DEF-CT(MX) TO TA-DEF-CT.
           MOVE MT-DEF-AMT(MX) TO TA-DEF-AMT.
           MOVE MT-CO-CT(MX) TO TA-CO-CT.
           MOVE MT-CO-AMT(MX) TO TA-CO-AMT.
           MOVE MT-PO-CT(MX) TO TA-PO-CT.
           MOVE MT-PO-AMT(MX) TO TA-PO-AMT.
           WRITE TREND-REC FROM TREND-ACT-LINE
               AFTER ADVANCING 1 LINE.
       4900-PERCENT.
           IF RC-DEN = 0 THEN
               MOVE 0 TO RC-PCT
           ELSE
               COMPUTE RC-PCT ROUNDED = RC-NUM * 100 / RC-DEN
           END-IF.
       5000-PRINT-BREAKDOWNS.
           MOVE 1 TO BX.
           MOVE 'DELINQUENCY BY MAJOR - MONTH' TO BK-TITLE.
           MOVE 'MAJOR' TO BH-LABEL.
           PERFORM 5100-PRINT-BREAKDOWN.
           MOVE 2 TO BX.
           MOVE 'DELINQUENCY BY YEAR - MONTH' TO BK-TITLE.
           MOVE 'YEAR' TO BH-LABEL.
           PERFORM 5100-PRINT-BREAKDOWN.
       5100-PRINT-BREAKDOWN.
           MOVE LATEST-MONTH TO BK-MONTH.
           WRITE TREND-REC FROM TREND-BRK-TITLE
               AFTER ADVANCING 3 LINES.
           WRITE TREND-REC FROM TREND-BRK-HEAD
               AFTER ADVANCING 2 LINES.
           MOVE 0 TO BT-OPEN.
           MOVE 0 TO BT-DLQ.
           MOVE 0 TO BT-OPENBAL.
           MOVE 0 TO BT-DLQBAL.
           PERFORM 5200-PRINT-BREAKDOWN-LINE
               VARYING BS FROM 1 BY 1
               UNTIL BS > BR-COUNT(BX).
           IF BR-OVER(BX) > 0 THEN
               MOVE BR-OVER(BX) TO BO-COUNT
               WRITE TREND-REC FROM TREND-BRK-OVER
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE 'TOTAL' TO BL-CODE.
           MOVE BT-OPEN TO BL-OPEN.
           MOVE BT-DLQ TO BL-DLQ.
           MOVE BT-OPENBAL TO BL-OPENBAL.
           MOVE BT-DLQBAL TO BL-DLQBAL.
           MOVE BT-DLQ TO RC-NUM.
           MOVE BT-OPEN TO RC-DEN.
           PERFORM 4900-PERCENT.
           MOVE RC-PCT TO BL-PCT.
           MOVE BT-DLQBAL TO RC-NUM.
           MOVE BT-OPENBAL TO RC-DEN.
           PERFORM 4900-PERCENT.
           MOVE RC-PCT TO BL-BALPCT.
           WRITE TREND-REC FROM TREND-BRK-LINE
               AFTER ADVANCING 2 LINES.
       5200-PRINT-BREAKDOWN-LINE.
           MOVE BR-CODE(BX, BS) TO BL-CODE.
           MOVE BR-OPEN(BX, BS) TO BL-OPEN.
           MOVE BR-DLQ(BX, BS) TO BL-DLQ.
           MOVE BR-OPENBAL(BX, BS) TO BL-OPENBAL.
           MOVE BR-DLQBAL(BX, BS) TO BL-DLQBAL.
           MOVE BR-DLQ(BX, BS) TO RC-NUM.
           MOVE BR-OPEN(BX, BS) TO RC-DEN.
           PERFORM 4900-PERCENT.
           MOVE RC-PCT TO BL-PCT.
           MOVE BR-DLQBAL(BX, BS) TO RC-NUM.
           MOVE BR-OPENBAL(BX, BS) TO RC-DEN.
           PERFORM 4900-PERCENT.
           MOVE RC-PCT TO BL-BALPCT.
           WRITE TREND-REC FROM TREND-BRK-LINE
               AFTER ADVANCING 1 LINE.
           ADD BR-OPEN(BX, BS) TO BT-OPEN.
           ADD BR-DLQ(BX, BS) TO BT-DLQ.
           ADD BR-OPENBAL(BX, BS) TO BT-OPENBAL.
           ADD BR-DLQBAL(BX, BS) TO BT-DLQBAL.
       END PROGRAM lab5trd.
