           SELECT MASTER-FILE ASSIGN TO 'DA-S-MASTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M-LOANKEY
               FILE STATUS IS MSTR-STATUS.
           SELECT SORTED-FILE ASSIGN TO 'DA-S-SORTD'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OVRRD-FILE ASSIGN TO 'DA-S-OVRRD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVRRD-STATUS.
           SELECT PSUSP-FILE ASSIGN TO 'DA-S-PSUSP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PSUSP-STATUS.
           SELECT BUSDT-FILE ASSIGN TO 'DA-S-BUSDT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-REC.
           COPY LOANREC
               REPLACING ==I-LOANKEY==      BY ==M-LOANKEY==
                         ==I-STUDENT-ID==   BY ==M-STUDENT-ID==
                         ==I-LOANSEQ==      BY ==M-LOANSEQ==
                         ==I-NAME==          BY ==M-NAME==
                         ==I-MAJOR==         BY ==M-MAJOR==
                         ==I-YEAR==          BY ==M-YEAR==
                         ==I-DEFSTAT==       BY ==M-DEFSTAT==
                         ==I-DEFSTART==      BY ==M-DEFSTART==
                         ==I-DEFEND==        BY ==M-DEFEND==
                         ==I-FEEPAID==       BY ==M-FEEPAID==
                         ==I-FEEPWHOLE==     BY ==M-FEEPWHOLE==
                         ==I-FEEPDECIMAL==   BY ==M-FEEPDECIMAL==
                         ==I-INTPAID==       BY ==M-INTPAID==
                         ==I-INTPWHOLE==     BY ==M-INTPWHOLE==
                         ==I-INTPDECIMAL==   BY ==M-INTPDECIMAL==
                         ==I-PRINPAID==      BY ==M-PRINPAID==
                         ==I-PRINPWHOLE==    BY ==M-PRINPWHOLE==
                         ==I-PRINPDECIMAL==  BY ==M-PRINPDECIMAL==
                         ==I-INTACCR==       BY ==M-INTACCR==
                         ==I-INTAWHOLE==     BY ==M-INTAWHOLE==
                         ==I-INTADECIMAL==   BY ==M-INTADECIMAL==
                         ==I-INTDATE==       BY ==M-INTDATE==
                         ==I-COSTAT==        BY ==M-COSTAT==
                         ==I-CODATE==        BY ==M-CODATE==
                         ==I-COAMT==         BY ==M-COAMT==
                         ==I-COWHOLE==       BY ==M-COWHOLE==
                         ==I-CODECIMAL==     BY ==M-CODECIMAL==
                         ==I-RECOVAMT==      BY ==M-RECOVAMT==
                         ==I-RECWHOLE==      BY ==M-RECWHOLE==
                         ==I-RECDECIMAL==    BY ==M-RECDECIMAL==
                         ==I-RECCOMM==       BY ==M-RECCOMM==
                         ==I-RCMWHOLE==      BY ==M-RCMWHOLE==
                         ==I-RCMDECIMAL==    BY ==M-RCMDECIMAL==
                         ==I-PAID==          BY ==M-PAID==
                         ==I-PAIDWHOLE==     BY ==M-PAIDWHOLE==
                         ==I-PAIDDECIMAL==   BY ==M-PAIDDECIMAL==
       FD  SORTED-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  SORTED-REC PIC X(328).
       01  SORTED-REC-HDR.
           03 FILLER PIC X(56).
           03 SH-NUMPAY PIC 9(2).
           03 FILLER PIC X(270).
       SD  SORT-WORK.
       01  SORT-REC.
           03 S-STUDENT-ID PIC X(6).
           03 S-LOANSEQ PIC X(2).
           03 S-NAME PIC X(20).
           03 S-MAJOR PIC X(4).
           03 S-REST PIC X(296).
       FD  PRNT-FILE
               LABEL RECORDS ARE OMITTED.
       01  PRNT-REC PIC X(111).
       FD  RUNCT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  RUNCT-REC PIC X(80).
       FD  GLCT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  GLCT-REC PIC X(70).
       FD  CHKPT-FILE
               LABEL RECORDS ARE OMITTED.
       01  CHKPT-REC PIC X(157).
       FD  RNSTA-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  RNSTA-REC PIC X(53).
       FD  PSUSP-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  PSUSP-REC PIC X(75).
       FD  OVRRD-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
           03 OV-PROGRAM PIC X(8).
           03 OV-RUNDATE PIC 9(8).
           03 OV-REASON PIC X(30).
       FD  BUSDT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  BUSDT-REC PIC X(38).
       WORKING-STORAGE SECTION.
       01  BUSDT-DATA.
           COPY BUSDTREC.
       01  RUNS-DATA.
           COPY RUNSREC.
       01  TIME-STAMP.
           03 L-BALANCE2.
               05 L-BALANCE2NUM PIC $$$,$$9.99.
               05 L-BALANCE2END PIC X(3) VALUE '-**'.
       01  PRNT-FOOTER3.
           03 FILLER PIC X(36) VALUE SPACES.
           03 FILLER PIC X(11) VALUE 'TOTAL PAID '.
           03 L-TOTPAID3 PIC $$$,$$9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(12) VALUE 'CHARGED OFF '.
           03 L-CODATE PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(12) VALUE 'WRITTEN OFF '.
           03 L-COAMT PIC $$$,$$9.99.
       01  PRNT-HEADING.
           03 FILLER PIC X(20) VALUES 'NAME'.
           03 FILLER PIC X(10) VALUES 'MAJOR'.
       01  PRNT-SUMM-OVBAL.
           03 FILLER PIC X(20) VALUE 'NET OVERPAID       '.
           03 L-GTOVBALANCE PIC $$$,$$9.99.
       01  PRNT-SUMM-UNAPPL.
           03 FILLER PIC X(20) VALUE 'UNAPPLIED CASH     '.
           03 L-UNAPPL PIC $$$,$$9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 L-UNCOUNT PIC ZZZZZ9.
           03 FILLER PIC X(15) VALUE ' ITEMS IN SUSP.'.
       01  PRNT-MAJ-HEAD.
           03 FILLER PIC X(6) VALUE SPACES.
           03 FILLER PIC X(20) VALUE 'MAJOR SUBTOTAL FOR  '.
           03 RF-NAME PIC X(20).
           03 RF-AMOUNT PIC 9(7)V9(2).
           03 RF-STUDENT-ID PIC 9(6).
           03 RF-LOANSEQ PIC 9(2).
           03 FILLER PIC X(3) VALUE SPACES.
       01  CHKPT-DATA.
           03 CK-NAME PIC X(20).
           03 CK-COUNT PIC 9(6).
           03 CK-GTDEBITS PIC 9(9)V9(2).
           03 CK-GTCREDITS PIC 9(9)V9(2).
           03 FILLER PIC X(4) VALUE SPACES.
           03 CK-MJCHGOFF PIC 9(7)V9(2).
           03 CK-MJRECOV PIC 9(7)V9(2).
           03 CK-MJCOMMIS PIC 9(7)V9(2).
       01  AGING-HEADING.
           03 FILLER PIC X(40) VALUE
               'DELINQUENT INSTALLMENT AGING REPORT'.
           03 RESTART-MJBALANCE PIC S9(7)V9(2) VALUE 0.
           03 RESTART-MJINTEREST PIC 9(7)V9(2) VALUE 0.
           03 RESTART-MJREFUND PIC 9(7)V9(2) VALUE 0.
           03 RESTART-MJCHGOFF PIC 9(7)V9(2) VALUE 0.
           03 RESTART-MJRECOV PIC 9(7)V9(2) VALUE 0.
           03 RESTART-MJCOMMIS PIC 9(7)V9(2) VALUE 0.
           03 RESTART-GTDEBITS PIC 9(9)V9(2) VALUE 0.
           03 RESTART-GTCREDITS PIC 9(9)V9(2) VALUE 0.
           03 CHKPT-STATUS PIC X(2).
           03 EOF-GL PIC 9 VALUE 0.
           03 MSTR-STATUS PIC X(2).
           03 EOF-M PIC 9 VALUE 0.
           03 PSUSP-STATUS PIC X(2).
           03 EOF-P PIC 9 VALUE 0.
           03 CURRENT-DATE PIC 9(8).
           03 BUSDT-STATUS PIC X(2).
       01  PSUSP-DATA.
           COPY SUSPREC.
       01  UNAPPLIED-TOTALS.
           03 UN-COUNT PIC 9(6) VALUE 0.
           03 UN-AMOUNT PIC 9(9)V9(2) VALUE 0.
       01  GRAND-TOTALS.
           03 GT-STUCOUNT PIC 9(4) VALUE 0.
           03 GT-LOAN PIC 9(7)V9(2) VALUE 0.
           03 MJ-BALANCE PIC S9(7)V9(2) VALUE 0.
           03 MJ-INTEREST PIC 9(7)V9(2) VALUE 0.
           03 MJ-REFUND PIC 9(7)V9(2) VALUE 0.
           03 MJ-CHGOFF PIC 9(7)V9(2) VALUE 0.
           03 MJ-RECOV PIC 9(7)V9(2) VALUE 0.
           03 MJ-COMMIS PIC 9(7)V9(2) VALUE 0.
       01  CHGOFF-CALC.
           03 CO-AMOUNT PIC 9(5)V9(2).
           03 CO-RECOV PIC 9(5)V9(2).
           03 CO-COMMIS PIC 9(5)V9(2).
       01  GL-DATA.
           03 GL-ACCT PIC 9(6).
           03 GL-MAJOR PIC X(4).
           03 GW-INTEREST PIC 9(9)V9(2).
           03 GW-PAID PIC 9(9)V9(2).
           03 GW-REFUND PIC 9(9)V9(2).
           03 GW-CHGOFF PIC 9(9)V9(2).
           03 GW-RECOV PIC 9(9)V9(2).
           03 GW-COMMIS PIC 9(9)V9(2).
       01  GLC-TABLE.
           03 GLC-COUNT PIC 9(2) VALUE 0.
           03 GLC-ENTRY OCCURS 99 TIMES.
               05 GLC-INTEREST PIC 9(9)V9(2).
               05 GLC-PAID PIC 9(9)V9(2).
               05 GLC-REFUND PIC 9(9)V9(2).
               05 GLC-CHGOFF PIC 9(9)V9(2).
               05 GLC-RECOV PIC 9(9)V9(2).
               05 GLC-COMMIS PIC 9(9)V9(2).
       01  GL-DELTA.
           03 GLD-AMOUNT PIC S9(9)V9(2).
           03 GLD-ABS PIC 9(9)V9(2).
           03 RT-EXCPT PIC 9(6).
           03 RT-RUNDATE PIC 9(8).
           03 FILLER PIC X(6) VALUE SPACES.
           03 RT-SUSCOUNT PIC 9(6).
           03 RT-UNAPPL PIC 9(9)V9(2).
           03 FILLER PIC X(3) VALUE SPACES.
       01  INTEREST-CALC.
           03 IC-TODAY-INT PIC 9(7).
           03 IC-FROM-INT PIC 9(7).
           03 IC-DAYS PIC S9(6).
           03 IC-INTPAID PIC 9(5)V9(2).
           03 IC-INTACCR PIC 9(5)V9(2).
           03 IC-PRINPAID PIC 9(5)V9(2).
           03 IC-PRINCIPAL PIC S9(5)V9(2).
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 050-READ-BUSINESS-DATE.
           PERFORM 1010-CHECK-RUN-STATUS.
           PERFORM 1030-STAMP-START.
           PERFORM 1100-VALIDATE-INPUT.
               PERFORM 1750-PRINT-MAJOR-SUBTOTAL
           END-IF.
           PERFORM 1800-PRINT-SUMMARY.
           PERFORM 1815-BOOK-UNAPPLIED-CASH.
           PERFORM 1810-WRITE-GL-TRAILER.
           PERFORM 1820-WRITE-RUN-CONTROL.
           CLOSE SORTED-FILE
           PERFORM 1795-CLEAR-CHECKPOINT.
           PERFORM 1835-STAMP-COMPLETE.
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
               DISPLAY 'LAB5 STOPPED - NO VALID BUSINESS DATE '
                   'ON DA-S-BUSDT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BD-BUSDATE TO CURRENT-DATE.
       1010-CHECK-RUN-STATUS.
           OPEN INPUT RNSTA-FILE.
           IF RNSTA-STATUS = '00' THEN
                   MOVE RESTART-MJBALANCE TO MJ-BALANCE
                   MOVE RESTART-MJINTEREST TO MJ-INTEREST
                   MOVE RESTART-MJREFUND TO MJ-REFUND
                   MOVE RESTART-MJCHGOFF TO MJ-CHGOFF
                   MOVE RESTART-MJRECOV TO MJ-RECOV
                   MOVE RESTART-MJCOMMIS TO MJ-COMMIS
                   PERFORM 1058-RETALLY-GL
               END-IF
           END-IF.
                   MOVE CK-MJBALANCE TO RESTART-MJBALANCE
                   MOVE CK-MJINTEREST TO RESTART-MJINTEREST
                   MOVE CK-MJREFUND TO RESTART-MJREFUND
                   IF CK-MJCHGOFF NUMERIC THEN
                       MOVE CK-MJCHGOFF TO RESTART-MJCHGOFF
                       MOVE CK-MJRECOV TO RESTART-MJRECOV
                       MOVE CK-MJCOMMIS TO RESTART-MJCOMMIS
                   END-IF
                   MOVE CK-GTDEBITS TO RESTART-GTDEBITS
                   MOVE CK-GTCREDITS TO RESTART-GTCREDITS
           END-READ.
           WRITE EXCEPT-REC FROM EXCEPT-HEADING.
           MOVE SPACES TO EXCEPT-REC.
           WRITE EXCEPT-REC.
           MOVE ZEROES TO M-LOANKEY.
           START MASTER-FILE KEY IS NOT LESS THAN M-LOANKEY
               INVALID KEY
                   MOVE 1 TO EOF-V
           END-START.
           END-READ.
       1200-FEED-SORT.
           OPEN INPUT MASTER-FILE.
           MOVE ZEROES TO M-LOANKEY.
           START MASTER-FILE KEY IS NOT LESS THAN M-LOANKEY
               INVALID KEY
                   MOVE 1 TO EOF-M
           END-START.
           PERFORM 1650-CHECK-AGING.
           ADD I-NUMPAY 2 TO PGCOUNT.
       1650-CHECK-AGING.
           IF ((I-DEFSTAT = 'D' OR I-DEFSTAT = 'F')
                   AND CURRENT-DATE NOT > I-DEFEND)
                   OR I-COSTAT = 'C' THEN
               CONTINUE
           ELSE
               PERFORM VARYING SUB FROM 1 BY 1
           ADD D-INTEREST TO MJ-INTEREST.
           COMPUTE D-BALANCE = D-LOAN + D-INTEREST + D-FEES
               - D-TOTPAID.
           EVALUATE TRUE
               WHEN I-COSTAT = 'C'
                   PERFORM 1770-PRINT-CHARGED-OFF
               WHEN D-BALANCE >= 0
                   MOVE D-BALANCE TO L-BALANCE
                   MOVE D-INTEREST TO L-INTEREST
                   WRITE PRNT-REC FROM PRNT-FOOTER1
                       AFTER ADVANCING 1 LINE
                   MOVE SPACES TO PRNT-REC
                   WRITE PRNT-REC
                       AFTER ADVANCING 1 LINE
               WHEN OTHER
                   MOVE D-TOTPAID TO L-TOTPAID2
                   MOVE D-INTEREST TO L-INTEREST2
                   MOVE D-BALANCE TO L-BALANCE2NUM
                   WRITE PRNT-REC FROM PRNT-FOOTER2
                       AFTER ADVANCING 1 LINE
                   MOVE SPACES TO PRNT-REC
                   WRITE PRNT-REC
                       AFTER ADVANCING 1 LINE
                   PERFORM 1790-WRITE-REFUND
           END-EVALUATE.
           ADD 1 TO GT-STUCOUNT.
           ADD D-LOAN TO GT-LOAN.
           ADD D-TOTPAID TO GT-PAID.
           END-IF.
           PERFORM 1780-WRITE-AR-EXTRACT.
       1760-ACCRUE-INTEREST.
           MOVE I-INTPAID TO IC-INTPAID.
           MOVE I-INTACCR TO IC-INTACCR.
           IF I-INTRATE = 0 OR I-LOANDATE = 0 THEN
               COMPUTE D-INTEREST = IC-INTPAID + IC-INTACCR
           ELSE
               MOVE I-PRINPAID TO IC-PRINPAID
               COMPUTE IC-PRINCIPAL = D-LOAN - IC-PRINPAID
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
               IF IC-DAYS < 0 OR I-COSTAT = 'C' THEN
                   MOVE 0 TO IC-DAYS
               END-IF
               COMPUTE D-INTEREST ROUNDED = IC-INTPAID + IC-INTACCR
                   + IC-PRINCIPAL * I-INTRATE * IC-DAYS / 100 / 365
           END-IF.
      *    A charged-off loan is no longer a receivable: interest was
      *    brought current when it was written off and stopped there,
      *    the written-off balance has been moved to bad debt, and it
      *    carries no balance into the totals or the AR extract.
       1770-PRINT-CHARGED-OFF.
           MOVE I-COAMT TO CO-AMOUNT.
           MOVE I-RECOVAMT TO CO-RECOV.
           MOVE I-RECCOMM TO CO-COMMIS.
           ADD CO-AMOUNT TO MJ-CHGOFF.
           ADD CO-RECOV TO MJ-RECOV.
           ADD CO-COMMIS TO MJ-COMMIS.
           MOVE D-TOTPAID TO L-TOTPAID3.
           MOVE I-CODATE TO L-CODATE.
           MOVE CO-AMOUNT TO L-COAMT.
           WRITE PRNT-REC FROM PRNT-FOOTER3
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRNT-REC.
           WRITE PRNT-REC
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO D-BALANCE.
       1780-WRITE-AR-EXTRACT.
           MOVE I-NAME TO AR-NAME.
           MOVE D-LOAN TO AR-LOAN.
       1790-WRITE-REFUND.
           MOVE I-NAME TO RF-NAME.
           MOVE I-STUDENT-ID TO RF-STUDENT-ID.
           MOVE I-LOANSEQ TO RF-LOANSEQ.
           COMPUTE RF-AMOUNT = D-BALANCE * -1.
           ADD RF-AMOUNT TO MJ-REFUND.
           WRITE REFUND-REC FROM REFUND-DATA.
           MOVE MJ-BALANCE TO CK-MJBALANCE.
           MOVE MJ-INTEREST TO CK-MJINTEREST.
           MOVE MJ-REFUND TO CK-MJREFUND.
           MOVE MJ-CHGOFF TO CK-MJCHGOFF.
           MOVE MJ-RECOV TO CK-MJRECOV.
           MOVE MJ-COMMIS TO CK-MJCOMMIS.
           MOVE GT-DEBITS TO CK-GTDEBITS.
           MOVE GT-CREDITS TO CK-GTCREDITS.
           WRITE CHKPT-REC FROM CHKPT-DATA.
           PERFORM 1755-WRITE-GL-ENTRIES.
           MOVE 0 TO MJ-LOAN MJ-PAID MJ-BALANCE
               MJ-INTEREST MJ-REFUND.
           MOVE 0 TO MJ-CHGOFF MJ-RECOV MJ-COMMIS.
       1755-WRITE-GL-ENTRIES.
           PERFORM 1753-FIND-GL-CONTROL.
           IF GLX = 0 THEN
               MOVE 113000 TO GLD-DR
               MOVE 210500 TO GLD-CR
               PERFORM 1756-WRITE-GL-PAIR
               COMPUTE GLD-AMOUNT = MJ-CHGOFF - GLC-CHGOFF(GLX)
               MOVE 150000 TO GLD-DR
               MOVE 113000 TO GLD-CR
               PERFORM 1756-WRITE-GL-PAIR
               COMPUTE GLD-AMOUNT = MJ-RECOV - GLC-RECOV(GLX)
               MOVE 101000 TO GLD-DR
               MOVE 150500 TO GLD-CR
               PERFORM 1756-WRITE-GL-PAIR
               COMPUTE GLD-AMOUNT = MJ-COMMIS - GLC-COMMIS(GLX)
               MOVE 620500 TO GLD-DR
               MOVE 101000 TO GLD-CR
               PERFORM 1756-WRITE-GL-PAIR
               MOVE MJ-INTEREST TO GLC-INTEREST(GLX)
               MOVE MJ-PAID TO GLC-PAID(GLX)
               MOVE MJ-REFUND TO GLC-REFUND(GLX)
               MOVE MJ-CHGOFF TO GLC-CHGOFF(GLX)
               MOVE MJ-RECOV TO GLC-RECOV(GLX)
               MOVE MJ-COMMIS TO GLC-COMMIS(GLX)
               PERFORM 1830-SAVE-GL-CONTROL
           END-IF.
       1753-FIND-GL-CONTROL.
                   MOVE 0 TO GLC-INTEREST(GLX)
                   MOVE 0 TO GLC-PAID(GLX)
                   MOVE 0 TO GLC-REFUND(GLX)
                   MOVE 0 TO GLC-CHGOFF(GLX)
                   MOVE 0 TO GLC-RECOV(GLX)
                   MOVE 0 TO GLC-COMMIS(GLX)
               END-IF
           END-IF.
       1756-WRITE-GL-PAIR.
               ADD GL-AMOUNT TO GT-CREDITS
           END-IF.
           WRITE GL-REC FROM GL-DATA.
      *    Unapplied cash is a liability, not tied to any major. The
      *    open suspense items are totaled and the change since the
      *    last run is booked cash to unapplied cash; the amount
      *    booked to date is kept on the GL control row with a blank
      *    major, in the paid column.
       1815-BOOK-UNAPPLIED-CASH.
           OPEN INPUT PSUSP-FILE.
           IF PSUSP-STATUS = '00' THEN
               PERFORM 1816-TALLY-ONE-SUSPENSE
               PERFORM 1816-TALLY-ONE-SUSPENSE
                   UNTIL EOF-P = 1
               CLOSE PSUSP-FILE
           END-IF.
           MOVE UN-AMOUNT TO L-UNAPPL.
           MOVE UN-COUNT TO L-UNCOUNT.
           WRITE PRNT-REC FROM PRNT-SUMM-UNAPPL
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PREV-MAJOR.
           PERFORM 1753-FIND-GL-CONTROL.
           IF GLX = 0 THEN
               MOVE PREV-MAJOR TO L-GLFULL-MAJOR
               WRITE PRNT-REC FROM PRNT-GL-FULL
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE SPACES TO GL-MAJOR
               MOVE CURRENT-DATE TO GL-RUNDATE
               COMPUTE GLD-AMOUNT = UN-AMOUNT - GLC-PAID(GLX)
               MOVE 101000 TO GLD-DR
               MOVE 215000 TO GLD-CR
               PERFORM 1756-WRITE-GL-PAIR
               MOVE UN-AMOUNT TO GLC-PAID(GLX)
               PERFORM 1830-SAVE-GL-CONTROL
           END-IF.
       1816-TALLY-ONE-SUSPENSE.
           READ PSUSP-FILE INTO PSUSP-DATA
               AT END MOVE 1 TO EOF-P
               NOT AT END
                   ADD 1 TO UN-COUNT
                   IF SP-AMOUNT NUMERIC THEN
                       ADD SP-AMOUNT TO UN-AMOUNT
                   END-IF
           END-READ.
       1810-WRITE-GL-TRAILER.
           MOVE GT-DEBITS TO TL-DEBITS.
           MOVE GT-CREDITS TO TL-CREDITS.
                       MOVE GW-INTEREST TO GLC-INTEREST(GLC-COUNT)
                       MOVE GW-PAID TO GLC-PAID(GLC-COUNT)
                       MOVE GW-REFUND TO GLC-REFUND(GLC-COUNT)
                       IF GW-CHGOFF NUMERIC THEN
                           MOVE GW-CHGOFF TO GLC-CHGOFF(GLC-COUNT)
                           MOVE GW-RECOV TO GLC-RECOV(GLC-COUNT)
                           MOVE GW-COMMIS TO GLC-COMMIS(GLC-COUNT)
                       ELSE
                           MOVE 0 TO GLC-CHGOFF(GLC-COUNT)
                           MOVE 0 TO GLC-RECOV(GLC-COUNT)
                           MOVE 0 TO GLC-COMMIS(GLC-COUNT)
                       END-IF
                   END-IF
           END-READ.
       1830-SAVE-GL-CONTROL.
               MOVE GLC-INTEREST(GLS) TO GW-INTEREST
               MOVE GLC-PAID(GLS) TO GW-PAID
               MOVE GLC-REFUND(GLS) TO GW-REFUND
               MOVE GLC-CHGOFF(GLS) TO GW-CHGOFF
               MOVE GLC-RECOV(GLS) TO GW-RECOV
               MOVE GLC-COMMIS(GLS) TO GW-COMMIS
               WRITE GLCT-REC FROM GLC-WORK
           END-PERFORM.
           CLOSE GLCT-FILE.
           MOVE GT-BALANCE TO RT-BALANCE.
           MOVE EX-COUNT TO RT-EXCPT.
           MOVE CURRENT-DATE TO RT-RUNDATE.
           MOVE UN-COUNT TO RT-SUSCOUNT.
           MOVE UN-AMOUNT TO RT-UNAPPL.
           WRITE RUNCT-REC FROM RUNCT-DATA.
           CLOSE RUNCT-FILE.
       1800-PRINT-SUMMARY.
