      *     cumulative archive file DA-S-ARCHV with a paid-off date
      *     and deleted from the master, and a paid-in-full report
      *     (UR-S-PAIDR) is printed for the registrar.
      *  R  reinstate - the named loan's most recent archive
      *     record (student ID and loan sequence; a zero sequence
      *     takes the student's most recently archived loan) is
      *     written back to the master, for use when a payment is
      *     reversed after the purge. The archive record is left in
      *     place as history.
      *Every purge delete and reinstate add is journaled to
      *DA-S-JRNL with before and after images so a lab5rcv roll
      *forward reproduces them from the last backup.
           SELECT MASTER-FILE ASSIGN TO 'DA-S-MASTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS I-LOANKEY
               FILE STATUS IS MSTR-STATUS.
           SELECT ARCH-FILE ASSIGN TO 'DA-S-ARCHV'
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT GLCT-FILE ASSIGN TO 'DA-S-GLCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLCT-STATUS.
           SELECT BUSDT-FILE ASSIGN TO 'DA-S-BUSDT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE
       01  CTL-REC.
           03 AC-FUNC PIC X(1).
           03 AC-STUDENT-ID PIC 9(6).
           03 AC-LOANSEQ PIC 9(2).
       FD  MASTER-FILE.
       01  MASTER-REC.
           COPY LOANREC.
               LABEL RECORDS ARE STANDARD.
       01  ARCH-REC.
           03 AV-PAIDOFF-DATE PIC 9(8).
           03 AV-IMAGE PIC X(328).
           03 AV-IMAGE-HDR REDEFINES AV-IMAGE.
               05 AV-ID PIC 9(6).
               05 AV-SEQ PIC 9(2).
               05 FILLER PIC X(320).
       FD  PAIDR-FILE
               LABEL RECORDS ARE OMITTED.
       01  PAIDR-REC PIC X(80).
       FD  JRNL-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  JRNL-REC PIC X(679).
       FD  GLCT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  GLCT-REC PIC X(70).
       FD  BUSDT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  BUSDT-REC PIC X(38).
       WORKING-STORAGE SECTION.
       01  BUSDT-DATA.
           COPY BUSDTREC.
       01  JRNL-DATA.
           COPY JRNLREC.
       01  TIME-STAMP.
           03 FILLER PIC X(20) VALUE 'DISPOSITION'.
       01  PAIDR-DETAIL.
           03 PR-ID PIC 9(6).
           03 FILLER PIC X(1) VALUE '-'.
           03 PR-SEQ PIC 9(2).
           03 FILLER PIC X(1) VALUE SPACES.
           03 PR-NAME PIC X(20).
           03 FILLER PIC X(2) VALUE SPACES.
           03 PR-LOAN PIC $$$,$$9.99.
           03 FILLER PIC X(40) VALUE
               'INVALID CONTROL CARD - NO ACTION TAKEN'.
       01  HOLD-AREA.
           03 HA-IMAGE PIC X(328).
           03 HA-IMAGE-HDR REDEFINES HA-IMAGE.
               05 FILLER PIC X(56).
               05 HA-NUMPAY PIC 9(2).
               05 FILLER PIC X(270).
           03 HA-FOUND PIC X(1).
       01  ARC-CALC.
           03 AR-LOAN PIC 9(5)V9(2).
           03 AR-BALANCE PIC S9(5)V9(2).
       01  INTEREST-CALC.
           03 IC-TODAY-INT PIC 9(7).
           03 IC-FROM-INT PIC 9(7).
           03 IC-DAYS PIC S9(6).
           03 IC-INTPAID PIC 9(5)V9(2).
           03 IC-INTACCR PIC 9(5)V9(2).
           03 IC-PRINPAID PIC 9(5)V9(2).
           03 IC-PRINCIPAL PIC S9(5)V9(2).
       01  GLC-WORK.
           03 GW-MAJOR PIC X(4).
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
           03 GLX PIC 9(3).
           03 GLS PIC 9(3).
           03 EOF-G PIC 9 VALUE 0.
           03 SUB PIC 99.
           03 CURRENT-DATE PIC 9(8).
           03 BUSDT-STATUS PIC X(2).
       01  ARC-COUNTS.
           03 CT-READ PIC 9(5) VALUE 0.
           03 CT-ARCHIVED PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 050-READ-BUSINESS-DATE.
           OPEN OUTPUT PAIDR-FILE.
           MOVE CURRENT-DATE TO PR-RUNDATE.
           WRITE PAIDR-REC FROM PAIDR-HEADING
           END-EVALUATE.
           CLOSE PAIDR-FILE.
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
               DISPLAY 'LAB5ARC STOPPED - NO VALID BUSINESS DATE '
                   'ON DA-S-BUSDT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BD-BUSDATE TO CURRENT-DATE.
       1000-READ-CONTROL.
           OPEN INPUT CTL-FILE.
           READ CTL-FILE
               AT END MOVE 1 TO EOF-C
           END-READ.
           CLOSE CTL-FILE.
      *    A card without a loan sequence takes the most recently
      *    archived loan.
           IF AC-LOANSEQ NOT NUMERIC THEN
               MOVE 0 TO AC-LOANSEQ
           END-IF.
       1500-OPEN-JOURNAL.
           OPEN EXTEND JRNL-FILE.
           IF JRNL-STATUS = '35' THEN
               OPEN OUTPUT JRNL-FILE
           END-IF.
           MOVE CURRENT-DATE TO J-BATCHDATE.
           ACCEPT TIME-STAMP FROM TIME.
           MOVE TS-HHMMSS TO J-BATCHTIME.
       3000-PURGE-PAID-OFF.
           IF ARCH-STATUS = '35' THEN
               OPEN OUTPUT ARCH-FILE
           END-IF.
           MOVE ZEROES TO I-LOANKEY.
           START MASTER-FILE KEY IS NOT LESS THAN I-LOANKEY
               INVALID KEY
                   MOVE 1 TO EOF-M
           END-START.
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
       3600-SAVE-GL-CONTROL.
                   MOVE GLC-INTEREST(GLS) TO GW-INTEREST
                   MOVE GLC-PAID(GLS) TO GW-PAID
                   MOVE GLC-REFUND(GLS) TO GW-REFUND
                   MOVE GLC-CHGOFF(GLS) TO GW-CHGOFF
                   MOVE GLC-RECOV(GLS) TO GW-RECOV
                   MOVE GLC-COMMIS(GLS) TO GW-COMMIS
                   WRITE GLCT-REC FROM GLC-WORK
               END-PERFORM
               CLOSE GLCT-FILE
           COMPUTE AR-BALANCE = AR-LOAN + AR-INTEREST + AR-FEES
               - AR-TOTPAID.
       3300-ACCRUE-INTEREST.
           MOVE I-INTPAID TO IC-INTPAID.
           MOVE I-INTACCR TO IC-INTACCR.
           IF I-INTRATE = 0 OR I-LOANDATE = 0 THEN
               COMPUTE AR-INTEREST = IC-INTPAID + IC-INTACCR
           ELSE
               MOVE I-PRINPAID TO IC-PRINPAID
               COMPUTE IC-PRINCIPAL = AR-LOAN - IC-PRINPAID
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
               COMPUTE AR-INTEREST ROUNDED = IC-INTPAID + IC-INTACCR
                   + IC-PRINCIPAL * I-INTRATE * IC-DAYS / 100 / 365
           END-IF.
       3400-ARCHIVE-RECORD.
           MOVE CURRENT-DATE TO AV-PAIDOFF-DATE.
           PERFORM 3500-ADJUST-GL-CONTROL.
           ADD 1 TO CT-ARCHIVED.
           MOVE I-STUDENT-ID TO PR-ID.
           MOVE I-LOANSEQ TO PR-SEQ.
           MOVE I-NAME TO PR-NAME.
           MOVE AR-LOAN TO PR-LOAN.
           MOVE AR-TOTPAID TO PR-PAID.
               PERFORM 4200-RESTORE-MASTER
           ELSE
               MOVE AC-STUDENT-ID TO PR-ID
               MOVE AC-LOANSEQ TO PR-SEQ
               MOVE SPACES TO PR-NAME
               MOVE 0 TO PR-LOAN
               MOVE 0 TO PR-PAID
           READ ARCH-FILE
               AT END MOVE 1 TO EOF-A
               NOT AT END
                   IF AV-ID = AC-STUDENT-ID
                           AND (AC-LOANSEQ = 0
                               OR AV-SEQ = AC-LOANSEQ) THEN
                       MOVE AV-IMAGE TO HA-IMAGE
                       MOVE 'Y' TO HA-FOUND
                   END-IF
           CLOSE MASTER-FILE
               JRNL-FILE.
           MOVE I-STUDENT-ID TO PR-ID.
           MOVE I-LOANSEQ TO PR-SEQ.
           MOVE I-NAME TO PR-NAME.
           MOVE I-LOAN TO AR-LOAN.
           MOVE AR-LOAN TO PR-LOAN.
                   MOVE 0 TO GLC-INTEREST(GLX)
                   MOVE 0 TO GLC-PAID(GLX)
                   MOVE 0 TO GLC-REFUND(GLX)
                   MOVE 0 TO GLC-CHGOFF(GLX)
                   MOVE 0 TO GLC-RECOV(GLX)
                   MOVE 0 TO GLC-COMMIS(GLX)
               END-IF
           END-IF.
           IF GLX > 0 THEN
