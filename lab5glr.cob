           SELECT OVRRD-FILE ASSIGN TO 'DA-S-OVRRD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVRRD-STATUS.
           SELECT BUSDT-FILE ASSIGN TO 'DA-S-BUSDT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-FILE
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
           03 OVERRIDE-REASON PIC X(30).
           03 RELEASE-OK PIC X(1) VALUE 'Y'.
           03 CURRENT-DATE PIC 9(8).
           03 BUSDT-STATUS PIC X(2).
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 050-READ-BUSINESS-DATE.
           PERFORM 900-CHECK-RUN-STATUS.
           MOVE 'S' TO RS-STATUS.
           MOVE SPACES TO RS-REASON.
               MOVE 8 TO RETURN-CODE
           END-IF.
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
               DISPLAY 'LAB5GLR STOPPED - NO VALID BUSINESS DATE '
                   'ON DA-S-BUSDT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BD-BUSDATE TO CURRENT-DATE.
       900-CHECK-RUN-STATUS.
           OPEN INPUT RNSTA-FILE.
           IF RNSTA-STATUS = '00' THEN
