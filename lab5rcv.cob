      *     journal entries carrying the named batch stamp by
      *     restoring the before-images (adds are deleted, changes
      *     and deletes are put back the way they were). Only the
      *     FIRST entry in the batch for each loan key is applied -
      *     its before-image is that record's true pre-batch state -
      *     and later entries for the same loan are skipped, so a
      *     record touched several times in the batch still backs
      *     out to where it stood before the batch ran.
      *A recovery report (UR-S-RCVRP) shows what was done.
           SELECT MASTER-FILE ASSIGN TO 'DA-S-MASTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS I-LOANKEY
               FILE STATUS IS MSTR-STATUS.
           SELECT RCVRP-FILE ASSIGN TO 'UR-S-RCVRP'.
       DATA DIVISION.
       FD  BKUP-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  BKUP-REC PIC X(328).
       01  BKUP-REC-HDR.
           03 FILLER PIC X(56).
           03 BK-NUMPAY PIC 9(2).
           03 FILLER PIC X(270).
       FD  JRNL-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  BACKOUT-KEYS.
           03 BO-COUNT PIC 9(4) VALUE 0.
           03 BO-SUB PIC 9(4).
           03 BO-WORK PIC 9(8).
           03 BO-SEEN PIC X(1).
           03 BO-KEY OCCURS 5000 TIMES PIC 9(8).
       01  RCVRP-KEYFULL.
           03 FILLER PIC X(44) VALUE
               'BACKOUT KEY TABLE FULL - ENTRY NOT REVERSED'.
                       INVALID KEY WRITE MASTER-REC
                   END-REWRITE
               WHEN 'D'
                   MOVE J-BEFKEY TO I-LOANKEY
                   DELETE MASTER-FILE
                       INVALID KEY CONTINUE
                   END-DELETE
           PERFORM 3200-READ-JOURNAL.
       4150-CHECK-KEY-SEEN.
           IF J-CODE = 'A' THEN
               MOVE J-AFTKEY TO BO-WORK
           ELSE
               MOVE J-BEFKEY TO BO-WORK
           END-IF.
           MOVE 'N' TO BO-SEEN.
           PERFORM VARYING BO-SUB FROM 1 BY 1
           ADD 1 TO CT-APPLIED.
           EVALUATE J-CODE
               WHEN 'A'
                   MOVE J-AFTKEY TO I-LOANKEY
                   DELETE MASTER-FILE
                       INVALID KEY CONTINUE
                   END-DELETE
