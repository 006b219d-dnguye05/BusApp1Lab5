               10 J-BATCHDATE PIC 9(8).
               10 J-BATCHTIME PIC 9(6).
           05 J-TIME PIC 9(8).
           05 J-BEFORE PIC X(328).
           05 J-BEFORE-HDR REDEFINES J-BEFORE.
               10 J-BEFKEY.
                   15 J-BEFID PIC 9(6).
                   15 J-BEFSEQ PIC 9(2).
               10 FILLER PIC X(48).
               10 J-BEFNUMPAY PIC 9(2).
               10 FILLER PIC X(270).
           05 J-AFTER PIC X(328).
           05 J-AFTER-HDR REDEFINES J-AFTER.
               10 J-AFTKEY.
                   15 J-AFTID PIC 9(6).
                   15 J-AFTSEQ PIC 9(2).
               10 FILLER PIC X(48).
               10 J-AFTNUMPAY PIC 9(2).
               10 FILLER PIC X(270).
