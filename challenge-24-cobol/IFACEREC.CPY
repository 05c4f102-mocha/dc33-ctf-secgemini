           05 IF-RUN-DATE           PIC 9(8).
           05 IF-BATCH-ID           PIC 9(8).
           05 IF-MSG-SEQ            PIC 9(4).
              88 IF-HEADER-SEQ            VALUE 0.
              88 IF-TRAILER-SEQ           VALUE 9999.
           05 IF-OUTPUT-BUFFER      PIC X(200).
