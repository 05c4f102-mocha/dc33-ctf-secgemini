       01  CHARGE-RATE-RECORD.
           05 CR-SOURCE-SYS         PIC X(8).
           05 CR-DEST-ID            PIC X(8).
           05 CR-FILE-RATE          PIC 9(5)V99.
           05 CR-MSG-RATE           PIC 9(3)V9(4).
           05 CR-POINT-RATE         PIC 9(3)V9(4).
           05 CR-RESUB-SURCHARGE    PIC 9(5)V99.
           05 CR-RESEND-SURCHARGE   PIC 9(3)V9(4).
