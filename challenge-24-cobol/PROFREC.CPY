       01  PROFILE-RECORD.
           05 PP-SOURCE-SYS         PIC X(8).
           05 PP-SEED               PIC 9(4) OCCURS 4 TIMES.
           05 PP-T2-FACTOR          PIC 9(2).
           05 PP-ADDEND             PIC 9(4).
           05 PP-MODULUS            PIC 9(4).
           05 PP-RECON-COUNT       PIC 9(1).
           05 PP-RECON-PAIR OCCURS 4 TIMES.
              10 PP-RECON-INPUT     PIC 9(4).
              10 PP-RECON-EXPECT    PIC 9(4).
