       01  SOURCE-RECEIPT-RECORD.
           05 RCP-SOURCE-SYS        PIC X(8).
           05 RCP-CREATE-DATE       PIC 9(8).
           05 RCP-RECV-DATE         PIC 9(8).
           05 RCP-RECV-TIME         PIC 9(4).
           05 RCP-FILE-NAME         PIC X(30).
