       01  SYSP86AI.
           05 FILLER                PIC X(12).
           05 ACTIONL               PIC S9(4) COMP.
           05 ACTIONF               PIC X.
           05 ACTIONI               PIC X(1).
           05 SRCSYSL               PIC S9(4) COMP.
           05 SRCSYSF               PIC X.
           05 SRCSYSI               PIC X(8).
           05 DESTIDL               PIC S9(4) COMP.
           05 DESTIDF               PIC X.
           05 DESTIDI               PIC X(8).
           05 FROMPOSL              PIC S9(4) COMP.
           05 FROMPOSF              PIC X.
           05 FROMPOSI              PIC X(2).
           05 LOGKEYL               PIC S9(4) COMP.
           05 LOGKEYF               PIC X.
           05 LOGKEYI               PIC X(21).
           05 LSTATL                PIC S9(4) COMP.
           05 LSTATF                PIC X.
           05 LSTATI                PIC X(9).
           05 LUSERL                PIC S9(4) COMP.
           05 LUSERF                PIC X.
           05 LUSERI                PIC X(8).
           05 DPIN1L                PIC S9(4) COMP.
           05 DPIN1F                PIC X.
           05 DPIN1I                PIC X(79).
           05 DPIN2L                PIC S9(4) COMP.
           05 DPIN2F                PIC X.
           05 DPIN2I                PIC X(79).
           05 DPIN3L                PIC S9(4) COMP.
           05 DPIN3F                PIC X.
           05 DPIN3I                PIC X(79).
           05 PROFIDL               PIC S9(4) COMP.
           05 PROFIDF               PIC X.
           05 PROFIDI               PIC X(8).
           05 PCOUNTL               PIC S9(4) COMP.
           05 PCOUNTF               PIC X.
           05 PCOUNTI               PIC X(3).
           05 PREJL                 PIC S9(4) COMP.
           05 PREJF                 PIC X.
           05 PREJI                 PIC X(3).
           05 PUNML                 PIC S9(4) COMP.
           05 PUNMF                 PIC X.
           05 PUNMI                 PIC X(3).
           05 RDESTL                PIC S9(4) COMP.
           05 RDESTF                PIC X.
           05 RDESTI                PIC X(8).
           05 TEXT1L                PIC S9(4) COMP.
           05 TEXT1F                PIC X.
           05 TEXT1I                PIC X(60).
           05 TEXT2L                PIC S9(4) COMP.
           05 TEXT2F                PIC X.
           05 TEXT2I                PIC X(60).
           05 TEXT3L                PIC S9(4) COMP.
           05 TEXT3F                PIC X.
           05 TEXT3I                PIC X(60).
           05 DET1L                 PIC S9(4) COMP.
           05 DET1F                 PIC X.
           05 DET1I                 PIC X(78).
           05 DET2L                 PIC S9(4) COMP.
           05 DET2F                 PIC X.
           05 DET2I                 PIC X(78).
           05 DET3L                 PIC S9(4) COMP.
           05 DET3F                 PIC X.
           05 DET3I                 PIC X(78).
           05 DET4L                 PIC S9(4) COMP.
           05 DET4F                 PIC X.
           05 DET4I                 PIC X(78).
           05 DET5L                 PIC S9(4) COMP.
           05 DET5F                 PIC X.
           05 DET5I                 PIC X(78).
           05 DET6L                 PIC S9(4) COMP.
           05 DET6F                 PIC X.
           05 DET6I                 PIC X(78).
           05 DET7L                 PIC S9(4) COMP.
           05 DET7F                 PIC X.
           05 DET7I                 PIC X(78).
           05 MSGLNL                PIC S9(4) COMP.
           05 MSGLNF                PIC X.
           05 MSGLNI                PIC X(79).

       01  SYSP86AO REDEFINES SYSP86AI.
           05 FILLER                PIC X(12).
           05 FILLER                PIC X(3).
           05 ACTIONO               PIC X(1).
           05 FILLER                PIC X(3).
           05 SRCSYSO               PIC X(8).
           05 FILLER                PIC X(3).
           05 DESTIDO               PIC X(8).
           05 FILLER                PIC X(3).
           05 FROMPOSO              PIC X(2).
           05 FILLER                PIC X(3).
           05 LOGKEYO               PIC X(21).
           05 FILLER                PIC X(3).
           05 LSTATO                PIC X(9).
           05 FILLER                PIC X(3).
           05 LUSERO                PIC X(8).
           05 FILLER                PIC X(3).
           05 DPIN1O                PIC X(79).
           05 FILLER                PIC X(3).
           05 DPIN2O                PIC X(79).
           05 FILLER                PIC X(3).
           05 DPIN3O                PIC X(79).
           05 FILLER                PIC X(3).
           05 PROFIDO               PIC X(8).
           05 FILLER                PIC X(3).
           05 PCOUNTO               PIC X(3).
           05 FILLER                PIC X(3).
           05 PREJO                 PIC X(3).
           05 FILLER                PIC X(3).
           05 PUNMO                 PIC X(3).
           05 FILLER                PIC X(3).
           05 RDESTO                PIC X(8).
           05 FILLER                PIC X(3).
           05 TEXT1O                PIC X(60).
           05 FILLER                PIC X(3).
           05 TEXT2O                PIC X(60).
           05 FILLER                PIC X(3).
           05 TEXT3O                PIC X(60).
           05 FILLER                PIC X(3).
           05 DET1O                 PIC X(78).
           05 FILLER                PIC X(3).
           05 DET2O                 PIC X(78).
           05 FILLER                PIC X(3).
           05 DET3O                 PIC X(78).
           05 FILLER                PIC X(3).
           05 DET4O                 PIC X(78).
           05 FILLER                PIC X(3).
           05 DET5O                 PIC X(78).
           05 FILLER                PIC X(3).
           05 DET6O                 PIC X(78).
           05 FILLER                PIC X(3).
           05 DET7O                 PIC X(78).
           05 FILLER                PIC X(3).
           05 MSGLNO                PIC X(79).
