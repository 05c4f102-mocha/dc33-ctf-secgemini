           05 DVALIDO               PIC X(8).
           05 FILLER                PIC X(3).
           05 MSGLNO                PIC X(79).

       01  SYSP86SI.
           05 FILLER                PIC X(12).
           05 STYPEL                PIC S9(4) COMP.
           05 STYPEF                PIC X.
           05 STYPEI                PIC X(1).
           05 SVALUEL               PIC S9(4) COMP.
           05 SVALUEF               PIC X.
           05 SVALUEI               PIC X(50).
           05 SFROML                PIC S9(4) COMP.
           05 SFROMF                PIC X.
           05 SFROMI                PIC X(8).
           05 STOL                  PIC S9(4) COMP.
           05 STOF                  PIC X.
           05 STOI                  PIC X(8).
           05 HIT01L                PIC S9(4) COMP.
           05 HIT01F                PIC X.
           05 HIT01I                PIC X(79).
           05 HIT02L                PIC S9(4) COMP.
           05 HIT02F                PIC X.
           05 HIT02I                PIC X(79).
           05 HIT03L                PIC S9(4) COMP.
           05 HIT03F                PIC X.
           05 HIT03I                PIC X(79).
           05 HIT04L                PIC S9(4) COMP.
           05 HIT04F                PIC X.
           05 HIT04I                PIC X(79).
           05 HIT05L                PIC S9(4) COMP.
           05 HIT05F                PIC X.
           05 HIT05I                PIC X(79).
           05 HIT06L                PIC S9(4) COMP.
           05 HIT06F                PIC X.
           05 HIT06I                PIC X(79).
           05 HIT07L                PIC S9(4) COMP.
           05 HIT07F                PIC X.
           05 HIT07I                PIC X(79).
           05 HIT08L                PIC S9(4) COMP.
           05 HIT08F                PIC X.
           05 HIT08I                PIC X(79).
           05 HIT09L                PIC S9(4) COMP.
           05 HIT09F                PIC X.
           05 HIT09I                PIC X(79).
           05 HIT10L                PIC S9(4) COMP.
           05 HIT10F                PIC X.
           05 HIT10I                PIC X(79).
           05 HIT11L                PIC S9(4) COMP.
           05 HIT11F                PIC X.
           05 HIT11I                PIC X(79).
           05 HIT12L                PIC S9(4) COMP.
           05 HIT12F                PIC X.
           05 HIT12I                PIC X(79).
           05 SSELL                 PIC S9(4) COMP.
           05 SSELF                 PIC X.
           05 SSELI                 PIC X(2).
           05 SNEXTL                PIC S9(4) COMP.
           05 SNEXTF                PIC X.
           05 SNEXTI                PIC X(20).
           05 SMSGL                 PIC S9(4) COMP.
           05 SMSGF                 PIC X.
           05 SMSGI                 PIC X(79).

       01  SYSP86SO REDEFINES SYSP86SI.
           05 FILLER                PIC X(12).
           05 FILLER                PIC X(3).
           05 STYPEO                PIC X(1).
           05 FILLER                PIC X(3).
           05 SVALUEO               PIC X(50).
           05 FILLER                PIC X(3).
           05 SFROMO                PIC X(8).
           05 FILLER                PIC X(3).
           05 STOO                  PIC X(8).
           05 FILLER                PIC X(3).
           05 HIT01O                PIC X(79).
           05 FILLER                PIC X(3).
           05 HIT02O                PIC X(79).
           05 FILLER                PIC X(3).
           05 HIT03O                PIC X(79).
           05 FILLER                PIC X(3).
           05 HIT04O                PIC X(79).
           05 FILLER                PIC X(3).
           05 HIT05O                PIC X(79).
           05 FILLER                PIC X(3).
           05 HIT06O                PIC X(79).
           05 FILLER                PIC X(3).
           05 HIT07O                PIC X(79).
           05 FILLER                PIC X(3).
           05 HIT08O                PIC X(79).
           05 FILLER                PIC X(3).
           05 HIT09O                PIC X(79).
           05 FILLER                PIC X(3).
           05 HIT10O                PIC X(79).
           05 FILLER                PIC X(3).
           05 HIT11O                PIC X(79).
           05 FILLER                PIC X(3).
           05 HIT12O                PIC X(79).
           05 FILLER                PIC X(3).
           05 SSELO                 PIC X(2).
           05 FILLER                PIC X(3).
           05 SNEXTO                PIC X(20).
           05 FILLER                PIC X(3).
           05 SMSGO                 PIC X(79).
