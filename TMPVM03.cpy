         05  MPPVM03-TIPO-SIZE             PIC S9(4) COMP-4 VALUE 2480.
         05  MPPVM03-TIPO-RRCC             PIC S9(4) COMP-4 VALUE 0101.
      *
       01  MPPVM03-NUM-CAMPI               PIC S9(4) COMP-4 VALUE   18.
       01  MPPVM03-PC-INI.
         05  MPPVM03-RR-INI                PIC S9(4) COMP-4 VALUE ZERO.
         05  MPPVM03-CC-INI                PIC S9(4) COMP-4 VALUE ZERO.
       01  MPPVM03-ATTR-INI.
001      05  FILLER                        PIC X(2) VALUE X"F0F5".      MASK
002      05  FILLER                        PIC X(2) VALUE X"F0F5".      DFRAME
003      05  FILLER                        PIC X(2) VALUE X"50F4".      NUMRIGA
004      05  FILLER                        PIC X(2) VALUE X"F0F5".      R01
005      05  FILLER                        PIC X(2) VALUE X"F0F5".      R02
006      05  FILLER                        PIC X(2) VALUE X"F0F5".      R03
007      05  FILLER                        PIC X(2) VALUE X"F0F5".      R04
008      05  FILLER                        PIC X(2) VALUE X"F0F5".      R05
009      05  FILLER                        PIC X(2) VALUE X"F0F5".      R06
010      05  FILLER                        PIC X(2) VALUE X"F0F5".      R07
011      05  FILLER                        PIC X(2) VALUE X"F0F5".      R08
012      05  FILLER                        PIC X(2) VALUE X"F0F5".      R09
013      05  FILLER                        PIC X(2) VALUE X"F0F5".      R10
014      05  FILLER                        PIC X(2) VALUE X"F0F5".      R11
015      05  FILLER                        PIC X(2) VALUE X"F0F5".      R12
016      05  FILLER                        PIC X(2) VALUE X"F0F5".      DTAST
017      05  FILLER                        PIC X(2) VALUE X"7CF5".      MESS
018      05  FILLER                        PIC X(2) VALUE X"F8F7".      M01
      *
       01  MPPVM03-TAB-CAMPI.
      *
002      05  FILLER                        PIC S9(4) COMP-4 VALUE  0317. DFRAME
002      05  FILLER                        PIC S9(4) COMP-4 VALUE   258. DFRAME
      *
003      05  FILLER                        PIC S9(4) COMP-4 VALUE    35. NUMRIGA
003      05  FILLER                        PIC S9(4) COMP-4 VALUE     2. NUMRIGA
003      05  FILLER                        PIC S9(4) COMP-4 VALUE  0470. NUMRIGA
003      05  FILLER                        PIC S9(4) COMP-4 VALUE   391. NUMRIGA
      *
004      05  FILLER                        PIC S9(4) COMP-4 VALUE    40. R01
004      05  FILLER                        PIC S9(4) COMP-4 VALUE    75. R01
004      05  FILLER                        PIC S9(4) COMP-4 VALUE  0503. R01
004      05  FILLER                        PIC S9(4) COMP-4 VALUE   404. R01
      *
005      05  FILLER                        PIC S9(4) COMP-4 VALUE   118. R02
005      05  FILLER                        PIC S9(4) COMP-4 VALUE    75. R02
005      05  FILLER                        PIC S9(4) COMP-4 VALUE  0603. R02
005      05  FILLER                        PIC S9(4) COMP-4 VALUE   484. R02
      *
006      05  FILLER                        PIC S9(4) COMP-4 VALUE   196. R03
006      05  FILLER                        PIC S9(4) COMP-4 VALUE    75. R03
006      05  FILLER                        PIC S9(4) COMP-4 VALUE  0703. R03
006      05  FILLER                        PIC S9(4) COMP-4 VALUE   564. R03
      *
007      05  FILLER                        PIC S9(4) COMP-4 VALUE   274. R04
007      05  FILLER                        PIC S9(4) COMP-4 VALUE    75. R04
007      05  FILLER                        PIC S9(4) COMP-4 VALUE  0803. R04
007      05  FILLER                        PIC S9(4) COMP-4 VALUE   644. R04
      *
008      05  FILLER                        PIC S9(4) COMP-4 VALUE   352. R05
008      05  FILLER                        PIC S9(4) COMP-4 VALUE    75. R05
008      05  FILLER                        PIC S9(4) COMP-4 VALUE  0903. R05
008      05  FILLER                        PIC S9(4) COMP-4 VALUE   724. R05
      *
009      05  FILLER                        PIC S9(4) COMP-4 VALUE   430. R06
009      05  FILLER                        PIC S9(4) COMP-4 VALUE    75. R06
009      05  FILLER                        PIC S9(4) COMP-4 VALUE  1003. R06
009      05  FILLER                        PIC S9(4) COMP-4 VALUE   804. R06
      *
010      05  FILLER                        PIC S9(4) COMP-4 VALUE   508. R07
010      05  FILLER                        PIC S9(4) COMP-4 VALUE    75. R07
010      05  FILLER                        PIC S9(4) COMP-4 VALUE  1103. R07
010      05  FILLER                        PIC S9(4) COMP-4 VALUE   884. R07
      *
011      05  FILLER                        PIC S9(4) COMP-4 VALUE   586. R08
011      05  FILLER                        PIC S9(4) COMP-4 VALUE    75. R08
011      05  FILLER                        PIC S9(4) COMP-4 VALUE  1203. R08
011      05  FILLER                        PIC S9(4) COMP-4 VALUE   964. R08
      *
012      05  FILLER                        PIC S9(4) COMP-4 VALUE   664. R09
012      05  FILLER                        PIC S9(4) COMP-4 VALUE    75. R09
012      05  FILLER                        PIC S9(4) COMP-4 VALUE  1303. R09
012      05  FILLER                        PIC S9(4) COMP-4 VALUE  1044. R09
      *
013      05  FILLER                        PIC S9(4) COMP-4 VALUE   742. R10
013      05  FILLER                        PIC S9(4) COMP-4 VALUE    75. R10
013      05  FILLER                        PIC S9(4) COMP-4 VALUE  1403. R10
013      05  FILLER                        PIC S9(4) COMP-4 VALUE  1124. R10
      *
014      05  FILLER                        PIC S9(4) COMP-4 VALUE   820. R11
014      05  FILLER                        PIC S9(4) COMP-4 VALUE    75. R11
014      05  FILLER                        PIC S9(4) COMP-4 VALUE  1503. R11
014      05  FILLER                        PIC S9(4) COMP-4 VALUE  1204. R11
      *
015      05  FILLER                        PIC S9(4) COMP-4 VALUE   898. R12
015      05  FILLER                        PIC S9(4) COMP-4 VALUE    75. R12
015      05  FILLER                        PIC S9(4) COMP-4 VALUE  1603. R12
015      05  FILLER                        PIC S9(4) COMP-4 VALUE  1284. R12
      *
016      05  FILLER                        PIC S9(4) COMP-4 VALUE   976. DTAST
016      05  FILLER                        PIC S9(4) COMP-4 VALUE    72. DTAST
016      05  FILLER                        PIC S9(4) COMP-4 VALUE  2101. DTAST
016      05  FILLER                        PIC S9(4) COMP-4 VALUE  1682. DTAST
      *
017      05  FILLER                        PIC S9(4) COMP-4 VALUE  1051. MESS
017      05  FILLER                        PIC S9(4) COMP-4 VALUE    79. MESS
017      05  FILLER                        PIC S9(4) COMP-4 VALUE  2201. MESS
017      05  FILLER                        PIC S9(4) COMP-4 VALUE  1762. MESS
      *
018      05  FILLER                        PIC S9(4) COMP-4 VALUE  1133. M01
018      05  FILLER                        PIC S9(4) COMP-4 VALUE     3. M01
018      05  FILLER                        PIC S9(4) COMP-4 VALUE  2301. M01
018      05  FILLER                        PIC S9(4) COMP-4 VALUE  1842. M01
      *
       01  MPPVM03I.
         05  FILLER                        PIC X(012).
         05  FILLER                        REDEFINES DFRAMEF.
           10  DFRAMEA                     PIC X(0001).
         05  DFRAMEI                       PIC X(011).
         05  NUMRIGAL                      PIC S9(004) COMP-4.
         05  NUMRIGAF                      PIC X(0001).
         05  FILLER                        REDEFINES NUMRIGAF.
           10  NUMRIGAA                    PIC X(0001).
         05  NUMRIGAI                      PIC X(002).
         05  R01L                          PIC S9(004) COMP-4.
         05  R01F                          PIC X(0001).
         05  FILLER                        REDEFINES R01F.
         05  DFRAMEO                       PIC X(011).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  NUMRIGAO                      PIC X(002).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  R01O                          PIC X(075).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
