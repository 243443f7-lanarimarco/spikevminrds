      *
       01  MPPVM08-TIPO-MAPPA.
         05  MPPVM08-TIPO-M                PIC X VALUE "N".
         05  MPPVM08-TIPO-SIZE             PIC S9(4) COMP-4 VALUE 2480.
         05  MPPVM08-TIPO-RRCC             PIC S9(4) COMP-4 VALUE 0101.
      *
       01  MPPVM08-NUM-CAMPI               PIC S9(4) COMP-4 VALUE   21.
       01  MPPVM08-PC-INI.
         05  MPPVM08-RR-INI                PIC S9(4) COMP-4 VALUE ZERO.
         05  MPPVM08-CC-INI                PIC S9(4) COMP-4 VALUE ZERO.
      *
       01  MPPVM08-ATTR-INI.
001      05  FILLER                        PIC X(2) VALUE X"F0F5".      MASK
002      05  FILLER                        PIC X(2) VALUE X"F0F5".      DFRAME
003      05  FILLER                        PIC X(2) VALUE X"40F4".      FTERM
004      05  FILLER                        PIC X(2) VALUE X"50F4".      FDATA
005      05  FILLER                        PIC X(2) VALUE X"F0F5".      INTEST
006      05  FILLER                        PIC X(2) VALUE X"F0F5".      R01
007      05  FILLER                        PIC X(2) VALUE X"F0F5".      R02
008      05  FILLER                        PIC X(2) VALUE X"F0F5".      R03
009      05  FILLER                        PIC X(2) VALUE X"F0F5".      R04
010      05  FILLER                        PIC X(2) VALUE X"F0F5".      R05
011      05  FILLER                        PIC X(2) VALUE X"F0F5".      R06
012      05  FILLER                        PIC X(2) VALUE X"F0F5".      R07
013      05  FILLER                        PIC X(2) VALUE X"F0F5".      R08
014      05  FILLER                        PIC X(2) VALUE X"F0F5".      R09
015      05  FILLER                        PIC X(2) VALUE X"F0F5".      R10
016      05  FILLER                        PIC X(2) VALUE X"F0F5".      R11
017      05  FILLER                        PIC X(2) VALUE X"F0F5".      R12
018      05  FILLER                        PIC X(2) VALUE X"F0F5".      RIEP
019      05  FILLER                        PIC X(2) VALUE X"F0F5".      DTAST
020      05  FILLER                        PIC X(2) VALUE X"7CF5".      MESS
021      05  FILLER                        PIC X(2) VALUE X"F8F7".      M01
      *
       01  MPPVM08-TAB-CAMPI.
      *
001      05  FILLER                        PIC S9(4) COMP-4 VALUE    13. MASK
001      05  FILLER                        PIC S9(4) COMP-4 VALUE     5. MASK
001      05  FILLER                        PIC S9(4) COMP-4 VALUE  0075. MASK
001      05  FILLER                        PIC S9(4) COMP-4 VALUE    76. MASK
      *
002      05  FILLER                        PIC S9(4) COMP-4 VALUE    21. DFRAME
002      05  FILLER                        PIC S9(4) COMP-4 VALUE    11. DFRAME
002      05  FILLER                        PIC S9(4) COMP-4 VALUE  0317. DFRAME
002      05  FILLER                        PIC S9(4) COMP-4 VALUE   258. DFRAME
      *
003      05  FILLER                        PIC S9(4) COMP-4 VALUE    35. FTERM
003      05  FILLER                        PIC S9(4) COMP-4 VALUE     4. FTERM
003      05  FILLER                        PIC S9(4) COMP-4 VALUE  0420. FTERM
003      05  FILLER                        PIC S9(4) COMP-4 VALUE   341. FTERM
      *
004      05  FILLER                        PIC S9(4) COMP-4 VALUE    42. FDATA
004      05  FILLER                        PIC S9(4) COMP-4 VALUE     6. FDATA
004      05  FILLER                        PIC S9(4) COMP-4 VALUE  0440. FDATA
004      05  FILLER                        PIC S9(4) COMP-4 VALUE   361. FDATA
      *
005      05  FILLER                        PIC S9(4) COMP-4 VALUE    51. INTEST
005      05  FILLER                        PIC S9(4) COMP-4 VALUE    75. INTEST
005      05  FILLER                        PIC S9(4) COMP-4 VALUE  0503. INTEST
005      05  FILLER                        PIC S9(4) COMP-4 VALUE   404. INTEST
      *
006      05  FILLER                        PIC S9(4) COMP-4 VALUE   129. R01
006      05  FILLER                        PIC S9(4) COMP-4 VALUE    75. R01
006      05  FILLER                        PIC S9(4) COMP-4 VALUE  0603. R01
006      05  FILLER                        PIC S9(4) COMP-4 VALUE   484. R01
      *
007      05  FILLER                        PIC S9(4) COMP-4 VALUE   207. R02
007      05  FILLER                        PIC S9(4) COMP-4 VALUE    75. R02
007      05  FILLER                        PIC S9(4) COMP-4 VALUE  0703. R02
007      05  FILLER                        PIC S9(4) COMP-4 VALUE   564. R02
      *
008      05  FILLER                        PIC S9(4) COMP-4 VALUE   285. R03
008      05  FILLER                        PIC S9(4) COMP-4 VALUE    75. R03
008      05  FILLER                        PIC S9(4) COMP-4 VALUE  0803. R03
008      05  FILLER                        PIC S9(4) COMP-4 VALUE   644. R03
      *
009      05  FILLER                        PIC S9(4) COMP-4 VALUE   363. R04
009      05  FILLER                        PIC S9(4) COMP-4 VALUE    75. R04
009      05  FILLER                        PIC S9(4) COMP-4 VALUE  0903. R04
009      05  FILLER                        PIC S9(4) COMP-4 VALUE   724. R04
      *
010      05  FILLER                        PIC S9(4) COMP-4 VALUE   441. R05
010      05  FILLER                        PIC S9(4) COMP-4 VALUE    75. R05
010      05  FILLER                        PIC S9(4) COMP-4 VALUE  1003. R05
010      05  FILLER                        PIC S9(4) COMP-4 VALUE   804. R05
      *
011      05  FILLER                        PIC S9(4) COMP-4 VALUE   519. R06
011      05  FILLER                        PIC S9(4) COMP-4 VALUE    75. R06
011      05  FILLER                        PIC S9(4) COMP-4 VALUE  1103. R06
011      05  FILLER                        PIC S9(4) COMP-4 VALUE   884. R06
      *
012      05  FILLER                        PIC S9(4) COMP-4 VALUE   597. R07
012      05  FILLER                        PIC S9(4) COMP-4 VALUE    75. R07
012      05  FILLER                        PIC S9(4) COMP-4 VALUE  1203. R07
012      05  FILLER                        PIC S9(4) COMP-4 VALUE   964. R07
      *
013      05  FILLER                        PIC S9(4) COMP-4 VALUE   675. R08
013      05  FILLER                        PIC S9(4) COMP-4 VALUE    75. R08
013      05  FILLER                        PIC S9(4) COMP-4 VALUE  1303. R08
013      05  FILLER                        PIC S9(4) COMP-4 VALUE  1044. R08
      *
014      05  FILLER                        PIC S9(4) COMP-4 VALUE   753. R09
014      05  FILLER                        PIC S9(4) COMP-4 VALUE    75. R09
014      05  FILLER                        PIC S9(4) COMP-4 VALUE  1403. R09
014      05  FILLER                        PIC S9(4) COMP-4 VALUE  1124. R09
      *
015      05  FILLER                        PIC S9(4) COMP-4 VALUE   831. R10
015      05  FILLER                        PIC S9(4) COMP-4 VALUE    75. R10
015      05  FILLER                        PIC S9(4) COMP-4 VALUE  1503. R10
015      05  FILLER                        PIC S9(4) COMP-4 VALUE  1204. R10
      *
016      05  FILLER                        PIC S9(4) COMP-4 VALUE   909. R11
016      05  FILLER                        PIC S9(4) COMP-4 VALUE    75. R11
016      05  FILLER                        PIC S9(4) COMP-4 VALUE  1603. R11
016      05  FILLER                        PIC S9(4) COMP-4 VALUE  1284. R11
      *
017      05  FILLER                        PIC S9(4) COMP-4 VALUE   987. R12
017      05  FILLER                        PIC S9(4) COMP-4 VALUE    75. R12
017      05  FILLER                        PIC S9(4) COMP-4 VALUE  1703. R12
017      05  FILLER                        PIC S9(4) COMP-4 VALUE  1364. R12
      *
018      05  FILLER                        PIC S9(4) COMP-4 VALUE  1065. RIEP
018      05  FILLER                        PIC S9(4) COMP-4 VALUE    75. RIEP
018      05  FILLER                        PIC S9(4) COMP-4 VALUE  1903. RIEP
018      05  FILLER                        PIC S9(4) COMP-4 VALUE  1524. RIEP
      *
019      05  FILLER                        PIC S9(4) COMP-4 VALUE  1143. DTAST
019      05  FILLER                        PIC S9(4) COMP-4 VALUE    72. DTAST
019      05  FILLER                        PIC S9(4) COMP-4 VALUE  2101. DTAST
019      05  FILLER                        PIC S9(4) COMP-4 VALUE  1682. DTAST
      *
020      05  FILLER                        PIC S9(4) COMP-4 VALUE  1218. MESS
020      05  FILLER                        PIC S9(4) COMP-4 VALUE    79. MESS
020      05  FILLER                        PIC S9(4) COMP-4 VALUE  2201. MESS
020      05  FILLER                        PIC S9(4) COMP-4 VALUE  1762. MESS
      *
021      05  FILLER                        PIC S9(4) COMP-4 VALUE  1300. M01
021      05  FILLER                        PIC S9(4) COMP-4 VALUE     3. M01
021      05  FILLER                        PIC S9(4) COMP-4 VALUE  2301. M01
021      05  FILLER                        PIC S9(4) COMP-4 VALUE  1842. M01
      *
       01  MPPVM08I.
         05  FILLER                        PIC X(012).
         05  MASKL                         PIC S9(004) COMP-4.
         05  MASKF                         PIC X(0001).
         05  FILLER                        REDEFINES MASKF.
           10  MASKA                       PIC X(0001).
         05  MASKI                         PIC X(005).
         05  DFRAMEL                       PIC S9(004) COMP-4.
         05  DFRAMEF                       PIC X(0001).
         05  FILLER                        REDEFINES DFRAMEF.
           10  DFRAMEA                     PIC X(0001).
         05  DFRAMEI                       PIC X(011).
         05  FTERML                        PIC S9(004) COMP-4.
         05  FTERMF                        PIC X(0001).
         05  FILLER                        REDEFINES FTERMF.
           10  FTERMA                      PIC X(0001).
         05  FTERMI                        PIC X(004).
         05  FDATAL                        PIC S9(004) COMP-4.
         05  FDATAF                        PIC X(0001).
         05  FILLER                        REDEFINES FDATAF.
           10  FDATAA                      PIC X(0001).
         05  FDATAI                        PIC X(006).
         05  INTESTL                       PIC S9(004) COMP-4.
         05  INTESTF                       PIC X(0001).
         05  FILLER                        REDEFINES INTESTF.
           10  INTESTA                     PIC X(0001).
         05  INTESTI                       PIC X(075).
         05  R01L                          PIC S9(004) COMP-4.
         05  R01F                          PIC X(0001).
         05  FILLER                        REDEFINES R01F.
           10  R01A                        PIC X(0001).
         05  R01I                          PIC X(075).
         05  R02L                          PIC S9(004) COMP-4.
         05  R02F                          PIC X(0001).
         05  FILLER                        REDEFINES R02F.
           10  R02A                        PIC X(0001).
         05  R02I                          PIC X(075).
         05  R03L                          PIC S9(004) COMP-4.
         05  R03F                          PIC X(0001).
         05  FILLER                        REDEFINES R03F.
           10  R03A                        PIC X(0001).
         05  R03I                          PIC X(075).
         05  R04L                          PIC S9(004) COMP-4.
         05  R04F                          PIC X(0001).
         05  FILLER                        REDEFINES R04F.
           10  R04A                        PIC X(0001).
         05  R04I                          PIC X(075).
         05  R05L                          PIC S9(004) COMP-4.
         05  R05F                          PIC X(0001).
         05  FILLER                        REDEFINES R05F.
           10  R05A                        PIC X(0001).
         05  R05I                          PIC X(075).
         05  R06L                          PIC S9(004) COMP-4.
         05  R06F                          PIC X(0001).
         05  FILLER                        REDEFINES R06F.
           10  R06A                        PIC X(0001).
         05  R06I                          PIC X(075).
         05  R07L                          PIC S9(004) COMP-4.
         05  R07F                          PIC X(0001).
         05  FILLER                        REDEFINES R07F.
           10  R07A                        PIC X(0001).
         05  R07I                          PIC X(075).
         05  R08L                          PIC S9(004) COMP-4.
         05  R08F                          PIC X(0001).
         05  FILLER                        REDEFINES R08F.
           10  R08A                        PIC X(0001).
         05  R08I                          PIC X(075).
         05  R09L                          PIC S9(004) COMP-4.
         05  R09F                          PIC X(0001).
         05  FILLER                        REDEFINES R09F.
           10  R09A                        PIC X(0001).
         05  R09I                          PIC X(075).
         05  R10L                          PIC S9(004) COMP-4.
         05  R10F                          PIC X(0001).
         05  FILLER                        REDEFINES R10F.
           10  R10A                        PIC X(0001).
         05  R10I                          PIC X(075).
         05  R11L                          PIC S9(004) COMP-4.
         05  R11F                          PIC X(0001).
         05  FILLER                        REDEFINES R11F.
           10  R11A                        PIC X(0001).
         05  R11I                          PIC X(075).
         05  R12L                          PIC S9(004) COMP-4.
         05  R12F                          PIC X(0001).
         05  FILLER                        REDEFINES R12F.
           10  R12A                        PIC X(0001).
         05  R12I                          PIC X(075).
         05  RIEPL                         PIC S9(004) COMP-4.
         05  RIEPF                         PIC X(0001).
         05  FILLER                        REDEFINES RIEPF.
           10  RIEPA                       PIC X(0001).
         05  RIEPI                         PIC X(075).
         05  DTASTL                        PIC S9(004) COMP-4.
         05  DTASTF                        PIC X(0001).
         05  FILLER                        REDEFINES DTASTF.
           10  DTASTA                      PIC X(0001).
         05  DTASTI                        PIC X(072).
         05  MESSL                         PIC S9(004) COMP-4.
         05  MESSF                         PIC X(0001).
         05  FILLER                        REDEFINES MESSF.
           10  MESSA                       PIC X(0001).
         05  MESSI                         PIC X(079).
         05  M01L                          PIC S9(004) COMP-4.
         05  M01F                          PIC X(0001).
         05  FILLER                        REDEFINES M01F.
           10  M01A                        PIC X(0001).
         05  M01I                          PIC X(003).
       01  MPPVM08O                        REDEFINES MPPVM08I.
         05  FILLER                        PIC X(012).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  MASKO                         PIC X(005).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  DFRAMEO                       PIC X(011).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  FTERMO                        PIC X(004).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  FDATAO                        PIC X(006).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  INTESTO                       PIC X(075).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  R01O                          PIC X(075).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  R02O                          PIC X(075).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  R03O                          PIC X(075).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  R04O                          PIC X(075).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  R05O                          PIC X(075).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  R06O                          PIC X(075).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  R07O                          PIC X(075).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  R08O                          PIC X(075).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  R09O                          PIC X(075).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  R10O                          PIC X(075).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  R11O                          PIC X(075).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  R12O                          PIC X(075).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  RIEPO                         PIC X(075).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  DTASTO                        PIC X(072).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  MESSO                         PIC X(079).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  M01O                          PIC X(003).
      *
