      *
       01  MPPVM09-TIPO-MAPPA.
         05  MPPVM09-TIPO-M                PIC X VALUE "N".
         05  MPPVM09-TIPO-SIZE             PIC S9(4) COMP-4 VALUE 2480.
         05  MPPVM09-TIPO-RRCC             PIC S9(4) COMP-4 VALUE 0101.
      *
       01  MPPVM09-NUM-CAMPI               PIC S9(4) COMP-4 VALUE   17.
       01  MPPVM09-PC-INI.
         05  MPPVM09-RR-INI                PIC S9(4) COMP-4 VALUE ZERO.
         05  MPPVM09-CC-INI                PIC S9(4) COMP-4 VALUE ZERO.
      *
       01  MPPVM09-ATTR-INI.
001      05  FILLER                        PIC X(2) VALUE X"F0F5".      MASK
002      05  FILLER                        PIC X(2) VALUE X"F0F5".      DFRAME
003      05  FILLER                        PIC X(2) VALUE X"40F4".      REGIONE
004      05  FILLER                        PIC X(2) VALUE X"50F4".      RITMO
005      05  FILLER                        PIC X(2) VALUE X"50F4".      DURATA
006      05  FILLER                        PIC X(2) VALUE X"50F4".      RUN
007      05  FILLER                        PIC X(2) VALUE X"F0F5".      L01
008      05  FILLER                        PIC X(2) VALUE X"F0F5".      L02
009      05  FILLER                        PIC X(2) VALUE X"F0F5".      L03
010      05  FILLER                        PIC X(2) VALUE X"F0F5".      L04
011      05  FILLER                        PIC X(2) VALUE X"F0F5".      L05
012      05  FILLER                        PIC X(2) VALUE X"F0F5".      L06
013      05  FILLER                        PIC X(2) VALUE X"F0F5".      L07
014      05  FILLER                        PIC X(2) VALUE X"F0F5".      L08
015      05  FILLER                        PIC X(2) VALUE X"F0F5".      DTAST
016      05  FILLER                        PIC X(2) VALUE X"7CF5".      MESS
017      05  FILLER                        PIC X(2) VALUE X"F8F7".      M01
      *
       01  MPPVM09-TAB-CAMPI.
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
003      05  FILLER                        PIC S9(4) COMP-4 VALUE    35. REGIONE
003      05  FILLER                        PIC S9(4) COMP-4 VALUE     8. REGIONE
003      05  FILLER                        PIC S9(4) COMP-4 VALUE  0520. REGIONE
003      05  FILLER                        PIC S9(4) COMP-4 VALUE   421. REGIONE
      *
004      05  FILLER                        PIC S9(4) COMP-4 VALUE    46. RITMO
004      05  FILLER                        PIC S9(4) COMP-4 VALUE     2. RITMO
004      05  FILLER                        PIC S9(4) COMP-4 VALUE  0620. RITMO
004      05  FILLER                        PIC S9(4) COMP-4 VALUE   501. RITMO
      *
005      05  FILLER                        PIC S9(4) COMP-4 VALUE    51. DURATA
005      05  FILLER                        PIC S9(4) COMP-4 VALUE     3. DURATA
005      05  FILLER                        PIC S9(4) COMP-4 VALUE  0720. DURATA
005      05  FILLER                        PIC S9(4) COMP-4 VALUE   581. DURATA
      *
006      05  FILLER                        PIC S9(4) COMP-4 VALUE    57. RUN
006      05  FILLER                        PIC S9(4) COMP-4 VALUE     6. RUN
006      05  FILLER                        PIC S9(4) COMP-4 VALUE  0820. RUN
006      05  FILLER                        PIC S9(4) COMP-4 VALUE   661. RUN
      *
007      05  FILLER                        PIC S9(4) COMP-4 VALUE    66. L01
007      05  FILLER                        PIC S9(4) COMP-4 VALUE    70. L01
007      05  FILLER                        PIC S9(4) COMP-4 VALUE  1103. L01
007      05  FILLER                        PIC S9(4) COMP-4 VALUE   884. L01
      *
008      05  FILLER                        PIC S9(4) COMP-4 VALUE   139. L02
008      05  FILLER                        PIC S9(4) COMP-4 VALUE    70. L02
008      05  FILLER                        PIC S9(4) COMP-4 VALUE  1203. L02
008      05  FILLER                        PIC S9(4) COMP-4 VALUE   964. L02
      *
009      05  FILLER                        PIC S9(4) COMP-4 VALUE   212. L03
009      05  FILLER                        PIC S9(4) COMP-4 VALUE    70. L03
009      05  FILLER                        PIC S9(4) COMP-4 VALUE  1303. L03
009      05  FILLER                        PIC S9(4) COMP-4 VALUE  1044. L03
      *
010      05  FILLER                        PIC S9(4) COMP-4 VALUE   285. L04
010      05  FILLER                        PIC S9(4) COMP-4 VALUE    70. L04
010      05  FILLER                        PIC S9(4) COMP-4 VALUE  1403. L04
010      05  FILLER                        PIC S9(4) COMP-4 VALUE  1124. L04
      *
011      05  FILLER                        PIC S9(4) COMP-4 VALUE   358. L05
011      05  FILLER                        PIC S9(4) COMP-4 VALUE    70. L05
011      05  FILLER                        PIC S9(4) COMP-4 VALUE  1503. L05
011      05  FILLER                        PIC S9(4) COMP-4 VALUE  1204. L05
      *
012      05  FILLER                        PIC S9(4) COMP-4 VALUE   431. L06
012      05  FILLER                        PIC S9(4) COMP-4 VALUE    70. L06
012      05  FILLER                        PIC S9(4) COMP-4 VALUE  1603. L06
012      05  FILLER                        PIC S9(4) COMP-4 VALUE  1284. L06
      *
013      05  FILLER                        PIC S9(4) COMP-4 VALUE   504. L07
013      05  FILLER                        PIC S9(4) COMP-4 VALUE    70. L07
013      05  FILLER                        PIC S9(4) COMP-4 VALUE  1703. L07
013      05  FILLER                        PIC S9(4) COMP-4 VALUE  1364. L07
      *
014      05  FILLER                        PIC S9(4) COMP-4 VALUE   577. L08
014      05  FILLER                        PIC S9(4) COMP-4 VALUE    70. L08
014      05  FILLER                        PIC S9(4) COMP-4 VALUE  1803. L08
014      05  FILLER                        PIC S9(4) COMP-4 VALUE  1444. L08
      *
015      05  FILLER                        PIC S9(4) COMP-4 VALUE   650. DTAST
015      05  FILLER                        PIC S9(4) COMP-4 VALUE    72. DTAST
015      05  FILLER                        PIC S9(4) COMP-4 VALUE  2101. DTAST
015      05  FILLER                        PIC S9(4) COMP-4 VALUE  1682. DTAST
      *
016      05  FILLER                        PIC S9(4) COMP-4 VALUE   725. MESS
016      05  FILLER                        PIC S9(4) COMP-4 VALUE    79. MESS
016      05  FILLER                        PIC S9(4) COMP-4 VALUE  2201. MESS
016      05  FILLER                        PIC S9(4) COMP-4 VALUE  1762. MESS
      *
017      05  FILLER                        PIC S9(4) COMP-4 VALUE   807. M01
017      05  FILLER                        PIC S9(4) COMP-4 VALUE     3. M01
017      05  FILLER                        PIC S9(4) COMP-4 VALUE  2301. M01
017      05  FILLER                        PIC S9(4) COMP-4 VALUE  1842. M01
      *
       01  MPPVM09I.
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
         05  REGIONEL                      PIC S9(004) COMP-4.
         05  REGIONEF                      PIC X(0001).
         05  FILLER                        REDEFINES REGIONEF.
           10  REGIONEA                    PIC X(0001).
         05  REGIONEI                      PIC X(008).
         05  RITMOL                        PIC S9(004) COMP-4.
         05  RITMOF                        PIC X(0001).
         05  FILLER                        REDEFINES RITMOF.
           10  RITMOA                      PIC X(0001).
         05  RITMOI                        PIC X(002).
         05  DURATAL                       PIC S9(004) COMP-4.
         05  DURATAF                       PIC X(0001).
         05  FILLER                        REDEFINES DURATAF.
           10  DURATAA                     PIC X(0001).
         05  DURATAI                       PIC X(003).
         05  RUNL                          PIC S9(004) COMP-4.
         05  RUNF                          PIC X(0001).
         05  FILLER                        REDEFINES RUNF.
           10  RUNA                        PIC X(0001).
         05  RUNI                          PIC X(006).
         05  L01L                          PIC S9(004) COMP-4.
         05  L01F                          PIC X(0001).
         05  FILLER                        REDEFINES L01F.
           10  L01A                        PIC X(0001).
         05  L01I                          PIC X(070).
         05  L02L                          PIC S9(004) COMP-4.
         05  L02F                          PIC X(0001).
         05  FILLER                        REDEFINES L02F.
           10  L02A                        PIC X(0001).
         05  L02I                          PIC X(070).
         05  L03L                          PIC S9(004) COMP-4.
         05  L03F                          PIC X(0001).
         05  FILLER                        REDEFINES L03F.
           10  L03A                        PIC X(0001).
         05  L03I                          PIC X(070).
         05  L04L                          PIC S9(004) COMP-4.
         05  L04F                          PIC X(0001).
         05  FILLER                        REDEFINES L04F.
           10  L04A                        PIC X(0001).
         05  L04I                          PIC X(070).
         05  L05L                          PIC S9(004) COMP-4.
         05  L05F                          PIC X(0001).
         05  FILLER                        REDEFINES L05F.
           10  L05A                        PIC X(0001).
         05  L05I                          PIC X(070).
         05  L06L                          PIC S9(004) COMP-4.
         05  L06F                          PIC X(0001).
         05  FILLER                        REDEFINES L06F.
           10  L06A                        PIC X(0001).
         05  L06I                          PIC X(070).
         05  L07L                          PIC S9(004) COMP-4.
         05  L07F                          PIC X(0001).
         05  FILLER                        REDEFINES L07F.
           10  L07A                        PIC X(0001).
         05  L07I                          PIC X(070).
         05  L08L                          PIC S9(004) COMP-4.
         05  L08F                          PIC X(0001).
         05  FILLER                        REDEFINES L08F.
           10  L08A                        PIC X(0001).
         05  L08I                          PIC X(070).
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
       01  MPPVM09O                        REDEFINES MPPVM09I.
         05  FILLER                        PIC X(012).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  MASKO                         PIC X(005).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  DFRAMEO                       PIC X(011).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  REGIONEO                      PIC X(008).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  RITMOO                        PIC X(002).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  DURATAO                       PIC X(003).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  RUNO                          PIC X(006).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  L01O                          PIC X(070).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  L02O                          PIC X(070).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  L03O                          PIC X(070).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  L04O                          PIC X(070).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  L05O                          PIC X(070).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  L06O                          PIC X(070).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  L07O                          PIC X(070).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  L08O                          PIC X(070).
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
