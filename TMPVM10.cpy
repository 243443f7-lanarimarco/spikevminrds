      *
       01  MPPVM10-TIPO-MAPPA.
         05  MPPVM10-TIPO-M                PIC X VALUE "N".
         05  MPPVM10-TIPO-SIZE             PIC S9(4) COMP-4 VALUE 2480.
         05  MPPVM10-TIPO-RRCC             PIC S9(4) COMP-4 VALUE 0101.
      *
       01  MPPVM10-NUM-CAMPI               PIC S9(4) COMP-4 VALUE   22.
       01  MPPVM10-PC-INI.
         05  MPPVM10-RR-INI                PIC S9(4) COMP-4 VALUE ZERO.
         05  MPPVM10-CC-INI                PIC S9(4) COMP-4 VALUE ZERO.
      *
       01  MPPVM10-ATTR-INI.
001      05  FILLER                        PIC X(2) VALUE X"F0F5".      MASK
002      05  FILLER                        PIC X(2) VALUE X"F0F5".      DFRAME
003      05  FILLER                        PIC X(2) VALUE X"50F4".      PROBL
004      05  FILLER                        PIC X(2) VALUE X"40F4".      CAUSA
005      05  FILLER                        PIC X(2) VALUE X"40F4".      RESP
006      05  FILLER                        PIC X(2) VALUE X"50F4".      INCID
007      05  FILLER                        PIC X(2) VALUE X"40F4".      TITOLO
008      05  FILLER                        PIC X(2) VALUE X"40F4".      DESCR1
009      05  FILLER                        PIC X(2) VALUE X"40F4".      DESCR2
010      05  FILLER                        PIC X(2) VALUE X"40F4".      RISOL1
011      05  FILLER                        PIC X(2) VALUE X"40F4".      RISOL2
012      05  FILLER                        PIC X(2) VALUE X"F0F5".      L01
013      05  FILLER                        PIC X(2) VALUE X"F0F5".      L02
014      05  FILLER                        PIC X(2) VALUE X"F0F5".      L03
015      05  FILLER                        PIC X(2) VALUE X"F0F5".      L04
016      05  FILLER                        PIC X(2) VALUE X"F0F5".      L05
017      05  FILLER                        PIC X(2) VALUE X"F0F5".      L06
018      05  FILLER                        PIC X(2) VALUE X"F0F5".      L07
019      05  FILLER                        PIC X(2) VALUE X"F0F5".      L08
020      05  FILLER                        PIC X(2) VALUE X"F0F5".      DTAST
021      05  FILLER                        PIC X(2) VALUE X"7CF5".      MESS
022      05  FILLER                        PIC X(2) VALUE X"F8F7".      M01
      *
       01  MPPVM10-TAB-CAMPI.
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
003      05  FILLER                        PIC S9(4) COMP-4 VALUE    35. PROBL
003      05  FILLER                        PIC S9(4) COMP-4 VALUE     7. PROBL
003      05  FILLER                        PIC S9(4) COMP-4 VALUE  0420. PROBL
003      05  FILLER                        PIC S9(4) COMP-4 VALUE   341. PROBL
      *
004      05  FILLER                        PIC S9(4) COMP-4 VALUE    45. CAUSA
004      05  FILLER                        PIC S9(4) COMP-4 VALUE     4. CAUSA
004      05  FILLER                        PIC S9(4) COMP-4 VALUE  0436. CAUSA
004      05  FILLER                        PIC S9(4) COMP-4 VALUE   357. CAUSA
      *
005      05  FILLER                        PIC S9(4) COMP-4 VALUE    52. RESP
005      05  FILLER                        PIC S9(4) COMP-4 VALUE    10. RESP
005      05  FILLER                        PIC S9(4) COMP-4 VALUE  0450. RESP
005      05  FILLER                        PIC S9(4) COMP-4 VALUE   371. RESP
      *
006      05  FILLER                        PIC S9(4) COMP-4 VALUE    65. INCID
006      05  FILLER                        PIC S9(4) COMP-4 VALUE     7. INCID
006      05  FILLER                        PIC S9(4) COMP-4 VALUE  0470. INCID
006      05  FILLER                        PIC S9(4) COMP-4 VALUE   391. INCID
      *
007      05  FILLER                        PIC S9(4) COMP-4 VALUE    75. TITOLO
007      05  FILLER                        PIC S9(4) COMP-4 VALUE    40. TITOLO
007      05  FILLER                        PIC S9(4) COMP-4 VALUE  0520. TITOLO
007      05  FILLER                        PIC S9(4) COMP-4 VALUE   421. TITOLO
      *
008      05  FILLER                        PIC S9(4) COMP-4 VALUE   118. DESCR1
008      05  FILLER                        PIC S9(4) COMP-4 VALUE    60. DESCR1
008      05  FILLER                        PIC S9(4) COMP-4 VALUE  0620. DESCR1
008      05  FILLER                        PIC S9(4) COMP-4 VALUE   501. DESCR1
      *
009      05  FILLER                        PIC S9(4) COMP-4 VALUE   181. DESCR2
009      05  FILLER                        PIC S9(4) COMP-4 VALUE    60. DESCR2
009      05  FILLER                        PIC S9(4) COMP-4 VALUE  0720. DESCR2
009      05  FILLER                        PIC S9(4) COMP-4 VALUE   581. DESCR2
      *
010      05  FILLER                        PIC S9(4) COMP-4 VALUE   244. RISOL1
010      05  FILLER                        PIC S9(4) COMP-4 VALUE    60. RISOL1
010      05  FILLER                        PIC S9(4) COMP-4 VALUE  0820. RISOL1
010      05  FILLER                        PIC S9(4) COMP-4 VALUE   661. RISOL1
      *
011      05  FILLER                        PIC S9(4) COMP-4 VALUE   307. RISOL2
011      05  FILLER                        PIC S9(4) COMP-4 VALUE    60. RISOL2
011      05  FILLER                        PIC S9(4) COMP-4 VALUE  0920. RISOL2
011      05  FILLER                        PIC S9(4) COMP-4 VALUE   741. RISOL2
      *
012      05  FILLER                        PIC S9(4) COMP-4 VALUE   370. L01
012      05  FILLER                        PIC S9(4) COMP-4 VALUE    70. L01
012      05  FILLER                        PIC S9(4) COMP-4 VALUE  1103. L01
012      05  FILLER                        PIC S9(4) COMP-4 VALUE   884. L01
      *
013      05  FILLER                        PIC S9(4) COMP-4 VALUE   443. L02
013      05  FILLER                        PIC S9(4) COMP-4 VALUE    70. L02
013      05  FILLER                        PIC S9(4) COMP-4 VALUE  1203. L02
013      05  FILLER                        PIC S9(4) COMP-4 VALUE   964. L02
      *
014      05  FILLER                        PIC S9(4) COMP-4 VALUE   516. L03
014      05  FILLER                        PIC S9(4) COMP-4 VALUE    70. L03
014      05  FILLER                        PIC S9(4) COMP-4 VALUE  1303. L03
014      05  FILLER                        PIC S9(4) COMP-4 VALUE  1044. L03
      *
015      05  FILLER                        PIC S9(4) COMP-4 VALUE   589. L04
015      05  FILLER                        PIC S9(4) COMP-4 VALUE    70. L04
015      05  FILLER                        PIC S9(4) COMP-4 VALUE  1403. L04
015      05  FILLER                        PIC S9(4) COMP-4 VALUE  1124. L04
      *
016      05  FILLER                        PIC S9(4) COMP-4 VALUE   662. L05
016      05  FILLER                        PIC S9(4) COMP-4 VALUE    70. L05
016      05  FILLER                        PIC S9(4) COMP-4 VALUE  1503. L05
016      05  FILLER                        PIC S9(4) COMP-4 VALUE  1204. L05
      *
017      05  FILLER                        PIC S9(4) COMP-4 VALUE   735. L06
017      05  FILLER                        PIC S9(4) COMP-4 VALUE    70. L06
017      05  FILLER                        PIC S9(4) COMP-4 VALUE  1603. L06
017      05  FILLER                        PIC S9(4) COMP-4 VALUE  1284. L06
      *
018      05  FILLER                        PIC S9(4) COMP-4 VALUE   808. L07
018      05  FILLER                        PIC S9(4) COMP-4 VALUE    70. L07
018      05  FILLER                        PIC S9(4) COMP-4 VALUE  1703. L07
018      05  FILLER                        PIC S9(4) COMP-4 VALUE  1364. L07
      *
019      05  FILLER                        PIC S9(4) COMP-4 VALUE   881. L08
019      05  FILLER                        PIC S9(4) COMP-4 VALUE    70. L08
019      05  FILLER                        PIC S9(4) COMP-4 VALUE  1803. L08
019      05  FILLER                        PIC S9(4) COMP-4 VALUE  1444. L08
      *
020      05  FILLER                        PIC S9(4) COMP-4 VALUE   954. DTAST
020      05  FILLER                        PIC S9(4) COMP-4 VALUE    72. DTAST
020      05  FILLER                        PIC S9(4) COMP-4 VALUE  2101. DTAST
020      05  FILLER                        PIC S9(4) COMP-4 VALUE  1682. DTAST
      *
021      05  FILLER                        PIC S9(4) COMP-4 VALUE  1029. MESS
021      05  FILLER                        PIC S9(4) COMP-4 VALUE    79. MESS
021      05  FILLER                        PIC S9(4) COMP-4 VALUE  2201. MESS
021      05  FILLER                        PIC S9(4) COMP-4 VALUE  1762. MESS
      *
022      05  FILLER                        PIC S9(4) COMP-4 VALUE  1111. M01
022      05  FILLER                        PIC S9(4) COMP-4 VALUE     3. M01
022      05  FILLER                        PIC S9(4) COMP-4 VALUE  2301. M01
022      05  FILLER                        PIC S9(4) COMP-4 VALUE  1842. M01
      *
       01  MPPVM10I.
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
         05  PROBLL                        PIC S9(004) COMP-4.
         05  PROBLF                        PIC X(0001).
         05  FILLER                        REDEFINES PROBLF.
           10  PROBLA                      PIC X(0001).
         05  PROBLI                        PIC X(007).
         05  CAUSAL                        PIC S9(004) COMP-4.
         05  CAUSAF                        PIC X(0001).
         05  FILLER                        REDEFINES CAUSAF.
           10  CAUSAA                      PIC X(0001).
         05  CAUSAI                        PIC X(004).
         05  RESPL                         PIC S9(004) COMP-4.
         05  RESPF                         PIC X(0001).
         05  FILLER                        REDEFINES RESPF.
           10  RESPA                       PIC X(0001).
         05  RESPI                         PIC X(010).
         05  INCIDL                        PIC S9(004) COMP-4.
         05  INCIDF                        PIC X(0001).
         05  FILLER                        REDEFINES INCIDF.
           10  INCIDA                      PIC X(0001).
         05  INCIDI                        PIC X(007).
         05  TITOLOL                       PIC S9(004) COMP-4.
         05  TITOLOF                       PIC X(0001).
         05  FILLER                        REDEFINES TITOLOF.
           10  TITOLOA                     PIC X(0001).
         05  TITOLOI                       PIC X(040).
         05  DESCR1L                       PIC S9(004) COMP-4.
         05  DESCR1F                       PIC X(0001).
         05  FILLER                        REDEFINES DESCR1F.
           10  DESCR1A                     PIC X(0001).
         05  DESCR1I                       PIC X(060).
         05  DESCR2L                       PIC S9(004) COMP-4.
         05  DESCR2F                       PIC X(0001).
         05  FILLER                        REDEFINES DESCR2F.
           10  DESCR2A                     PIC X(0001).
         05  DESCR2I                       PIC X(060).
         05  RISOL1L                       PIC S9(004) COMP-4.
         05  RISOL1F                       PIC X(0001).
         05  FILLER                        REDEFINES RISOL1F.
           10  RISOL1A                     PIC X(0001).
         05  RISOL1I                       PIC X(060).
         05  RISOL2L                       PIC S9(004) COMP-4.
         05  RISOL2F                       PIC X(0001).
         05  FILLER                        REDEFINES RISOL2F.
           10  RISOL2A                     PIC X(0001).
         05  RISOL2I                       PIC X(060).
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
       01  MPPVM10O                        REDEFINES MPPVM10I.
         05  FILLER                        PIC X(012).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  MASKO                         PIC X(005).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  DFRAMEO                       PIC X(011).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  PROBLO                        PIC X(007).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  CAUSAO                        PIC X(004).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  RESPO                         PIC X(010).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  INCIDO                        PIC X(007).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  TITOLOO                       PIC X(040).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  DESCR1O                       PIC X(060).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  DESCR2O                       PIC X(060).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  RISOL1O                       PIC X(060).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  RISOL2O                       PIC X(060).
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
