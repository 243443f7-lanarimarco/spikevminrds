      *
       01  MPPVM06-TIPO-MAPPA.
         05  MPPVM06-TIPO-M                PIC X VALUE "N".
         05  MPPVM06-TIPO-SIZE             PIC S9(4) COMP-4 VALUE 2480.
         05  MPPVM06-TIPO-RRCC             PIC S9(4) COMP-4 VALUE 0101.
      *
       01  MPPVM06-NUM-CAMPI               PIC S9(4) COMP-4 VALUE   21.
       01  MPPVM06-PC-INI.
         05  MPPVM06-RR-INI                PIC S9(4) COMP-4 VALUE ZERO.
         05  MPPVM06-CC-INI                PIC S9(4) COMP-4 VALUE ZERO.
      *
       01  MPPVM06-ATTR-INI.
001      05  FILLER                        PIC X(2) VALUE X"F0F5".      MASK
002      05  FILLER                        PIC X(2) VALUE X"F0F5".      DFRAME
003      05  FILLER                        PIC X(2) VALUE X"40F4".      REGIONE
004      05  FILLER                        PIC X(2) VALUE X"40F4".      TERM
005      05  FILLER                        PIC X(2) VALUE X"50F4".      DATINI
006      05  FILLER                        PIC X(2) VALUE X"50F4".      ORAINI
007      05  FILLER                        PIC X(2) VALUE X"50F4".      DATFIN
008      05  FILLER                        PIC X(2) VALUE X"50F4".      ORAFIN
009      05  FILLER                        PIC X(2) VALUE X"40F4".      MOTIVO
010      05  FILLER                        PIC X(2) VALUE X"40F4".      APPROV
011      05  FILLER                        PIC X(2) VALUE X"F0F5".      L01
012      05  FILLER                        PIC X(2) VALUE X"F0F5".      L02
013      05  FILLER                        PIC X(2) VALUE X"F0F5".      L03
014      05  FILLER                        PIC X(2) VALUE X"F0F5".      L04
015      05  FILLER                        PIC X(2) VALUE X"F0F5".      L05
016      05  FILLER                        PIC X(2) VALUE X"F0F5".      L06
017      05  FILLER                        PIC X(2) VALUE X"F0F5".      L07
018      05  FILLER                        PIC X(2) VALUE X"F0F5".      L08
019      05  FILLER                        PIC X(2) VALUE X"7CF5".      MESS
020      05  FILLER                        PIC X(2) VALUE X"F8F7".      M01
021      05  FILLER                        PIC X(2) VALUE X"F0F5".      DTAST
      *
       01  MPPVM06-TAB-CAMPI.
      *
001      05  FILLER                        PIC S9(4) COMP-4 VALUE   13. MASK
001      05  FILLER                        PIC S9(4) COMP-4 VALUE    5. MASK
001      05  FILLER                        PIC S9(4) COMP-4 VALUE 0075. MASK
001      05  FILLER                        PIC S9(4) COMP-4 VALUE   76. MASK
      *
002      05  FILLER                        PIC S9(4) COMP-4 VALUE   21. DFRAME
002      05  FILLER                        PIC S9(4) COMP-4 VALUE   11. DFRAME
002      05  FILLER                        PIC S9(4) COMP-4 VALUE 0317. DFRAME
002      05  FILLER                        PIC S9(4) COMP-4 VALUE  258. DFRAME
      *
003      05  FILLER                        PIC S9(4) COMP-4 VALUE   35. REGIONE
003      05  FILLER                        PIC S9(4) COMP-4 VALUE    8. REGIONE
003      05  FILLER                        PIC S9(4) COMP-4 VALUE 0520. REGIONE
003      05  FILLER                        PIC S9(4) COMP-4 VALUE  421. REGIONE
      *
004      05  FILLER                        PIC S9(4) COMP-4 VALUE   46. TERM
004      05  FILLER                        PIC S9(4) COMP-4 VALUE    4. TERM
004      05  FILLER                        PIC S9(4) COMP-4 VALUE 0540. TERM
004      05  FILLER                        PIC S9(4) COMP-4 VALUE  441. TERM
      *
005      05  FILLER                        PIC S9(4) COMP-4 VALUE   53. DATINI
005      05  FILLER                        PIC S9(4) COMP-4 VALUE    8. DATINI
005      05  FILLER                        PIC S9(4) COMP-4 VALUE 0620. DATINI
005      05  FILLER                        PIC S9(4) COMP-4 VALUE  501. DATINI
      *
006      05  FILLER                        PIC S9(4) COMP-4 VALUE   64. ORAINI
006      05  FILLER                        PIC S9(4) COMP-4 VALUE    4. ORAINI
006      05  FILLER                        PIC S9(4) COMP-4 VALUE 0640. ORAINI
006      05  FILLER                        PIC S9(4) COMP-4 VALUE  521. ORAINI
      *
007      05  FILLER                        PIC S9(4) COMP-4 VALUE   71. DATFIN
007      05  FILLER                        PIC S9(4) COMP-4 VALUE    8. DATFIN
007      05  FILLER                        PIC S9(4) COMP-4 VALUE 0720. DATFIN
007      05  FILLER                        PIC S9(4) COMP-4 VALUE  581. DATFIN
      *
008      05  FILLER                        PIC S9(4) COMP-4 VALUE   82. ORAFIN
008      05  FILLER                        PIC S9(4) COMP-4 VALUE    4. ORAFIN
008      05  FILLER                        PIC S9(4) COMP-4 VALUE 0740. ORAFIN
008      05  FILLER                        PIC S9(4) COMP-4 VALUE  601. ORAFIN
      *
009      05  FILLER                        PIC S9(4) COMP-4 VALUE   89. MOTIVO
009      05  FILLER                        PIC S9(4) COMP-4 VALUE   40. MOTIVO
009      05  FILLER                        PIC S9(4) COMP-4 VALUE 0820. MOTIVO
009      05  FILLER                        PIC S9(4) COMP-4 VALUE  661. MOTIVO
      *
010      05  FILLER                        PIC S9(4) COMP-4 VALUE  132. APPROV
010      05  FILLER                        PIC S9(4) COMP-4 VALUE   10. APPROV
010      05  FILLER                        PIC S9(4) COMP-4 VALUE 0920. APPROV
010      05  FILLER                        PIC S9(4) COMP-4 VALUE  741. APPROV
      *
011      05  FILLER                        PIC S9(4) COMP-4 VALUE  145. L01
011      05  FILLER                        PIC S9(4) COMP-4 VALUE   60. L01
011      05  FILLER                        PIC S9(4) COMP-4 VALUE 1203. L01
011      05  FILLER                        PIC S9(4) COMP-4 VALUE  964. L01
      *
012      05  FILLER                        PIC S9(4) COMP-4 VALUE  208. L02
012      05  FILLER                        PIC S9(4) COMP-4 VALUE   60. L02
012      05  FILLER                        PIC S9(4) COMP-4 VALUE 1303. L02
012      05  FILLER                        PIC S9(4) COMP-4 VALUE 1044. L02
      *
013      05  FILLER                        PIC S9(4) COMP-4 VALUE  271. L03
013      05  FILLER                        PIC S9(4) COMP-4 VALUE   60. L03
013      05  FILLER                        PIC S9(4) COMP-4 VALUE 1403. L03
013      05  FILLER                        PIC S9(4) COMP-4 VALUE 1124. L03
      *
014      05  FILLER                        PIC S9(4) COMP-4 VALUE  334. L04
014      05  FILLER                        PIC S9(4) COMP-4 VALUE   60. L04
014      05  FILLER                        PIC S9(4) COMP-4 VALUE 1503. L04
014      05  FILLER                        PIC S9(4) COMP-4 VALUE 1204. L04
      *
015      05  FILLER                        PIC S9(4) COMP-4 VALUE  397. L05
015      05  FILLER                        PIC S9(4) COMP-4 VALUE   60. L05
015      05  FILLER                        PIC S9(4) COMP-4 VALUE 1603. L05
015      05  FILLER                        PIC S9(4) COMP-4 VALUE 1284. L05
      *
016      05  FILLER                        PIC S9(4) COMP-4 VALUE  460. L06
016      05  FILLER                        PIC S9(4) COMP-4 VALUE   60. L06
016      05  FILLER                        PIC S9(4) COMP-4 VALUE 1703. L06
016      05  FILLER                        PIC S9(4) COMP-4 VALUE 1364. L06
      *
017      05  FILLER                        PIC S9(4) COMP-4 VALUE  523. L07
017      05  FILLER                        PIC S9(4) COMP-4 VALUE   60. L07
017      05  FILLER                        PIC S9(4) COMP-4 VALUE 1803. L07
017      05  FILLER                        PIC S9(4) COMP-4 VALUE 1444. L07
      *
018      05  FILLER                        PIC S9(4) COMP-4 VALUE  586. L08
018      05  FILLER                        PIC S9(4) COMP-4 VALUE   60. L08
018      05  FILLER                        PIC S9(4) COMP-4 VALUE 1903. L08
018      05  FILLER                        PIC S9(4) COMP-4 VALUE 1524. L08
      *
019      05  FILLER                        PIC S9(4) COMP-4 VALUE  649. MESS
019      05  FILLER                        PIC S9(4) COMP-4 VALUE   79. MESS
019      05  FILLER                        PIC S9(4) COMP-4 VALUE 2201. MESS
019      05  FILLER                        PIC S9(4) COMP-4 VALUE 1762. MESS
      *
020      05  FILLER                        PIC S9(4) COMP-4 VALUE  731. M01
020      05  FILLER                        PIC S9(4) COMP-4 VALUE    3. M01
020      05  FILLER                        PIC S9(4) COMP-4 VALUE 2301. M01
020      05  FILLER                        PIC S9(4) COMP-4 VALUE 1842. M01
      *
021      05  FILLER                        PIC S9(4) COMP-4 VALUE  737. DTAST
021      05  FILLER                        PIC S9(4) COMP-4 VALUE   72. DTAST
021      05  FILLER                        PIC S9(4) COMP-4 VALUE 2101. DTAST
021      05  FILLER                        PIC S9(4) COMP-4 VALUE 1682. DTAST
      *
       01  MPPVM06I.
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
         05  TERML                         PIC S9(004) COMP-4.
         05  TERMF                         PIC X(0001).
         05  FILLER                        REDEFINES TERMF.
           10  TERMA                       PIC X(0001).
         05  TERMI                         PIC X(004).
         05  DATINIL                       PIC S9(004) COMP-4.
         05  DATINIF                       PIC X(0001).
         05  FILLER                        REDEFINES DATINIF.
           10  DATINIA                     PIC X(0001).
         05  DATINII                       PIC X(008).
         05  ORAINIL                       PIC S9(004) COMP-4.
         05  ORAINIF                       PIC X(0001).
         05  FILLER                        REDEFINES ORAINIF.
           10  ORAINIA                     PIC X(0001).
         05  ORAINII                       PIC X(004).
         05  DATFINL                       PIC S9(004) COMP-4.
         05  DATFINF                       PIC X(0001).
         05  FILLER                        REDEFINES DATFINF.
           10  DATFINA                     PIC X(0001).
         05  DATFINI                       PIC X(008).
         05  ORAFINL                       PIC S9(004) COMP-4.
         05  ORAFINF                       PIC X(0001).
         05  FILLER                        REDEFINES ORAFINF.
           10  ORAFINA                     PIC X(0001).
         05  ORAFINI                       PIC X(004).
         05  MOTIVOL                       PIC S9(004) COMP-4.
         05  MOTIVOF                       PIC X(0001).
         05  FILLER                        REDEFINES MOTIVOF.
           10  MOTIVOA                     PIC X(0001).
         05  MOTIVOI                       PIC X(040).
         05  APPROVL                       PIC S9(004) COMP-4.
         05  APPROVF                       PIC X(0001).
         05  FILLER                        REDEFINES APPROVF.
           10  APPROVA                     PIC X(0001).
         05  APPROVI                       PIC X(010).
         05  L01L                          PIC S9(004) COMP-4.
         05  L01F                          PIC X(0001).
         05  FILLER                        REDEFINES L01F.
           10  L01A                        PIC X(0001).
         05  L01I                          PIC X(060).
         05  L02L                          PIC S9(004) COMP-4.
         05  L02F                          PIC X(0001).
         05  FILLER                        REDEFINES L02F.
           10  L02A                        PIC X(0001).
         05  L02I                          PIC X(060).
         05  L03L                          PIC S9(004) COMP-4.
         05  L03F                          PIC X(0001).
         05  FILLER                        REDEFINES L03F.
           10  L03A                        PIC X(0001).
         05  L03I                          PIC X(060).
         05  L04L                          PIC S9(004) COMP-4.
         05  L04F                          PIC X(0001).
         05  FILLER                        REDEFINES L04F.
           10  L04A                        PIC X(0001).
         05  L04I                          PIC X(060).
         05  L05L                          PIC S9(004) COMP-4.
         05  L05F                          PIC X(0001).
         05  FILLER                        REDEFINES L05F.
           10  L05A                        PIC X(0001).
         05  L05I                          PIC X(060).
         05  L06L                          PIC S9(004) COMP-4.
         05  L06F                          PIC X(0001).
         05  FILLER                        REDEFINES L06F.
           10  L06A                        PIC X(0001).
         05  L06I                          PIC X(060).
         05  L07L                          PIC S9(004) COMP-4.
         05  L07F                          PIC X(0001).
         05  FILLER                        REDEFINES L07F.
           10  L07A                        PIC X(0001).
         05  L07I                          PIC X(060).
         05  L08L                          PIC S9(004) COMP-4.
         05  L08F                          PIC X(0001).
         05  FILLER                        REDEFINES L08F.
           10  L08A                        PIC X(0001).
         05  L08I                          PIC X(060).
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
         05  DTASTL                        PIC S9(004) COMP-4.
         05  DTASTF                        PIC X(0001).
         05  FILLER                        REDEFINES DTASTF.
           10  DTASTA                      PIC X(0001).
         05  DTASTI                        PIC X(072).
       01  MPPVM06O                        REDEFINES MPPVM06I.
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
         05  TERMO                         PIC X(004).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  DATINIO                       PIC X(008).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  ORAINIO                       PIC X(004).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  DATFINO                       PIC X(008).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  ORAFINO                       PIC X(004).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  MOTIVOO                       PIC X(040).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  APPROVO                       PIC X(010).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  L01O                          PIC X(060).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  L02O                          PIC X(060).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  L03O                          PIC X(060).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  L04O                          PIC X(060).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  L05O                          PIC X(060).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  L06O                          PIC X(060).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  L07O                          PIC X(060).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  L08O                          PIC X(060).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  MESSO                         PIC X(079).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  M01O                          PIC X(003).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  DTASTO                        PIC X(072).
      *
