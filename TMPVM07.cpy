      *
       01  MPPVM07-TIPO-MAPPA.
         05  MPPVM07-TIPO-M                PIC X VALUE "N".
         05  MPPVM07-TIPO-SIZE             PIC S9(4) COMP-4 VALUE 2480.
         05  MPPVM07-TIPO-RRCC             PIC S9(4) COMP-4 VALUE 0101.
      *
       01  MPPVM07-NUM-CAMPI               PIC S9(4) COMP-4 VALUE   26.
       01  MPPVM07-PC-INI.
         05  MPPVM07-RR-INI                PIC S9(4) COMP-4 VALUE ZERO.
         05  MPPVM07-CC-INI                PIC S9(4) COMP-4 VALUE ZERO.
      *
       01  MPPVM07-ATTR-INI.
001      05  FILLER                        PIC X(2) VALUE X"F0F5".      MASK
002      05  FILLER                        PIC X(2) VALUE X"F0F5".      DFRAME
003      05  FILLER                        PIC X(2) VALUE X"40F4".      REGIONE
004      05  FILLER                        PIC X(2) VALUE X"40F4".      TERM
005      05  FILLER                        PIC X(2) VALUE X"40F4".      CATEG
006      05  FILLER                        PIC X(2) VALUE X"40F4".      SISTEMA
007      05  FILLER                        PIC X(2) VALUE X"40F4".      PROGR
008      05  FILLER                        PIC X(2) VALUE X"40F4".      DESCR
009      05  FILLER                        PIC X(2) VALUE X"40F4".      ATTIVO
010      05  FILLER                        PIC X(2) VALUE X"40F4".      GRUPPO
011      05  FILLER                        PIC X(2) VALUE X"40F4".      CRITIC
012      05  FILLER                        PIC X(2) VALUE X"50F4".      SOGLIA
013      05  FILLER                        PIC X(2) VALUE X"40F4".      SIGLA
014      05  FILLER                        PIC X(2) VALUE X"40F4".      CTRL1
015      05  FILLER                        PIC X(2) VALUE X"40F4".      CODFIL
016      05  FILLER                        PIC X(2) VALUE X"F0F5".      L01
017      05  FILLER                        PIC X(2) VALUE X"F0F5".      L02
018      05  FILLER                        PIC X(2) VALUE X"F0F5".      L03
019      05  FILLER                        PIC X(2) VALUE X"F0F5".      L04
020      05  FILLER                        PIC X(2) VALUE X"F0F5".      L05
021      05  FILLER                        PIC X(2) VALUE X"F0F5".      L06
022      05  FILLER                        PIC X(2) VALUE X"F0F5".      L07
023      05  FILLER                        PIC X(2) VALUE X"F0F5".      L08
024      05  FILLER                        PIC X(2) VALUE X"7CF5".      MESS
025      05  FILLER                        PIC X(2) VALUE X"F8F7".      M01
026      05  FILLER                        PIC X(2) VALUE X"F0F5".      DTAST
      *
       01  MPPVM07-TAB-CAMPI.
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
005      05  FILLER                        PIC S9(4) COMP-4 VALUE   53. CATEG
005      05  FILLER                        PIC S9(4) COMP-4 VALUE    8. CATEG
005      05  FILLER                        PIC S9(4) COMP-4 VALUE 0560. CATEG
005      05  FILLER                        PIC S9(4) COMP-4 VALUE  461. CATEG
      *
006      05  FILLER                        PIC S9(4) COMP-4 VALUE   64. SISTEMA
006      05  FILLER                        PIC S9(4) COMP-4 VALUE    8. SISTEMA
006      05  FILLER                        PIC S9(4) COMP-4 VALUE 0620. SISTEMA
006      05  FILLER                        PIC S9(4) COMP-4 VALUE  501. SISTEMA
      *
007      05  FILLER                        PIC S9(4) COMP-4 VALUE   75. PROGR
007      05  FILLER                        PIC S9(4) COMP-4 VALUE    8. PROGR
007      05  FILLER                        PIC S9(4) COMP-4 VALUE 0640. PROGR
007      05  FILLER                        PIC S9(4) COMP-4 VALUE  521. PROGR
      *
008      05  FILLER                        PIC S9(4) COMP-4 VALUE   86. DESCR
008      05  FILLER                        PIC S9(4) COMP-4 VALUE   20. DESCR
008      05  FILLER                        PIC S9(4) COMP-4 VALUE 0660. DESCR
008      05  FILLER                        PIC S9(4) COMP-4 VALUE  541. DESCR
      *
009      05  FILLER                        PIC S9(4) COMP-4 VALUE  109. ATTIVO
009      05  FILLER                        PIC S9(4) COMP-4 VALUE    1. ATTIVO
009      05  FILLER                        PIC S9(4) COMP-4 VALUE 0720. ATTIVO
009      05  FILLER                        PIC S9(4) COMP-4 VALUE  581. ATTIVO
      *
010      05  FILLER                        PIC S9(4) COMP-4 VALUE  113. GRUPPO
010      05  FILLER                        PIC S9(4) COMP-4 VALUE    8. GRUPPO
010      05  FILLER                        PIC S9(4) COMP-4 VALUE 0740. GRUPPO
010      05  FILLER                        PIC S9(4) COMP-4 VALUE  601. GRUPPO
      *
011      05  FILLER                        PIC S9(4) COMP-4 VALUE  124. CRITIC
011      05  FILLER                        PIC S9(4) COMP-4 VALUE    1. CRITIC
011      05  FILLER                        PIC S9(4) COMP-4 VALUE 0760. CRITIC
011      05  FILLER                        PIC S9(4) COMP-4 VALUE  621. CRITIC
      *
012      05  FILLER                        PIC S9(4) COMP-4 VALUE  128. SOGLIA
012      05  FILLER                        PIC S9(4) COMP-4 VALUE    3. SOGLIA
012      05  FILLER                        PIC S9(4) COMP-4 VALUE 0820. SOGLIA
012      05  FILLER                        PIC S9(4) COMP-4 VALUE  661. SOGLIA
      *
013      05  FILLER                        PIC S9(4) COMP-4 VALUE  134. SIGLA
013      05  FILLER                        PIC S9(4) COMP-4 VALUE    2. SIGLA
013      05  FILLER                        PIC S9(4) COMP-4 VALUE 0920. SIGLA
013      05  FILLER                        PIC S9(4) COMP-4 VALUE  741. SIGLA
      *
014      05  FILLER                        PIC S9(4) COMP-4 VALUE  139. CTRL1
014      05  FILLER                        PIC S9(4) COMP-4 VALUE    5. CTRL1
014      05  FILLER                        PIC S9(4) COMP-4 VALUE 0940. CTRL1
014      05  FILLER                        PIC S9(4) COMP-4 VALUE  761. CTRL1
      *
015      05  FILLER                        PIC S9(4) COMP-4 VALUE  147. CODFIL
015      05  FILLER                        PIC S9(4) COMP-4 VALUE    2. CODFIL
015      05  FILLER                        PIC S9(4) COMP-4 VALUE 0960. CODFIL
015      05  FILLER                        PIC S9(4) COMP-4 VALUE  781. CODFIL
      *
016      05  FILLER                        PIC S9(4) COMP-4 VALUE  152. L01
016      05  FILLER                        PIC S9(4) COMP-4 VALUE   60. L01
016      05  FILLER                        PIC S9(4) COMP-4 VALUE 1203. L01
016      05  FILLER                        PIC S9(4) COMP-4 VALUE  964. L01
      *
017      05  FILLER                        PIC S9(4) COMP-4 VALUE  215. L02
017      05  FILLER                        PIC S9(4) COMP-4 VALUE   60. L02
017      05  FILLER                        PIC S9(4) COMP-4 VALUE 1303. L02
017      05  FILLER                        PIC S9(4) COMP-4 VALUE 1044. L02
      *
018      05  FILLER                        PIC S9(4) COMP-4 VALUE  278. L03
018      05  FILLER                        PIC S9(4) COMP-4 VALUE   60. L03
018      05  FILLER                        PIC S9(4) COMP-4 VALUE 1403. L03
018      05  FILLER                        PIC S9(4) COMP-4 VALUE 1124. L03
      *
019      05  FILLER                        PIC S9(4) COMP-4 VALUE  341. L04
019      05  FILLER                        PIC S9(4) COMP-4 VALUE   60. L04
019      05  FILLER                        PIC S9(4) COMP-4 VALUE 1503. L04
019      05  FILLER                        PIC S9(4) COMP-4 VALUE 1204. L04
      *
020      05  FILLER                        PIC S9(4) COMP-4 VALUE  404. L05
020      05  FILLER                        PIC S9(4) COMP-4 VALUE   60. L05
020      05  FILLER                        PIC S9(4) COMP-4 VALUE 1603. L05
020      05  FILLER                        PIC S9(4) COMP-4 VALUE 1284. L05
      *
021      05  FILLER                        PIC S9(4) COMP-4 VALUE  467. L06
021      05  FILLER                        PIC S9(4) COMP-4 VALUE   60. L06
021      05  FILLER                        PIC S9(4) COMP-4 VALUE 1703. L06
021      05  FILLER                        PIC S9(4) COMP-4 VALUE 1364. L06
      *
022      05  FILLER                        PIC S9(4) COMP-4 VALUE  530. L07
022      05  FILLER                        PIC S9(4) COMP-4 VALUE   60. L07
022      05  FILLER                        PIC S9(4) COMP-4 VALUE 1803. L07
022      05  FILLER                        PIC S9(4) COMP-4 VALUE 1444. L07
      *
023      05  FILLER                        PIC S9(4) COMP-4 VALUE  593. L08
023      05  FILLER                        PIC S9(4) COMP-4 VALUE   60. L08
023      05  FILLER                        PIC S9(4) COMP-4 VALUE 1903. L08
023      05  FILLER                        PIC S9(4) COMP-4 VALUE 1524. L08
      *
024      05  FILLER                        PIC S9(4) COMP-4 VALUE  656. MESS
024      05  FILLER                        PIC S9(4) COMP-4 VALUE   79. MESS
024      05  FILLER                        PIC S9(4) COMP-4 VALUE 2201. MESS
024      05  FILLER                        PIC S9(4) COMP-4 VALUE 1762. MESS
      *
025      05  FILLER                        PIC S9(4) COMP-4 VALUE  738. M01
025      05  FILLER                        PIC S9(4) COMP-4 VALUE    3. M01
025      05  FILLER                        PIC S9(4) COMP-4 VALUE 2301. M01
025      05  FILLER                        PIC S9(4) COMP-4 VALUE 1842. M01
      *
026      05  FILLER                        PIC S9(4) COMP-4 VALUE  744. DTAST
026      05  FILLER                        PIC S9(4) COMP-4 VALUE   72. DTAST
026      05  FILLER                        PIC S9(4) COMP-4 VALUE 2101. DTAST
026      05  FILLER                        PIC S9(4) COMP-4 VALUE 1682. DTAST
      *
       01  MPPVM07I.
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
         05  CATEGL                        PIC S9(004) COMP-4.
         05  CATEGF                        PIC X(0001).
         05  FILLER                        REDEFINES CATEGF.
           10  CATEGA                      PIC X(0001).
         05  CATEGI                        PIC X(008).
         05  SISTEMAL                      PIC S9(004) COMP-4.
         05  SISTEMAF                      PIC X(0001).
         05  FILLER                        REDEFINES SISTEMAF.
           10  SISTEMAA                    PIC X(0001).
         05  SISTEMAI                      PIC X(008).
         05  PROGRL                        PIC S9(004) COMP-4.
         05  PROGRF                        PIC X(0001).
         05  FILLER                        REDEFINES PROGRF.
           10  PROGRA                      PIC X(0001).
         05  PROGRI                        PIC X(008).
         05  DESCRL                        PIC S9(004) COMP-4.
         05  DESCRF                        PIC X(0001).
         05  FILLER                        REDEFINES DESCRF.
           10  DESCRA                      PIC X(0001).
         05  DESCRI                        PIC X(020).
         05  ATTIVOL                       PIC S9(004) COMP-4.
         05  ATTIVOF                       PIC X(0001).
         05  FILLER                        REDEFINES ATTIVOF.
           10  ATTIVOA                     PIC X(0001).
         05  ATTIVOI                       PIC X(001).
         05  GRUPPOL                       PIC S9(004) COMP-4.
         05  GRUPPOF                       PIC X(0001).
         05  FILLER                        REDEFINES GRUPPOF.
           10  GRUPPOA                     PIC X(0001).
         05  GRUPPOI                       PIC X(008).
         05  CRITICL                       PIC S9(004) COMP-4.
         05  CRITICF                       PIC X(0001).
         05  FILLER                        REDEFINES CRITICF.
           10  CRITICA                     PIC X(0001).
         05  CRITICI                       PIC X(001).
         05  SOGLIAL                       PIC S9(004) COMP-4.
         05  SOGLIAF                       PIC X(0001).
         05  FILLER                        REDEFINES SOGLIAF.
           10  SOGLIAA                     PIC X(0001).
         05  SOGLIAI                       PIC X(003).
         05  SIGLAL                        PIC S9(004) COMP-4.
         05  SIGLAF                        PIC X(0001).
         05  FILLER                        REDEFINES SIGLAF.
           10  SIGLAA                      PIC X(0001).
         05  SIGLAI                        PIC X(002).
         05  CTRL1L                        PIC S9(004) COMP-4.
         05  CTRL1F                        PIC X(0001).
         05  FILLER                        REDEFINES CTRL1F.
           10  CTRL1A                      PIC X(0001).
         05  CTRL1I                        PIC X(005).
         05  CODFILL                       PIC S9(004) COMP-4.
         05  CODFILF                       PIC X(0001).
         05  FILLER                        REDEFINES CODFILF.
           10  CODFILA                     PIC X(0001).
         05  CODFILI                       PIC X(002).
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
       01  MPPVM07O                        REDEFINES MPPVM07I.
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
         05  CATEGO                        PIC X(008).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  SISTEMAO                      PIC X(008).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  PROGRO                        PIC X(008).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  DESCRO                        PIC X(020).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  ATTIVOO                       PIC X(001).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  GRUPPOO                       PIC X(008).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  CRITICO                       PIC X(001).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  SOGLIAO                       PIC X(003).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  SIGLAO                        PIC X(002).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  CTRL1O                        PIC X(005).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  CODFILO                       PIC X(002).
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
