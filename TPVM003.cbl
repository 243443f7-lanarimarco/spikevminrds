      *------------------------------------------------*
      *     CRUSCOTTO DI SALUTE VM00 (VM03)             *
      *------------------------------------------------*
      *   PER OGNI REGIONE DELL'ANAGRAFICA VMREG MOSTRA  *
      *   IN UNA SOLA SCHERMATA: L'ULTIMO ESITO DELLA    *
      *   SUITE BATCH (BPVMRPT), GLI INCIDENTI VMINC     *
      *   DI OGGI E LA MEDIA/PUNTA DEI TEMPI VMPERF DI   *
      *   OGGI, CON LE REGIONI KO O SOPRA LA PROPRIA     *
      *   SOGLIA (QUELLA GENERALE SE NON NE HANNO) IN    *
      *   TESTA ALLA LISTA.                              *
      *   UNA REGIONE KO LA CUI ULTIMA CORSA CADE DENTRO *
      *   UNA FINESTRA DI MANUTENZIONE PIANIFICATA DEL   *
      *   SUO TERMINALE (VMMANUT) E' MOSTRATA "PIAN" E   *
      *   NON VA IN TESTA; INCIDENTI E TEMPI RILEVATI    *
      *   IN FINESTRA NON SONO CONTATI.                  *
      *   INVIO CON UN NUMERO DI RIGA PASSA AL DETTAGLIO *
      *   DEI TEMPI VMPERF DELLA REGIONE (VM08).         *
      *   DA BPVMRPT CONTA SOLO L'ULTIMA CORSA (DATA E   *
      *   ORA DI CORSA SULLE RIGHE): UNA REGIONE CHE     *
      *   NON VI COMPARE RESTA N/D.                      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.                         *CSTD
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--------------------------------------------------------------*
      *    ANAGRAFICA UNICA DELLE REGIONI VM00 (TERMINALE, CATEGORIA, *
      *    PARTNER, SUPPORTO, SOGLIA SLA E CONTESTO PA-REC)           *
      *--------------------------------------------------------------*
           SELECT VMREG-FILE   ASSIGN TO VMREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VMREG-CHIAVE
                  FILE STATUS  IS VMREG-STATUS.
      *--------------------------------------------------------------*
      *    REPORT RIEPILOGATIVO DELL'ESECUZIONE BATCH                 *
      *--------------------------------------------------------------*
                  RECORD KEY   IS VMINC-NUMERO
                  FILE STATUS  IS VMINC-STATUS.
      *--------------------------------------------------------------*
      *    RIPETIZIONI DEGLI INCIDENTI: PER OGNI GRUPPO TIPO, ABEND,  *
      *    PARAGRAFO E TERMINALE IL NUMERO DI OCCORRENZE ACCORPATE E  *
      *    IL MOMENTO DELLA PRIMA E DELL'ULTIMA                       *
      *--------------------------------------------------------------*
           SELECT VMINCRIP-FILE ASSIGN TO VMINCRIP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VMINCRIP-CHIAVE
                  FILE STATUS  IS VMINCRIP-STATUS.
      *--------------------------------------------------------------*
      *    FILE DEI TEMPI DI RISPOSTA CICS RILEVATI DA VM00           *
      *--------------------------------------------------------------*
           SELECT VMPERF-FILE  ASSIGN TO VMPERF
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VMSNAP-CHIAVE
                  FILE STATUS  IS VMSNAP-STATUS.
      *--------------------------------------------------------------*
      *    FINESTRE DI MANUTENZIONE PIANIFICATA DELLE REGIONI         *
      *--------------------------------------------------------------*
           SELECT VMMANUT-FILE ASSIGN TO VMMANUT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VMMANUT-CHIAVE
                  FILE STATUS  IS VMMANUT-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  VMREG-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMREG-REC.
           05  VMREG-CHIAVE.
               10  VMREG-REGIONE     PIC X(8).
      *---- TERMINALE DELLA REGIONE (CHIAVE DI VMPERF/VMINC/VMLOG) ----*
           05  VMREG-EIBTRMID        PIC X(4).
      *---- CATEGORIA DI VMTEST DA PROVARE (SPAZIO = TUTTE) -----------*
           05  VMREG-CATEGORIA       PIC X(8).
      *---- SISTEMA PARTNER E PROGRAMMA ECO DELLA PROVA DI LINK -------*
           05  VMREG-SISTEMA         PIC X(8).
           05  VMREG-PROGRAMMA       PIC X(8).
           05  VMREG-DESCRIZIONE     PIC X(20).
           05  VMREG-ATTIVO          PIC X.
               88  VMREG-ATTIVO-SI           VALUE "S".
      *---- GRUPPO DI SUPPORTO E CRITICITA' (A ALTA, M MEDIA, B BASSA) *
           05  VMREG-GRUPPO          PIC X(8).
           05  VMREG-CRITICITA       PIC X.
               88  VMREG-CRIT-VALIDA         VALUE "A" "M" "B" " ".
      *---- SOGLIA SLA DELLA REGIONE IN SECONDI (ZERO = SOGLIA --------*
      *---- GENERALE DELLA SCHEDA BPVMPAR DI BPVM003) -----------------*
           05  VMREG-SOGLIA          PIC 9(3).
      *---- OPERATORE CHE HA REGISTRATO L'ULTIMA MODIFICA -------------*
           05  VMREG-UTENTE          PIC X(10).
           05  FILLER                PIC X(21).
      *---- CONTESTO AZIENDALE PA-REC DI TPCPA01 DELLA REGIONE: -------*
      *---- QUI SERVONO SOLO SIGLA E CODICE FILIALE, IL RESTO ---------*
      *---- VIAGGIA COME FILLER ---------------------------------------*
           05  VMREG-PA-REC.
               10  VMREG-PA-TIPO     PIC XX.
               10  VMREG-PA-LONG     PIC S9(4) COMP-4.
               10  VMREG-PA-KEY.
                   15  VMREG-PA-SIGLA    PIC XX.
                   15  VMREG-PA-CTRL1    PIC X(5).
                   15  VMREG-PA-COD-FIL  PIC XX.
               10  FILLER            PIC X(987).
      *
       FD  BPVMRPT-FILE
           LABEL RECORDS ARE STANDARD
           05  BPVMRPT-FALLITI       PIC X(4).
           05  FILLER                PIC X(1).
           05  BPVMRPT-ESITO         PIC X(4).
           05  FILLER                PIC X(1).
      *---- DATA GIULIANA 0CAADDD E ORA HHMMSS DELLA CORSA DI BPVM000 -*
           05  BPVMRPT-CORSA.
               10  BPVMRPT-CORSA-DATA    PIC 9(7).
               10  FILLER                PIC X(1).
               10  BPVMRPT-CORSA-ORA     PIC 9(6).
           05  FILLER                PIC X(132).
      *
       FD  VMINC-FILE
           LABEL RECORDS ARE STANDARD
               10  VMINC-VMTEST-ID    PIC X(8).
           05  VMINC-TASTO           PIC XX.
           05  VMINC-UTENTE          PIC X(15).
      *---- TICKET DEL SERVICE DESK E SUO STATO (SPAZIO = DA ----------*
      *---- INVIARE, I = RICHIESTA INVIATA, A = APERTO, C = CHIUSO, ---*
      *---- R = RESPINTO) ---------------------------------------------*
           05  VMINC-TICKET          PIC X(8).
           05  VMINC-TICKET-STATO    PIC X.
               88  VMINC-TICKET-DA-INVIARE   VALUE SPACE LOW-VALUE.
               88  VMINC-TICKET-INVIATO      VALUE "I".
               88  VMINC-TICKET-APERTO       VALUE "A".
               88  VMINC-TICKET-CHIUSO       VALUE "C".
               88  VMINC-TICKET-RESPINTO     VALUE "R".
      *---- RECORD DI CONTROLLO (NUMERO ZERO): ULTIMO NUMERO ----------*
      *---- DI INCIDENTE ASSEGNATO ------------------------------------*
       01  VMINC-CTL-REC.
           05  VMINC-CTL-NUMERO      PIC 9(7).
           05  VMINC-CTL-ULTIMO      PIC 9(7).
      *---- MINUTI DELLA FINESTRA DI ACCORPAMENTO DELLE RIPETIZIONI ---*
      *---- (ZERO O NON NUMERICO = 30 MINUTI) -------------------------*
           05  VMINC-CTL-FINESTRA    PIC 9(3).
           05  FILLER                PIC X(83).
      *
       FD  VMINCRIP-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMINCRIP-REC.
           05  VMINCRIP-CHIAVE.
               10  VMINCRIP-GRUPPO.
                   15  VMINCRIP-TIPO-ABN   PIC XX.
                   15  VMINCRIP-ABEND      PIC XX.
                   15  VMINCRIP-PARAGRAFO  PIC X(20).
                   15  VMINCRIP-EIBTRMID   PIC X(4).
      *---- 9999999 MENO IL NUMERO DI INCIDENTE: IL PIU' RECENTE ------*
      *---- DEL GRUPPO E' IL PRIMO IN ORDINE DI CHIAVE ----------------*
               10  VMINCRIP-NUMERO-INV PIC 9(7).
           05  VMINCRIP-NUMERO       PIC 9(7).
           05  VMINCRIP-OCCORRENZE   PIC 9(7).
           05  VMINCRIP-PRIMA-DATA   PIC S9(7) COMP-3.
           05  VMINCRIP-PRIMA-ORA    PIC S9(7) COMP-3.
           05  VMINCRIP-ULTIMA-DATA  PIC S9(7) COMP-3.
           05  VMINCRIP-ULTIMA-ORA   PIC S9(7) COMP-3.
           05  FILLER                PIC X(15).
      *
       FD  VMPERF-FILE
           LABEL RECORDS ARE STANDARD
           05  VMPERF-EIBDATE        PIC S9(7) COMP-3.
           05  VMPERF-INTERVALLO     PIC S9(7) COMP-3.
           05  VMPERF-EIBTIME        PIC S9(7) COMP-3.
      *---- DETTAGLIO: A SPAZIO PER IL GIRO DI SCHERMO, SISTEMA -------*
      *---- PARTNER PER LA PROVA FRA REGIONI, "SK" + CORSA PER LA -----*
      *---- PROVA DI CARICO; ESITO E CENTESIMI PER LE ULTIME DUE ------*
           05  VMPERF-PARTNER        PIC X(8).
           05  VMPERF-ESITO          PIC XX.
           05  VMPERF-CENTESIMI      PIC 9(6).
      *
       FD  VMMSG-FILE
           LABEL RECORDS ARE STANDARD
           05  VMSNAP-INCIDENTI      PIC 9(4).
           05  VMSNAP-MEDIA          PIC 9(5)V9.
           05  VMSNAP-MASSIMO        PIC 9(7).
           05  VMSNAP-INC-PIANIF     PIC 9(4).
           05  FILLER                PIC X(8).
      *
       FD  VMMANUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMMANUT-REC.
           05  VMMANUT-CHIAVE.
               10  VMMANUT-REGIONE   PIC X(8).
               10  VMMANUT-INIZIO-DATA PIC 9(7).
               10  VMMANUT-INIZIO-ORA  PIC 9(4).
           05  VMMANUT-EIBTRMID      PIC X(4).
           05  VMMANUT-FINE-DATA     PIC 9(7).
           05  VMMANUT-FINE-ORA      PIC 9(4).
           05  VMMANUT-MOTIVO        PIC X(40).
           05  VMMANUT-APPROVATORE   PIC X(10).
           05  VMMANUT-UTENTE        PIC X(10).
           05  FILLER                PIC X(6).
      *
       WORKING-STORAGE SECTION.
      *    COPY C43401WK SUPPRESS.                                      *C43401
             88  VMMSG-OK                         VALUE "00".
             88  VMMSG-NOTFND                     VALUE "23" "24".
             88  VMMSG-NON-ESISTE                 VALUE "35".
        05   VMREG-STATUS                  PIC XX VALUE "00".
             88  VMREG-OK                         VALUE "00".
             88  VMREG-EOF                        VALUE "10".
             88  VMREG-NOTFND                     VALUE "23" "24".
             88  VMREG-NON-ESISTE                 VALUE "35".
        05   BPVMRPT-STATUS                PIC XX VALUE "00".
             88  BPVMRPT-OK                       VALUE "00".
             88  BPVMRPT-NON-ESISTE               VALUE "35".
        05   VMINC-STATUS                  PIC XX VALUE "00".
             88  VMINC-OK                         VALUE "00".
             88  VMINC-NON-ESISTE                 VALUE "35".
        05   VMINCRIP-STATUS               PIC XX VALUE "00".
             88  VMINCRIP-OK                      VALUE "00".
             88  VMINCRIP-NON-ESISTE              VALUE "35".
        05   VMPERF-STATUS                 PIC XX VALUE "00".
             88  VMPERF-OK                        VALUE "00".
             88  VMPERF-NON-ESISTE                VALUE "35".
             88  VMSNAP-OK                        VALUE "00".
             88  VMSNAP-NOTFND                    VALUE "23" "24".
             88  VMSNAP-NON-ESISTE                VALUE "35".
        05   VMMANUT-STATUS                PIC XX VALUE "00".
             88  VMMANUT-OK                       VALUE "00".
      *--------------------------------------------------------------*
      *       AREA DI SUPPORTO PER LA SCRITTURA DEGLI INCIDENTI       *
      *--------------------------------------------------------------*
        05   INC-RECORD-SOSPESO            PIC X(100) VALUE SPACE.
        05   FLAG-INC-CTL-TROVATO          PIC 9     VALUE ZERO.
             88  INC-CTL-TROVATO                     VALUE 1.
        05   FLAG-INC-ACCORPATO            PIC 9     VALUE ZERO.
             88  INC-ACCORPATO                       VALUE 1.
        05   FLAG-INC-RIP-APERTO           PIC 9     VALUE ZERO.
             88  INC-RIP-APERTO                      VALUE 1.
        05   FLAG-INC-IN-FINESTRA          PIC 9     VALUE ZERO.
             88  INC-IN-FINESTRA                     VALUE 1.
        05   INC-FINESTRA                  PIC 9(3)  VALUE ZERO.
        05   INC-VMTEST-CHIAVE             PIC X(16) VALUE SPACE.
        05   INC-ORA-LAV                   PIC 9(7)  VALUE ZERO.
        05   FILLER REDEFINES INC-ORA-LAV.
             10  FILLER                    PIC 9.
             10  INC-ORA-HH                PIC 99.
             10  INC-ORA-MM                PIC 99.
             10  INC-ORA-SS                PIC 99.
        05   INC-SEC-PRIMA                 PIC S9(7) COMP-4 VALUE ZERO.
        05   INC-SEC-DOPO                  PIC S9(7) COMP-4 VALUE ZERO.
      *--------------------------------------------------------------*
      *       FLAGS                                                  *
      *--------------------------------------------------------------*
             88  FINE-FILE                        VALUE 1.
        05   FLAG-SNAP-TROVATE             PIC 9   VALUE ZERO.
             88  SNAP-TROVATE                     VALUE 1.
        05   FLAG-FINE-VMMANUT             PIC 9   VALUE ZERO.
             88  FINE-VMMANUT                     VALUE 1.
      *--------------------------------------------------------------*
      *       NAVIGAZIONE PER GIORNO TRA LE ISTANTANEE VMSNAP:        *
      *       ARITMETICA SULLA DATA GIULIANA 0CAADDD                  *
             10 FILLER          PIC X(01).
        05   MESSAGGIO          PIC X(80) VALUE SPACE.
        05   PROGR-VM00         PIC X(8) VALUE "TPVM000".
        05   PROGR-VM08         PIC X(8) VALUE "TPVM008".
      *--------------------------------------------------------------*
      *       TABELLA MESSAGGI MULTILINGUA, PILOTATA DA CSM-LINGUA    *
      *--------------------------------------------------------------*
        05 MSG-RICHIAMO-ERRATO  PIC X(20).
        05 MSG-SNAP-ASSENTE     PIC X(45).
        05 MSG-QUADRO-GIORNO    PIC X(20).
        05 MSG-RIGA-VUOTA       PIC X(40).
      *--------------------------------------------------------------*
      *       SOGLIA SLA GENERALE IN SECONDI (IMPEGNO VERSO LE        *
      *       FILIALI), PER LE REGIONI SENZA SOGLIA PROPRIA IN VMREG  *
      *--------------------------------------------------------------*
       77  VM3-SOGLIA            PIC 9(3)  VALUE 2.
      *--------------------------------------------------------------*
      *       FINESTRE DI MANUTENZIONE PIANIFICATA (VMMANUT), CON     *
      *       INIZIO E FINE COME ISTANTI DATA GIULIANA * 10000 + HHMM *
      *--------------------------------------------------------------*
       01  TABELLA-FINESTRE.
        05   FIN-MAX               PIC 9(4) COMP-4 VALUE 200.
        05   FIN-USATE             PIC 9(4) COMP-4 VALUE ZERO.
        05   FIN-IND               PIC 9(4) COMP-4 VALUE ZERO.
        05   FLAG-FIN-TRABOCCO     PIC 9    VALUE ZERO.
             88  FIN-TRABOCCO             VALUE 1.
        05   FLAG-IN-FINESTRA      PIC 9    VALUE ZERO.
             88  IN-FINESTRA              VALUE 1.
        05   FIN-CERCA-TRMID       PIC X(4) VALUE SPACE.
        05   FIN-ORA-HHMM          PIC 9(5) COMP-4 VALUE ZERO.
        05   FIN-ISTANTE           PIC 9(11) COMP-3 VALUE ZERO.
      *---- PERIODO IN ESAME: LE FINESTRE FUORI NON SI CARICANO ------*
        05   FIN-DA-ISTANTE        PIC 9(11) COMP-3 VALUE ZERO.
        05   FIN-A-ISTANTE         PIC 9(11) COMP-3 VALUE 99999999999.
        05   FIN-ESTREMO           PIC 9(11) COMP-3 VALUE ZERO.
        05   FIN-ELEM OCCURS 200.
             10 FIN-REGIONE        PIC X(8).
             10 FIN-EIBTRMID       PIC X(4).
             10 FIN-INIZIO         PIC 9(11) COMP-3.
             10 FIN-FINE           PIC 9(11) COMP-3.
      *--------------------------------------------------------------*
      *       QUADRO PER REGIONE (DALL'ANAGRAFICA VMREG)              *
      *--------------------------------------------------------------*
       01  REGIONI-AREE.
        05 VM3-REG-MAX         PIC 9(4) COMP-4 VALUE 200.
        05 VM3-RIGA-IND        PIC 9(4) COMP-4 VALUE ZERO.
        05 VM3-GIRO            PIC 9    VALUE ZERO.
        05 VM3-MEDIA-LAV       PIC 9(5)V9 COMP-3 VALUE ZERO.
        05 VM3-CORSA           PIC X(14) VALUE SPACE.
        05 VM3-CORSA-R REDEFINES VM3-CORSA.
           10 VM3-CORSA-DATA   PIC 9(7).
           10 FILLER           PIC X.
           10 VM3-CORSA-ORA    PIC 9(6).
        05 VM3-RIGA-SCELTA     PIC 9(4) COMP-4 VALUE ZERO.
        05 VM3-RIGA-X          PIC XX    VALUE SPACE.
        05 VM3-RIGA-9 REDEFINES VM3-RIGA-X PIC 99.
        05 VM3-ELEM OCCURS 200.
           10 VM3-E-TRMID      PIC X(4).
           10 VM3-E-REGIONE    PIC X(8).
           10 VM3-E-SOGLIA     PIC 9(3).
           10 VM3-E-ESITO      PIC X(4).
           10 VM3-E-SUPERATI   PIC X(4).
           10 VM3-E-FALLITI    PIC X(4).
      *---- GIORNO MOSTRATO DAL CRUSCOTTO: ZERO = OGGI, CALCOLATO -----*
      *---- DAL VIVO; ALTRIMENTI ISTANTANEA VMSNAP DI QUEL GIORNO -----*
             05 VM3-DATA-QUADRO          PIC 9(7) VALUE ZERO.
      *---- REGIONE SCELTA PER IL DETTAGLIO DEI TEMPI (VM08), CHE ----*
      *---- LEGGE TERMINALE E GIORNO DA QUESTE STESSE POSIZIONI -------*
             05 VM3-SCELTA-TRMID         PIC X(4) VALUE SPACE.
             05 VM3-SCELTA-REGIONE       PIC X(8) VALUE SPACE.
      *---- IDENTITA' DELLE RIGHE MOSTRATE NELL'ULTIMA SCHERMATA: -----*
      *---- LA SCELTA DEL GIRO DOPO DEVE COLPIRE PROPRIO QUELLA -------*
      *---- REGIONE, NON LA RIGA DI UN QUADRO RICALCOLATO -------------*
             05 VM3-RIGHE-VIDEO.
                10 VM3-RIGA-VIDEO OCCURS 12.
                   15 VM3-V-TRMID       PIC X(4).
                   15 VM3-V-REGIONE     PIC X(8).
             05 FILLER                  PIC X(197) VALUE SPACE.
           02 FILLER                   PIC X(20) VALUE SPACE.
      *---------------------------------------------------------------*
      *      =========  C O P Y   E    I N C L U D E  =========       *
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
                  PERFORM PRIMO-GIRO     THRU EX-PRIMO-GIRO
               ELSE
                  PERFORM RICEVO-MAPPA   THRU EX-RICEVO-MAPPA
                  PERFORM RACCOGLI-CAMPI THRU EX-RACCOGLI-CAMPI
                  MOVE LOW-VALUE           TO MPPVM03O
                  PERFORM SECONDO-GIRO   THRU EX-SECONDO-GIRO
               END-IF.
           MOVE "1"                    TO DEVIA-DATA-ONLY.
      *
           EVALUATE TRUE
      *---- INVIO CON UN NUMERO DI RIGA PASSA AL DETTAGLIO DEI --------*
      *---- TEMPI DELLA REGIONE; INVIO SENZA RIGA TORNA A OGGI --------*
              WHEN EIBAID = DFHENTER AND VM3-RIGA-SCELTA > ZERO
                 PERFORM SCEGLI-REGIONE THRU EX-SCEGLI-REGIONE
              WHEN EIBAID = DFHENTER
                 MOVE ZERO TO VM3-DATA-QUADRO
                 MOVE MSG-AGGIORNATO   TO MESSO
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- RACCOGLIE IL NUMERO DI RIGA DALLA MAPPA, PRIMA CHE ------*
      *---- L'AREA DI MAPPA VENGA AZZERATA PER LA RISPOSTA ----------*
      *-------------------------------------------------------------*
       RACCOGLI-CAMPI.
      *
           MOVE ZERO TO VM3-RIGA-SCELTA.
      *
           IF   NUMRIGAL       >        ZERO OR                         *CSTD
                NUMRIGAA       =  DFHCANC
              MOVE NUMRIGAI           TO VM3-RIGA-X
              INSPECT VM3-RIGA-X REPLACING ALL LOW-VALUE BY SPACE       *CSTD
              INSPECT VM3-RIGA-X REPLACING ALL "_" BY SPACE             *CSTD
      *---- UNA SOLA CIFRA DIGITATA ("3 ") VA ALLINEATA A DESTRA ------*
      *---- E COMPLETATA CON LO ZERO PRIMA DEL TEST NUMERICO ----------*
              IF VM3-RIGA-X (2:1) = SPACE
                 MOVE VM3-RIGA-X (1:1) TO VM3-RIGA-X (2:1)
                 MOVE "0"              TO VM3-RIGA-X (1:1)
              END-IF
              IF VM3-RIGA-X (1:1) = SPACE
                 MOVE "0"              TO VM3-RIGA-X (1:1)
              END-IF
              IF VM3-RIGA-X NUMERIC
                 MOVE VM3-RIGA-9 TO VM3-RIGA-SCELTA
              END-IF.
      *
       EX-RACCOGLI-CAMPI.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- RIGA SCELTA: LA REGIONE MOSTRATA IN QUELLA RIGA ---------*
      *---- NELL'ULTIMA SCHERMATA PASSA AL DETTAGLIO DEI TEMPI ------*
      *---- (VM08) CON IL GIORNO DEL QUADRO; RIGA VUOTA = SOLO ------*
      *---- MESSAGGIO -----------------------------------------------*
      *-------------------------------------------------------------*
       SCEGLI-REGIONE.
      *
           IF VM3-RIGA-SCELTA > 12
              MOVE MSG-RIGA-VUOTA TO MESSO
              GO TO EX-SCEGLI-REGIONE.
           IF VM3-V-TRMID (VM3-RIGA-SCELTA) = SPACE OR LOW-VALUE
              MOVE MSG-RIGA-VUOTA TO MESSO
              GO TO EX-SCEGLI-REGIONE.
      *
           MOVE VM3-V-TRMID (VM3-RIGA-SCELTA)   TO VM3-SCELTA-TRMID.
           MOVE VM3-V-REGIONE (VM3-RIGA-SCELTA) TO VM3-SCELTA-REGIONE.
           GO TO VAI-A-VM08.
      *
       EX-SCEGLI-REGIONE.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- COSTRUISCE IL QUADRO COMPLETO: REGIONI, ULTIMO ESITO -----*
      *---- BPVMRPT, INCIDENTI DI OGGI, TEMPI DI OGGI ----------------*
      *-------------------------------------------------------------*
           ELSE
              IF VM3-DATA-QUADRO = ZERO
                 PERFORM CARICA-ESITI     THRU EX-CARICA-ESITI
      *---- SERVONO LE FINESTRE DI OGGI E DEL GIORNO DELL'ULTIMA -----*
      *---- CORSA BPVMRPT, SE PRECEDENTE ------------------------------*
                 COMPUTE FIN-DA-ISTANTE = EIBDATE * 10000
                 COMPUTE FIN-A-ISTANTE  = EIBDATE * 10000 + 2359
                 IF VM3-CORSA-DATA NUMERIC
                    IF VM3-CORSA-DATA < EIBDATE
                       COMPUTE FIN-DA-ISTANTE = VM3-CORSA-DATA * 10000
                    END-IF
                 END-IF
                 PERFORM CARICA-FINESTRE  THRU EX-CARICA-FINESTRE
                 PERFORM MARCA-PIANIFICATA THRU EX-MARCA-PIANIFICATA
                    VARYING VM3-REG-IND FROM 1 BY 1
                    UNTIL VM3-REG-IND > VM3-REG-USATE
                 PERFORM CARICA-INCIDENTI THRU EX-CARICA-INCIDENTI
                 PERFORM CARICA-TEMPI     THRU EX-CARICA-TEMPI
              ELSE
           MOVE ZERO TO VM3-REG-USATE
                        FLAG-REG-TRABOCCO
                        FLAG-FINE-FILE.
           OPEN INPUT VMREG-FILE.
           IF NOT VMREG-OK
              SET FINE-FILE TO TRUE
           END-IF.
           PERFORM CARICA-UNA-REGIONE THRU EX-CARICA-UNA-REGIONE
              UNTIL FINE-FILE.
           IF NOT VMREG-NON-ESISTE
              CLOSE VMREG-FILE
           END-IF.
      *
       EX-CARICA-REGIONI.
      *
       CARICA-UNA-REGIONE.
      *
           READ VMREG-FILE NEXT
              AT END
                 SET FINE-FILE TO TRUE
                 GO TO EX-CARICA-UNA-REGIONE
           END-READ.
           IF VMREG-EIBTRMID = SPACE OR LOW-VALUE
              GO TO EX-CARICA-UNA-REGIONE.
           IF VM3-REG-USATE NOT < VM3-REG-MAX
              SET REG-TRABOCCO TO TRUE
           END-IF.
           IF VM3-REG-USATE < VM3-REG-MAX
              ADD 1 TO VM3-REG-USATE
              MOVE VMREG-EIBTRMID   TO VM3-E-TRMID (VM3-REG-USATE)
              MOVE VMREG-REGIONE    TO VM3-E-REGIONE (VM3-REG-USATE)
              MOVE VM3-SOGLIA       TO VM3-E-SOGLIA (VM3-REG-USATE)
              IF VMREG-SOGLIA NUMERIC AND VMREG-SOGLIA > ZERO
                 MOVE VMREG-SOGLIA  TO VM3-E-SOGLIA (VM3-REG-USATE)
              END-IF
              MOVE "N/D "           TO VM3-E-ESITO (VM3-REG-USATE)
              MOVE SPACE            TO VM3-E-SUPERATI (VM3-REG-USATE)
                                       VM3-E-FALLITI (VM3-REG-USATE)
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- ESITO PER REGIONE DELL'ULTIMA CORSA SU BPVMRPT: IN MOD ---*
      *---- LE CORSE SI ACCODANO, E OGNI CAMBIO DI CORSA SULLE RIGHE -*
      *---- DI RIEPILOGO RIPORTA TUTTE LE REGIONI A N/D; LE RIGHE ----*
      *---- DI DETTAGLIO, SENZA TERMINALE, VENGONO SALTATE -----------*
      *-------------------------------------------------------------*
       CARICA-ESITI.
      *
           MOVE ZERO TO FLAG-FINE-FILE.
           MOVE LOW-VALUE TO VM3-CORSA.
           OPEN INPUT BPVMRPT-FILE.
           IF NOT BPVMRPT-OK
              SET FINE-FILE TO TRUE
           END-READ.
           IF BPVMRPT-EIBTRMID = SPACE OR LOW-VALUE
              GO TO EX-CARICA-UN-ESITO.
      *
           IF BPVMRPT-CORSA NOT = VM3-CORSA
              MOVE BPVMRPT-CORSA TO VM3-CORSA
              PERFORM AZZERA-ESITO THRU EX-AZZERA-ESITO
                 VARYING VM3-REG-IND FROM 1 BY 1
                 UNTIL VM3-REG-IND > VM3-REG-USATE
           END-IF.
      *
           PERFORM CERCA-REGIONE THRU EX-CERCA-REGIONE
              VARYING VM3-REG-IND FROM 1 BY 1
       EX-CERCA-REGIONE.
           EXIT.
      *
      *---- KO CON LA CORSA DENTRO UNA FINESTRA DI MANUTENZIONE DEL ---*
      *---- TERMINALE DELLA REGIONE: "PIAN" (UNA RIGA SENZA DATA E ----*
      *---- ORA DI CORSA RESTA KO) ------------------------------------*
       MARCA-PIANIFICATA.
      *
           IF VM3-E-ESITO (VM3-REG-IND) = "KO  " AND
              VM3-CORSA-DATA NUMERIC AND VM3-CORSA-ORA NUMERIC
              MOVE VM3-E-TRMID (VM3-REG-IND)   TO FIN-CERCA-TRMID
              DIVIDE VM3-CORSA-ORA BY 100 GIVING FIN-ORA-HHMM
              COMPUTE FIN-ISTANTE = VM3-CORSA-DATA * 10000
                                  + FIN-ORA-HHMM
              PERFORM CERCA-FINESTRA THRU EX-CERCA-FINESTRA
              IF IN-FINESTRA
                 MOVE "PIAN"       TO VM3-E-ESITO (VM3-REG-IND)
              END-IF
           END-IF.
      *
       EX-MARCA-PIANIFICATA.
           EXIT.
      *
       AZZERA-ESITO.
      *
           MOVE "N/D " TO VM3-E-ESITO (VM3-REG-IND).
           MOVE SPACE  TO VM3-E-SUPERATI (VM3-REG-IND)
                          VM3-E-FALLITI (VM3-REG-IND).
      *
       EX-AZZERA-ESITO.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- INCIDENTI DI OGGI (EIBDATE) PER TERMINALE ----------------*
      *-------------------------------------------------------------*
      *---- IL RECORD DI CONTROLLO (NUMERO ZERO) NON E' UN INCIDENTE --*
           IF VMINC-NUMERO = ZERO
              GO TO EX-CARICA-UN-INCIDENTE.
      *---- GLI ERRORI DELLA PROVA DI CARICO NON SONO INCIDENTI DI ----*
      *---- PRODUZIONE: NON CONTANO PER ALLARMI E STATISTICHE ---------*
           IF VMINC-TIPO-ABN = "SK" OR
              VMINC-VMTEST-CATEG (1:5) = "*SOAK"
              GO TO EX-CARICA-UN-INCIDENTE.
           IF VMINC-EIBDATE NOT = EIBDATE
              GO TO EX-CARICA-UN-INCIDENTE.
      *---- GLI INCIDENTI IN FINESTRA DI MANUTENZIONE NON CONTANO -----*
           MOVE VMINC-EIBTRMID TO FIN-CERCA-TRMID.
           DIVIDE VMINC-EIBTIME BY 100 GIVING FIN-ORA-HHMM.
           COMPUTE FIN-ISTANTE = VMINC-EIBDATE * 10000 + FIN-ORA-HHMM.
           PERFORM CERCA-FINESTRA THRU EX-CERCA-FINESTRA.
           IF IN-FINESTRA
              GO TO EX-CARICA-UN-INCIDENTE.
      *
           PERFORM CONTA-INCIDENTE THRU EX-CONTA-INCIDENTE
              VARYING VM3-REG-IND FROM 1 BY 1
                 SET FINE-FILE TO TRUE
                 GO TO EX-CARICA-UN-TEMPO
           END-READ.
      *---- LE ITERAZIONI DELLA PROVA DI CARICO NON SONO TRAFFICO -----*
      *---- REALE: RESTANO FUORI DA STATISTICHE E SOGLIE --------------*
           IF VMPERF-PARTNER (1:2) = "SK"
              GO TO EX-CARICA-UN-TEMPO.
           IF VMPERF-EIBDATE NOT = EIBDATE
              GO TO EX-CARICA-UN-TEMPO.
      *---- I TEMPI RILEVATI IN FINESTRA DI MANUTENZIONE NON CONTANO --*
           IF VMPERF-EIBTIME NOT NUMERIC
              MOVE ZERO TO VMPERF-EIBTIME
           END-IF.
           MOVE VMPERF-EIBTRMID TO FIN-CERCA-TRMID.
           DIVIDE VMPERF-EIBTIME BY 100 GIVING FIN-ORA-HHMM.
           COMPUTE FIN-ISTANTE = VMPERF-EIBDATE * 10000 + FIN-ORA-HHMM.
           PERFORM CERCA-FINESTRA THRU EX-CERCA-FINESTRA.
           IF IN-FINESTRA
              GO TO EX-CARICA-UN-TEMPO.
      *
           PERFORM SOMMA-TEMPO THRU EX-SOMMA-TEMPO
              VARYING VM3-REG-IND FROM 1 BY 1
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- CARICA IN TABELLA LE FINESTRE DI MANUTENZIONE -----------*
      *---- PIANIFICATA; CALENDARIO ASSENTE = NESSUNA FINESTRA ------*
      *-------------------------------------------------------------*
       CARICA-FINESTRE.
      *
           MOVE ZERO TO FIN-USATE
                        FLAG-FINE-VMMANUT.
           OPEN INPUT VMMANUT-FILE.
           IF NOT VMMANUT-OK
              GO TO EX-CARICA-FINESTRE.
           PERFORM CARICA-UNA-FINESTRA THRU EX-CARICA-UNA-FINESTRA
              UNTIL FINE-VMMANUT.
           CLOSE VMMANUT-FILE.
      *
       EX-CARICA-FINESTRE.
           EXIT.
      *
       CARICA-UNA-FINESTRA.
      *
           READ VMMANUT-FILE NEXT
              AT END
                 SET FINE-VMMANUT TO TRUE
                 GO TO EX-CARICA-UNA-FINESTRA
           END-READ.
      *---- FINESTRE CHIUSE PRIMA DEL PERIODO IN ESAME O APERTE -----*
      *---- DOPO NON SERVONO E NON OCCUPANO POSTO IN TABELLA --------*
           COMPUTE FIN-ESTREMO = VMMANUT-FINE-DATA * 10000
                               + VMMANUT-FINE-ORA.
           IF FIN-ESTREMO < FIN-DA-ISTANTE
              GO TO EX-CARICA-UNA-FINESTRA.
           COMPUTE FIN-ESTREMO = VMMANUT-INIZIO-DATA * 10000
                               + VMMANUT-INIZIO-ORA.
           IF FIN-ESTREMO > FIN-A-ISTANTE
              GO TO EX-CARICA-UNA-FINESTRA.
           IF FIN-USATE NOT < FIN-MAX
              MOVE 1 TO FLAG-FIN-TRABOCCO
              GO TO EX-CARICA-UNA-FINESTRA.
      *
           ADD 1 TO FIN-USATE.
           MOVE VMMANUT-REGIONE  TO FIN-REGIONE (FIN-USATE).
           MOVE VMMANUT-EIBTRMID TO FIN-EIBTRMID (FIN-USATE).
           COMPUTE FIN-INIZIO (FIN-USATE) = VMMANUT-INIZIO-DATA * 10000
                                          + VMMANUT-INIZIO-ORA.
           COMPUTE FIN-FINE (FIN-USATE)   = VMMANUT-FINE-DATA * 10000
                                          + VMMANUT-FINE-ORA.
      *
       EX-CARICA-UNA-FINESTRA.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- L'EVENTO DEL TERMINALE FIN-CERCA-TRMID ALL'ISTANTE ------*
      *---- FIN-ISTANTE CADE IN UNA FINESTRA DICHIARATA? (ESTREMI ---*
      *---- COMPRESI) ------------------------------------------------*
      *-------------------------------------------------------------*
       CERCA-FINESTRA.
      *
           MOVE ZERO TO FLAG-IN-FINESTRA.
           PERFORM VAGLIA-FINESTRA THRU EX-VAGLIA-FINESTRA
              VARYING FIN-IND FROM 1 BY 1
              UNTIL FIN-IND > FIN-USATE OR IN-FINESTRA.
      *
       EX-CERCA-FINESTRA.
           EXIT.
      *
       VAGLIA-FINESTRA.
      *
           IF FIN-EIBTRMID (FIN-IND) = FIN-CERCA-TRMID AND
              FIN-ISTANTE NOT < FIN-INIZIO (FIN-IND) AND
              FIN-ISTANTE NOT > FIN-FINE (FIN-IND)
              SET IN-FINESTRA TO TRUE
           END-IF.
      *
       EX-VAGLIA-FINESTRA.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- QUADRO DI UN GIORNO PASSATO: PER OGNI REGIONE SI LEGGE ---*
      *---- L'ISTANTANEA VMSNAP (REGIONE + DATA). LA MEDIA GIA' ------*
      *---- CALCOLATA VIENE RIPORTATA COME SOMMA*10 SU CONTA=10, -----*
           END-IF.
      *
           IF VM3-E-ESITO (VM3-REG-IND) = "KO  " OR
              VM3-MEDIA-LAV > VM3-E-SOGLIA (VM3-REG-IND) OR
              VM3-E-PRF-MAX (VM3-REG-IND) > VM3-E-SOGLIA (VM3-REG-IND)
              IF VM3-GIRO = 1
                 PERFORM SCRIVI-RIGA-REGIONE
                    THRU EX-SCRIVI-RIGA-REGIONE
           MOVE VM3-E-INCIDENTI (VM3-REG-IND) TO RIGA-INCIDENTI.
           MOVE VM3-MEDIA-LAV                 TO RIGA-MEDIA.
           MOVE VM3-E-PRF-MAX (VM3-REG-IND)   TO RIGA-MAX.
           MOVE VM3-E-TRMID (VM3-REG-IND)
             TO VM3-V-TRMID (VM3-RIGA-IND).
           MOVE VM3-E-REGIONE (VM3-REG-IND)
             TO VM3-V-REGIONE (VM3-RIGA-IND).
      *
           PERFORM POSA-RIGA THRU EX-POSA-RIGA.
      *
       SVUOTA-RIGA.
      *
           ADD 1 TO VM3-RIGA-IND.
           MOVE SPACE TO RIGA-REGIONE
                         VM3-RIGA-VIDEO (VM3-RIGA-IND).
           PERFORM POSA-RIGA THRU EX-POSA-RIGA.
      *
       EX-SVUOTA-RIGA.
           MOVE EIBDATE                  TO VMINC-EIBDATE.
           MOVE EIBTIME                  TO VMINC-EIBTIME.
           MOVE SPACE                    TO VMINC-REVISIONATO
                                            VMINC-REV-UTENTE
                                            VMINC-TICKET
                                            VMINC-TICKET-STATO.
      *---- CONTESTO DI PROVA: QUI NESSUN CASO ATTIVO -----------------*
           MOVE SPACE                    TO VMINC-VMTEST-CHIAVE
                                            VMINC-TASTO.
      *
           PERFORM APRI-VMINC-IO THRU EX-APRI-VMINC-IO.
           IF VMINC-OK
              PERFORM ACCORPA-RIPETIZIONE
                 THRU EX-ACCORPA-RIPETIZIONE
              IF NOT INC-ACCORPATO
                 PERFORM ASSEGNA-NUMERO-VMINC
                    THRU EX-ASSEGNA-NUMERO-VMINC
                 MOVE INC-NUMERO-LAV TO VMINC-NUMERO
                 WRITE VMINC-REC
                    INVALID KEY
                       CONTINUE
                 END-WRITE
                 PERFORM NUOVA-RIPETIZIONE
                    THRU EX-NUOVA-RIPETIZIONE
              END-IF
              IF INC-RIP-APERTO
                 CLOSE VMINCRIP-FILE
              END-IF
              CLOSE VMINC-FILE
           END-IF.
      *
      *
       EX-ASSEGNA-NUMERO-VMINC.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- RIPETIZIONE DI UN INCIDENTE GIA' APERTO: STESSO TIPO, ----*
      *---- ABEND, PARAGRAFO, TERMINALE E CASO DI PROVA, ENTRO LA ----*
      *---- FINESTRA DALL'ULTIMA OCCORRENZA E NON ANCORA REVISIONATO -*
      *---- = SI CONTA SUL PRIMO INCIDENTE E NON SE NE SCRIVE UNO ----*
      *---- NUOVO. VMINC DEVE ESSERE APERTO IN AGGIORNAMENTO ---------*
      *-------------------------------------------------------------*
       ACCORPA-RIPETIZIONE.
      *
           MOVE ZERO TO FLAG-INC-ACCORPATO.
           MOVE ZERO TO FLAG-INC-RIP-APERTO.
           MOVE VMINC-REC           TO INC-RECORD-SOSPESO.
           MOVE VMINC-VMTEST-CHIAVE TO INC-VMTEST-CHIAVE.
      *---- FINESTRA DAL RECORD DI CONTROLLO (CHIAVE ZERO) -----------*
           MOVE 30 TO INC-FINESTRA.
           MOVE ZERO TO VMINC-NUMERO.
           READ VMINC-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF VMINC-OK
              IF VMINC-CTL-FINESTRA NUMERIC AND
                 VMINC-CTL-FINESTRA > ZERO
                 MOVE VMINC-CTL-FINESTRA TO INC-FINESTRA
              END-IF
           END-IF.
           MOVE INC-RECORD-SOSPESO TO VMINC-REC.
      *
           PERFORM APRI-VMINCRIP-IO THRU EX-APRI-VMINCRIP-IO.
           IF NOT VMINCRIP-OK
              GO TO EX-ACCORPA-RIPETIZIONE.
           MOVE 1 TO FLAG-INC-RIP-APERTO.
      *---- ULTIMO INCIDENTE DEL GRUPPO (NUMERO INVERSO) --------------*
           MOVE VMINC-TIPO-ABN  TO VMINCRIP-TIPO-ABN.
           MOVE VMINC-ABEND     TO VMINCRIP-ABEND.
           MOVE VMINC-PARAGRAFO TO VMINCRIP-PARAGRAFO.
           MOVE VMINC-EIBTRMID  TO VMINCRIP-EIBTRMID.
           MOVE ZERO            TO VMINCRIP-NUMERO-INV.
           START VMINCRIP-FILE KEY NOT < VMINCRIP-CHIAVE
              INVALID KEY
                 CONTINUE
           END-START.
           IF NOT VMINCRIP-OK
              GO TO EX-ACCORPA-RIPETIZIONE.
           READ VMINCRIP-FILE NEXT
              AT END
                 CONTINUE
           END-READ.
           IF NOT VMINCRIP-OK
              GO TO EX-ACCORPA-RIPETIZIONE.
           IF VMINCRIP-TIPO-ABN  NOT = VMINC-TIPO-ABN  OR
              VMINCRIP-ABEND     NOT = VMINC-ABEND     OR
              VMINCRIP-PARAGRAFO NOT = VMINC-PARAGRAFO OR
              VMINCRIP-EIBTRMID  NOT = VMINC-EIBTRMID
              GO TO EX-ACCORPA-RIPETIZIONE.
      *
           PERFORM CTR-FINESTRA-INC THRU EX-CTR-FINESTRA-INC.
           IF NOT INC-IN-FINESTRA
              GO TO EX-ACCORPA-RIPETIZIONE.
      *---- L'INCIDENTE DI RIFERIMENTO DEVE ESSERE ANCORA APERTO -----*
           MOVE VMINCRIP-NUMERO TO VMINC-NUMERO.
           READ VMINC-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF VMINC-OK AND NOT VMINC-REVISTO AND
              VMINC-VMTEST-CHIAVE = INC-VMTEST-CHIAVE
              MOVE 1 TO FLAG-INC-ACCORPATO
           END-IF.
           MOVE INC-RECORD-SOSPESO TO VMINC-REC.
           IF NOT INC-ACCORPATO
              GO TO EX-ACCORPA-RIPETIZIONE.
      *
           ADD 1 TO VMINCRIP-OCCORRENZE.
           MOVE VMINC-EIBDATE TO VMINCRIP-ULTIMA-DATA.
           MOVE VMINC-EIBTIME TO VMINCRIP-ULTIMA-ORA.
           REWRITE VMINCRIP-REC
              INVALID KEY
                 CONTINUE
           END-REWRITE.
      *
       EX-ACCORPA-RIPETIZIONE.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- L'INCIDENTE IN VMINC-REC CADE NELLA FINESTRA DI ----------*
      *---- ACCORPAMENTO DALL'ULTIMA OCCORRENZA DEL GRUPPO? DATE ------*
      *---- 0CAADDD: STESSO GIORNO O GIORNO DOPO, ALTRIMENTI NO ------*
      *-------------------------------------------------------------*
       CTR-FINESTRA-INC.
      *
           MOVE ZERO TO FLAG-INC-IN-FINESTRA.
           MOVE VMINCRIP-ULTIMA-ORA TO INC-ORA-LAV.
           COMPUTE INC-SEC-PRIMA = INC-ORA-HH * 3600
                                 + INC-ORA-MM * 60 + INC-ORA-SS.
           MOVE VMINC-EIBTIME TO INC-ORA-LAV.
           COMPUTE INC-SEC-DOPO  = INC-ORA-HH * 3600
                                 + INC-ORA-MM * 60 + INC-ORA-SS.
      *
           IF VMINC-EIBDATE NOT = VMINCRIP-ULTIMA-DATA
              IF VMINC-EIBDATE = VMINCRIP-ULTIMA-DATA + 1
                 ADD 86400 TO INC-SEC-DOPO
              ELSE
                 GO TO EX-CTR-FINESTRA-INC
              END-IF
           END-IF.
      *
           IF INC-SEC-DOPO NOT < INC-SEC-PRIMA AND
              INC-SEC-DOPO - INC-SEC-PRIMA NOT > INC-FINESTRA * 60
              MOVE 1 TO FLAG-INC-IN-FINESTRA
           END-IF.
      *
       EX-CTR-FINESTRA-INC.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- PRIMA OCCORRENZA DI UN NUOVO INCIDENTE NEL FILE DELLE ----*
      *---- RIPETIZIONI (SE DISPONIBILE) -----------------------------*
      *-------------------------------------------------------------*
       NUOVA-RIPETIZIONE.
      *
           IF NOT INC-RIP-APERTO
              GO TO EX-NUOVA-RIPETIZIONE.
      *
           MOVE VMINC-TIPO-ABN  TO VMINCRIP-TIPO-ABN.
           MOVE VMINC-ABEND     TO VMINCRIP-ABEND.
           MOVE VMINC-PARAGRAFO TO VMINCRIP-PARAGRAFO.
           MOVE VMINC-EIBTRMID  TO VMINCRIP-EIBTRMID.
           COMPUTE VMINCRIP-NUMERO-INV = 9999999 - VMINC-NUMERO.
           MOVE VMINC-NUMERO    TO VMINCRIP-NUMERO.
           MOVE 1               TO VMINCRIP-OCCORRENZE.
           MOVE VMINC-EIBDATE   TO VMINCRIP-PRIMA-DATA
                                   VMINCRIP-ULTIMA-DATA.
           MOVE VMINC-EIBTIME   TO VMINCRIP-PRIMA-ORA
                                   VMINCRIP-ULTIMA-ORA.
           WRITE VMINCRIP-REC
              INVALID KEY
                 CONTINUE
           END-WRITE.
      *
       EX-NUOVA-RIPETIZIONE.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- APERTURA DELLE RIPETIZIONI IN AGGIORNAMENTO CON ----------*
      *---- CREAZIONE DEL FILE ALLA PRIMA SCRITTURA ------------------*
      *-------------------------------------------------------------*
       APRI-VMINCRIP-IO.
      *
           OPEN I-O VMINCRIP-FILE.
           IF VMINCRIP-NON-ESISTE
              OPEN OUTPUT VMINCRIP-FILE
              IF VMINCRIP-OK
                 CLOSE VMINCRIP-FILE
                 OPEN I-O VMINCRIP-FILE
              END-IF
           END-IF.
      *
       EX-APRI-VMINCRIP-IO.
           EXIT.
      *
       RIEMPI-MAPPA.
      *
           MOVE ALL "_"           TO NUMRIGAO.
      *
           MOVE SPACE             TO DFRAMEO.
           MOVE CSM-NOMEJOB (1:7) TO DFRAMEO (1:7).
           MOVE DFHBMASB       TO MESSA.
           MOVE DFHBMASD       TO M01A.
           MOVE DFHBMASK       TO DTASTA.
           MOVE DFHBMUNN       TO NUMRIGAA.
      *
       EX-RIPRISTINA-ATTR.
           EXIT.
                                     TO MSG-LISTA-TRABOCCO
                 MOVE "DASHBOARD REFRESHED"
                                     TO MSG-AGGIORNATO
                 MOVE "F3=EXIT ENTER=TODAY ENTER+ROW=TIMES F7/F8=DAY -/+
      -              "  **=KO/OVER THRESHOLD"
                                     TO MSG-AIUTO-TASTI
                 MOVE "INVALID CALL"
                                     TO MSG-RICHIAMO-ERRATO
                                     TO MSG-SNAP-ASSENTE
                 MOVE "DASHBOARD OF DAY"
                                     TO MSG-QUADRO-GIORNO
                 MOVE "NO REGION ON THE SELECTED ROW"
                                     TO MSG-RIGA-VUOTA
              WHEN OTHER
                 MOVE "TASTO INVALIDO"
                                     TO MSG-TASTO-INVALIDO
                                     TO MSG-LISTA-TRABOCCO
                 MOVE "CRUSCOTTO AGGIORNATO"
                                     TO MSG-AGGIORNATO
                 MOVE "F3=USCITA INVIO=OGGI INVIO+RIGA=TEMPI F7/F8=GIORN
      -              "O-/+ **=KO/SOPRA SOGLIA"
                                     TO MSG-AIUTO-TASTI
                 MOVE "RICHIAMO ERRATO"
                                     TO MSG-RICHIAMO-ERRATO
                                     TO MSG-SNAP-ASSENTE
                 MOVE "QUADRO DEL GIORNO"
                                     TO MSG-QUADRO-GIORNO
                 MOVE "NESSUNA REGIONE NELLA RIGA SCELTA"
                                     TO MSG-RIGA-VUOTA
           END-EVALUATE.
      *
      *---- I TESTI DEL CATALOGO VMMSG, QUANDO PRESENTI, ---------------*
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:20) TO MSG-RICHIAMO-ERRATO
           END-IF.
      *
           MOVE "VM03RIGA" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:40) TO MSG-RIGA-VUOTA
           END-IF.
      *
           CLOSE VMMSG-FILE.
      *
           GO TO C43401-RETURN.                                         *C43401
      *===================================================== END   ==== *C43401
      *
      *-------------------------------------------------------------*
      *---- PASSAGGIO AL DETTAGLIO DEI TEMPI VMPERF (VM08) CON ------*
      *---- TUTTA LA COMMAREA: REGIONE SCELTA E GIORNO DEL QUADRO ---*
      *-------------------------------------------------------------*
       VAI-A-VM08.
      *===================================================== START ==== *C43401
      *    EXEC       CICS  XCTL  PROGRAM   (PROGR-VM08)                *C43401
      *                           COMMAREA  (DFH-AREA-TOT)              *C43401
      *                           LENGTH    (LEN-COMMAREA)              *C43401
      *               END-EXEC.                                         *C43401
      *---------------------------------------------------------------- *C43401
           MOVE PROGR-VM08 TO C43401-CO-PGM                             *C43401
           CALL "C43401CHKF" USING C43401-CO-PGM                        *C43401
                                   C43401-CO-STATUS                     *C43401
           END-CALL                                                     *C43401
           MOVE "CO" TO C43401-TIPO-ABN                                 *C43401
           MOVE C43401-CO-STATUS TO C43401-ABEND                        *C43401
           IF NOT C43401-CO-OK                                          *C43401
              SET C43401-NO-IGNORE TO TRUE                              *C43401
              IF C43401-NO-IGNORE                                       *C43401
                 MOVE "VAI-A-VM08" TO VMINC-PARAGRAFO-CORRENTE
                 PERFORM SCRIVI-VMINC THRU EX-SCRIVI-VMINC
                 CALL "C43401ABRT" USING C43401-WKSTG                   *C43401
                                       C43401-EIB                       *C43401
                                       C43401-LKSTG                     *C43401
              END-IF                                                    *C43401
           END-IF.                                                      *C43401
           MOVE LEN-COMMAREA TO EIBCALEN                                *C43401
           MOVE DFH-AREA-TOT TO C43401-COMM-DATI                        *C43401
           MOVE PROGR-VM08 TO C43401-LK-X                               *C43401
           MOVE SPACE TO C43401-LK-N                                    *C43401
           GO TO C43401-RETURN.                                         *C43401
      *===================================================== END   ==== *C43401
      *
      *
       C43401-RETURN SECTION.                                           *C43401
       C43401-RETURN-01.                                                *C43401
