       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BPVM022.
      *------------------------------------------------*
      *     CONTROLLO DI COERENZA DEI FILE A CHIAVE    *
      *------------------------------------------------*
      *   VERIFICA CHE I FILE A CHIAVE DELLA VM00 SIANO *
      *   COERENTI TRA LORO E STAMPA OGNI INCOERENZA    *
      *   CON LA CHIAVE E I CONTEGGI PER CONTROLLO:     *
      *   1) RECORD DI CONTROLLO DI VMINC INDIETRO      *
      *      RISPETTO AL PIU' ALTO NUMERO USATO;        *
      *   2) ESITI VMHIST DI CASI CANCELLATI DA VMTEST; *
      *   3) FOTOGRAFIE VMSNAP DI REGIONI NON IN VMREG; *
      *   4) MESSAGGI VMMSG MANCANTI IN QUALCHE LINGUA; *
      *   5) PROFILI VMPROF DI UTENTI NON VALIDI.       *
      *   CON LA SCHEDA "R" RIPARA I CASI SICURI (1-3), *
      *   REGISTRANDO OGNI RIPARAZIONE SU VMAUDIT; 4 E  *
      *   5 VANNO CORRETTI A MANO. CC=4 INCOERENZE      *
      *   TROVATE, CC=8 SCHEDA ERRATA O CONTROLLO NON   *
      *   ESEGUITO PER FILE NON DISPONIBILE.            *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.                         *CSTD
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--------------------------------------------------------------*
      *    SCHEDA PARAMETRO: COL. 1 MODO (VUOTA = SOLO CONTROLLO,     *
      *    R = CONTROLLO E RIPARAZIONE DEI CASI SICURI)               *
      *--------------------------------------------------------------*
           SELECT BPVMPAR-FILE ASSIGN TO BPVMPAR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS BPVMPAR-STATUS.
      *--------------------------------------------------------------*
      *    ARCHIVIO INCIDENTI CON IL RECORD DI CONTROLLO (NUMERO 0)   *
      *--------------------------------------------------------------*
           SELECT VMINC-FILE   ASSIGN TO VMINC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VMINC-NUMERO
                  FILE STATUS  IS VMINC-STATUS.
      *--------------------------------------------------------------*
      *    LIBRERIA DEI CASI DI PROVA                                 *
      *--------------------------------------------------------------*
           SELECT VMTEST-FILE  ASSIGN TO VMTEST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VMTEST-CHIAVE
                  FILE STATUS  IS VMTEST-STATUS.
      *--------------------------------------------------------------*
      *    STORICO A CHIAVE DEGLI ESITI DI OGNI CASO ESEGUITO         *
      *--------------------------------------------------------------*
           SELECT VMHIST-FILE  ASSIGN TO VMHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VMHIST-CHIAVE
                  FILE STATUS  IS VMHIST-STATUS.
      *--------------------------------------------------------------*
      *    ANAGRAFICA DELLE REGIONI                                   *
      *--------------------------------------------------------------*
           SELECT VMREG-FILE   ASSIGN TO VMREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS VMREG-CHIAVE
                  FILE STATUS  IS VMREG-STATUS.
      *--------------------------------------------------------------*
      *    FOTOGRAFIE GIORNALIERE PER REGIONE SCRITTE DA BPVM011      *
      *--------------------------------------------------------------*
           SELECT VMSNAP-FILE  ASSIGN TO VMSNAP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VMSNAP-CHIAVE
                  FILE STATUS  IS VMSNAP-STATUS.
      *--------------------------------------------------------------*
      *    CATALOGO DEI MESSAGGI (LINGUA + ID)                        *
      *--------------------------------------------------------------*
           SELECT VMMSG-FILE   ASSIGN TO VMMSG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VMMSG-CHIAVE
                  FILE STATUS  IS VMMSG-STATUS.
      *--------------------------------------------------------------*
      *    PROFILI DI AUTORIZZAZIONE DEGLI UTENTI                     *
      *--------------------------------------------------------------*
           SELECT VMPROF-FILE  ASSIGN TO VMPROF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VMPROF-UTENTE
                  FILE STATUS  IS VMPROF-STATUS.
      *--------------------------------------------------------------*
      *    GIORNALE DELLE MODIFICHE (IMMAGINE PRIMA E DOPO)           *
      *--------------------------------------------------------------*
           SELECT VMAUDIT-FILE ASSIGN TO VMAUDIT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS VMAUDIT-STATUS.
      *--------------------------------------------------------------*
      *    REPORT DEL CONTROLLO DI COERENZA                           *
      *--------------------------------------------------------------*
           SELECT VMCHKRPT-FILE ASSIGN TO VMCHKRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS VMCHKRPT-STATUS.
      *--------------------------------------------------------------*
      *    LIBRO MASTRO COMUNE DELLA CATENA DEI LAVORI BPVM, A        *
      *    CHIAVE PROGRAMMA + DATA + ORA DI INIZIO + TIPO (UNA RIGA   *
      *    A INIZIO E UNA A FINE CORSA) E SCHEDE DEI PREDECESSORI     *
      *    RICHIESTI (COL. 1-8 PROGRAMMA, COL. 10 RC MASSIMO          *
      *    ACCETTATO, VUOTA = 4; DD DUMMY = NESSUN PREDECESSORE)      *
      *--------------------------------------------------------------*
           SELECT VMJOBLED-FILE ASSIGN TO VMJOBLED
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VMJOBLED-CHIAVE
                  FILE STATUS  IS VMJOBLED-STATUS.
           SELECT VMJOBPRE-FILE ASSIGN TO VMJOBPRE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS VMJOBPRE-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  BPVMPAR-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  BPVMPAR-REC.
           05  BPVMPAR-MODO          PIC X.
           05  FILLER                PIC X(79).
      *
       FD  VMINC-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMINC-REC.
           05  VMINC-NUMERO          PIC 9(7).
           05  VMINC-TIPO-ABN        PIC XX.
           05  VMINC-ABEND           PIC XX.
           05  VMINC-PARAGRAFO       PIC X(20).
           05  VMINC-EIBTRMID        PIC X(4).
           05  VMINC-EIBTASKN        PIC S9(7) COMP-3.
           05  VMINC-EIBDATE         PIC S9(7) COMP-3.
           05  VMINC-EIBTIME         PIC S9(7) COMP-3.
           05  VMINC-REVISIONATO     PIC X.
               88  VMINC-REVISTO             VALUE "S".
           05  VMINC-REV-UTENTE      PIC X(10).
      *---- CONTESTO DI PROVA ATTIVO AL MOMENTO DELL'ABEND ------------*
           05  VMINC-VMTEST-CHIAVE.
               10  VMINC-VMTEST-CATEG PIC X(8).
               10  VMINC-VMTEST-ID    PIC X(8).
           05  VMINC-TASTO           PIC XX.
           05  VMINC-UTENTE          PIC X(15).
      *---- TICKET DEL SERVICE DESK E SUO STATO -----------------------*
           05  VMINC-TICKET          PIC X(8).
           05  VMINC-TICKET-STATO    PIC X.
      *---- RECORD DI CONTROLLO (NUMERO ZERO): ULTIMO NUMERO ----------*
      *---- DI INCIDENTE ASSEGNATO ------------------------------------*
       01  VMINC-CTL-REC.
           05  VMINC-CTL-NUMERO      PIC 9(7).
           05  VMINC-CTL-ULTIMO      PIC 9(7).
           05  FILLER                PIC X(86).
      *
       FD  VMTEST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMTEST-REC.
           05  VMTEST-CHIAVE.
               10  VMTEST-CATEGORIA  PIC X(8).
               10  VMTEST-ID-CASO    PIC X(8).
           05  VMTEST-INPUT          PIC X(50).
           05  VMTEST-ATTESO         PIC X(50).
           05  VMTEST-TIPO-CASO      PIC X.
               88  VMTEST-CASO-POSITIVO      VALUE "P" " ".
               88  VMTEST-CASO-NEGATIVO      VALUE "N".
           05  VMTEST-INPUT2         PIC X(15).
           05  VMTEST-ERR-ATTESI.
               10  VMTEST-ERR-FLAG   PIC X OCCURS 79.
           05  FILLER                PIC X(5).
      *
       FD  VMHIST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMHIST-REC.
           05  VMHIST-CHIAVE.
               10  VMHIST-DATA       PIC 9(7).
               10  VMHIST-EIBTRMID   PIC X(4).
               10  VMHIST-CHIAVE-CASO.
                   15  VMHIST-CATEGORIA PIC X(8).
                   15  VMHIST-ID-CASO   PIC X(8).
           05  VMHIST-ESITO          PIC XX.
               88  VMHIST-SUPERATO           VALUE "OK".
               88  VMHIST-FALLITO            VALUE "KO".
           05  VMHIST-OTTENUTO       PIC X(50).
           05  FILLER                PIC X(1).
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
      *---- QUI NON SERVE E VIAGGIA COME FILLER -----------------------*
           05  VMREG-PA-REC          PIC X(1000).
      *
       FD  VMSNAP-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMSNAP-REC.
           05  VMSNAP-CHIAVE.
               10  VMSNAP-REGIONE    PIC X(8).
               10  VMSNAP-DATA       PIC 9(7).
           05  VMSNAP-EIBTRMID       PIC X(4).
           05  VMSNAP-ESITO          PIC X(4).
           05  VMSNAP-SUPERATI       PIC X(4).
           05  VMSNAP-FALLITI        PIC X(4).
           05  VMSNAP-INCIDENTI      PIC 9(4).
           05  VMSNAP-MEDIA          PIC 9(5)V9.
           05  VMSNAP-MASSIMO        PIC 9(7).
      *---- INCIDENTI DEL GIORNO CADUTI IN FINESTRA DI MANUTENZIONE ---*
           05  VMSNAP-INC-PIANIF     PIC 9(4).
           05  FILLER                PIC X(8).
      *
       FD  VMMSG-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMMSG-REC.
           05  VMMSG-CHIAVE.
               10  VMMSG-LINGUA      PIC X(3).
               10  VMMSG-ID          PIC X(8).
           05  VMMSG-TESTO           PIC X(94).
           05  FILLER                PIC X(15).
      *
       FD  VMPROF-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMPROF-REC.
           05  VMPROF-UTENTE         PIC X(10).
           05  VMPROF-AUT-CASI       PIC X.
               88  VMPROF-CASI-SI            VALUE "S".
               88  VMPROF-CASI-VALIDA        VALUE "S" "N" " ".
           05  VMPROF-AUT-REVISIONE  PIC X.
               88  VMPROF-REVISIONE-SI       VALUE "S".
               88  VMPROF-REVISIONE-VALIDA   VALUE "S" "N" " ".
           05  VMPROF-AUT-PROFILI    PIC X.
               88  VMPROF-PROFILI-SI         VALUE "S".
               88  VMPROF-PROFILI-VALIDA     VALUE "S" "N" " ".
           05  FILLER                PIC X(27).
      *
       FD  VMAUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMAUDIT-REC.
           05  VMAUDIT-UTENTE        PIC X(15).
           05  VMAUDIT-TERM          PIC X(15).
           05  VMAUDIT-EIBTRMID      PIC X(4).
           05  VMAUDIT-DATA          PIC S9(7) COMP-3.
           05  VMAUDIT-ORA           PIC S9(7) COMP-3.
           05  VMAUDIT-PROGRAMMA     PIC X(8).
           05  VMAUDIT-NOME-FILE     PIC X(8).
           05  VMAUDIT-OPERAZIONE    PIC X.
               88  VMAUDIT-INSERIMENTO       VALUE "I".
               88  VMAUDIT-SOSTITUZIONE      VALUE "R".
               88  VMAUDIT-CANCELLAZIONE     VALUE "D".
           05  VMAUDIT-CHIAVE        PIC X(20).
           05  VMAUDIT-PRIMA         PIC X(1100).
           05  VMAUDIT-DOPO          PIC X(1100).
           05  FILLER                PIC X(21).
      *
       FD  VMCHKRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMCHKRPT-REC              PIC X(132).
      *
       FD  VMJOBLED-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMJOBLED-REC.
      *---- CHIAVE: PROGRAMMA, GIORNO, ORA E CENTESIMO DI INIZIO ------*
      *---- DELLA CORSA, TIPO DI RIGA (I INIZIO, F FINE) --------------*
           05  VMJOBLED-CHIAVE.
               10  VMJOBLED-PROGRAMMA    PIC X(8).
               10  VMJOBLED-DATA         PIC X(8).
               10  VMJOBLED-ORA-INIZIO   PIC X(6).
               10  VMJOBLED-CENT-INIZIO  PIC X(2).
               10  VMJOBLED-TIPO         PIC X(1).
                   88  VMJOBLED-INIZIO          VALUE "I".
                   88  VMJOBLED-FINE            VALUE "F".
           05  FILLER                PIC X(1).
           05  VMJOBLED-ORA-FINE     PIC X(6).
           05  FILLER                PIC X(1).
           05  VMJOBLED-RC           PIC 9(4).
           05  FILLER                PIC X(1).
           05  VMJOBLED-LETTI        PIC 9(9).
           05  FILLER                PIC X(1).
           05  VMJOBLED-SCRITTI      PIC 9(9).
           05  FILLER                PIC X(1).
           05  VMJOBLED-MANCANTE     PIC X(8).
           05  FILLER                PIC X(14).
      *
       FD  VMJOBPRE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMJOBPRE-REC.
           05  VMJOBPRE-PROGRAMMA    PIC X(8).
           05  FILLER                PIC X(1).
           05  VMJOBPRE-RC-MAX       PIC X(1).
           05  FILLER                PIC X(70).
      *
       WORKING-STORAGE SECTION.
      *--------------------------------------------------------------*
      *       STATI DEI FILE                                         *
      *--------------------------------------------------------------*
       01  FILE-STATUS-AREE.
        05   BPVMPAR-STATUS                PIC XX VALUE "00".
             88  BPVMPAR-OK                       VALUE "00".
        05   VMINC-STATUS                  PIC XX VALUE "00".
             88  VMINC-OK                         VALUE "00".
        05   VMTEST-STATUS                 PIC XX VALUE "00".
             88  VMTEST-OK                        VALUE "00".
        05   VMHIST-STATUS                 PIC XX VALUE "00".
             88  VMHIST-OK                        VALUE "00".
        05   VMREG-STATUS                  PIC XX VALUE "00".
             88  VMREG-OK                         VALUE "00".
        05   VMSNAP-STATUS                 PIC XX VALUE "00".
             88  VMSNAP-OK                        VALUE "00".
             88  VMSNAP-NON-ESISTE                VALUE "35".
        05   VMMSG-STATUS                  PIC XX VALUE "00".
             88  VMMSG-OK                         VALUE "00".
        05   VMPROF-STATUS                 PIC XX VALUE "00".
             88  VMPROF-OK                        VALUE "00".
             88  VMPROF-NON-ESISTE                VALUE "35".
        05   VMAUDIT-STATUS                PIC XX VALUE "00".
             88  VMAUDIT-OK                       VALUE "00".
             88  VMAUDIT-OCCUPATO                 VALUE "93".
        05   VMCHKRPT-STATUS               PIC XX VALUE "00".
             88  VMCHKRPT-OK                      VALUE "00".
        05   VMJOBLED-STATUS               PIC XX VALUE "00".
             88  VMJOBLED-OK                      VALUE "00".
             88  VMJOBLED-DUPLICATO               VALUE "22".
             88  VMJOBLED-NON-ESISTE              VALUE "35".
             88  VMJOBLED-OCCUPATO                VALUE "93".
        05   VMJOBPRE-STATUS               PIC XX VALUE "00".
             88  VMJOBPRE-OK                      VALUE "00".
      *--------------------------------------------------------------*
      *       FLAGS                                                  *
      *--------------------------------------------------------------*
       01  FLAGS.
        05   FLAG-PARAMETRO-KO             PIC 9   VALUE ZERO.
             88  PARAMETRO-KO                     VALUE 1.
        05   FLAG-GIORNALE-KO              PIC 9   VALUE ZERO.
             88  GIORNALE-KO                      VALUE 1.
        05   FLAG-FINE-VMINC               PIC 9   VALUE ZERO.
             88  FINE-VMINC                       VALUE 1.
        05   FLAG-INC-CTL-TROVATO          PIC 9   VALUE ZERO.
             88  INC-CTL-TROVATO                  VALUE 1.
        05   FLAG-FINE-VMHIST              PIC 9   VALUE ZERO.
             88  FINE-VMHIST                      VALUE 1.
        05   FLAG-CASO-ASSENTE             PIC 9   VALUE ZERO.
             88  CASO-ASSENTE                     VALUE 1.
        05   FLAG-FINE-VMREG               PIC 9   VALUE ZERO.
             88  FINE-VMREG                       VALUE 1.
        05   FLAG-FINE-VMSNAP              PIC 9   VALUE ZERO.
             88  FINE-VMSNAP                      VALUE 1.
        05   FLAG-REGIONE-ASSENTE          PIC 9   VALUE ZERO.
             88  REGIONE-ASSENTE                  VALUE 1.
        05   FLAG-FINE-VMMSG               PIC 9   VALUE ZERO.
             88  FINE-VMMSG                       VALUE 1.
        05   FLAG-FINE-VMPROF              PIC 9   VALUE ZERO.
             88  FINE-VMPROF                      VALUE 1.
        05   FLAG-FINE-JOBPRE              PIC 9   VALUE ZERO.
             88  FINE-JOBPRE                      VALUE 1.
        05   FLAG-FINE-JOBLED              PIC 9   VALUE ZERO.
             88  FINE-JOBLED                      VALUE 1.
        05   FLAG-PREDECESSORI-KO          PIC 9   VALUE ZERO.
             88  PREDECESSORI-KO                  VALUE 1.
        05   FLAG-LIBRO-KO                 PIC 9   VALUE ZERO.
             88  LIBRO-KO                         VALUE 1.
      *--------------------------------------------------------------*
      *       CATENA DEI LAVORI: CORSA CORRENTE, RECORD LETTI E      *
      *       SCRITTI, PREDECESSORI RICHIESTI E LORO ESITO DI OGGI   *
      *--------------------------------------------------------------*
       01  CATENA-AREE.
        05   CAT-PROGRAMMA         PIC X(8)  VALUE "BPVM022".
        05   CAT-GIORNO.
             10 CAT-AAAA           PIC 9(4).
             10 CAT-MM             PIC 99.
             10 CAT-GG             PIC 99.
        05   CAT-ORARIO            PIC 9(8)  VALUE ZERO.
        05   CAT-ORARIO-R REDEFINES CAT-ORARIO.
             10 CAT-HHMMSS         PIC X(6).
             10 CAT-CC             PIC XX.
        05   CAT-DATA              PIC X(8)  VALUE SPACE.
        05   CAT-ORA-INIZIO        PIC X(6)  VALUE SPACE.
        05   CAT-CENT-INIZIO       PIC 99    VALUE ZERO.
        05   CAT-TENTATIVI         PIC 9(4)  COMP-4 VALUE ZERO.
        05   CAT-MAX-TENTATIVI     PIC 9(4)  COMP-4 VALUE 100.
        05   CAT-OROLOGIO          PIC 9(8)  VALUE ZERO.
        05   CAT-OROLOGIO-R REDEFINES CAT-OROLOGIO.
             10 CAT-ORO-HH         PIC 99.
             10 CAT-ORO-MM         PIC 99.
             10 CAT-ORO-SS         PIC 99.
             10 CAT-ORO-CC         PIC 99.
        05   CAT-CENT-ORA          PIC 9(7)  COMP-3 VALUE ZERO.
        05   CAT-CENT-PARTENZA     PIC 9(7)  COMP-3 VALUE ZERO.
        05   CAT-CENT-PASSATI      PIC S9(7) COMP-3 VALUE ZERO.
        05   CAT-CENT-ATTESI       PIC 9(7)  COMP-3 VALUE ZERO.
        05   CAT-PAUSA             PIC 9(7)  COMP-3 VALUE 50.
        05   CAT-ATTESA-MAX        PIC 9(7)  COMP-3 VALUE 6000.
        05   CAT-LETTI             PIC 9(9)  COMP-4 VALUE ZERO.
        05   CAT-SCRITTI           PIC 9(9)  COMP-4 VALUE ZERO.
        05   CAT-MANCANTE          PIC X(8)  VALUE SPACE.
        05   CAT-IND               PIC 9(4)  COMP-4 VALUE ZERO.
        05   CAT-PRE-MAX           PIC 9(4)  COMP-4 VALUE 20.
        05   CAT-PRE-USATI         PIC 9(4)  COMP-4 VALUE ZERO.
        05   CAT-PRE-ELEM OCCURS 20.
             10 CAT-PRE-PROGRAMMA  PIC X(8).
             10 CAT-PRE-RC-MAX     PIC 9(4).
             10 CAT-PRE-ESITO      PIC X.
                88  CAT-PRE-CONCLUSO       VALUE "S".
             10 CAT-PRE-FINITA     PIC X(8).
      *--------------------------------------------------------------*
      *       MODO DELLA CORSA DALLA SCHEDA PARAMETRO                *
      *--------------------------------------------------------------*
       01  PARAMETRO-AREE.
        05   PAR-MODO              PIC X     VALUE SPACE.
             88  SOLO-CONTROLLO           VALUE SPACE.
             88  RIPARAZIONE              VALUE "R".
             88  PAR-MODO-VALIDO          VALUE SPACE "R".
      *--------------------------------------------------------------*
      *       GIORNALE DELLE RIPARAZIONI (UTENTE = PROGRAMMA)        *
      *--------------------------------------------------------------*
       01  AUDIT-AREE.
        05   AUD-PROGRAMMA         PIC X(8)  VALUE "BPVM022".
        05   AUD-NOME-FILE         PIC X(8)  VALUE SPACE.
        05   AUD-OPERAZIONE        PIC X     VALUE SPACE.
        05   AUD-CHIAVE            PIC X(20) VALUE SPACE.
        05   AUD-PRIMA             PIC X(1100) VALUE SPACE.
        05   AUD-DOPO              PIC X(1100) VALUE SPACE.
        05   AUD-GIORNO            PIC 9(7)  VALUE ZERO.
        05   AUD-ORARIO            PIC 9(8)  VALUE ZERO.
      *--------------------------------------------------------------*
      *       CONTEGGI DI OGNI CONTROLLO (1 VMINC, 2 VMHIST,         *
      *       3 VMSNAP, 4 VMMSG, 5 VMPROF) E RIGHE DI DETTAGLIO      *
      *       STAMPATE, FINO A UN MASSIMO PER CONTROLLO              *
      *--------------------------------------------------------------*
       01  CONTROLLO-AREE.
        05   CTR-IND               PIC 9(4) COMP-4 VALUE ZERO.
        05   CTR-MAX               PIC 9(4) COMP-4 VALUE 5.
        05   CTR-RIGHE-MAX         PIC 9(4) COMP-4 VALUE 200.
        05   CTR-ELEM OCCURS 5.
             10 CTR-LETTI          PIC 9(7) COMP-4.
             10 CTR-INCOERENZE     PIC 9(7) COMP-4.
             10 CTR-RIPARATE       PIC 9(7) COMP-4.
             10 CTR-RIGHE          PIC 9(4) COMP-4.
             10 CTR-ESITO          PIC X.
                88  CTR-NON-ESEGUITO       VALUE "N".
      *--------------------------------------------------------------*
      *       CONTROLLO VMINC: PIU' ALTO NUMERO DI INCIDENTE USATO   *
      *       E ULTIMO ASSEGNATO SECONDO IL RECORD DI CONTROLLO      *
      *--------------------------------------------------------------*
       01  INCIDENTI-AREE.
        05   INC-MASSIMO           PIC 9(7)  VALUE ZERO.
        05   INC-CTL-ULTIMO        PIC 9(7)  VALUE ZERO.
      *
       01  DESCR-VMINC.
        05   FILLER                PIC X(17) VALUE
             "ULTIMO ASSEGNATO ".
        05   DVI-ULTIMO            PIC ZZZZZZ9.
        05   FILLER                PIC X(18) VALUE
             ", PIU' ALTO USATO ".
        05   DVI-MASSIMO           PIC ZZZZZZ9.
        05   FILLER                PIC X     VALUE SPACE.
      *--------------------------------------------------------------*
      *       CONTROLLO VMSNAP: REGIONI DELL'ANAGRAFICA (LETTE IN    *
      *       ORDINE DI CHIAVE) E ULTIMA REGIONE CERCATA             *
      *--------------------------------------------------------------*
       01  TABELLA-REGIONI.
        05   REG-MAX               PIC 9(4) COMP-4 VALUE 500.
        05   REG-USATE             PIC 9(4) COMP-4 VALUE ZERO.
        05   REG-REGIONE-PREC      PIC X(8)  VALUE LOW-VALUE.
        05   FLAG-REG-TRABOCCO     PIC 9     VALUE ZERO.
             88  REG-TRABOCCO             VALUE 1.
        05   FLAG-REG-KO           PIC 9     VALUE ZERO.
             88  REG-KO                   VALUE 1.
        05   REG-ELEM OCCURS 500 INDEXED BY REG-IND.
             10 REG-REGIONE        PIC X(8).
      *--------------------------------------------------------------*
      *       CONTROLLO VMMSG: LINGUE DEL CATALOGO E, PER OGNI ID,   *
      *       LE LINGUE IN CUI E' PRESENTE ("S")                     *
      *--------------------------------------------------------------*
       01  TABELLA-MESSAGGI.
        05   LNG-MAX               PIC 9(4) COMP-4 VALUE 10.
        05   LNG-USATE             PIC 9(4) COMP-4 VALUE ZERO.
        05   LNG-TROVATA           PIC 9(4) COMP-4 VALUE ZERO.
        05   LNG-LAV               PIC 9(4) COMP-4 VALUE ZERO.
        05   FLAG-LNG-TRABOCCO     PIC 9     VALUE ZERO.
             88  LNG-TRABOCCO             VALUE 1.
        05   LNG-ELEM OCCURS 10 INDEXED BY LNG-IND.
             10 LNG-LINGUA         PIC X(3).
        05   MSI-MAX               PIC 9(4) COMP-4 VALUE 2000.
        05   MSI-USATI             PIC 9(4) COMP-4 VALUE ZERO.
        05   MSI-TROVATO           PIC 9(4) COMP-4 VALUE ZERO.
        05   MSI-LAV               PIC 9(4) COMP-4 VALUE ZERO.
        05   FLAG-MSI-TRABOCCO     PIC 9     VALUE ZERO.
             88  MSI-TRABOCCO             VALUE 1.
        05   MSI-ELEM OCCURS 2000 INDEXED BY MSI-IND.
             10 MSI-ID             PIC X(8).
             10 MSI-PRESENZE.
                15 MSI-PRESENTE    PIC X OCCURS 10.
      *--------------------------------------------------------------*
      *       CONTROLLO VMPROF: CODICE UTENTE AMMESSO = LETTERA      *
      *       INIZIALE, POI LETTERE E CIFRE SENZA SPAZI INTERNI      *
      *--------------------------------------------------------------*
       01  PROFILO-AREE.
        05   PRF-LUNGHEZZA         PIC 9(4) COMP-4 VALUE ZERO.
        05   PRF-LAVORO            PIC X(10) VALUE SPACE.
        05   PRF-AMMESSI           PIC X(36) VALUE
             "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
        05   PRF-SPAZI             PIC X(36) VALUE SPACE.
      *--------------------------------------------------------------*
      *       CONVERSIONE DELLA DATA GIULIANA 0CAADDD IN GG/MM/AAAA   *
      *--------------------------------------------------------------*
       01  CONV-DATA-AREE.
        05   CONV-DATA-GIUL        PIC 9(7)  VALUE ZERO.
        05   CONV-SECOLO           PIC 9(3)  COMP-4 VALUE ZERO.
        05   CONV-AADDD            PIC 9(5)  VALUE ZERO.
        05   CONV-AA               PIC 9(3)  COMP-4 VALUE ZERO.
        05   CONV-DDD              PIC 9(3)  COMP-4 VALUE ZERO.
        05   CONV-MM               PIC 9(3)  COMP-4 VALUE ZERO.
        05   CONV-RESTO            PIC 9(3)  COMP-4 VALUE ZERO.
        05   CONV-QUOZIENTE        PIC 9(3)  COMP-4 VALUE ZERO.
        05   CONV-DATA-EDIT.
             10 CONV-ED-GG         PIC 99.
             10 FILLER             PIC X VALUE "/".
             10 CONV-ED-MM         PIC 99.
             10 FILLER             PIC X VALUE "/".
             10 CONV-ED-AAAA       PIC 9(4).
        05   FILLER  VALUE "312831303130313130313031".
             10 MESE-GG            PIC 99 OCCURS 12.
      *--------------------------------------------------------------*
      *       CONTATORI DEL REPORT                                   *
      *--------------------------------------------------------------*
       01  CONTATORI.
        05   CONTA-INCOERENZE      PIC 9(7) COMP-4 VALUE ZERO.
        05   CONTA-RIPARATE        PIC 9(7) COMP-4 VALUE ZERO.
        05   CONTA-NON-ESEGUITI    PIC 9(4) COMP-4 VALUE ZERO.
      *--------------------------------------------------------------*
      *       RIGHE DEL REPORT                                       *
      *--------------------------------------------------------------*
       01  RIGA-TITOLO.
        05   FILLER                PIC X(44) VALUE
             "CONTROLLO DI COERENZA DEI FILE A CHIAVE VM00".
        05   FILLER                PIC X(10) VALUE " - GIORNO ".
        05   TITOLO-GIORNO         PIC X(10).
        05   FILLER                PIC X(10) VALUE "  - MODO: ".
        05   TITOLO-MODO           PIC X(30).
        05   FILLER                PIC X(28) VALUE SPACE.
      *
       01  RIGA-SEZIONE.
        05   SEZ-NUMERO            PIC 9.
        05   FILLER                PIC XX    VALUE ") ".
        05   SEZ-DESCR             PIC X(70).
        05   FILLER                PIC X(59) VALUE SPACE.
      *
      *---- UNA INCOERENZA: CHIAVE DEL RECORD, DESCRIZIONE E ----------*
      *---- AZIONE (RIPARATA, RIPARABILE O DA CORREGGERE A MANO) ------*
       01  RIGA-DETTAGLIO.
        05   FILLER                PIC X(4)  VALUE SPACE.
        05   DET-CHIAVE            PIC X(36).
        05   FILLER                PIC XX    VALUE SPACE.
        05   DET-DESCR             PIC X(50).
        05   FILLER                PIC XX    VALUE SPACE.
        05   DET-AZIONE            PIC X(20).
        05   FILLER                PIC X(18) VALUE SPACE.
      *
       01  RIGA-ESITO.
        05   FILLER                PIC X(4)  VALUE SPACE.
        05   FILLER                PIC X(14) VALUE "RECORD LETTI  ".
        05   ESI-LETTI             PIC ZZZZZZ9.
        05   FILLER                PIC X(14) VALUE "  INCOERENZE  ".
        05   ESI-INCOERENZE        PIC ZZZZZZ9.
        05   FILLER                PIC X(12) VALUE "  RIPARATE  ".
        05   ESI-RIPARATE          PIC ZZZZZZ9.
        05   FILLER                PIC XX    VALUE SPACE.
        05   ESI-NOTA              PIC X(40).
        05   FILLER                PIC X(25) VALUE SPACE.
      *
       01  RIGA-TOTALI.
        05   FILLER                PIC X(20) VALUE
             "TOTALE INCOERENZE   ".
        05   TOT-INCOERENZE        PIC ZZZZZZ9.
        05   FILLER                PIC X(14) VALUE "  RIPARATE    ".
        05   TOT-RIPARATE          PIC ZZZZZZ9.
        05   FILLER                PIC X(26) VALUE
             "  CONTROLLI NON ESEGUITI  ".
        05   TOT-NON-ESEGUITI      PIC Z9.
        05   FILLER                PIC X(56) VALUE SPACE.
      *
       01  RIGA-TRABOCCO.
        05   FILLER                PIC X(4)  VALUE SPACE.
        05   TRABOCCO-DESCR        PIC X(48).
        05   FILLER                PIC X(80) VALUE SPACE.
      *
       01  RIGA-ERRORE.
        05   FILLER                PIC X(4)  VALUE SPACE.
        05   ERRORE-DESCR          PIC X(50).
        05   ERRORE-VALORE         PIC X(8).
        05   FILLER                PIC X(70) VALUE SPACE.
      *
       01  RIGA-VUOTA              PIC X(132) VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *-------------------------------------------------------------*
      *------------------------ MAINLINE -----------------------------*
      *-------------------------------------------------------------*
       BPVM022-MAIN.
      *
      *---- CATENA DEI LAVORI: INIZIO CORSA SUL LIBRO MASTRO E --------*
      *---- CONTROLLO DEI PREDECESSORI; SE UNO NON HA FINITO OGGI -----*
      *---- CON UN RC ACCETTATO IL PASSO NON GIRA E CHIUDE CON 12 -----*
           PERFORM INIZIO-CATENA      THRU EX-INIZIO-CATENA.
           IF PREDECESSORI-KO
              MOVE 12 TO RETURN-CODE
           ELSE
              PERFORM ESEGUI-BPVM022 THRU EX-ESEGUI-BPVM022
           END-IF.
      *---- UNA MODIFICA NON ANNOTATA SUL GIORNALE E' UN ERRORE GRAVE -*
           IF GIORNALE-KO AND
              RETURN-CODE < 8
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM FINE-CATENA        THRU EX-FINE-CATENA.
      *
           GOBACK.
      *
      *-------------------------------------------------------------*
      *------------------ ELABORAZIONE DEL PASSO ---------------------*
      *-------------------------------------------------------------*
       ESEGUI-BPVM022.
      *
           OPEN OUTPUT VMCHKRPT-FILE.
      *
           PERFORM LEGGI-PARAMETRO    THRU EX-LEGGI-PARAMETRO.
      *
           MOVE CAT-DATA (1:2) TO TITOLO-GIORNO (1:2).
           MOVE "/"            TO TITOLO-GIORNO (3:1).
           MOVE CAT-DATA (3:2) TO TITOLO-GIORNO (4:2).
           MOVE "/"            TO TITOLO-GIORNO (6:1).
           MOVE CAT-DATA (5:4) TO TITOLO-GIORNO (7:4).
      *
           IF PARAMETRO-KO
              MOVE "SCHEDA PARAMETRO ERRATA, MODO NON VUOTO NE' R"
                TO ERRORE-DESCR
              MOVE PAR-MODO TO ERRORE-VALORE
              WRITE VMCHKRPT-REC FROM RIGA-ERRORE
              CLOSE VMCHKRPT-FILE
              MOVE 8 TO RETURN-CODE
              GO TO EX-ESEGUI-BPVM022.
      *
           IF RIPARAZIONE
              MOVE "CONTROLLO E RIPARAZIONE" TO TITOLO-MODO
              PERFORM APRI-VMAUDIT   THRU EX-APRI-VMAUDIT
           ELSE
              MOVE "SOLO CONTROLLO"          TO TITOLO-MODO
           END-IF.
           IF GIORNALE-KO
              MOVE "GIORNALE VMAUDIT NON ACCODABILE, STATO"
                TO ERRORE-DESCR
              MOVE VMAUDIT-STATUS TO ERRORE-VALORE
              WRITE VMCHKRPT-REC FROM RIGA-ERRORE
              CLOSE VMCHKRPT-FILE
              MOVE 8 TO RETURN-CODE
              GO TO EX-ESEGUI-BPVM022.
           WRITE VMCHKRPT-REC FROM RIGA-TITOLO.
      *
           PERFORM CONTROLLA-VMINC    THRU EX-CONTROLLA-VMINC.
           PERFORM CONTROLLA-VMHIST   THRU EX-CONTROLLA-VMHIST.
           PERFORM CONTROLLA-VMSNAP   THRU EX-CONTROLLA-VMSNAP.
           PERFORM CONTROLLA-VMMSG    THRU EX-CONTROLLA-VMMSG.
           PERFORM CONTROLLA-VMPROF   THRU EX-CONTROLLA-VMPROF.
      *
      *
           MOVE 1 TO CTR-IND.
           PERFORM SOMMA-CONTROLLO THRU EX-SOMMA-CONTROLLO
              UNTIL CTR-IND > CTR-MAX.
      *
           WRITE VMCHKRPT-REC FROM RIGA-VUOTA.
           MOVE CONTA-INCOERENZE   TO TOT-INCOERENZE.
           MOVE CONTA-RIPARATE     TO TOT-RIPARATE.
           MOVE CONTA-NON-ESEGUITI TO TOT-NON-ESEGUITI.
           WRITE VMCHKRPT-REC FROM RIGA-TOTALI.
      *
           CLOSE VMCHKRPT-FILE.
      *
      *---- UN CONTROLLO NON ESEGUITO E' GRAVE, UNA INCOERENZA --------*
      *---- (ANCHE SE RIPARATA) E' UN AVVERTIMENTO --------------------*
           IF CONTA-NON-ESEGUITI > ZERO
              MOVE 8 TO RETURN-CODE
           ELSE
              IF CONTA-INCOERENZE > ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
      *
       EX-ESEGUI-BPVM022.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- LETTURA DELLA SCHEDA PARAMETRO: SCHEDA ASSENTE O ---------*
      *---- COLONNA 1 VUOTA = SOLO CONTROLLO, R = RIPARAZIONE --------*
      *-------------------------------------------------------------*
       LEGGI-PARAMETRO.
      *
           MOVE SPACE TO PAR-MODO.
      *
           OPEN INPUT BPVMPAR-FILE.
           IF NOT BPVMPAR-OK
              GO TO EX-LEGGI-PARAMETRO.
           READ BPVMPAR-FILE
              AT END
                 CLOSE BPVMPAR-FILE
                 GO TO EX-LEGGI-PARAMETRO
           END-READ.
           CLOSE BPVMPAR-FILE.
      *
           IF BPVMPAR-MODO NOT = LOW-VALUE
              MOVE BPVMPAR-MODO TO PAR-MODO
           END-IF.
           IF NOT PAR-MODO-VALIDO
              SET PARAMETRO-KO TO TRUE
           END-IF.
      *
       EX-LEGGI-PARAMETRO.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- GIORNALE DELLE MODIFICHE: ALLOCATO UNA VOLTA SOLA E -------*
      *---- CONDIVISO (DISP=SHR) CON LE TRANSAZIONI E GLI ALTRI, SI ---*
      *---- APRE IN ACCODAMENTO SOLO PER SCRIVERE LA RIGA. QUI SI -----*
      *---- PROVA CHE SIA ACCODABILE: SE NON LO E' IL PASSO NON -------*
      *---- AGGIORNA NULLA E CHIUDE CON RC 8 --------------------------*
      *-------------------------------------------------------------*
       APRI-VMAUDIT.
      *
           MOVE ZERO TO FLAG-GIORNALE-KO.
           PERFORM ACCODA-VMAUDIT THRU EX-ACCODA-VMAUDIT.
           IF NOT GIORNALE-KO
              CLOSE VMAUDIT-FILE
           END-IF.
      *
       EX-APRI-VMAUDIT.
           EXIT.
      *
      *---- APERTURA IN ACCODAMENTO; GIORNALE IN USO DA UN ALTRO ------*
      *---- LAVORO (93): SI RIPROVA COME PER IL LIBRO MASTRO ----------*
       ACCODA-VMAUDIT.
      *
           OPEN EXTEND VMAUDIT-FILE.
           MOVE ZERO TO CAT-CENT-ATTESI.
           PERFORM RIACCODA-VMAUDIT THRU EX-RIACCODA-VMAUDIT
              UNTIL NOT VMAUDIT-OCCUPATO
                 OR CAT-CENT-ATTESI NOT < CAT-ATTESA-MAX.
           IF NOT VMAUDIT-OK
              DISPLAY AUD-PROGRAMMA " VMAUDIT NON APERTO, STATO "
                      VMAUDIT-STATUS
              SET GIORNALE-KO TO TRUE
           END-IF.
      *
       EX-ACCODA-VMAUDIT.
           EXIT.
      *
       RIACCODA-VMAUDIT.
      *
           PERFORM ATTENDI-CATENA THRU EX-ATTENDI-CATENA.
           OPEN EXTEND VMAUDIT-FILE.
      *
       EX-RIACCODA-VMAUDIT.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- UNA RIGA DI GIORNALE PER OGNI RIPARAZIONE: FILE, --------*
      *---- CHIAVE E IMMAGINI PRIMA E DOPO (LA CANCELLAZIONE --------*
      *---- NON HA IMMAGINE DOPO, L'INSERIMENTO NON HA IMMAGINE -----*
      *---- PRIMA) ---------------------------------------------------*
      *-------------------------------------------------------------*
       SCRIVI-VMAUDIT.
      *
           IF GIORNALE-KO
              GO TO EX-SCRIVI-VMAUDIT.
           PERFORM ACCODA-VMAUDIT THRU EX-ACCODA-VMAUDIT.
           IF GIORNALE-KO
              GO TO EX-SCRIVI-VMAUDIT.
      *
           ACCEPT AUD-GIORNO       FROM DAY YYYYDDD.
           ACCEPT AUD-ORARIO       FROM TIME.
           MOVE SPACE              TO VMAUDIT-REC.
           MOVE AUD-PROGRAMMA      TO VMAUDIT-UTENTE
                                      VMAUDIT-PROGRAMMA.
           MOVE "BATCH"            TO VMAUDIT-TERM.
           COMPUTE VMAUDIT-DATA = AUD-GIORNO - 1900000.
           COMPUTE VMAUDIT-ORA  = AUD-ORARIO / 100.
           MOVE AUD-NOME-FILE      TO VMAUDIT-NOME-FILE.
           MOVE AUD-OPERAZIONE     TO VMAUDIT-OPERAZIONE.
           MOVE AUD-CHIAVE         TO VMAUDIT-CHIAVE.
           MOVE AUD-PRIMA          TO VMAUDIT-PRIMA.
           IF VMAUDIT-CANCELLAZIONE
              MOVE SPACE           TO VMAUDIT-DOPO
           ELSE
              MOVE AUD-DOPO        TO VMAUDIT-DOPO
           END-IF.
           WRITE VMAUDIT-REC.
           IF NOT VMAUDIT-OK
              DISPLAY AUD-PROGRAMMA " VMAUDIT NON SCRITTO, STATO "
                      VMAUDIT-STATUS " CHIAVE " AUD-CHIAVE
              SET GIORNALE-KO TO TRUE
           END-IF.
           CLOSE VMAUDIT-FILE.
      *
       EX-SCRIVI-VMAUDIT.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- INIZIO DI UN CONTROLLO (CTR-IND E SEZ-DESCR IMPOSTATI ---*
      *---- DAL CHIAMANTE): AZZERA I CONTEGGI E STAMPA IL TITOLO -----*
      *-------------------------------------------------------------*
       APRI-CONTROLLO.
      *
           MOVE ZERO  TO CTR-LETTI (CTR-IND)
                         CTR-INCOERENZE (CTR-IND)
                         CTR-RIPARATE (CTR-IND)
                         CTR-RIGHE (CTR-IND).
           MOVE SPACE TO CTR-ESITO (CTR-IND).
      *
           MOVE CTR-IND TO SEZ-NUMERO.
           WRITE VMCHKRPT-REC FROM RIGA-VUOTA.
           WRITE VMCHKRPT-REC FROM RIGA-SEZIONE.
      *
       EX-APRI-CONTROLLO.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- UNA INCOERENZA DEL CONTROLLO CORRENTE: CONTATA SEMPRE, ---*
      *---- STAMPATA FINO AL MASSIMO DI RIGHE PER CONTROLLO ----------*
      *-------------------------------------------------------------*
       SEGNALA-INCOERENZA.
      *
           ADD 1 TO CTR-INCOERENZE (CTR-IND).
           IF CTR-RIGHE (CTR-IND) NOT < CTR-RIGHE-MAX
              GO TO EX-SEGNALA-INCOERENZA.
      *
           ADD 1 TO CTR-RIGHE (CTR-IND).
           WRITE VMCHKRPT-REC FROM RIGA-DETTAGLIO.
      *
       EX-SEGNALA-INCOERENZA.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- UN FILE NON DISPONIBILE: IL CONTROLLO NON E' ESEGUITO ----*
      *---- (ERRORE-DESCR E ERRORE-VALORE IMPOSTATI DAL CHIAMANTE) ---*
      *-------------------------------------------------------------*
       CONTROLLO-NON-ESEGUITO.
      *
           WRITE VMCHKRPT-REC FROM RIGA-ERRORE.
           SET CTR-NON-ESEGUITO (CTR-IND) TO TRUE.
      *
       EX-CONTROLLO-NON-ESEGUITO.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- FINE DI UN CONTROLLO: CONTEGGI ED ESITO -------------------*
      *-------------------------------------------------------------*
       CHIUDI-CONTROLLO.
      *
           IF CTR-INCOERENZE (CTR-IND) > CTR-RIGHE (CTR-IND)
              MOVE "ALTRE INCOERENZE NON ELENCATE, SOLO CONTATE"
                TO TRABOCCO-DESCR
              WRITE VMCHKRPT-REC FROM RIGA-TRABOCCO
           END-IF.
      *
           MOVE CTR-LETTI (CTR-IND)      TO ESI-LETTI.
           MOVE CTR-INCOERENZE (CTR-IND) TO ESI-INCOERENZE.
           MOVE CTR-RIPARATE (CTR-IND)   TO ESI-RIPARATE.
           IF CTR-NON-ESEGUITO (CTR-IND)
              MOVE "CONTROLLO NON ESEGUITO" TO ESI-NOTA
           ELSE
              IF CTR-INCOERENZE (CTR-IND) = ZERO
                 MOVE "NESSUNA INCOERENZA"  TO ESI-NOTA
              ELSE
                 MOVE SPACE                 TO ESI-NOTA
              END-IF
           END-IF.
           WRITE VMCHKRPT-REC FROM RIGA-ESITO.
      *
       EX-CHIUDI-CONTROLLO.
           EXIT.
      *
       SOMMA-CONTROLLO.
      *
           ADD CTR-INCOERENZE (CTR-IND) TO CONTA-INCOERENZE.
           ADD CTR-RIPARATE (CTR-IND)   TO CONTA-RIPARATE.
           IF CTR-NON-ESEGUITO (CTR-IND)
              ADD 1 TO CONTA-NON-ESEGUITI
           END-IF.
           ADD 1 TO CTR-IND.
      *
       EX-SOMMA-CONTROLLO.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- 1) VMINC: IL RECORD DI CONTROLLO (NUMERO ZERO) DEVE -----*
      *---- PORTARE UN ULTIMO NUMERO ASSEGNATO NON INFERIORE AL ------*
      *---- PIU' ALTO INCIDENTE PRESENTE, ALTRIMENTI IL PROSSIMO -----*
      *---- ABEND RIUSA UN NUMERO GIA' OCCUPATO E NON VIENE ----------*
      *---- REGISTRATO. RIPARAZIONE: ULTIMO = PIU' ALTO --------------*
      *-------------------------------------------------------------*
       CONTROLLA-VMINC.
      *
           MOVE 1 TO CTR-IND.
           MOVE "VMINC: RECORD DI CONTROLLO E ULTIMO NUMERO ASSEGNATO"
             TO SEZ-DESCR.
           PERFORM APRI-CONTROLLO THRU EX-APRI-CONTROLLO.
      *
           IF RIPARAZIONE
              OPEN I-O   VMINC-FILE
           ELSE
              OPEN INPUT VMINC-FILE
           END-IF.
           IF NOT VMINC-OK
              MOVE "ARCHIVIO INCIDENTI VMINC NON DISPONIBILE, STATO"
                TO ERRORE-DESCR
              MOVE VMINC-STATUS TO ERRORE-VALORE
              PERFORM CONTROLLO-NON-ESEGUITO
                 THRU EX-CONTROLLO-NON-ESEGUITO
              PERFORM CHIUDI-CONTROLLO THRU EX-CHIUDI-CONTROLLO
              GO TO EX-CONTROLLA-VMINC.
      *
           MOVE ZERO TO FLAG-FINE-VMINC
                        FLAG-INC-CTL-TROVATO
                        INC-MASSIMO
                        INC-CTL-ULTIMO.
           PERFORM LEGGI-UN-INCIDENTE THRU EX-LEGGI-UN-INCIDENTE
              UNTIL FINE-VMINC.
      *
           IF CTR-NON-ESEGUITO (CTR-IND)
              GO TO CHIUDI-VMINC.
           IF INC-CTL-TROVATO AND INC-CTL-ULTIMO NOT < INC-MASSIMO
              GO TO CHIUDI-VMINC.
           IF NOT INC-CTL-TROVATO AND INC-MASSIMO = ZERO
              GO TO CHIUDI-VMINC.
      *
           IF INC-CTL-TROVATO
              MOVE "NUMERO 0000000 (CONTROLLO)" TO DET-CHIAVE
           ELSE
              MOVE "NUMERO 0000000 ASSENTE"     TO DET-CHIAVE
           END-IF.
           MOVE INC-CTL-ULTIMO TO DVI-ULTIMO.
           MOVE INC-MASSIMO    TO DVI-MASSIMO.
           MOVE DESCR-VMINC    TO DET-DESCR.
           IF RIPARAZIONE
              PERFORM RIPARA-VMINC THRU EX-RIPARA-VMINC
           ELSE
              MOVE "RIPARABILE (R)" TO DET-AZIONE
           END-IF.
           PERFORM SEGNALA-INCOERENZA THRU EX-SEGNALA-INCOERENZA.
      *
       CHIUDI-VMINC.
           CLOSE VMINC-FILE.
           PERFORM CHIUDI-CONTROLLO THRU EX-CHIUDI-CONTROLLO.
      *
       EX-CONTROLLA-VMINC.
           EXIT.
      *
       LEGGI-UN-INCIDENTE.
      *
           READ VMINC-FILE NEXT
              AT END
                 SET FINE-VMINC TO TRUE
                 GO TO EX-LEGGI-UN-INCIDENTE
           END-READ.
           IF NOT VMINC-OK
              MOVE "LETTURA DI VMINC INTERROTTA, STATO"
                TO ERRORE-DESCR
              MOVE VMINC-STATUS TO ERRORE-VALORE
              PERFORM CONTROLLO-NON-ESEGUITO
                 THRU EX-CONTROLLO-NON-ESEGUITO
              SET FINE-VMINC TO TRUE
              GO TO EX-LEGGI-UN-INCIDENTE.
           ADD 1 TO CAT-LETTI.
           ADD 1 TO CTR-LETTI (CTR-IND).
      *
           IF VMINC-CTL-NUMERO = ZERO
              MOVE 1 TO FLAG-INC-CTL-TROVATO
              MOVE VMINC-CTL-ULTIMO TO INC-CTL-ULTIMO
              GO TO EX-LEGGI-UN-INCIDENTE.
           IF VMINC-NUMERO > INC-MASSIMO
              MOVE VMINC-NUMERO TO INC-MASSIMO
           END-IF.
      *
       EX-LEGGI-UN-INCIDENTE.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- RIPARAZIONE DEL RECORD DI CONTROLLO: SOSTITUITO SE C'E', *
      *---- ALTRIMENTI INSERITO, CON ULTIMO = PIU' ALTO USATO --------*
      *-------------------------------------------------------------*
       RIPARA-VMINC.
      *
           MOVE "RIPARAZIONE FALLITA" TO DET-AZIONE.
           IF GIORNALE-KO
              GO TO EX-RIPARA-VMINC.
           MOVE SPACE                 TO AUD-PRIMA.
           MOVE ZERO                  TO VMINC-CTL-NUMERO.
      *
           IF INC-CTL-TROVATO
              READ VMINC-FILE
                 INVALID KEY
                    GO TO EX-RIPARA-VMINC
              END-READ
              MOVE "R"              TO AUD-OPERAZIONE
              MOVE VMINC-REC        TO AUD-PRIMA
              MOVE INC-MASSIMO      TO VMINC-CTL-ULTIMO
              REWRITE VMINC-REC
                 INVALID KEY
                    GO TO EX-RIPARA-VMINC
              END-REWRITE
           ELSE
              MOVE SPACE            TO VMINC-REC
              MOVE ZERO             TO VMINC-CTL-NUMERO
              MOVE INC-MASSIMO      TO VMINC-CTL-ULTIMO
              MOVE "I"              TO AUD-OPERAZIONE
              WRITE VMINC-REC
                 INVALID KEY
                    GO TO EX-RIPARA-VMINC
              END-WRITE
           END-IF.
      *
           MOVE "RIPARATO"   TO DET-AZIONE.
           ADD 1 TO CTR-RIPARATE (CTR-IND).
           ADD 1 TO CAT-SCRITTI.
           MOVE "VMINC"      TO AUD-NOME-FILE.
           MOVE VMINC-NUMERO TO AUD-CHIAVE.
           MOVE VMINC-REC    TO AUD-DOPO.
           PERFORM SCRIVI-VMAUDIT THRU EX-SCRIVI-VMAUDIT.
      *
       EX-RIPARA-VMINC.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- 2) VMHIST: OGNI ESITO DEVE RIFERIRSI A UN CASO ANCORA ----*
      *---- PRESENTE IN VMTEST. SE LA LIBRERIA NON SI APRE O E' ------*
      *---- VUOTA IL CONTROLLO NON SI FA: TUTTO LO STORICO RISUL- ----*
      *---- TEREBBE ORFANO E LA RIPARAZIONE LO CANCELLEREBBE. -------*
      *---- RIPARAZIONE: CANCELLAZIONE DELL'ESITO ORFANO -------------*
      *-------------------------------------------------------------*
       CONTROLLA-VMHIST.
      *
           MOVE 2 TO CTR-IND.
           MOVE "VMHIST: ESITI DI CASI NON PIU' PRESENTI IN VMTEST"
             TO SEZ-DESCR.
           PERFORM APRI-CONTROLLO THRU EX-APRI-CONTROLLO.
      *
           OPEN INPUT VMTEST-FILE.
           IF NOT VMTEST-OK
              MOVE "LIBRERIA CASI VMTEST NON DISPONIBILE, STATO"
                TO ERRORE-DESCR
              MOVE VMTEST-STATUS TO ERRORE-VALORE
              PERFORM CONTROLLO-NON-ESEGUITO
                 THRU EX-CONTROLLO-NON-ESEGUITO
              PERFORM CHIUDI-CONTROLLO THRU EX-CHIUDI-CONTROLLO
              GO TO EX-CONTROLLA-VMHIST.
           READ VMTEST-FILE NEXT
              AT END
                 CLOSE VMTEST-FILE
                 MOVE "LIBRERIA VMTEST VUOTA, STORICO NON VERIFICATO"
                   TO ERRORE-DESCR
                 MOVE SPACE TO ERRORE-VALORE
                 PERFORM CONTROLLO-NON-ESEGUITO
                    THRU EX-CONTROLLO-NON-ESEGUITO
                 PERFORM CHIUDI-CONTROLLO THRU EX-CHIUDI-CONTROLLO
                 GO TO EX-CONTROLLA-VMHIST
           END-READ.
      *
           IF RIPARAZIONE
              OPEN I-O   VMHIST-FILE
           ELSE
              OPEN INPUT VMHIST-FILE
           END-IF.
           IF NOT VMHIST-OK
              CLOSE VMTEST-FILE
              MOVE "STORICO VMHIST NON DISPONIBILE, STATO"
                TO ERRORE-DESCR
              MOVE VMHIST-STATUS TO ERRORE-VALORE
              PERFORM CONTROLLO-NON-ESEGUITO
                 THRU EX-CONTROLLO-NON-ESEGUITO
              PERFORM CHIUDI-CONTROLLO THRU EX-CHIUDI-CONTROLLO
              GO TO EX-CONTROLLA-VMHIST.
      *
           MOVE ZERO TO FLAG-FINE-VMHIST.
           PERFORM LEGGI-UN-ESITO THRU EX-LEGGI-UN-ESITO
              UNTIL FINE-VMHIST.
      *
           CLOSE VMHIST-FILE.
           CLOSE VMTEST-FILE.
           PERFORM CHIUDI-CONTROLLO THRU EX-CHIUDI-CONTROLLO.
      *
       EX-CONTROLLA-VMHIST.
           EXIT.
      *
       LEGGI-UN-ESITO.
      *
           READ VMHIST-FILE NEXT
              AT END
                 SET FINE-VMHIST TO TRUE
                 GO TO EX-LEGGI-UN-ESITO
           END-READ.
           IF NOT VMHIST-OK
              MOVE "LETTURA DI VMHIST INTERROTTA, STATO"
                TO ERRORE-DESCR
              MOVE VMHIST-STATUS TO ERRORE-VALORE
              PERFORM CONTROLLO-NON-ESEGUITO
                 THRU EX-CONTROLLO-NON-ESEGUITO
              SET FINE-VMHIST TO TRUE
              GO TO EX-LEGGI-UN-ESITO.
           ADD 1 TO CAT-LETTI.
           ADD 1 TO CTR-LETTI (CTR-IND).
      *
           MOVE ZERO               TO FLAG-CASO-ASSENTE.
           MOVE VMHIST-CHIAVE-CASO TO VMTEST-CHIAVE.
           READ VMTEST-FILE
              INVALID KEY
                 MOVE 1 TO FLAG-CASO-ASSENTE
           END-READ.
           IF NOT CASO-ASSENTE
              GO TO EX-LEGGI-UN-ESITO.
      *
           MOVE VMHIST-DATA TO CONV-DATA-GIUL.
           PERFORM CONVERTI-DATA THRU EX-CONVERTI-DATA.
           MOVE SPACE            TO DET-CHIAVE.
           MOVE CONV-DATA-EDIT   TO DET-CHIAVE (1:10).
           MOVE VMHIST-EIBTRMID  TO DET-CHIAVE (12:4).
           MOVE VMHIST-CATEGORIA TO DET-CHIAVE (17:8).
           MOVE VMHIST-ID-CASO   TO DET-CHIAVE (26:8).
           MOVE "CASO NON PIU' PRESENTE NELLA LIBRERIA VMTEST"
             TO DET-DESCR.
           IF RIPARAZIONE
              PERFORM RIPARA-VMHIST THRU EX-RIPARA-VMHIST
           ELSE
              MOVE "RIPARABILE (R)" TO DET-AZIONE
           END-IF.
           PERFORM SEGNALA-INCOERENZA THRU EX-SEGNALA-INCOERENZA.
      *
       EX-LEGGI-UN-ESITO.
           EXIT.
      *
      *---- LA CHIAVE DEL GIORNALE E' DI 20 CARATTERI: QUELLA ---------*
      *---- COMPLETA DELL'ESITO RESTA NELL'IMMAGINE PRIMA -------------*
       RIPARA-VMHIST.
      *
           MOVE "RIPARAZIONE FALLITA" TO DET-AZIONE.
           IF GIORNALE-KO
              GO TO EX-RIPARA-VMHIST.
           MOVE VMHIST-REC            TO AUD-PRIMA.
           MOVE VMHIST-CHIAVE         TO AUD-CHIAVE.
           DELETE VMHIST-FILE RECORD
              INVALID KEY
                 GO TO EX-RIPARA-VMHIST
           END-DELETE.
      *
           MOVE "RIPARATO"   TO DET-AZIONE.
           ADD 1 TO CTR-RIPARATE (CTR-IND).
           ADD 1 TO CAT-SCRITTI.
           MOVE "VMHIST"     TO AUD-NOME-FILE.
           MOVE "D"          TO AUD-OPERAZIONE.
           MOVE SPACE        TO AUD-DOPO.
           PERFORM SCRIVI-VMAUDIT THRU EX-SCRIVI-VMAUDIT.
      *
       EX-RIPARA-VMHIST.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- 3) VMSNAP: OGNI FOTOGRAFIA DEVE ESSERE DI UNA REGIONE ----*
      *---- DELL'ANAGRAFICA VMREG. ANAGRAFICA NON APRIBILE, VUOTA ----*
      *---- O OLTRE CAPIENZA = CONTROLLO NON ESEGUITO. --------------*
      *---- RIPARAZIONE: CANCELLAZIONE DELLA FOTOGRAFIA --------------*
      *-------------------------------------------------------------*
       CONTROLLA-VMSNAP.
      *
           MOVE 3 TO CTR-IND.
           MOVE "VMSNAP: FOTOGRAFIE DI REGIONI ASSENTI DALL'ANAGRAFICA"
             TO SEZ-DESCR.
           PERFORM APRI-CONTROLLO THRU EX-APRI-CONTROLLO.
      *
           PERFORM CARICA-REGIONI THRU EX-CARICA-REGIONI.
           IF REG-KO
              MOVE "ANAGRAFICA REGIONI VMREG NON DISPONIBILE, STATO"
                TO ERRORE-DESCR
              MOVE VMREG-STATUS TO ERRORE-VALORE
              PERFORM CONTROLLO-NON-ESEGUITO
                 THRU EX-CONTROLLO-NON-ESEGUITO
              PERFORM CHIUDI-CONTROLLO THRU EX-CHIUDI-CONTROLLO
              GO TO EX-CONTROLLA-VMSNAP.
           IF REG-USATE = ZERO
              MOVE "ANAGRAFICA REGIONI VMREG VUOTA, NON VERIFICATO"
                TO ERRORE-DESCR
              MOVE SPACE TO ERRORE-VALORE
              PERFORM CONTROLLO-NON-ESEGUITO
                 THRU EX-CONTROLLO-NON-ESEGUITO
              PERFORM CHIUDI-CONTROLLO THRU EX-CHIUDI-CONTROLLO
              GO TO EX-CONTROLLA-VMSNAP.
           IF REG-TRABOCCO
              MOVE "REGIONI VMREG OLTRE CAPIENZA, NON VERIFICATO"
                TO ERRORE-DESCR
              MOVE SPACE TO ERRORE-VALORE
              PERFORM CONTROLLO-NON-ESEGUITO
                 THRU EX-CONTROLLO-NON-ESEGUITO
              PERFORM CHIUDI-CONTROLLO THRU EX-CHIUDI-CONTROLLO
              GO TO EX-CONTROLLA-VMSNAP.
      *
           IF RIPARAZIONE
              OPEN I-O   VMSNAP-FILE
           ELSE
              OPEN INPUT VMSNAP-FILE
           END-IF.
      *---- NESSUNA FOTOGRAFIA ANCORA SCRITTA: NIENTE DA CONTROLLARE --*
           IF VMSNAP-NON-ESISTE
              PERFORM CHIUDI-CONTROLLO THRU EX-CHIUDI-CONTROLLO
              GO TO EX-CONTROLLA-VMSNAP.
           IF NOT VMSNAP-OK
              MOVE "FOTOGRAFIE VMSNAP NON DISPONIBILI, STATO"
                TO ERRORE-DESCR
              MOVE VMSNAP-STATUS TO ERRORE-VALORE
              PERFORM CONTROLLO-NON-ESEGUITO
                 THRU EX-CONTROLLO-NON-ESEGUITO
              PERFORM CHIUDI-CONTROLLO THRU EX-CHIUDI-CONTROLLO
              GO TO EX-CONTROLLA-VMSNAP.
      *
           MOVE ZERO      TO FLAG-FINE-VMSNAP.
           MOVE LOW-VALUE TO REG-REGIONE-PREC.
           PERFORM LEGGI-UNA-FOTOGRAFIA THRU EX-LEGGI-UNA-FOTOGRAFIA
              UNTIL FINE-VMSNAP.
      *
           CLOSE VMSNAP-FILE.
           PERFORM CHIUDI-CONTROLLO THRU EX-CHIUDI-CONTROLLO.
      *
       EX-CONTROLLA-VMSNAP.
           EXIT.
      *
       CARICA-REGIONI.
      *
           MOVE ZERO TO FLAG-FINE-VMREG.
           OPEN INPUT VMREG-FILE.
           IF NOT VMREG-OK
              MOVE 1 TO FLAG-REG-KO
              GO TO EX-CARICA-REGIONI.
           PERFORM CARICA-UNA-REGIONE THRU EX-CARICA-UNA-REGIONE
              UNTIL FINE-VMREG.
           CLOSE VMREG-FILE.
      *
       EX-CARICA-REGIONI.
           EXIT.
      *
       CARICA-UNA-REGIONE.
      *
           READ VMREG-FILE NEXT
              AT END
                 SET FINE-VMREG TO TRUE
                 GO TO EX-CARICA-UNA-REGIONE
           END-READ.
           IF NOT VMREG-OK
              MOVE 1 TO FLAG-REG-KO
              SET FINE-VMREG TO TRUE
              GO TO EX-CARICA-UNA-REGIONE.
           ADD 1 TO CAT-LETTI.
           IF REG-USATE NOT < REG-MAX
              MOVE 1 TO FLAG-REG-TRABOCCO
              GO TO EX-CARICA-UNA-REGIONE.
      *
           ADD 1 TO REG-USATE.
           SET REG-IND TO REG-USATE.
           MOVE VMREG-REGIONE TO REG-REGIONE (REG-IND).
      *
       EX-CARICA-UNA-REGIONE.
           EXIT.
      *
       LEGGI-UNA-FOTOGRAFIA.
      *
           READ VMSNAP-FILE NEXT
              AT END
                 SET FINE-VMSNAP TO TRUE
                 GO TO EX-LEGGI-UNA-FOTOGRAFIA
           END-READ.
           IF NOT VMSNAP-OK
              MOVE "LETTURA DI VMSNAP INTERROTTA, STATO"
                TO ERRORE-DESCR
              MOVE VMSNAP-STATUS TO ERRORE-VALORE
              PERFORM CONTROLLO-NON-ESEGUITO
                 THRU EX-CONTROLLO-NON-ESEGUITO
              SET FINE-VMSNAP TO TRUE
              GO TO EX-LEGGI-UNA-FOTOGRAFIA.
           ADD 1 TO CAT-LETTI.
           ADD 1 TO CTR-LETTI (CTR-IND).
      *
      *---- LE FOTOGRAFIE SONO IN ORDINE DI REGIONE: SI CERCA SOLO ----*
      *---- QUANDO LA REGIONE CAMBIA ----------------------------------*
           IF VMSNAP-REGIONE NOT = REG-REGIONE-PREC
              MOVE VMSNAP-REGIONE TO REG-REGIONE-PREC
              PERFORM CERCA-REGIONE THRU EX-CERCA-REGIONE
           END-IF.
           IF NOT REGIONE-ASSENTE
              GO TO EX-LEGGI-UNA-FOTOGRAFIA.
      *
           MOVE VMSNAP-DATA TO CONV-DATA-GIUL.
           PERFORM CONVERTI-DATA THRU EX-CONVERTI-DATA.
           MOVE SPACE           TO DET-CHIAVE.
           MOVE VMSNAP-REGIONE  TO DET-CHIAVE (1:8).
           MOVE CONV-DATA-EDIT  TO DET-CHIAVE (10:10).
           MOVE VMSNAP-EIBTRMID TO DET-CHIAVE (21:4).
           MOVE "REGIONE NON PRESENTE NELL'ANAGRAFICA VMREG"
             TO DET-DESCR.
           IF RIPARAZIONE
              PERFORM RIPARA-VMSNAP THRU EX-RIPARA-VMSNAP
           ELSE
              MOVE "RIPARABILE (R)" TO DET-AZIONE
           END-IF.
           PERFORM SEGNALA-INCOERENZA THRU EX-SEGNALA-INCOERENZA.
      *
       EX-LEGGI-UNA-FOTOGRAFIA.
           EXIT.
      *
       CERCA-REGIONE.
      *
           MOVE 1 TO FLAG-REGIONE-ASSENTE.
           SET REG-IND TO 1.
           SEARCH REG-ELEM
              AT END
                 CONTINUE
              WHEN REG-IND > REG-USATE
                 CONTINUE
              WHEN REG-REGIONE (REG-IND) = VMSNAP-REGIONE
                 MOVE ZERO TO FLAG-REGIONE-ASSENTE
           END-SEARCH.
      *
       EX-CERCA-REGIONE.
           EXIT.
      *
       RIPARA-VMSNAP.
      *
           MOVE "RIPARAZIONE FALLITA" TO DET-AZIONE.
           IF GIORNALE-KO
              GO TO EX-RIPARA-VMSNAP.
           MOVE VMSNAP-REC            TO AUD-PRIMA.
           MOVE VMSNAP-CHIAVE         TO AUD-CHIAVE.
           DELETE VMSNAP-FILE RECORD
              INVALID KEY
                 GO TO EX-RIPARA-VMSNAP
           END-DELETE.
      *
           MOVE "RIPARATO"   TO DET-AZIONE.
           ADD 1 TO CTR-RIPARATE (CTR-IND).
           ADD 1 TO CAT-SCRITTI.
           MOVE "VMSNAP"     TO AUD-NOME-FILE.
           MOVE "D"          TO AUD-OPERAZIONE.
           MOVE SPACE        TO AUD-DOPO.
           PERFORM SCRIVI-VMAUDIT THRU EX-SCRIVI-VMAUDIT.
      *
       EX-RIPARA-VMSNAP.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- 4) VMMSG: OGNI ID DEL CATALOGO DEVE ESISTERE IN TUTTE ----*
      *---- LE LINGUE PRESENTI. SOLO SEGNALAZIONE: IL TESTO ----------*
      *---- MANCANTE VA SCRITTO CON BPVM010 ---------------------------*
      *-------------------------------------------------------------*
       CONTROLLA-VMMSG.
      *
           MOVE 4 TO CTR-IND.
           MOVE "VMMSG: MESSAGGI NON PRESENTI IN TUTTE LE LINGUE"
             TO SEZ-DESCR.
           PERFORM APRI-CONTROLLO THRU EX-APRI-CONTROLLO.
      *
           OPEN INPUT VMMSG-FILE.
           IF NOT VMMSG-OK
              MOVE "CATALOGO MESSAGGI VMMSG NON DISPONIBILE, STATO"
                TO ERRORE-DESCR
              MOVE VMMSG-STATUS TO ERRORE-VALORE
              PERFORM CONTROLLO-NON-ESEGUITO
                 THRU EX-CONTROLLO-NON-ESEGUITO
              PERFORM CHIUDI-CONTROLLO THRU EX-CHIUDI-CONTROLLO
              GO TO EX-CONTROLLA-VMMSG.
      *
           MOVE ZERO TO FLAG-FINE-VMMSG.
           PERFORM CARICA-UN-MESSAGGIO THRU EX-CARICA-UN-MESSAGGIO
              UNTIL FINE-VMMSG.
           CLOSE VMMSG-FILE.
      *
      *---- CON LE TABELLE PIENE LE ASSENZE NON SONO ATTENDIBILI ------*
           IF LNG-TRABOCCO OR MSI-TRABOCCO
              MOVE "LINGUE O ID DEL CATALOGO OLTRE CAPIENZA"
                TO ERRORE-DESCR
              MOVE SPACE TO ERRORE-VALORE
              PERFORM CONTROLLO-NON-ESEGUITO
                 THRU EX-CONTROLLO-NON-ESEGUITO
           END-IF.
           IF NOT CTR-NON-ESEGUITO (CTR-IND)
              MOVE 1 TO MSI-LAV
              PERFORM ESAMINA-MESSAGGIO THRU EX-ESAMINA-MESSAGGIO
                 UNTIL MSI-LAV > MSI-USATI
           END-IF.
      *
           PERFORM CHIUDI-CONTROLLO THRU EX-CHIUDI-CONTROLLO.
      *
       EX-CONTROLLA-VMMSG.
           EXIT.
      *
       CARICA-UN-MESSAGGIO.
      *
           READ VMMSG-FILE NEXT
              AT END
                 SET FINE-VMMSG TO TRUE
                 GO TO EX-CARICA-UN-MESSAGGIO
           END-READ.
           IF NOT VMMSG-OK
              MOVE "LETTURA DI VMMSG INTERROTTA, STATO"
                TO ERRORE-DESCR
              MOVE VMMSG-STATUS TO ERRORE-VALORE
              PERFORM CONTROLLO-NON-ESEGUITO
                 THRU EX-CONTROLLO-NON-ESEGUITO
              SET FINE-VMMSG TO TRUE
              GO TO EX-CARICA-UN-MESSAGGIO.
           ADD 1 TO CAT-LETTI.
           ADD 1 TO CTR-LETTI (CTR-IND).
      *
           PERFORM CERCA-LINGUA THRU EX-CERCA-LINGUA.
           IF LNG-TROVATA = ZERO
              GO TO EX-CARICA-UN-MESSAGGIO.
           PERFORM CERCA-ID THRU EX-CERCA-ID.
           IF MSI-TROVATO = ZERO
              GO TO EX-CARICA-UN-MESSAGGIO.
      *
           MOVE "S" TO MSI-PRESENTE (MSI-TROVATO, LNG-TROVATA).
      *
       EX-CARICA-UN-MESSAGGIO.
           EXIT.
      *
      *---- POSIZIONE DELLA LINGUA NELLA TABELLA, AGGIUNTA SE NUOVA ---*
      *---- (ZERO SE LA TABELLA E' PIENA) -----------------------------*
       CERCA-LINGUA.
      *
           MOVE ZERO TO LNG-TROVATA.
           SET LNG-IND TO 1.
           SEARCH LNG-ELEM
              AT END
                 CONTINUE
              WHEN LNG-IND > LNG-USATE
                 CONTINUE
              WHEN LNG-LINGUA (LNG-IND) = VMMSG-LINGUA
                 SET LNG-TROVATA TO LNG-IND
           END-SEARCH.
           IF LNG-TROVATA > ZERO
              GO TO EX-CERCA-LINGUA.
      *
           IF LNG-USATE NOT < LNG-MAX
              MOVE 1 TO FLAG-LNG-TRABOCCO
              GO TO EX-CERCA-LINGUA.
           ADD 1 TO LNG-USATE.
           MOVE LNG-USATE    TO LNG-TROVATA.
           MOVE VMMSG-LINGUA TO LNG-LINGUA (LNG-TROVATA).
      *
       EX-CERCA-LINGUA.
           EXIT.
      *
      *---- POSIZIONE DELL'ID NELLA TABELLA, AGGIUNTO SE NUOVO SENZA --*
      *---- ALCUNA LINGUA (ZERO SE LA TABELLA E' PIENA) ---------------*
       CERCA-ID.
      *
           MOVE ZERO TO MSI-TROVATO.
           SET MSI-IND TO 1.
           SEARCH MSI-ELEM
              AT END
                 CONTINUE
              WHEN MSI-IND > MSI-USATI
                 CONTINUE
              WHEN MSI-ID (MSI-IND) = VMMSG-ID
                 SET MSI-TROVATO TO MSI-IND
           END-SEARCH.
           IF MSI-TROVATO > ZERO
              GO TO EX-CERCA-ID.
      *
           IF MSI-USATI NOT < MSI-MAX
              MOVE 1 TO FLAG-MSI-TRABOCCO
              GO TO EX-CERCA-ID.
           ADD 1 TO MSI-USATI.
           MOVE MSI-USATI TO MSI-TROVATO.
           MOVE VMMSG-ID  TO MSI-ID (MSI-TROVATO).
           MOVE SPACE     TO MSI-PRESENZE (MSI-TROVATO).
      *
       EX-CERCA-ID.
           EXIT.
      *
      *---- UNA RIGA PER OGNI LINGUA IN CUI L'ID MANCA ----------------*
       ESAMINA-MESSAGGIO.
      *
           MOVE 1 TO LNG-LAV.
           PERFORM ESAMINA-LINGUA THRU EX-ESAMINA-LINGUA
              UNTIL LNG-LAV > LNG-USATE.
           ADD 1 TO MSI-LAV.
      *
       EX-ESAMINA-MESSAGGIO.
           EXIT.
      *
       ESAMINA-LINGUA.
      *
           IF MSI-PRESENTE (MSI-LAV, LNG-LAV) NOT = "S"
              MOVE SPACE                TO DET-CHIAVE
              MOVE MSI-ID (MSI-LAV)     TO DET-CHIAVE (1:8)
              MOVE "MANCANTE NELLA LINGUA" TO DET-DESCR
              MOVE LNG-LINGUA (LNG-LAV) TO DET-DESCR (23:3)
              MOVE "DA CORREGGERE A MANO" TO DET-AZIONE
              PERFORM SEGNALA-INCOERENZA THRU EX-SEGNALA-INCOERENZA
           END-IF.
           ADD 1 TO LNG-LAV.
      *
       EX-ESAMINA-LINGUA.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- 5) VMPROF: IL CODICE UTENTE DEVE ESSERE UN UTENTE VERO: --*
      *---- NON VUOTO, LETTERA INIZIALE, SOLO LETTERE E CIFRE, -------*
      *---- NESSUNO SPAZIO INTERNO; LE AUTORIZZAZIONI S, N O SPAZIO --*
      *---- E ALMENO UNA CONCESSA. SOLO SEGNALAZIONE: I PROFILI SI ---*
      *---- CORREGGONO CON LA TRANSAZIONE VM04 -----------------------*
      *-------------------------------------------------------------*
       CONTROLLA-VMPROF.
      *
           MOVE 5 TO CTR-IND.
           MOVE "VMPROF: PROFILI DI UTENTI NON VALIDI"
             TO SEZ-DESCR.
           PERFORM APRI-CONTROLLO THRU EX-APRI-CONTROLLO.
      *
           OPEN INPUT VMPROF-FILE.
      *---- PROFILI NON INSTALLATI: ACCESSO LIBERO, NIENTE DA --------*
      *---- CONTROLLARE -----------------------------------------------*
           IF VMPROF-NON-ESISTE
              PERFORM CHIUDI-CONTROLLO THRU EX-CHIUDI-CONTROLLO
              GO TO EX-CONTROLLA-VMPROF.
           IF NOT VMPROF-OK
              MOVE "PROFILI VMPROF NON DISPONIBILI, STATO"
                TO ERRORE-DESCR
              MOVE VMPROF-STATUS TO ERRORE-VALORE
              PERFORM CONTROLLO-NON-ESEGUITO
                 THRU EX-CONTROLLO-NON-ESEGUITO
              PERFORM CHIUDI-CONTROLLO THRU EX-CHIUDI-CONTROLLO
              GO TO EX-CONTROLLA-VMPROF.
      *
           MOVE ZERO TO FLAG-FINE-VMPROF.
           PERFORM ESAMINA-PROFILO THRU EX-ESAMINA-PROFILO
              UNTIL FINE-VMPROF.
      *
           CLOSE VMPROF-FILE.
           PERFORM CHIUDI-CONTROLLO THRU EX-CHIUDI-CONTROLLO.
      *
       EX-CONTROLLA-VMPROF.
           EXIT.
      *
       ESAMINA-PROFILO.
      *
           READ VMPROF-FILE NEXT
              AT END
                 SET FINE-VMPROF TO TRUE
                 GO TO EX-ESAMINA-PROFILO
           END-READ.
           IF NOT VMPROF-OK
              MOVE "LETTURA DI VMPROF INTERROTTA, STATO"
                TO ERRORE-DESCR
              MOVE VMPROF-STATUS TO ERRORE-VALORE
              PERFORM CONTROLLO-NON-ESEGUITO
                 THRU EX-CONTROLLO-NON-ESEGUITO
              SET FINE-VMPROF TO TRUE
              GO TO EX-ESAMINA-PROFILO.
           ADD 1 TO CAT-LETTI.
           ADD 1 TO CTR-LETTI (CTR-IND).
      *
           MOVE SPACE                  TO DET-CHIAVE.
           MOVE VMPROF-UTENTE          TO DET-CHIAVE (1:10).
           MOVE "DA CORREGGERE A MANO" TO DET-AZIONE.
      *
           IF VMPROF-UTENTE = SPACE OR LOW-VALUE
              MOVE "(VUOTO)"           TO DET-CHIAVE
              MOVE "CODICE UTENTE VUOTO" TO DET-DESCR
              GO TO SEGNALA-PROFILO.
           IF VMPROF-UTENTE (1:1) NOT ALPHABETIC-UPPER OR
              VMPROF-UTENTE (1:1) = SPACE
              MOVE "CODICE UTENTE CHE NON COMINCIA CON UNA LETTERA"
                TO DET-DESCR
              GO TO SEGNALA-PROFILO.
      *
           MOVE ZERO TO PRF-LUNGHEZZA.
           INSPECT VMPROF-UTENTE TALLYING PRF-LUNGHEZZA
              FOR CHARACTERS BEFORE INITIAL SPACE.
           IF PRF-LUNGHEZZA < 10
              IF VMPROF-UTENTE (PRF-LUNGHEZZA + 1:) NOT = SPACE
                 MOVE "CODICE UTENTE CON SPAZI INTERNI" TO DET-DESCR
                 GO TO SEGNALA-PROFILO
              END-IF
           END-IF.
           MOVE VMPROF-UTENTE TO PRF-LAVORO.
           INSPECT PRF-LAVORO CONVERTING PRF-AMMESSI TO PRF-SPAZI.
           IF PRF-LAVORO NOT = SPACE
              MOVE "CODICE UTENTE CON CARATTERI NON AMMESSI"
                TO DET-DESCR
              GO TO SEGNALA-PROFILO.
      *
           IF NOT VMPROF-CASI-VALIDA OR
              NOT VMPROF-REVISIONE-VALIDA OR
              NOT VMPROF-PROFILI-VALIDA
              MOVE "AUTORIZZAZIONE DIVERSA DA S, N O SPAZIO"
                TO DET-DESCR
              GO TO SEGNALA-PROFILO.
           IF NOT VMPROF-CASI-SI AND
              NOT VMPROF-REVISIONE-SI AND
              NOT VMPROF-PROFILI-SI
              MOVE "PROFILO SENZA ALCUNA AUTORIZZAZIONE"
                TO DET-DESCR
              GO TO SEGNALA-PROFILO.
      *
           GO TO EX-ESAMINA-PROFILO.
      *
       SEGNALA-PROFILO.
           PERFORM SEGNALA-INCOERENZA THRU EX-SEGNALA-INCOERENZA.
      *
       EX-ESAMINA-PROFILO.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- CONVERSIONE DELLA DATA GIULIANA 0CAADDD IN GG/MM/AAAA ----*
      *-------------------------------------------------------------*
       CONVERTI-DATA.
      *
           DIVIDE CONV-DATA-GIUL BY 100000
              GIVING CONV-SECOLO
              REMAINDER CONV-AADDD.
           DIVIDE CONV-AADDD BY 1000
              GIVING CONV-AA
              REMAINDER CONV-DDD.
      *
           MOVE 28 TO MESE-GG (2).
           DIVIDE CONV-AA BY 4
              GIVING CONV-QUOZIENTE
              REMAINDER CONV-RESTO.
           IF CONV-RESTO = ZERO
              MOVE 29 TO MESE-GG (2)
           END-IF.
      *
           MOVE 1 TO CONV-MM.
           PERFORM SCALA-MESE THRU EX-SCALA-MESE
              UNTIL CONV-DDD NOT > MESE-GG (CONV-MM)
                 OR CONV-MM = 12.
      *
           MOVE CONV-DDD TO CONV-ED-GG.
           MOVE CONV-MM  TO CONV-ED-MM.
           COMPUTE CONV-ED-AAAA = 1900 + (CONV-SECOLO * 100)
                                + CONV-AA.
      *
       EX-CONVERTI-DATA.
           EXIT.
      *
       SCALA-MESE.
      *
           SUBTRACT MESE-GG (CONV-MM) FROM CONV-DDD.
           ADD 1 TO CONV-MM.
      *
       EX-SCALA-MESE.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- CATENA DEI LAVORI: ANNOTA L'INIZIO DELLA CORSA SUL -------*
      *---- LIBRO MASTRO COMUNE VMJOBLED DOPO AVER CONTROLLATO CHE ---*
      *---- I PREDECESSORI DELLE SCHEDE VMJOBPRE ABBIANO FINITO -------*
      *---- OGGI CON UN RC NON SUPERIORE AL MASSIMO ACCETTATO ---------*
      *-------------------------------------------------------------*
       INIZIO-CATENA.
      *
           ACCEPT CAT-GIORNO  FROM DATE YYYYMMDD.
           ACCEPT CAT-ORARIO  FROM TIME.
           MOVE CAT-GG         TO CAT-DATA (1:2).
           MOVE CAT-MM         TO CAT-DATA (3:2).
           MOVE CAT-AAAA       TO CAT-DATA (5:4).
           MOVE CAT-HHMMSS     TO CAT-ORA-INIZIO.
           MOVE CAT-CC         TO CAT-CENT-INIZIO.
      *
           PERFORM CARICA-PREDECESSORI THRU EX-CARICA-PREDECESSORI.
           IF CAT-PRE-USATI > ZERO
              PERFORM VERIFICA-PREDECESSORI
                 THRU EX-VERIFICA-PREDECESSORI
           END-IF.
      *
           MOVE SPACE          TO VMJOBLED-REC.
           MOVE "I"            TO VMJOBLED-TIPO.
           MOVE ZERO           TO VMJOBLED-RC
                                  VMJOBLED-LETTI
                                  VMJOBLED-SCRITTI.
           PERFORM SCRIVI-CATENA THRU EX-SCRIVI-CATENA.
      *
       EX-INIZIO-CATENA.
           EXIT.
      *
      *---- SCHEDE DEI PREDECESSORI: DD DUMMY O ASSENTE = NESSUNO -----*
       CARICA-PREDECESSORI.
      *
           MOVE ZERO TO CAT-PRE-USATI
                        FLAG-FINE-JOBPRE.
           OPEN INPUT VMJOBPRE-FILE.
           IF NOT VMJOBPRE-OK
              GO TO EX-CARICA-PREDECESSORI.
           PERFORM LEGGI-PREDECESSORE THRU EX-LEGGI-PREDECESSORE
              UNTIL FINE-JOBPRE.
           CLOSE VMJOBPRE-FILE.
      *
       EX-CARICA-PREDECESSORI.
           EXIT.
      *
       LEGGI-PREDECESSORE.
      *
           READ VMJOBPRE-FILE
              AT END
                 SET FINE-JOBPRE TO TRUE
                 GO TO EX-LEGGI-PREDECESSORE
           END-READ.
           IF VMJOBPRE-PROGRAMMA = SPACE OR
              CAT-PRE-USATI NOT < CAT-PRE-MAX
              GO TO EX-LEGGI-PREDECESSORE.
           ADD 1 TO CAT-PRE-USATI.
           MOVE CAT-PRE-USATI      TO CAT-IND.
           MOVE VMJOBPRE-PROGRAMMA TO CAT-PRE-PROGRAMMA (CAT-IND).
           IF VMJOBPRE-RC-MAX NUMERIC
              MOVE VMJOBPRE-RC-MAX TO CAT-PRE-RC-MAX (CAT-IND)
           ELSE
              MOVE 4               TO CAT-PRE-RC-MAX (CAT-IND)
           END-IF.
           MOVE "N"                TO CAT-PRE-ESITO (CAT-IND).
           MOVE SPACE              TO CAT-PRE-FINITA (CAT-IND).
      *
       EX-LEGGI-PREDECESSORE.
           EXIT.
      *
      *---- SCORRE IL LIBRO MASTRO: OGNI CORSA DI OGGI DI UN ----------*
      *---- PREDECESSORE (ANCHE OGNI FETTA PARTITA IN PARALLELO) DEVE -*
      *---- AVERE LA SUA FINE CON UN RC ACCETTATO; UNA CORSA SENZA ----*
      *---- FINE (IN ESECUZIONE O CADUTA) O FINITA MALE FERMA IL ------*
      *---- PASSO ANCHE SE UNA CORSA SUCCESSIVA E' ANDATA BENE. LA ----*
      *---- RIPARTENZA FORZATA SI FA CON VMJOBPRE IN DUMMY ------------*
       VERIFICA-PREDECESSORI.
      *
           MOVE ZERO TO FLAG-FINE-JOBLED.
           OPEN INPUT VMJOBLED-FILE.
           IF VMJOBLED-OK
              PERFORM LEGGI-CATENA THRU EX-LEGGI-CATENA
                 UNTIL FINE-JOBLED
              CLOSE VMJOBLED-FILE
           END-IF.
           PERFORM ESITO-PREDECESSORE THRU EX-ESITO-PREDECESSORE
              VARYING CAT-IND FROM 1 BY 1
              UNTIL CAT-IND > CAT-PRE-USATI.
      *
       EX-VERIFICA-PREDECESSORI.
           EXIT.
      *
       LEGGI-CATENA.
      *
           READ VMJOBLED-FILE NEXT
              AT END
                 SET FINE-JOBLED TO TRUE
                 GO TO EX-LEGGI-CATENA
           END-READ.
           IF VMJOBLED-DATA NOT = CAT-DATA
              GO TO EX-LEGGI-CATENA.
           PERFORM CONFRONTA-PREDECESSORE
              THRU EX-CONFRONTA-PREDECESSORE
              VARYING CAT-IND FROM 1 BY 1
              UNTIL CAT-IND > CAT-PRE-USATI.
      *
       EX-LEGGI-CATENA.
           EXIT.
      *
       CONFRONTA-PREDECESSORE.
      *
           IF VMJOBLED-PROGRAMMA NOT = CAT-PRE-PROGRAMMA (CAT-IND)
              GO TO EX-CONFRONTA-PREDECESSORE.
      *---- LA FINE PRECEDE NELLA CHIAVE L'INIZIO DELLA SUA CORSA: ----*
      *---- SI RICORDANO ORA E CENTESIMO DI INIZIO PER L'ABBINAMENTO --*
           IF VMJOBLED-FINE
              MOVE VMJOBLED-CHIAVE (17:8) TO CAT-PRE-FINITA (CAT-IND)
              IF VMJOBLED-RC NOT NUMERIC OR
                 VMJOBLED-RC > CAT-PRE-RC-MAX (CAT-IND)
                 MOVE "K" TO CAT-PRE-ESITO (CAT-IND)
              END-IF
              GO TO EX-CONFRONTA-PREDECESSORE.
      *---- INIZIO SENZA LA SUA FINE: CORSA IN ESECUZIONE O CADUTA ----*
           IF VMJOBLED-CHIAVE (17:8) NOT = CAT-PRE-FINITA (CAT-IND)
              MOVE "K" TO CAT-PRE-ESITO (CAT-IND)
              GO TO EX-CONFRONTA-PREDECESSORE.
           IF CAT-PRE-ESITO (CAT-IND) = "N"
              MOVE "S" TO CAT-PRE-ESITO (CAT-IND)
           END-IF.
      *
       EX-CONFRONTA-PREDECESSORE.
           EXIT.
      *
      *---- IL PRIMO PREDECESSORE NON CONCLUSO VA SUL LIBRO MASTRO ----*
       ESITO-PREDECESSORE.
      *
           IF NOT CAT-PRE-CONCLUSO (CAT-IND) AND
              NOT PREDECESSORI-KO
              SET PREDECESSORI-KO TO TRUE
              MOVE CAT-PRE-PROGRAMMA (CAT-IND) TO CAT-MANCANTE
           END-IF.
      *
       EX-ESITO-PREDECESSORE.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- CATENA DEI LAVORI: ANNOTA LA FINE DELLA CORSA CON RC, ----*
      *---- RECORD LETTI E SCRITTI E L'EVENTUALE PREDECESSORE --------*
      *---- MANCANTE (RC 12, PASSO NON ESEGUITO) ----------------------*
      *-------------------------------------------------------------*
       FINE-CATENA.
      *
           ACCEPT CAT-ORARIO FROM TIME.
           MOVE SPACE          TO VMJOBLED-REC.
           MOVE "F"            TO VMJOBLED-TIPO.
           MOVE CAT-HHMMSS     TO VMJOBLED-ORA-FINE.
           MOVE RETURN-CODE    TO VMJOBLED-RC.
           MOVE CAT-LETTI      TO VMJOBLED-LETTI.
           MOVE CAT-SCRITTI    TO VMJOBLED-SCRITTI.
           MOVE CAT-MANCANTE   TO VMJOBLED-MANCANTE.
           PERFORM SCRIVI-CATENA THRU EX-SCRIVI-CATENA.
      *---- CORSA NON ANNOTATA (INIZIO O FINE) = ERRORE GRAVE ---------*
           IF LIBRO-KO AND
              RETURN-CODE < 8
              MOVE 8 TO RETURN-CODE
           END-IF.
      *
       EX-FINE-CATENA.
           EXIT.
      *
      *---- IL LIBRO MASTRO E' CONDIVISO DA TUTTI I LAVORI DELLA ------*
      *---- CATENA: SI APRE IN AGGIORNAMENTO SOLO PER LA SCRITTURA ----*
      *---- DELLA RIGA E SI CHIUDE SUBITO, COSI' NESSUN LAVORO LO -----*
      *---- TIENE PER TUTTA LA SUA DURATA. UN ERRORE VA IN SYSOUT -----*
      *---- E DA' RC 8 ------------------------------------------------*
       SCRIVI-CATENA.
      *
           MOVE CAT-PROGRAMMA   TO VMJOBLED-PROGRAMMA.
           MOVE CAT-DATA        TO VMJOBLED-DATA.
           MOVE CAT-ORA-INIZIO  TO VMJOBLED-ORA-INIZIO.
           MOVE CAT-CENT-INIZIO TO VMJOBLED-CENT-INIZIO.
           PERFORM APRI-CATENA THRU EX-APRI-CATENA.
           IF NOT VMJOBLED-OK
              DISPLAY CAT-PROGRAMMA " VMJOBLED NON APERTO, STATO "
                      VMJOBLED-STATUS " RECORD " VMJOBLED-TIPO
              SET LIBRO-KO TO TRUE
              GO TO EX-SCRIVI-CATENA.
           WRITE VMJOBLED-REC
              INVALID KEY
                 CONTINUE
           END-WRITE.
      *---- STESSO PROGRAMMA PARTITO NELLO STESSO CENTESIMO (FETTE ----*
      *---- IN PARALLELO): L'INIZIO PASSA AL CENTESIMO LIBERO ---------*
           MOVE ZERO TO CAT-TENTATIVI.
           PERFORM ALTRO-CENTESIMO THRU EX-ALTRO-CENTESIMO
              UNTIL NOT VMJOBLED-DUPLICATO
                 OR NOT VMJOBLED-INIZIO
                 OR CAT-TENTATIVI NOT < CAT-MAX-TENTATIVI.
           IF NOT VMJOBLED-OK
              DISPLAY CAT-PROGRAMMA " VMJOBLED NON SCRITTO, STATO "
                      VMJOBLED-STATUS " RECORD " VMJOBLED-TIPO
              SET LIBRO-KO TO TRUE
           END-IF.
           CLOSE VMJOBLED-FILE.
      *
       EX-SCRIVI-CATENA.
           EXIT.
      *
      *---- LIBRO MAI CARICATO (35): L'OPEN OUTPUT RIESCE SOLO SU UN --*
      *---- CLUSTER ANCORA VUOTO, QUINDI NON PUO' CANCELLARE RIGHE; ---*
      *---- LIBRO IN USO DA UN ALTRO LAVORO CHE STA SCRIVENDO (93): ---*
      *---- SI RIPROVA OGNI MEZZO SECONDO PER AL PIU' UN MINUTO (LA ---*
      *---- SCRITTURA ALTRUI DURA UN ATTIMO) --------------------------*
       APRI-CATENA.
      *
           OPEN I-O VMJOBLED-FILE.
           IF VMJOBLED-NON-ESISTE
              OPEN OUTPUT VMJOBLED-FILE
              IF VMJOBLED-OK
                 CLOSE VMJOBLED-FILE
              END-IF
              OPEN I-O VMJOBLED-FILE
           END-IF.
           MOVE ZERO TO CAT-CENT-ATTESI.
           PERFORM RIAPRI-CATENA THRU EX-RIAPRI-CATENA
              UNTIL NOT VMJOBLED-OCCUPATO
                 OR CAT-CENT-ATTESI NOT < CAT-ATTESA-MAX.
      *
       EX-APRI-CATENA.
           EXIT.
      *
       RIAPRI-CATENA.
      *
           PERFORM ATTENDI-CATENA THRU EX-ATTENDI-CATENA.
           OPEN I-O VMJOBLED-FILE.
      *
       EX-RIAPRI-CATENA.
           EXIT.
      *
      *---- PAUSA DI CAT-PAUSA CENTESIMI MISURATA SULL'OROLOGIO -------*
      *---- (ANCHE A CAVALLO DELLA MEZZANOTTE); IL TEMPO PASSATO SI ---*
      *---- SOMMA IN CAT-CENT-ATTESI PER IL LIMITE COMPLESSIVO --------*
       ATTENDI-CATENA.
      *
           PERFORM LEGGI-OROLOGIO THRU EX-LEGGI-OROLOGIO.
           MOVE CAT-CENT-ORA TO CAT-CENT-PARTENZA.
           MOVE ZERO         TO CAT-CENT-PASSATI.
           PERFORM CONTA-ATTESA THRU EX-CONTA-ATTESA
              UNTIL CAT-CENT-PASSATI NOT < CAT-PAUSA.
           ADD CAT-CENT-PASSATI TO CAT-CENT-ATTESI.
      *
       EX-ATTENDI-CATENA.
           EXIT.
      *
       CONTA-ATTESA.
      *
           PERFORM LEGGI-OROLOGIO THRU EX-LEGGI-OROLOGIO.
           COMPUTE CAT-CENT-PASSATI = CAT-CENT-ORA - CAT-CENT-PARTENZA.
           IF CAT-CENT-PASSATI < ZERO
              ADD 8640000 TO CAT-CENT-PASSATI
           END-IF.
      *
       EX-CONTA-ATTESA.
           EXIT.
      *
       LEGGI-OROLOGIO.
      *
           ACCEPT CAT-OROLOGIO FROM TIME.
           COMPUTE CAT-CENT-ORA = ((CAT-ORO-HH * 60 + CAT-ORO-MM) * 60
                                 + CAT-ORO-SS) * 100 + CAT-ORO-CC.
      *
       EX-LEGGI-OROLOGIO.
           EXIT.
      *
       ALTRO-CENTESIMO.
      *
           ADD 1 TO CAT-TENTATIVI.
           IF CAT-CENT-INIZIO = 99
              MOVE ZERO TO CAT-CENT-INIZIO
           ELSE
              ADD 1 TO CAT-CENT-INIZIO
           END-IF.
           MOVE CAT-CENT-INIZIO TO VMJOBLED-CENT-INIZIO.
           WRITE VMJOBLED-REC
              INVALID KEY
                 CONTINUE
           END-WRITE.
      *
       EX-ALTRO-CENTESIMO.
           EXIT.
      *
       END PROGRAM BPVM022.
