       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BPVM019.
      *------------------------------------------------*
      *     RICHIESTE DI TICKET AL SERVICE DESK         *
      *------------------------------------------------*
      *   INTERFACCIA IN USCITA VERSO IL SERVICE DESK   *
      *   AZIENDALE: SCRIVE UN RECORD DI RICHIESTA A    *
      *   FORMATO FISSO PER OGNI INCIDENTE VMINC NON    *
      *   REVISIONATO E NON ANCORA INVIATO (NUMERO,     *
      *   TIPO ABEND, PARAGRAFO, TERMINALE, UTENTE E    *
      *   CASO DI PROVA, CON REGIONE, GRUPPO E          *
      *   CRITICITA' DALL'ANAGRAFICA VMREG) E LO SEGNA  *
      *   COME INVIATO, COSI' OGNI INCIDENTE PARTE UNA  *
      *   SOLA VOLTA; AGGIUNGE UNA RICHIESTA PER OGNI   *
      *   ALLARME DELL'ULTIMO GIRO DI BPVM006 PRESENTE  *
      *   SU VMALERT (RIFERIMENTO TERMINALE + GIORNO,   *
      *   COSI' IL SERVICE DESK AGGIORNA LO STESSO      *
      *   TICKET SE L'ALLARME SI RIPETE NEL GIORNO).    *
      *   GLI INCIDENTI SONO SEGNATI INVIATI SOLO DOPO  *
      *   LA CHIUSURA REGOLARE DEL FILE DELLE RICHIESTE,*
      *   CON UN SECONDO PASSAGGIO SU VMINC. LE PROVE   *
      *   DI CARICO (TIPO SK, CONTESTO *SOAK) NON       *
      *   PARTONO. CC=8 PER SCHEDA ERRATA, FILE DELLE   *
      *   RICHIESTE NON APRIBILE O NON SCRITTO, O       *
      *   INCIDENTI INVIATI MA NON SEGNATI.             *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.                         *CSTD
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--------------------------------------------------------------*
      *    SCHEDA PARAMETRO (FACOLTATIVA): COL. 1-7 PRIMO NUMERO DI   *
      *    INCIDENTE DA CONSIDERARE (VUOTA = TUTTI)                   *
      *--------------------------------------------------------------*
           SELECT BPVMPAR-FILE ASSIGN TO BPVMPAR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS BPVMPAR-STATUS.
      *--------------------------------------------------------------*
      *    FILE DEGLI INCIDENTI (ABEND) SEGNALATI DA C43401ABRT       *
      *--------------------------------------------------------------*
           SELECT VMINC-FILE   ASSIGN TO VMINC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VMINC-NUMERO
                  FILE STATUS  IS VMINC-STATUS.
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
      *    FILE DEGLI ALLARMI OPERATORE SCRITTO DA BPVM006            *
      *--------------------------------------------------------------*
           SELECT VMALERT-FILE ASSIGN TO VMALERT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS VMALERT-STATUS.
      *--------------------------------------------------------------*
      *    FILE DELLE RICHIESTE DI TICKET PER IL SERVICE DESK         *
      *--------------------------------------------------------------*
           SELECT VMTKTREQ-FILE ASSIGN TO VMTKTREQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS VMTKTREQ-STATUS.
      *--------------------------------------------------------------*
      *    PROSPETTO DELLE RICHIESTE INVIATE                          *
      *--------------------------------------------------------------*
           SELECT VMTKQRPT-FILE ASSIGN TO VMTKQRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS VMTKQRPT-STATUS.
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
           05  BPVMPAR-PRIMO         PIC X(7).
           05  FILLER                PIC X(73).
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
      *---- RIGHE DI BPVM006: TITOLO DI OGNI GIRO (CON IL GIORNO) -----*
      *---- E RIGA DI ALLARME PER TERMINALE ---------------------------*
       FD  VMALERT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMALERT-REC               PIC X(132).
       01  VMALERT-TITOLO.
           05  VMALERT-TIT-TESTO     PIC X(34).
           05  VMALERT-TIT-GG        PIC XX.
           05  FILLER                PIC X.
           05  VMALERT-TIT-MM        PIC XX.
           05  FILLER                PIC X.
           05  VMALERT-TIT-AAAA      PIC X(4).
           05  FILLER                PIC X(88).
       01  VMALERT-ALLARME.
           05  VMALERT-ALL-TESTO     PIC X(14).
           05  VMALERT-ALL-TRMID     PIC X(4).
           05  FILLER                PIC X(12).
           05  VMALERT-ALL-INC       PIC ZZZZ9.
           05  FILLER                PIC X(16).
           05  VMALERT-ALL-EXC       PIC ZZZZ9.
           05  FILLER                PIC X(10).
           05  VMALERT-ALL-REGIONE   PIC X(11).
           05  FILLER                PIC X(9).
           05  VMALERT-ALL-GRUPPO    PIC X(8).
           05  FILLER                PIC X(13).
           05  VMALERT-ALL-CRITICITA PIC X.
           05  FILLER                PIC X(24).
      *
      *---- RICHIESTA DI TICKET A FORMATO FISSO (LRECL 200): ----------*
      *---- TIPO I = INCIDENTE VMINC (RIFERIMENTO = NUMERO), ----------*
      *---- TIPO A = ALLARME BPVM006 (RIFERIMENTO = TERMINALE + -------*
      *---- GIORNO GGMMAAAA); LO STESSO RIFERIMENTO TORNA NEL FILE ----*
      *---- DI RISPOSTA VMTKTACK CON IL NUMERO DI TICKET --------------*
       FD  VMTKTREQ-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMTKTREQ-REC.
           05  TKQ-TIPO              PIC X.
               88  TKQ-INCIDENTE             VALUE "I".
               88  TKQ-ALLARME               VALUE "A".
           05  TKQ-RIFERIMENTO       PIC X(12).
           05  TKQ-DATA              PIC X(8).
           05  TKQ-ORA               PIC X(6).
           05  TKQ-TERMINALE         PIC X(4).
           05  TKQ-REGIONE           PIC X(8).
           05  TKQ-GRUPPO            PIC X(8).
           05  TKQ-CRITICITA         PIC X.
           05  TKQ-TIPO-ABN          PIC XX.
           05  TKQ-ABEND             PIC XX.
           05  TKQ-PARAGRAFO         PIC X(20).
           05  TKQ-UTENTE            PIC X(15).
           05  TKQ-VMTEST-CATEG      PIC X(8).
           05  TKQ-VMTEST-ID         PIC X(8).
           05  TKQ-TASTO             PIC XX.
           05  TKQ-INCIDENTI         PIC 9(5).
           05  TKQ-ECCEZIONI         PIC 9(5).
           05  TKQ-DESCRIZIONE       PIC X(60).
           05  FILLER                PIC X(25).
      *
       FD  VMTKQRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMTKQRPT-REC              PIC X(132).
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
             88  VMINC-NON-ESISTE                 VALUE "35".
        05   VMREG-STATUS                  PIC XX VALUE "00".
             88  VMREG-OK                         VALUE "00".
        05   VMALERT-STATUS                PIC XX VALUE "00".
             88  VMALERT-OK                       VALUE "00".
        05   VMTKTREQ-STATUS               PIC XX VALUE "00".
             88  VMTKTREQ-OK                      VALUE "00".
        05   VMTKQRPT-STATUS               PIC XX VALUE "00".
             88  VMTKQRPT-OK                      VALUE "00".
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
        05   FLAG-FINE-FILE                PIC 9   VALUE ZERO.
             88  FINE-FILE                        VALUE 1.
        05   FLAG-FINE-VMREG               PIC 9   VALUE ZERO.
             88  FINE-VMREG                       VALUE 1.
        05   FLAG-FINE-VMALERT             PIC 9   VALUE ZERO.
             88  FINE-VMALERT                     VALUE 1.
        05   FLAG-PARAMETRO-KO             PIC 9   VALUE ZERO.
             88  PARAMETRO-KO                     VALUE 1.
        05   FLAG-FINE-JOBPRE              PIC 9   VALUE ZERO.
             88  FINE-JOBPRE                      VALUE 1.
        05   FLAG-FINE-JOBLED              PIC 9   VALUE ZERO.
             88  FINE-JOBLED                      VALUE 1.
        05   FLAG-PREDECESSORI-KO          PIC 9   VALUE ZERO.
             88  PREDECESSORI-KO                  VALUE 1.
        05   FLAG-LIBRO-KO                 PIC 9   VALUE ZERO.
             88  LIBRO-KO                         VALUE 1.
        05   FLAG-RICHIESTE-KO             PIC 9   VALUE ZERO.
             88  RICHIESTE-KO                     VALUE 1.
      *--------------------------------------------------------------*
      *       CATENA DEI LAVORI: CORSA CORRENTE, RECORD LETTI E      *
      *       SCRITTI, PREDECESSORI RICHIESTI E LORO ESITO DI OGGI   *
      *--------------------------------------------------------------*
       01  CATENA-AREE.
        05   CAT-PROGRAMMA         PIC X(8)  VALUE "BPVM019".
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
      *       PRIMO NUMERO DI INCIDENTE DA CONSIDERARE               *
      *--------------------------------------------------------------*
       01  PARAMETRO-AREE.
        05   PRIMO-X               PIC X(7)  VALUE SPACE.
        05   PRIMO-9 REDEFINES PRIMO-X PIC 9(7).
        05   PRIMO-NUMERO          PIC 9(7)  VALUE ZERO.
      *--------------------------------------------------------------*
      *       TERMINALI DELL'ANAGRAFICA CON REGIONE, GRUPPO DI        *
      *       SUPPORTO E CRITICITA', PER INDIRIZZARE IL TICKET        *
      *--------------------------------------------------------------*
       01  TABELLA-TERMINALI.
        05   TRM-MAX               PIC 9(4) COMP-4 VALUE 200.
        05   TRM-USATI             PIC 9(4) COMP-4 VALUE ZERO.
        05   FLAG-TRM-TRABOCCO     PIC 9    VALUE ZERO.
             88  TRM-TRABOCCO             VALUE 1.
        05   TRM-ELEM OCCURS 200 INDEXED BY TRM-IND.
             10 TRM-EIBTRMID       PIC X(4).
             10 TRM-REGIONE        PIC X(8).
             10 TRM-GRUPPO         PIC X(8).
             10 TRM-CRITICITA      PIC X.
      *--------------------------------------------------------------*
      *       ALLARMI DELL'ULTIMO GIRO DI BPVM006 SU VMALERT: LA      *
      *       TABELLA RIPARTE A OGNI RIGA DI TITOLO                   *
      *--------------------------------------------------------------*
       01  TABELLA-ALLARMI.
        05   ALL-MAX               PIC 9(4) COMP-4 VALUE 200.
        05   ALL-USATI             PIC 9(4) COMP-4 VALUE ZERO.
        05   ALL-GIORNO            PIC X(8) VALUE SPACE.
        05   FLAG-ALL-TRABOCCO     PIC 9    VALUE ZERO.
             88  ALL-TRABOCCO             VALUE 1.
        05   ALL-ELEM OCCURS 200 INDEXED BY ALL-IND.
             10 ALL-TRMID          PIC X(4).
             10 ALL-INC            PIC 9(5).
             10 ALL-EXC            PIC 9(5).
             10 ALL-REGIONE        PIC X(8).
             10 ALL-GRUPPO         PIC X(8).
             10 ALL-CRITICITA      PIC X.
      *--------------------------------------------------------------*
      *       INCIDENTI SCRITTI SUL FILE DELLE RICHIESTE, DA SEGNARE *
      *       COME INVIATI DOPO LA SUA CHIUSURA REGOLARE; OLTRE LA   *
      *       CAPIENZA GLI INCIDENTI PARTONO AL GIRO SUCCESSIVO      *
      *--------------------------------------------------------------*
       01  TABELLA-INVIATI.
        05   INV-MAX               PIC 9(4) COMP-4 VALUE 5000.
        05   INV-USATI             PIC 9(4) COMP-4 VALUE ZERO.
        05   INV-NUM               PIC 9(4) COMP-4 VALUE ZERO.
        05   FLAG-INV-TRABOCCO     PIC 9    VALUE ZERO.
             88  INV-TRABOCCO             VALUE 1.
        05   INV-NUMERO            PIC 9(7) OCCURS 5000.
      *--------------------------------------------------------------*
      *       CONTATORI GENERALI E STATO DELL'ERRORE DI SCRITTURA    *
      *--------------------------------------------------------------*
       01  CONTATORI.
        05   CONTA-INC-INVIATI     PIC 9(7) COMP-4 VALUE ZERO.
        05   CONTA-GIA-INVIATI     PIC 9(7) COMP-4 VALUE ZERO.
        05   CONTA-ALL-INVIATI     PIC 9(7) COMP-4 VALUE ZERO.
        05   CONTA-SEGNATI         PIC 9(7) COMP-4 VALUE ZERO.
        05   CONTA-NON-SEGNATI     PIC 9(7) COMP-4 VALUE ZERO.
        05   CONTA-PROVA-CARICO    PIC 9(7) COMP-4 VALUE ZERO.
        05   RICHIESTE-STATO       PIC XX   VALUE SPACE.
      *--------------------------------------------------------------*
      *       CONVERSIONE DELLA DATA GIULIANA 0CAADDD IN GGMMAAAA     *
      *       E DELL'ORA 0HHMMSS IN HHMMSS                            *
      *--------------------------------------------------------------*
       01  CONV-DATA-AREE.
        05   CONV-DATA-GIUL        PIC S9(7) COMP-3 VALUE ZERO.
        05   CONV-SECOLO           PIC 9(3)  COMP-4 VALUE ZERO.
        05   CONV-AADDD            PIC 9(5)  VALUE ZERO.
        05   CONV-AA               PIC 9(3)  COMP-4 VALUE ZERO.
        05   CONV-DDD              PIC 9(3)  COMP-4 VALUE ZERO.
        05   CONV-MM               PIC 9(3)  COMP-4 VALUE ZERO.
        05   CONV-RESTO            PIC 9(3)  COMP-4 VALUE ZERO.
        05   CONV-QUOZIENTE        PIC 9(3)  COMP-4 VALUE ZERO.
        05   CONV-DATA-GGMMAAAA.
             10 CONV-GG            PIC 99.
             10 CONV-MESE          PIC 99.
             10 CONV-AAAA          PIC 9(4).
        05   CONV-ORA              PIC 9(7)  VALUE ZERO.
        05   CONV-ORA-R REDEFINES CONV-ORA.
             10 FILLER             PIC X.
             10 CONV-HHMMSS        PIC X(6).
        05   FILLER  VALUE "312831303130313130313031".
             10 MESE-GG            PIC 99 OCCURS 12.
      *--------------------------------------------------------------*
      *       DESCRIZIONI BREVI DEL TICKET                           *
      *--------------------------------------------------------------*
       01  DESCR-INCIDENTE.
        05   FILLER                PIC X(11) VALUE "ABEND VM00 ".
        05   DESCR-INC-ABEND       PIC XX.
        05   FILLER                PIC X(7)  VALUE " (TIPO ".
        05   DESCR-INC-TIPO        PIC XX.
        05   FILLER                PIC X(5)  VALUE ") IN ".
        05   DESCR-INC-PARAGRAFO   PIC X(20).
        05   FILLER                PIC X(6)  VALUE " TERM ".
        05   DESCR-INC-TRMID       PIC X(4).
        05   FILLER                PIC X(3)  VALUE SPACE.
      *
       01  DESCR-ALLARME.
        05   FILLER                PIC X(23) VALUE
             "ALLARME VM00 TERMINALE ".
        05   DESCR-ALL-TRMID       PIC X(4).
        05   FILLER                PIC X(12) VALUE ": INCIDENTI ".
        05   DESCR-ALL-INC         PIC ZZZZ9.
        05   FILLER                PIC X(11) VALUE ", ECC. SLA ".
        05   DESCR-ALL-EXC         PIC ZZZZ9.
      *--------------------------------------------------------------*
      *       RIGHE DEL PROSPETTO                                    *
      *--------------------------------------------------------------*
       01  RIGA-TITOLO.
        05   FILLER                PIC X(46) VALUE
             "RICHIESTE DI TICKET AL SERVICE DESK - GIORNO ".
        05   TITOLO-GG             PIC 99.
        05   FILLER                PIC X     VALUE "/".
        05   TITOLO-MM             PIC 99.
        05   FILLER                PIC X     VALUE "/".
        05   TITOLO-AAAA           PIC 9(4).
        05   FILLER                PIC X(76) VALUE SPACE.
      *
       01  RIGA-INCIDENTE.
        05   FILLER                PIC X(10) VALUE "INCIDENTE ".
        05   INC-NUMERO            PIC 9(7).
        05   FILLER                PIC X(6)  VALUE " TERM ".
        05   INC-TRMID             PIC X(4).
        05   FILLER                PIC X(6)  VALUE " TIPO ".
        05   INC-TIPO              PIC XX.
        05   FILLER                PIC X(7)  VALUE " ABEND ".
        05   INC-ABEND             PIC XX.
        05   FILLER                PIC X(11) VALUE " PARAGRAFO ".
        05   INC-PARAGRAFO         PIC X(20).
        05   FILLER                PIC X(9)  VALUE " REGIONE ".
        05   INC-REGIONE           PIC X(11).
        05   FILLER                PIC X(8)  VALUE " GRUPPO ".
        05   INC-GRUPPO            PIC X(8).
        05   FILLER                PIC X(21) VALUE SPACE.
      *
       01  RIGA-ALLARME.
        05   FILLER                PIC X(13) VALUE "ALLARME TERM ".
        05   ALL-RPT-TRMID         PIC X(4).
        05   FILLER                PIC X(8)  VALUE " GIORNO ".
        05   ALL-RPT-GIORNO        PIC X(8).
        05   FILLER                PIC X(12) VALUE "  INCIDENTI ".
        05   ALL-RPT-INC           PIC ZZZZ9.
        05   FILLER                PIC X(16) VALUE "  ECCEZIONI SLA ".
        05   ALL-RPT-EXC           PIC ZZZZ9.
        05   FILLER                PIC X(10) VALUE "  REGIONE ".
        05   ALL-RPT-REGIONE       PIC X(11).
        05   FILLER                PIC X(40) VALUE SPACE.
      *
       01  RIGA-TOTALE.
        05   FILLER                PIC X(4)  VALUE SPACE.
        05   TOTALE-DESCR          PIC X(40).
        05   TOTALE-CONTA          PIC ZZZZZZ9.
        05   FILLER                PIC X(81) VALUE SPACE.
      *
       01  RIGA-TRABOCCO.
        05   FILLER                PIC X(4)  VALUE SPACE.
        05   TRABOCCO-DESCR        PIC X(48).
        05   FILLER                PIC X(80) VALUE SPACE.
      *
       01  RIGA-ERRORE.
        05   ERRORE-DESCR          PIC X(50).
        05   ERRORE-VALORE         PIC X(8).
        05   FILLER                PIC X(74) VALUE SPACE.
      *
       01  RIGA-VUOTA              PIC X(132) VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *-------------------------------------------------------------*
      *------------------------ MAINLINE -----------------------------*
      *-------------------------------------------------------------*
       BPVM019-MAIN.
      *
      *---- CATENA DEI LAVORI: INIZIO CORSA SUL LIBRO MASTRO E --------*
      *---- CONTROLLO DEI PREDECESSORI; SE UNO NON HA FINITO OGGI -----*
      *---- CON UN RC ACCETTATO IL PASSO NON GIRA E CHIUDE CON 12 -----*
           PERFORM INIZIO-CATENA      THRU EX-INIZIO-CATENA.
           IF PREDECESSORI-KO
              MOVE 12 TO RETURN-CODE
           ELSE
              PERFORM ESEGUI-BPVM019 THRU EX-ESEGUI-BPVM019
           END-IF.
           PERFORM FINE-CATENA        THRU EX-FINE-CATENA.
      *
           GOBACK.
      *
      *-------------------------------------------------------------*
      *------------------ ELABORAZIONE DEL PASSO ---------------------*
      *-------------------------------------------------------------*
       ESEGUI-BPVM019.
      *
           OPEN OUTPUT VMTKQRPT-FILE.
      *
           PERFORM LEGGI-PARAMETRO    THRU EX-LEGGI-PARAMETRO.
      *
           IF PARAMETRO-KO
              MOVE "SCHEDA PARAMETRO ERRATA, PRIMO NUMERO NON NUMERICO"
                TO ERRORE-DESCR
              MOVE PRIMO-X TO ERRORE-VALORE
              WRITE VMTKQRPT-REC FROM RIGA-ERRORE
              CLOSE VMTKQRPT-FILE
              MOVE 8 TO RETURN-CODE
              GO TO EX-ESEGUI-BPVM019.
      *
           OPEN OUTPUT VMTKTREQ-FILE.
           IF NOT VMTKTREQ-OK
              MOVE "FILE DELLE RICHIESTE DI TICKET NON APRIBILE, STATO"
                TO ERRORE-DESCR
              MOVE VMTKTREQ-STATUS TO ERRORE-VALORE
              WRITE VMTKQRPT-REC FROM RIGA-ERRORE
              CLOSE VMTKQRPT-FILE
              MOVE 8 TO RETURN-CODE
              GO TO EX-ESEGUI-BPVM019.
      *
           MOVE CAT-GG   TO TITOLO-GG.
           MOVE CAT-MM   TO TITOLO-MM.
           MOVE CAT-AAAA TO TITOLO-AAAA.
           WRITE VMTKQRPT-REC FROM RIGA-TITOLO.
           WRITE VMTKQRPT-REC FROM RIGA-VUOTA.
      *
           PERFORM CARICA-REGIONI     THRU EX-CARICA-REGIONI.
           PERFORM INVIA-INCIDENTI    THRU EX-INVIA-INCIDENTI.
           PERFORM CARICA-ALLARMI     THRU EX-CARICA-ALLARMI.
           PERFORM INVIA-ALLARME      THRU EX-INVIA-ALLARME
              VARYING ALL-IND FROM 1 BY 1
              UNTIL ALL-IND > ALL-USATI OR
                    RICHIESTE-KO.
      *
      *---- GLI INCIDENTI DIVENTANO INVIATI SOLO SE IL FILE DELLE -----*
      *---- RICHIESTE E' STATO SCRITTO E CHIUSO SENZA ERRORI; ---------*
      *---- ALTRIMENTI NESSUNO E' SEGNATO E RIPARTONO AL PROSSIMO -----*
      *---- GIRO (MEGLIO UNA RICHIESTA DOPPIA CHE UNA PERSA) ----------*
           CLOSE VMTKTREQ-FILE.
           IF NOT VMTKTREQ-OK AND
              NOT RICHIESTE-KO
              SET RICHIESTE-KO TO TRUE
              MOVE VMTKTREQ-STATUS TO RICHIESTE-STATO
           END-IF.
           IF RICHIESTE-KO
              WRITE VMTKQRPT-REC FROM RIGA-VUOTA
              MOVE "FILE DELLE RICHIESTE NON SCRITTO, STATO"
                TO ERRORE-DESCR
              MOVE RICHIESTE-STATO TO ERRORE-VALORE
              WRITE VMTKQRPT-REC FROM RIGA-ERRORE
              MOVE "NESSUN INCIDENTE SEGNATO COME INVIATO"
                TO ERRORE-DESCR
              MOVE SPACE TO ERRORE-VALORE
              WRITE VMTKQRPT-REC FROM RIGA-ERRORE
           ELSE
              PERFORM SEGNA-INVIATI  THRU EX-SEGNA-INVIATI
           END-IF.
      *
           WRITE VMTKQRPT-REC FROM RIGA-VUOTA.
           MOVE "INCIDENTI INVIATI AL SERVICE DESK"   TO TOTALE-DESCR.
           MOVE CONTA-INC-INVIATI                     TO TOTALE-CONTA.
           WRITE VMTKQRPT-REC FROM RIGA-TOTALE.
           MOVE "INCIDENTI SEGNATI COME INVIATI SU VMINC"
             TO TOTALE-DESCR.
           MOVE CONTA-SEGNATI                         TO TOTALE-CONTA.
           WRITE VMTKQRPT-REC FROM RIGA-TOTALE.
           IF CONTA-NON-SEGNATI > ZERO
              MOVE "INCIDENTI INVIATI MA NON SEGNATI (RIPARTONO)"
                TO TOTALE-DESCR
              MOVE CONTA-NON-SEGNATI                  TO TOTALE-CONTA
              WRITE VMTKQRPT-REC FROM RIGA-TOTALE
           END-IF.
           MOVE "INCIDENTI GIA' INVIATI IN PRECEDENZA" TO TOTALE-DESCR.
           MOVE CONTA-GIA-INVIATI                     TO TOTALE-CONTA.
           WRITE VMTKQRPT-REC FROM RIGA-TOTALE.
           MOVE "INCIDENTI DELLE PROVE DI CARICO ESCLUSI"
             TO TOTALE-DESCR.
           MOVE CONTA-PROVA-CARICO                    TO TOTALE-CONTA.
           WRITE VMTKQRPT-REC FROM RIGA-TOTALE.
           MOVE "ALLARMI INVIATI AL SERVICE DESK"     TO TOTALE-DESCR.
           MOVE CONTA-ALL-INVIATI                     TO TOTALE-CONTA.
           WRITE VMTKQRPT-REC FROM RIGA-TOTALE.
           IF TRM-TRABOCCO
              MOVE "ALTRI TERMINALI OLTRE CAPIENZA SENZA REGIONE"
                TO TRABOCCO-DESCR
              WRITE VMTKQRPT-REC FROM RIGA-TRABOCCO
           END-IF.
           IF ALL-TRABOCCO
              MOVE "ALTRI ALLARMI OLTRE CAPIENZA NON INVIATI"
                TO TRABOCCO-DESCR
              WRITE VMTKQRPT-REC FROM RIGA-TRABOCCO
           END-IF.
           IF INV-TRABOCCO
              MOVE "ALTRI INCIDENTI OLTRE CAPIENZA, AL PROSSIMO GIRO"
                TO TRABOCCO-DESCR
              WRITE VMTKQRPT-REC FROM RIGA-TRABOCCO
           END-IF.
      *
           CLOSE VMTKQRPT-FILE.
      *
           IF RICHIESTE-KO OR
              CONTA-NON-SEGNATI > ZERO
              MOVE 8 TO RETURN-CODE
           END-IF.
      *
       EX-ESEGUI-BPVM019.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- LETTURA DELLA SCHEDA PARAMETRO (FACOLTATIVA) -------------*
      *-------------------------------------------------------------*
       LEGGI-PARAMETRO.
      *
           MOVE SPACE TO PRIMO-X.
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
           IF BPVMPAR-PRIMO = SPACE OR LOW-VALUE
              GO TO EX-LEGGI-PARAMETRO.
           MOVE BPVMPAR-PRIMO TO PRIMO-X.
           INSPECT PRIMO-X REPLACING LEADING SPACE BY "0".
           IF PRIMO-X NUMERIC
              MOVE PRIMO-9 TO PRIMO-NUMERO
           ELSE
              SET PARAMETRO-KO TO TRUE
           END-IF.
      *
       EX-LEGGI-PARAMETRO.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- PRECARICA I TERMINALI DELL'ANAGRAFICA CON REGIONE, -------*
      *---- GRUPPO E CRITICITA' (ANAGRAFICA ASSENTE = TICKET SENZA ---*
      *---- INSTRADAMENTO, LO ASSEGNA IL SERVICE DESK) ---------------*
      *-------------------------------------------------------------*
       CARICA-REGIONI.
      *
           MOVE ZERO TO FLAG-FINE-VMREG.
           OPEN INPUT VMREG-FILE.
           IF NOT VMREG-OK
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
           IF VMREG-EIBTRMID = SPACE OR LOW-VALUE
              GO TO EX-CARICA-UNA-REGIONE.
           IF TRM-USATI NOT < TRM-MAX
              MOVE 1 TO FLAG-TRM-TRABOCCO
              GO TO EX-CARICA-UNA-REGIONE.
      *
           ADD 1 TO TRM-USATI.
           SET TRM-IND TO TRM-USATI.
           MOVE VMREG-EIBTRMID  TO TRM-EIBTRMID (TRM-IND).
           MOVE VMREG-REGIONE   TO TRM-REGIONE (TRM-IND).
           MOVE VMREG-GRUPPO    TO TRM-GRUPPO (TRM-IND).
           MOVE VMREG-CRITICITA TO TRM-CRITICITA (TRM-IND).
      *
       EX-CARICA-UNA-REGIONE.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- SCORRE GLI INCIDENTI: OGNI INCIDENTE NON REVISIONATO ----*
      *---- E MAI INVIATO DIVENTA UNA RICHIESTA E IL SUO NUMERO ------*
      *---- VA IN TABELLA, DA SEGNARE DOPO LA CHIUSURA DEL FILE ------*
      *---- DELLE RICHIESTE ------------------------------------------*
      *-------------------------------------------------------------*
       INVIA-INCIDENTI.
      *
           MOVE ZERO TO FLAG-FINE-FILE.
           OPEN INPUT VMINC-FILE.
           IF NOT VMINC-OK
              SET FINE-FILE TO TRUE
           END-IF.
           PERFORM INVIA-UN-INCIDENTE THRU EX-INVIA-UN-INCIDENTE
              UNTIL FINE-FILE.
           IF NOT VMINC-NON-ESISTE
              CLOSE VMINC-FILE
           END-IF.
      *
       EX-INVIA-INCIDENTI.
           EXIT.
      *
       INVIA-UN-INCIDENTE.
      *
           READ VMINC-FILE NEXT
              AT END
                 SET FINE-FILE TO TRUE
                 GO TO EX-INVIA-UN-INCIDENTE
           END-READ.
           ADD 1 TO CAT-LETTI.
      *---- IL RECORD DI CONTROLLO (NUMERO ZERO) NON E' UN INCIDENTE --*
           IF VMINC-NUMERO = ZERO
              GO TO EX-INVIA-UN-INCIDENTE.
           IF VMINC-NUMERO < PRIMO-NUMERO
              GO TO EX-INVIA-UN-INCIDENTE.
           IF VMINC-REVISTO
              GO TO EX-INVIA-UN-INCIDENTE.
           IF NOT VMINC-TICKET-DA-INVIARE
              ADD 1 TO CONTA-GIA-INVIATI
              GO TO EX-INVIA-UN-INCIDENTE.
      *---- LE PROVE DI CARICO NON SONO GUASTI DA SEGNALARE -----------*
           IF VMINC-TIPO-ABN = "SK" OR
              VMINC-VMTEST-CATEG (1:5) = "*SOAK"
              ADD 1 TO CONTA-PROVA-CARICO
              GO TO EX-INVIA-UN-INCIDENTE.
           IF INV-USATI NOT < INV-MAX
              MOVE 1 TO FLAG-INV-TRABOCCO
              GO TO EX-INVIA-UN-INCIDENTE.
      *
           MOVE SPACE TO VMTKTREQ-REC.
           SET TKQ-INCIDENTE TO TRUE.
           MOVE VMINC-NUMERO        TO TKQ-RIFERIMENTO (1:7).
           MOVE VMINC-EIBDATE       TO CONV-DATA-GIUL.
           PERFORM CONVERTI-DATA THRU EX-CONVERTI-DATA.
           MOVE CONV-DATA-GGMMAAAA  TO TKQ-DATA.
           MOVE VMINC-EIBTIME       TO CONV-ORA.
           MOVE CONV-HHMMSS         TO TKQ-ORA.
           MOVE VMINC-EIBTRMID      TO TKQ-TERMINALE.
           PERFORM CERCA-TERMINALE THRU EX-CERCA-TERMINALE.
           MOVE VMINC-TIPO-ABN      TO TKQ-TIPO-ABN.
           MOVE VMINC-ABEND         TO TKQ-ABEND.
           MOVE VMINC-PARAGRAFO     TO TKQ-PARAGRAFO.
           MOVE VMINC-UTENTE        TO TKQ-UTENTE.
           MOVE VMINC-VMTEST-CATEG  TO TKQ-VMTEST-CATEG.
           MOVE VMINC-VMTEST-ID     TO TKQ-VMTEST-ID.
           MOVE VMINC-TASTO         TO TKQ-TASTO.
           MOVE 1                   TO TKQ-INCIDENTI.
           MOVE ZERO                TO TKQ-ECCEZIONI.
           MOVE VMINC-ABEND         TO DESCR-INC-ABEND.
           MOVE VMINC-TIPO-ABN      TO DESCR-INC-TIPO.
           MOVE VMINC-PARAGRAFO     TO DESCR-INC-PARAGRAFO.
           MOVE VMINC-EIBTRMID      TO DESCR-INC-TRMID.
           MOVE DESCR-INCIDENTE     TO TKQ-DESCRIZIONE.
           WRITE VMTKTREQ-REC.
           IF NOT VMTKTREQ-OK
              SET RICHIESTE-KO TO TRUE
              MOVE VMTKTREQ-STATUS TO RICHIESTE-STATO
              SET FINE-FILE TO TRUE
              GO TO EX-INVIA-UN-INCIDENTE.
           ADD 1 TO CAT-SCRITTI.
           ADD 1 TO CONTA-INC-INVIATI.
           ADD 1 TO INV-USATI.
           MOVE VMINC-NUMERO TO INV-NUMERO (INV-USATI).
      *
           MOVE VMINC-NUMERO    TO INC-NUMERO.
           MOVE VMINC-EIBTRMID  TO INC-TRMID.
           MOVE VMINC-TIPO-ABN  TO INC-TIPO.
           MOVE VMINC-ABEND     TO INC-ABEND.
           MOVE VMINC-PARAGRAFO TO INC-PARAGRAFO.
           MOVE TKQ-REGIONE     TO INC-REGIONE.
           MOVE TKQ-GRUPPO      TO INC-GRUPPO.
           IF TKQ-REGIONE = SPACE
              MOVE "NON CENSITA" TO INC-REGIONE
           END-IF.
           WRITE VMTKQRPT-REC FROM RIGA-INCIDENTE.
      *
       EX-INVIA-UN-INCIDENTE.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- SECONDO PASSAGGIO: GLI INCIDENTI DELLE RICHIESTE ORMAI ---*
      *---- CHIUSE DIVENTANO INVIATI (DA QUI NON RIPARTONO PIU': IL --*
      *---- NUMERO DI TICKET ARRIVA CON LA RISPOSTA DEL SERVICE ------*
      *---- DESK); UN INCIDENTE NON SEGNATO RIPARTE AL PROSSIMO GIRO -*
      *-------------------------------------------------------------*
       SEGNA-INVIATI.
      *
           IF INV-USATI = ZERO
              GO TO EX-SEGNA-INVIATI.
           OPEN I-O VMINC-FILE.
           IF NOT VMINC-OK
              MOVE "VMINC NON APRIBILE PER SEGNARE GLI INVIATI, STATO"
                TO ERRORE-DESCR
              MOVE VMINC-STATUS TO ERRORE-VALORE
              WRITE VMTKQRPT-REC FROM RIGA-ERRORE
              ADD INV-USATI TO CONTA-NON-SEGNATI
              GO TO EX-SEGNA-INVIATI.
           PERFORM SEGNA-UN-INVIATO THRU EX-SEGNA-UN-INVIATO
              VARYING INV-NUM FROM 1 BY 1
              UNTIL INV-NUM > INV-USATI.
           CLOSE VMINC-FILE.
      *
       EX-SEGNA-INVIATI.
           EXIT.
      *
       SEGNA-UN-INVIATO.
      *
           MOVE INV-NUMERO (INV-NUM) TO VMINC-NUMERO.
           READ VMINC-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF NOT VMINC-OK
              ADD 1 TO CONTA-NON-SEGNATI
              GO TO EX-SEGNA-UN-INVIATO.
           IF NOT VMINC-TICKET-DA-INVIARE
              GO TO EX-SEGNA-UN-INVIATO.
      *
           MOVE SPACE TO VMINC-TICKET.
           SET VMINC-TICKET-INVIATO TO TRUE.
           REWRITE VMINC-REC.
           IF VMINC-OK
              ADD 1 TO CONTA-SEGNATI
           ELSE
              ADD 1 TO CONTA-NON-SEGNATI
           END-IF.
      *
       EX-SEGNA-UN-INVIATO.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- REGIONE, GRUPPO E CRITICITA' DEL TERMINALE DELLA ---------*
      *---- RICHIESTA (SPAZIO SE IL TERMINALE NON E' CENSITO) --------*
      *-------------------------------------------------------------*
       CERCA-TERMINALE.
      *
           SET TRM-IND TO 1.
           SEARCH TRM-ELEM
              AT END
                 CONTINUE
              WHEN TRM-IND > TRM-USATI
                 CONTINUE
              WHEN TRM-EIBTRMID (TRM-IND) = TKQ-TERMINALE
                 MOVE TRM-REGIONE (TRM-IND)   TO TKQ-REGIONE
                 MOVE TRM-GRUPPO (TRM-IND)    TO TKQ-GRUPPO
                 MOVE TRM-CRITICITA (TRM-IND) TO TKQ-CRITICITA
           END-SEARCH.
      *
       EX-CERCA-TERMINALE.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- CARICA GLI ALLARMI DELL'ULTIMO GIRO DI BPVM006: IL FILE --*
      *---- CRESCE IN CODA A OGNI GIRO, PERCIO' OGNI RIGA DI TITOLO --*
      *---- AZZERA LA TABELLA E RESTANO SOLO GLI ALLARMI CORRENTI ----*
      *-------------------------------------------------------------*
       CARICA-ALLARMI.
      *
           MOVE ZERO TO ALL-USATI
                        FLAG-FINE-VMALERT.
           OPEN INPUT VMALERT-FILE.
           IF NOT VMALERT-OK
              GO TO EX-CARICA-ALLARMI.
           PERFORM CARICA-UN-ALLARME THRU EX-CARICA-UN-ALLARME
              UNTIL FINE-VMALERT.
           CLOSE VMALERT-FILE.
      *
       EX-CARICA-ALLARMI.
           EXIT.
      *
       CARICA-UN-ALLARME.
      *
           READ VMALERT-FILE
              AT END
                 SET FINE-VMALERT TO TRUE
                 GO TO EX-CARICA-UN-ALLARME
           END-READ.
           ADD 1 TO CAT-LETTI.
      *
           IF VMALERT-TIT-TESTO (1:32) =
              "ALLARMI OPERATORE VM00 - GIORNO "
              MOVE ZERO TO ALL-USATI
                           FLAG-ALL-TRABOCCO
              MOVE VMALERT-TIT-GG   TO ALL-GIORNO (1:2)
              MOVE VMALERT-TIT-MM   TO ALL-GIORNO (3:2)
              MOVE VMALERT-TIT-AAAA TO ALL-GIORNO (5:4)
              GO TO EX-CARICA-UN-ALLARME.
           IF VMALERT-ALL-TESTO NOT = "ALLARME TERM "
              GO TO EX-CARICA-UN-ALLARME.
           IF ALL-USATI NOT < ALL-MAX
              MOVE 1 TO FLAG-ALL-TRABOCCO
              GO TO EX-CARICA-UN-ALLARME.
      *
           ADD 1 TO ALL-USATI.
           SET ALL-IND TO ALL-USATI.
           MOVE VMALERT-ALL-TRMID     TO ALL-TRMID (ALL-IND).
           MOVE VMALERT-ALL-INC       TO ALL-INC (ALL-IND).
           MOVE VMALERT-ALL-EXC       TO ALL-EXC (ALL-IND).
           MOVE VMALERT-ALL-GRUPPO    TO ALL-GRUPPO (ALL-IND).
           MOVE VMALERT-ALL-CRITICITA TO ALL-CRITICITA (ALL-IND).
           IF VMALERT-ALL-REGIONE = "NON CENSITA"
              MOVE SPACE TO ALL-REGIONE (ALL-IND)
           ELSE
              MOVE VMALERT-ALL-REGIONE TO ALL-REGIONE (ALL-IND)
           END-IF.
      *
       EX-CARICA-UN-ALLARME.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- UNA RICHIESTA PER OGNI ALLARME CORRENTE ------------------*
      *-------------------------------------------------------------*
       INVIA-ALLARME.
      *
           MOVE SPACE TO VMTKTREQ-REC.
           SET TKQ-ALLARME TO TRUE.
           MOVE ALL-TRMID (ALL-IND)     TO TKQ-RIFERIMENTO (1:4).
           MOVE ALL-GIORNO              TO TKQ-RIFERIMENTO (5:8).
           MOVE ALL-GIORNO              TO TKQ-DATA.
           MOVE CAT-HHMMSS              TO TKQ-ORA.
           MOVE ALL-TRMID (ALL-IND)     TO TKQ-TERMINALE.
           MOVE ALL-REGIONE (ALL-IND)   TO TKQ-REGIONE.
           MOVE ALL-GRUPPO (ALL-IND)    TO TKQ-GRUPPO.
           MOVE ALL-CRITICITA (ALL-IND) TO TKQ-CRITICITA.
           MOVE ALL-INC (ALL-IND)       TO TKQ-INCIDENTI.
           MOVE ALL-EXC (ALL-IND)       TO TKQ-ECCEZIONI.
           MOVE ALL-TRMID (ALL-IND)     TO DESCR-ALL-TRMID.
           MOVE ALL-INC (ALL-IND)       TO DESCR-ALL-INC.
           MOVE ALL-EXC (ALL-IND)       TO DESCR-ALL-EXC.
           MOVE DESCR-ALLARME           TO TKQ-DESCRIZIONE.
           WRITE VMTKTREQ-REC.
           IF NOT VMTKTREQ-OK
              SET RICHIESTE-KO TO TRUE
              MOVE VMTKTREQ-STATUS TO RICHIESTE-STATO
              GO TO EX-INVIA-ALLARME.
           ADD 1 TO CAT-SCRITTI.
           ADD 1 TO CONTA-ALL-INVIATI.
      *
           MOVE ALL-TRMID (ALL-IND)     TO ALL-RPT-TRMID.
           MOVE ALL-GIORNO              TO ALL-RPT-GIORNO.
           MOVE ALL-INC (ALL-IND)       TO ALL-RPT-INC.
           MOVE ALL-EXC (ALL-IND)       TO ALL-RPT-EXC.
           MOVE ALL-REGIONE (ALL-IND)   TO ALL-RPT-REGIONE.
           IF ALL-REGIONE (ALL-IND) = SPACE
              MOVE "NON CENSITA" TO ALL-RPT-REGIONE
           END-IF.
           WRITE VMTKQRPT-REC FROM RIGA-ALLARME.
      *
       EX-INVIA-ALLARME.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- CONVERTE LA DATA GIULIANA 0CAADDD IN GGMMAAAA ------------*
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
           MOVE CONV-DDD TO CONV-GG.
           MOVE CONV-MM  TO CONV-MESE.
           COMPUTE CONV-AAAA = 1900 + (CONV-SECOLO * 100)
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
       END PROGRAM BPVM019.
