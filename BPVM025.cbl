       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BPVM025.
      *------------------------------------------------*
      *     RIEPILOGO DELLE PROVE DI CARICO DI VM00    *
      *------------------------------------------------*
      *   PER OGNI CORSA DI PROVA DI CARICO CONCLUSA    *
      *   E NON ANCORA RIEPILOGATA (O PER LA SOLA       *
      *   CORSA DELLA SCHEDA) LEGGE I TEMPI DI RISPOSTA *
      *   DELLE SUE ITERAZIONI SU VMPERF (PARTNER "SK"  *
      *   + CORSA) E GLI INCIDENTI SU VMINC (CASO DI    *
      *   PROVA "*SOAK" + CORSA, CON LE RIPETIZIONI     *
      *   ACCORPATE DI VMINCRIP), CALCOLA ITERAZIONI    *
      *   AL MINUTO, TEMPO MEDIO, 95 PERCENTILE E       *
      *   MASSIMO, ITERAZIONI FALLITE E ABEND, LI       *
      *   CONFRONTA CON LA CORSA PRECEDENTE DELLA       *
      *   STESSA REGIONE E LI REGISTRA SU VMSOAK, DA    *
      *   DOVE LI MOSTRA LA TRANSAZIONE VM09.           *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.                         *CSTD
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--------------------------------------------------------------*
      *    SCHEDA PARAMETRO: COL. 1-6 CORSA DA RIEPILOGARE (VUOTA =   *
      *    TUTTE LE CORSE CONCLUSE E NON ANCORA RIEPILOGATE)          *
      *--------------------------------------------------------------*
           SELECT BPVMPAR-FILE ASSIGN TO BPVMPAR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS BPVMPAR-STATUS.
      *--------------------------------------------------------------*
      *    CORSE DI PROVA DI CARICO AVVIATE DA VM09                   *
      *--------------------------------------------------------------*
           SELECT VMSOAK-FILE  ASSIGN TO VMSOAK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VMSOAK-RUN
                  FILE STATUS  IS VMSOAK-STATUS.
      *--------------------------------------------------------------*
      *    FILE DEI TEMPI DI RISPOSTA CICS RILEVATI DA VM00           *
      *    (VIVO + GENERAZIONI DI ARCHIVIO CONCATENATE)               *
      *--------------------------------------------------------------*
           SELECT VMPERF-FILE  ASSIGN TO VMPERF
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS VMPERF-STATUS.
      *--------------------------------------------------------------*
      *    FILE DEGLI INCIDENTI (ABEND) SEGNALATI DA C43401ABRT       *
      *--------------------------------------------------------------*
           SELECT VMINC-FILE   ASSIGN TO VMINC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
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
      *    FILE DI LAVORO PER L'ORDINAMENTO PER CORSA E TEMPO         *
      *--------------------------------------------------------------*
           SELECT VMSOAK-SORT  ASSIGN TO SORTWK01.
      *--------------------------------------------------------------*
      *    REPORT DEL RIEPILOGO DELLE PROVE DI CARICO                 *
      *--------------------------------------------------------------*
           SELECT VMSOKRPT-FILE ASSIGN TO VMSOKRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS VMSOKRPT-STATUS.
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
           05  BPVMPAR-RUN           PIC X(6).
           05  FILLER                PIC X(74).
      *
       FD  VMSOAK-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMSOAK-REC.
           05  VMSOAK-RUN            PIC 9(6).
           05  VMSOAK-REGIONE        PIC X(8).
           05  VMSOAK-EIBTRMID       PIC X(4).
      *---- RITMO (AVVII AL MINUTO), DURATA (MINUTI), PASSO FRA -------*
      *---- DUE AVVII (SECONDI) E ITERAZIONI PIANIFICATE --------------*
           05  VMSOAK-RITMO          PIC 9(3).
           05  VMSOAK-DURATA         PIC 9(3).
           05  VMSOAK-PASSO          PIC 9(3).
           05  VMSOAK-PIANIFICATE    PIC 9(6).
           05  VMSOAK-STATO          PIC X.
               88  VMSOAK-ATTIVO             VALUE "A".
               88  VMSOAK-COMPLETATO         VALUE "C".
               88  VMSOAK-FERMATO            VALUE "S".
               88  VMSOAK-INTERROTTO         VALUE "E".
               88  VMSOAK-CONCLUSO           VALUE "C" "S" "E".
           05  VMSOAK-UTENTE         PIC X(10).
      *---- INIZIO E FINE: DATA 0CAADDD E ORA HHMMSS ------------------*
           05  VMSOAK-INIZIO-DATA    PIC 9(7).
           05  VMSOAK-INIZIO-ORA     PIC 9(6).
           05  VMSOAK-FINE-DATA      PIC 9(7).
           05  VMSOAK-FINE-ORA       PIC 9(6).
           05  VMSOAK-AVVIATE        PIC 9(6).
           05  VMSOAK-COMPLETATE     PIC 9(6).
      *---- RIEPILOGO DI BPVM025 (DATA ZERO = NON RIEPILOGATA); -------*
      *---- TEMPI IN CENTESIMI, PRODUTTIVITA' IN ITERAZIONI/MINUTO ----*
           05  VMSOAK-RIEPILOGO.
               10  VMSOAK-RIE-DATA    PIC 9(7).
               10  VMSOAK-RIE-ITER    PIC 9(6).
               10  VMSOAK-RIE-THRU    PIC 9(4)V99.
               10  VMSOAK-RIE-MEDIA   PIC 9(6).
               10  VMSOAK-RIE-P95     PIC 9(6).
               10  VMSOAK-RIE-MAX     PIC 9(6).
               10  VMSOAK-RIE-FALLITE PIC 9(6).
               10  VMSOAK-RIE-ABEND   PIC 9(6).
           05  FILLER                PIC X(69).
      *
       FD  VMPERF-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMPERF-REC.
           05  VMPERF-EIBTRMID       PIC X(4).
           05  VMPERF-EIBDATE        PIC S9(7) COMP-3.
           05  VMPERF-INTERVALLO     PIC S9(7) COMP-3.
           05  VMPERF-EIBTIME        PIC S9(7) COMP-3.
      *---- DETTAGLIO DELLA PROVA: A SPAZIO PER IL GIRO DI SCHERMO, ---*
      *---- "SK" + CORSA, ESITO E CENTESIMI PER LA PROVA DI CARICO ----*
           05  VMPERF-PARTNER.
               10  VMPERF-PARTNER-TIPO  PIC XX.
               10  VMPERF-PARTNER-RUN   PIC X(6).
           05  VMPERF-ESITO          PIC XX.
           05  VMPERF-CENTESIMI      PIC 9(6).
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
      *---- CONTESTO DI PROVA ATTIVO AL MOMENTO DELL'ABEND: PER LA ----*
      *---- PROVA DI CARICO CATEGORIA "*SOAK" E CORSA NELL'ID ---------*
           05  VMINC-VMTEST-CHIAVE.
               10  VMINC-VMTEST-CATEG PIC X(8).
               10  VMINC-VMTEST-ID.
                   15  VMINC-VMTEST-RUN PIC X(6).
                   15  FILLER           PIC XX.
           05  VMINC-TASTO           PIC XX.
           05  VMINC-UTENTE          PIC X(15).
           05  VMINC-TICKET          PIC X(8).
           05  VMINC-TICKET-STATO    PIC X.
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
       SD  VMSOAK-SORT.
       01  ORD-REC.
           05  ORD-RUN               PIC 9(6).
           05  ORD-CENTESIMI         PIC 9(6).
           05  FILLER                PIC X(8).
      *
       FD  VMSOKRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMSOKRPT-REC              PIC X(132).
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
        05   VMSOAK-STATUS                 PIC XX VALUE "00".
             88  VMSOAK-OK                        VALUE "00".
             88  VMSOAK-NON-TROVATO               VALUE "23".
             88  VMSOAK-NON-ESISTE                VALUE "35".
        05   VMPERF-STATUS                 PIC XX VALUE "00".
             88  VMPERF-OK                        VALUE "00".
        05   VMINC-STATUS                  PIC XX VALUE "00".
             88  VMINC-OK                         VALUE "00".
             88  VMINC-NON-ESISTE                 VALUE "35".
        05   VMINCRIP-STATUS               PIC XX VALUE "00".
             88  VMINCRIP-OK                      VALUE "00".
             88  VMINCRIP-NON-ESISTE              VALUE "35".
        05   VMSOKRPT-STATUS               PIC XX VALUE "00".
             88  VMSOKRPT-OK                      VALUE "00".
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
        05   FLAG-FINE-VMSOAK              PIC 9   VALUE ZERO.
             88  FINE-VMSOAK                      VALUE 1.
        05   FLAG-FINE-VMPERF              PIC 9   VALUE ZERO.
             88  FINE-VMPERF                      VALUE 1.
        05   FLAG-FINE-VMINC               PIC 9   VALUE ZERO.
             88  FINE-VMINC                       VALUE 1.
        05   FLAG-FINE-ORDINATO            PIC 9   VALUE ZERO.
             88  FINE-ORDINATO                    VALUE 1.
        05   FLAG-VMPERF-KO                PIC 9   VALUE ZERO.
             88  VMPERF-KO                        VALUE 1.
        05   FLAG-VMINC-KO                 PIC 9   VALUE ZERO.
             88  VMINC-KO                         VALUE 1.
        05   FLAG-RIP-APERTO               PIC 9   VALUE ZERO.
             88  RIP-APERTO                       VALUE 1.
        05   FLAG-PREC-TROVATA             PIC 9   VALUE ZERO.
             88  PREC-TROVATA                     VALUE 1.
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
        05   CAT-PROGRAMMA         PIC X(8)  VALUE "BPVM025".
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
      *       SCHEDA PARAMETRO: CORSA DA RIEPILOGARE                 *
      *--------------------------------------------------------------*
       01  PARAMETRO-AREE.
        05   PAR-RUN-X             PIC X(6)  VALUE SPACE.
        05   PAR-RUN REDEFINES PAR-RUN-X PIC 9(6).
      *--------------------------------------------------------------*
      *       GIORNO (GIULIANA 0CAADDD) E ORA DELLA CORSA            *
      *--------------------------------------------------------------*
       01  OGGI-AREE.
        05   OGGI-AAAADDD          PIC 9(7)  VALUE ZERO.
        05   OGGI-ORARIO           PIC 9(8)  VALUE ZERO.
        05   OGGI-GIUL             PIC 9(7)  VALUE ZERO.
        05   OGGI-ORA              PIC 9(6)  VALUE ZERO.
      *--------------------------------------------------------------*
      *       CORSE DA RIEPILOGARE, IN ORDINE DI NUMERO, CON LE      *
      *       MISURE RACCOLTE E IL RIEPILOGO DELLA CORSA PRECEDENTE  *
      *       DELLA REGIONE GIA' REGISTRATO SU VMSOAK                *
      *--------------------------------------------------------------*
       01  TABELLA-CORSE.
        05   COR-MAX               PIC 9(4) COMP-4 VALUE 200.
        05   COR-USATI             PIC 9(4) COMP-4 VALUE ZERO.
        05   COR-TROVATA           PIC 9(4) COMP-4 VALUE ZERO.
        05   COR-CERCATA           PIC 9(6)  VALUE ZERO.
        05   COR-IND-PREC          PIC 9(4) COMP-4 VALUE ZERO.
        05   FLAG-COR-TRABOCCO     PIC 9    VALUE ZERO.
             88  COR-TRABOCCO             VALUE 1.
        05   COR-ELEM OCCURS 200 INDEXED BY COR-IND.
             10 COR-RUN            PIC 9(6).
             10 COR-REGIONE        PIC X(8).
             10 COR-EIBTRMID       PIC X(4).
             10 COR-RITMO          PIC 9(3).
             10 COR-DURATA         PIC 9(3).
             10 COR-PIANIFICATE    PIC 9(6).
             10 COR-AVVIATE        PIC 9(6).
             10 COR-COMPLETATE     PIC 9(6).
             10 COR-STATO          PIC X.
             10 COR-UTENTE         PIC X(10).
             10 COR-INIZIO-DATA    PIC 9(7).
             10 COR-INIZIO-ORA     PIC 9(6).
             10 COR-FINE-DATA      PIC 9(7).
             10 COR-FINE-ORA       PIC 9(6).
             10 COR-MISURE         PIC 9(7)  COMP-4.
             10 COR-RANGO          PIC 9(7)  COMP-4.
             10 COR-POSIZIONE      PIC 9(7)  COMP-4.
             10 COR-SOMMA          PIC 9(11) COMP-4.
             10 COR-MEDIA          PIC 9(6).
             10 COR-P95            PIC 9(6).
             10 COR-MASSIMO        PIC 9(6).
             10 COR-FALLITE        PIC 9(6).
             10 COR-ABEND          PIC 9(6).
             10 COR-THRU           PIC 9(4)V99.
             10 COR-PREC-RUN       PIC 9(6).
             10 COR-PREC-THRU      PIC 9(4)V99.
             10 COR-PREC-MEDIA     PIC 9(6).
             10 COR-PREC-P95       PIC 9(6).
             10 COR-PREC-MASSIMO   PIC 9(6).
             10 COR-PREC-FALLITE   PIC 9(6).
             10 COR-PREC-ABEND     PIC 9(6).
      *--------------------------------------------------------------*
      *       ULTIMA CORSA RIEPILOGATA DI OGNI REGIONE, AGGIORNATA   *
      *       DURANTE LA LETTURA DI VMSOAK                           *
      *--------------------------------------------------------------*
       01  TABELLA-REGIONI.
        05   RGN-MAX               PIC 9(4) COMP-4 VALUE 200.
        05   RGN-USATI             PIC 9(4) COMP-4 VALUE ZERO.
        05   RGN-TROVATA           PIC 9(4) COMP-4 VALUE ZERO.
        05   RGN-ELEM OCCURS 200 INDEXED BY RGN-IND.
             10 RGN-REGIONE        PIC X(8).
             10 RGN-RUN            PIC 9(6).
             10 RGN-THRU           PIC 9(4)V99.
             10 RGN-MEDIA          PIC 9(6).
             10 RGN-P95            PIC 9(6).
             10 RGN-MASSIMO        PIC 9(6).
             10 RGN-FALLITE        PIC 9(6).
             10 RGN-ABEND          PIC 9(6).
      *--------------------------------------------------------------*
      *       DURATA EFFETTIVA DELLA CORSA IN SECONDI                *
      *--------------------------------------------------------------*
       01  DURATA-AREE.
        05   DUR-ORA               PIC 9(6)  VALUE ZERO.
        05   DUR-ORA-R REDEFINES DUR-ORA.
             10 DUR-HH             PIC 99.
             10 DUR-MI             PIC 99.
             10 DUR-SS             PIC 99.
        05   DUR-INIZIO            PIC 9(5) COMP-4 VALUE ZERO.
        05   DUR-FINE-DATA         PIC 9(7)  VALUE ZERO.
        05   DUR-FINE-ORA          PIC 9(6)  VALUE ZERO.
        05   DUR-SECONDI           PIC S9(7) COMP-4 VALUE ZERO.
        05   DUR-GIORNI            PIC 9(3) COMP-4 VALUE ZERO.
      *--------------------------------------------------------------*
      *       CAMPI DI STAMPA DI TEMPI E DIFFERENZE                  *
      *--------------------------------------------------------------*
       01  STAMPA-AREE.
        05   STP-SECONDI           PIC 9(4)V99 VALUE ZERO.
        05   STP-DIFF              PIC S9(5)V99 VALUE ZERO.
        05   STP-DIFF-NUM          PIC S9(7) VALUE ZERO.
        05   STP-DATA-GIUL         PIC 9(7)  VALUE ZERO.
        05   STP-DATA-EDIT         PIC X(10) VALUE SPACE.
        05   STP-ORA               PIC 9(6)  VALUE ZERO.
        05   STP-ORA-R REDEFINES STP-ORA.
             10 STP-HH             PIC 99.
             10 STP-MI             PIC 99.
             10 STP-SS             PIC 99.
        05   STP-ORA-EDIT.
             10 STP-ED-HH          PIC 99.
             10 FILLER             PIC X VALUE ":".
             10 STP-ED-MI          PIC 99.
             10 FILLER             PIC X VALUE ":".
             10 STP-ED-SS          PIC 99.
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
        05   CONTA-CORSE           PIC 9(5) COMP-4 VALUE ZERO.
        05   CONTA-MISURE          PIC 9(7) COMP-4 VALUE ZERO.
        05   CONTA-INCIDENTI       PIC 9(7) COMP-4 VALUE ZERO.
        05   RIP-OCCORRENZE        PIC 9(7) COMP-4 VALUE ZERO.
        05   CONTA-CON-ERRORI      PIC 9(5) COMP-4 VALUE ZERO.
        05   CONTA-SENZA-MISURE    PIC 9(5) COMP-4 VALUE ZERO.
        05   CONTA-ERRORI          PIC 9(5) COMP-4 VALUE ZERO.
      *--------------------------------------------------------------*
      *       RIGHE DEL REPORT                                       *
      *--------------------------------------------------------------*
       01  RIGA-TITOLO.
        05   FILLER                PIC X(45) VALUE
             "RIEPILOGO DELLE PROVE DI CARICO VM00 - GIORNO".
        05   FILLER                PIC X     VALUE SPACE.
        05   TITOLO-GIORNO         PIC X(10).
        05   FILLER                PIC X(11) VALUE " - CORSE: ".
        05   TITOLO-CORSE          PIC X(40).
        05   FILLER                PIC X(25) VALUE SPACE.
      *
       01  RIGA-CORSA.
        05   FILLER                PIC X(6)  VALUE "CORSA ".
        05   CRS-RUN               PIC 9(6).
        05   FILLER                PIC X(10) VALUE "  REGIONE ".
        05   CRS-REGIONE           PIC X(8).
        05   FILLER                PIC X(7)  VALUE " TERM. ".
        05   CRS-EIBTRMID          PIC X(4).
        05   FILLER                PIC X(8)  VALUE "  STATO ".
        05   CRS-STATO             PIC X(10).
        05   FILLER                PIC X(9)  VALUE " UTENTE ".
        05   CRS-UTENTE            PIC X(10).
        05   FILLER                PIC X(9)  VALUE "  INIZIO ".
        05   CRS-INIZIO-DATA       PIC X(10).
        05   FILLER                PIC X     VALUE SPACE.
        05   CRS-INIZIO-ORA        PIC X(8).
        05   FILLER                PIC X(7)  VALUE "  FINE ".
        05   CRS-FINE-DATA         PIC X(10).
        05   FILLER                PIC X     VALUE SPACE.
        05   CRS-FINE-ORA          PIC X(8).
      *
       01  RIGA-ITERAZIONI.
        05   FILLER                PIC X(10) VALUE "    RITMO ".
        05   ITE-RITMO             PIC ZZ9.
        05   FILLER                PIC X(20) VALUE
             " AL MINUTO  DURATA ".
        05   ITE-DURATA            PIC ZZ9.
        05   FILLER                PIC X(22) VALUE
             " MINUTI  PIANIFICATE ".
        05   ITE-PIANIFICATE       PIC ZZZZZ9.
        05   FILLER                PIC X(10) VALUE "  AVVIATE ".
        05   ITE-AVVIATE           PIC ZZZZZ9.
        05   FILLER                PIC X(13) VALUE "  COMPLETATE ".
        05   ITE-COMPLETATE        PIC ZZZZZ9.
        05   FILLER                PIC X(11) VALUE "  MISURATE ".
        05   ITE-MISURATE          PIC ZZZZZ9.
        05   FILLER                PIC X(16) VALUE SPACE.
      *
       01  RIGA-TEMPI.
        05   FILLER                PIC X(23) VALUE
             "    TEMPI (SEC.) MEDIO ".
        05   TMP-MEDIA             PIC ZZZ9,99.
        05   FILLER                PIC X(15) VALUE "  95 PERCENT. ".
        05   TMP-P95               PIC ZZZ9,99.
        05   FILLER                PIC X(10) VALUE "  MASSIMO ".
        05   TMP-MASSIMO           PIC ZZZ9,99.
        05   FILLER                PIC X(21) VALUE
             "  ITERAZIONI/MINUTO ".
        05   TMP-THRU              PIC ZZZ9,99.
        05   FILLER                PIC X(10) VALUE "  FALLITE ".
        05   TMP-FALLITE           PIC ZZZZZ9.
        05   FILLER                PIC X(8)  VALUE "  ABEND ".
        05   TMP-ABEND             PIC ZZZZZ9.
        05   FILLER                PIC X(5)  VALUE SPACE.
      *
       01  RIGA-CONFRONTO.
        05   FILLER                PIC X(19) VALUE
             "    RISPETTO CORSA ".
        05   CNF-RUN               PIC 9(6).
        05   FILLER                PIC X(7)  VALUE " MEDIO ".
        05   CNF-MEDIA             PIC +ZZZZ9,99.
        05   FILLER                PIC X(14) VALUE "  95 PERCENT. ".
        05   CNF-P95               PIC +ZZZZ9,99.
        05   FILLER                PIC X(10) VALUE "  MASSIMO ".
        05   CNF-MASSIMO           PIC +ZZZZ9,99.
        05   FILLER                PIC X(8)  VALUE " IT/MIN ".
        05   CNF-THRU              PIC +ZZZZ9,99.
        05   FILLER                PIC X(10) VALUE "  FALLITE ".
        05   CNF-FALLITE           PIC +ZZZZZ9.
        05   FILLER                PIC X(8)  VALUE "  ABEND ".
        05   CNF-ABEND             PIC +ZZZZZ9.
      *
       01  RIGA-NOTA.
        05   FILLER                PIC X(4)  VALUE SPACE.
        05   NOTA-DESCR            PIC X(60).
        05   FILLER                PIC X(68) VALUE SPACE.
      *
       01  RIGA-CONTEGGI.
        05   FILLER                PIC X(18) VALUE "CORSE RIEPILOGATE ".
        05   CONTEGGI-CORSE        PIC ZZZZ9.
        05   FILLER                PIC X(20) VALUE
             "  TEMPI DI RISPOSTA ".
        05   CONTEGGI-MISURE       PIC ZZZZZZ9.
        05   FILLER                PIC X(13) VALUE "  INCIDENTI ".
        05   CONTEGGI-INCIDENTI    PIC ZZZZZZ9.
        05   FILLER                PIC X(25) VALUE
             "  CORSE CON FALLITE/ABEND".
        05   FILLER                PIC X     VALUE SPACE.
        05   CONTEGGI-CON-ERRORI   PIC ZZZZ9.
        05   FILLER                PIC X(15) VALUE "  SENZA TEMPI ".
        05   CONTEGGI-SENZA-MISURE PIC ZZZZ9.
        05   FILLER                PIC X(11) VALUE SPACE.
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
       BPVM025-MAIN.
      *
      *---- CATENA DEI LAVORI: INIZIO CORSA SUL LIBRO MASTRO E --------*
      *---- CONTROLLO DEI PREDECESSORI; SE UNO NON HA FINITO OGGI -----*
      *---- CON UN RC ACCETTATO IL PASSO NON GIRA E CHIUDE CON 12 -----*
           PERFORM INIZIO-CATENA      THRU EX-INIZIO-CATENA.
           IF PREDECESSORI-KO
              MOVE 12 TO RETURN-CODE
           ELSE
              PERFORM ESEGUI-BPVM025 THRU EX-ESEGUI-BPVM025
           END-IF.
           PERFORM FINE-CATENA        THRU EX-FINE-CATENA.
      *
           GOBACK.
      *
      *-------------------------------------------------------------*
      *------------------ ELABORAZIONE DEL PASSO ---------------------*
      *-------------------------------------------------------------*
       ESEGUI-BPVM025.
      *
           OPEN OUTPUT VMSOKRPT-FILE.
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
              MOVE "SCHEDA PARAMETRO ERRATA, CORSA NON NUMERICA"
                TO ERRORE-DESCR
              MOVE BPVMPAR-RUN TO ERRORE-VALORE
              WRITE VMSOKRPT-REC FROM RIGA-ERRORE
              CLOSE VMSOKRPT-FILE
              MOVE 8 TO RETURN-CODE
              GO TO EX-ESEGUI-BPVM025.
      *
           IF PAR-RUN-X = SPACE
              MOVE "CONCLUSE NON ANCORA RIEPILOGATE" TO TITOLO-CORSE
           ELSE
              MOVE "SOLO LA CORSA"   TO TITOLO-CORSE
              MOVE PAR-RUN-X         TO TITOLO-CORSE (15:6)
           END-IF.
           WRITE VMSOKRPT-REC FROM RIGA-TITOLO.
           WRITE VMSOKRPT-REC FROM RIGA-VUOTA.
      *
           ACCEPT OGGI-AAAADDD FROM DAY YYYYDDD.
           ACCEPT OGGI-ORARIO  FROM TIME.
           COMPUTE OGGI-GIUL = OGGI-AAAADDD - 1900000.
           COMPUTE OGGI-ORA  = OGGI-ORARIO / 100.
      *
           OPEN I-O VMSOAK-FILE.
           IF NOT VMSOAK-OK
              MOVE "CORSE DI PROVA DI CARICO VMSOAK NON DISPONIBILI"
                TO ERRORE-DESCR
              MOVE VMSOAK-STATUS TO ERRORE-VALORE
              WRITE VMSOKRPT-REC FROM RIGA-ERRORE
              CLOSE VMSOKRPT-FILE
              MOVE 8 TO RETURN-CODE
              GO TO EX-ESEGUI-BPVM025.
      *
      *---- CORSE DA RIEPILOGARE E, PER OGNUNA, L'ULTIMO RIEPILOGO ----*
      *---- GIA' REGISTRATO DI UNA CORSA PRECEDENTE DELLA REGIONE -----*
           MOVE 1 TO VMSOAK-RUN.
           START VMSOAK-FILE KEY IS NOT < VMSOAK-RUN
              INVALID KEY
                 SET FINE-VMSOAK TO TRUE
           END-START.
           PERFORM SCEGLI-CORSA       THRU EX-SCEGLI-CORSA
              UNTIL FINE-VMSOAK.
      *
           IF COR-USATI = ZERO
              CLOSE VMSOAK-FILE
              IF PAR-RUN-X = SPACE
                 MOVE "NESSUNA CORSA CONCLUSA DA RIEPILOGARE"
                   TO NOTA-DESCR
                 WRITE VMSOKRPT-REC FROM RIGA-NOTA
                 CLOSE VMSOKRPT-FILE
                 GO TO EX-ESEGUI-BPVM025
              ELSE
                 MOVE "CORSA DELLA SCHEDA NON PRESENTE IN VMSOAK"
                   TO ERRORE-DESCR
                 MOVE PAR-RUN-X TO ERRORE-VALORE
                 WRITE VMSOKRPT-REC FROM RIGA-ERRORE
                 CLOSE VMSOKRPT-FILE
                 MOVE 8 TO RETURN-CODE
                 GO TO EX-ESEGUI-BPVM025
              END-IF
           END-IF.
      *
      *---- TEMPI DI RISPOSTA DELLE ITERAZIONI ORDINATI PER CORSA -----*
      *---- E TEMPO, PER IL 95 PERCENTILE ------------------------------*
           SORT VMSOAK-SORT
                ON ASCENDING KEY ORD-RUN
                                 ORD-CENTESIMI
                INPUT  PROCEDURE IS PREPARA-VMPERF
                                 THRU EX-PREPARA-VMPERF
                OUTPUT PROCEDURE IS MISURA-VMPERF
                                 THRU EX-MISURA-VMPERF.
      *
           IF VMPERF-KO
              MOVE "TEMPI DI RISPOSTA VMPERF NON DISPONIBILI, STATO"
                TO ERRORE-DESCR
              MOVE VMPERF-STATUS TO ERRORE-VALORE
              WRITE VMSOKRPT-REC FROM RIGA-ERRORE
              CLOSE VMSOAK-FILE
              CLOSE VMSOKRPT-FILE
              MOVE 8 TO RETURN-CODE
              GO TO EX-ESEGUI-BPVM025.
      *
           PERFORM SCANDISCI-VMINC    THRU EX-SCANDISCI-VMINC.
           IF VMINC-KO
              MOVE "INCIDENTI VMINC NON DISPONIBILI, STATO"
                TO ERRORE-DESCR
              MOVE VMINC-STATUS TO ERRORE-VALORE
              WRITE VMSOKRPT-REC FROM RIGA-ERRORE
              CLOSE VMSOAK-FILE
              CLOSE VMSOKRPT-FILE
              MOVE 8 TO RETURN-CODE
              GO TO EX-ESEGUI-BPVM025.
      *
           SET COR-IND TO 1.
           PERFORM RIEPILOGA-CORSA    THRU EX-RIEPILOGA-CORSA
              UNTIL COR-IND > COR-USATI.
      *
           CLOSE VMSOAK-FILE.
      *
           WRITE VMSOKRPT-REC FROM RIGA-VUOTA.
           MOVE CONTA-CORSE        TO CONTEGGI-CORSE.
           MOVE CONTA-MISURE       TO CONTEGGI-MISURE.
           MOVE CONTA-INCIDENTI    TO CONTEGGI-INCIDENTI.
           MOVE CONTA-CON-ERRORI   TO CONTEGGI-CON-ERRORI.
           MOVE CONTA-SENZA-MISURE TO CONTEGGI-SENZA-MISURE.
           WRITE VMSOKRPT-REC FROM RIGA-CONTEGGI.
           IF COR-TRABOCCO
              MOVE "ALTRE CORSE OLTRE CAPIENZA, RIEPILOGO SUCCESSIVO"
                TO TRABOCCO-DESCR
              WRITE VMSOKRPT-REC FROM RIGA-TRABOCCO
           END-IF.
      *
           CLOSE VMSOKRPT-FILE.
      *
      *---- RIEPILOGO NON REGISTRATO = GRAVE; ITERAZIONI FALLITE, -----*
      *---- ABEND O CORSE SENZA TEMPI = AVVERTIMENTO -------------------*
           IF CONTA-ERRORI > ZERO
              MOVE 8 TO RETURN-CODE
           ELSE
              IF CONTA-CON-ERRORI   > ZERO
              OR CONTA-SENZA-MISURE > ZERO
              OR COR-TRABOCCO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
      *
       EX-ESEGUI-BPVM025.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- LETTURA E CONTROLLO DELLA SCHEDA PARAMETRO: SCHEDA -------*
      *---- ASSENTE O CORSA VUOTA = TUTTE LE CORSE DA RIEPILOGARE -----*
      *-------------------------------------------------------------*
       LEGGI-PARAMETRO.
      *
           MOVE SPACE TO BPVMPAR-REC.
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
           IF BPVMPAR-RUN = SPACE OR LOW-VALUE
              GO TO EX-LEGGI-PARAMETRO.
           IF BPVMPAR-RUN NOT NUMERIC
              SET PARAMETRO-KO TO TRUE
              GO TO EX-LEGGI-PARAMETRO.
           MOVE BPVMPAR-RUN TO PAR-RUN-X.
      *
       EX-LEGGI-PARAMETRO.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- UNA CORSA DI VMSOAK: VA IN TABELLA SE E' QUELLA DELLA ----*
      *---- SCHEDA O, SENZA SCHEDA, SE E' CONCLUSA E NON ANCORA ------*
      *---- RIEPILOGATA. OGNI CORSA GIA' RIEPILOGATA DIVENTA LA ------*
      *---- PRECEDENTE DELLA SUA REGIONE PER LE CORSE SEGUENTI -------*
      *-------------------------------------------------------------*
       SCEGLI-CORSA.
      *
           READ VMSOAK-FILE NEXT
              AT END
                 SET FINE-VMSOAK TO TRUE
                 GO TO EX-SCEGLI-CORSA
           END-READ.
           IF NOT VMSOAK-OK
              SET FINE-VMSOAK TO TRUE
              GO TO EX-SCEGLI-CORSA.
           ADD 1 TO CAT-LETTI.
      *
           PERFORM CERCA-REGIONE      THRU EX-CERCA-REGIONE.
      *
           IF PAR-RUN-X = SPACE
              IF VMSOAK-CONCLUSO AND VMSOAK-RIE-DATA = ZERO
                 PERFORM AGGIUNGI-CORSA THRU EX-AGGIUNGI-CORSA
              END-IF
           ELSE
              IF VMSOAK-RUN = PAR-RUN
                 PERFORM AGGIUNGI-CORSA THRU EX-AGGIUNGI-CORSA
              END-IF
           END-IF.
      *
           IF VMSOAK-RIE-DATA NOT = ZERO AND RGN-TROVATA > ZERO
              MOVE VMSOAK-RUN         TO RGN-RUN (RGN-TROVATA)
              MOVE VMSOAK-RIE-THRU    TO RGN-THRU (RGN-TROVATA)
              MOVE VMSOAK-RIE-MEDIA   TO RGN-MEDIA (RGN-TROVATA)
              MOVE VMSOAK-RIE-P95     TO RGN-P95 (RGN-TROVATA)
              MOVE VMSOAK-RIE-MAX     TO RGN-MASSIMO (RGN-TROVATA)
              MOVE VMSOAK-RIE-FALLITE TO RGN-FALLITE (RGN-TROVATA)
              MOVE VMSOAK-RIE-ABEND   TO RGN-ABEND (RGN-TROVATA)
           END-IF.
      *
       EX-SCEGLI-CORSA.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- POSIZIONE DELLA REGIONE NELLA TABELLA (ZERO SE PIENA), ---*
      *---- AGGIUNTA SENZA CORSA PRECEDENTE LA PRIMA VOLTA ------------*
      *-------------------------------------------------------------*
       CERCA-REGIONE.
      *
           MOVE ZERO TO RGN-TROVATA.
           SET RGN-IND TO 1.
           SEARCH RGN-ELEM
              AT END
                 CONTINUE
              WHEN RGN-IND > RGN-USATI
                 CONTINUE
              WHEN RGN-REGIONE (RGN-IND) = VMSOAK-REGIONE
                 SET RGN-TROVATA TO RGN-IND
           END-SEARCH.
           IF RGN-TROVATA > ZERO
              GO TO EX-CERCA-REGIONE.
      *
           IF RGN-USATI NOT < RGN-MAX
              GO TO EX-CERCA-REGIONE.
           ADD 1 TO RGN-USATI.
           MOVE RGN-USATI      TO RGN-TROVATA.
           MOVE VMSOAK-REGIONE TO RGN-REGIONE (RGN-TROVATA).
           MOVE ZERO           TO RGN-RUN (RGN-TROVATA)
                                  RGN-THRU (RGN-TROVATA)
                                  RGN-MEDIA (RGN-TROVATA)
                                  RGN-P95 (RGN-TROVATA)
                                  RGN-MASSIMO (RGN-TROVATA)
                                  RGN-FALLITE (RGN-TROVATA)
                                  RGN-ABEND (RGN-TROVATA).
      *
       EX-CERCA-REGIONE.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- NUOVA CORSA DA RIEPILOGARE CON LA FOTOGRAFIA DEL ---------*
      *---- RIEPILOGO PRECEDENTE DELLA SUA REGIONE --------------------*
      *-------------------------------------------------------------*
       AGGIUNGI-CORSA.
      *
           IF COR-USATI NOT < COR-MAX
              MOVE 1 TO FLAG-COR-TRABOCCO
              GO TO EX-AGGIUNGI-CORSA.
      *
           ADD 1 TO COR-USATI.
           SET COR-IND TO COR-USATI.
           MOVE VMSOAK-RUN         TO COR-RUN (COR-IND).
           MOVE VMSOAK-REGIONE     TO COR-REGIONE (COR-IND).
           MOVE VMSOAK-EIBTRMID    TO COR-EIBTRMID (COR-IND).
           MOVE VMSOAK-RITMO       TO COR-RITMO (COR-IND).
           MOVE VMSOAK-DURATA      TO COR-DURATA (COR-IND).
           MOVE VMSOAK-PIANIFICATE TO COR-PIANIFICATE (COR-IND).
           MOVE VMSOAK-AVVIATE     TO COR-AVVIATE (COR-IND).
           MOVE VMSOAK-COMPLETATE  TO COR-COMPLETATE (COR-IND).
           MOVE VMSOAK-STATO       TO COR-STATO (COR-IND).
           MOVE VMSOAK-UTENTE      TO COR-UTENTE (COR-IND).
           MOVE VMSOAK-INIZIO-DATA TO COR-INIZIO-DATA (COR-IND).
           MOVE VMSOAK-INIZIO-ORA  TO COR-INIZIO-ORA (COR-IND).
           MOVE VMSOAK-FINE-DATA   TO COR-FINE-DATA (COR-IND).
           MOVE VMSOAK-FINE-ORA    TO COR-FINE-ORA (COR-IND).
           MOVE ZERO               TO COR-MISURE (COR-IND)
                                      COR-RANGO (COR-IND)
                                      COR-POSIZIONE (COR-IND)
                                      COR-SOMMA (COR-IND)
                                      COR-MEDIA (COR-IND)
                                      COR-P95 (COR-IND)
                                      COR-MASSIMO (COR-IND)
                                      COR-FALLITE (COR-IND)
                                      COR-ABEND (COR-IND)
                                      COR-THRU (COR-IND)
                                      COR-PREC-RUN (COR-IND).
      *
           IF RGN-TROVATA > ZERO
              MOVE RGN-RUN (RGN-TROVATA)
                TO COR-PREC-RUN (COR-IND)
              MOVE RGN-THRU (RGN-TROVATA)
                TO COR-PREC-THRU (COR-IND)
              MOVE RGN-MEDIA (RGN-TROVATA)
                TO COR-PREC-MEDIA (COR-IND)
              MOVE RGN-P95 (RGN-TROVATA)
                TO COR-PREC-P95 (COR-IND)
              MOVE RGN-MASSIMO (RGN-TROVATA)
                TO COR-PREC-MASSIMO (COR-IND)
              MOVE RGN-FALLITE (RGN-TROVATA)
                TO COR-PREC-FALLITE (COR-IND)
              MOVE RGN-ABEND (RGN-TROVATA)
                TO COR-PREC-ABEND (COR-IND)
           END-IF.
      *
       EX-AGGIUNGI-CORSA.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- POSIZIONE IN TABELLA DELLA CORSA COR-CERCATA (ZERO SE ----*
      *---- NON E' TRA QUELLE DA RIEPILOGARE) -------------------------*
      *-------------------------------------------------------------*
       CERCA-CORSA.
      *
           MOVE ZERO TO COR-TROVATA.
           SET COR-IND TO 1.
           SEARCH COR-ELEM
              AT END
                 CONTINUE
              WHEN COR-IND > COR-USATI
                 CONTINUE
              WHEN COR-RUN (COR-IND) = COR-CERCATA
                 SET COR-TROVATA TO COR-IND
           END-SEARCH.
      *
       EX-CERCA-CORSA.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- RILASCIA AL SORT I TEMPI DELLE ITERAZIONI DI PROVA DI ----*
      *---- CARICO (PARTNER "SK" + CORSA) DELLE CORSE IN TABELLA -----*
      *-------------------------------------------------------------*
       PREPARA-VMPERF.
      *
           MOVE ZERO TO FLAG-FINE-VMPERF.
           OPEN INPUT VMPERF-FILE.
           IF NOT VMPERF-OK
              SET VMPERF-KO TO TRUE
              GO TO EX-PREPARA-VMPERF.
      *
           PERFORM RILASCIA-VMPERF THRU EX-RILASCIA-VMPERF
              UNTIL FINE-VMPERF.
      *
           CLOSE VMPERF-FILE.
      *
       EX-PREPARA-VMPERF.
           EXIT.
      *
       RILASCIA-VMPERF.
      *
           READ VMPERF-FILE
              AT END
                 SET FINE-VMPERF TO TRUE
                 GO TO EX-RILASCIA-VMPERF
           END-READ.
           ADD 1 TO CAT-LETTI.
      *
           IF VMPERF-PARTNER-TIPO NOT = "SK"
              GO TO EX-RILASCIA-VMPERF.
           IF VMPERF-PARTNER-RUN NOT NUMERIC
              GO TO EX-RILASCIA-VMPERF.
           IF VMPERF-CENTESIMI NOT NUMERIC
              GO TO EX-RILASCIA-VMPERF.
      *
           MOVE VMPERF-PARTNER-RUN TO COR-CERCATA.
           PERFORM CERCA-CORSA THRU EX-CERCA-CORSA.
           IF COR-TROVATA = ZERO
              GO TO EX-RILASCIA-VMPERF.
      *
           ADD 1 TO COR-MISURE (COR-TROVATA).
           ADD 1 TO CONTA-MISURE.
           MOVE SPACE              TO ORD-REC.
           MOVE COR-CERCATA        TO ORD-RUN.
           MOVE VMPERF-CENTESIMI   TO ORD-CENTESIMI.
           RELEASE ORD-REC.
      *
       EX-RILASCIA-VMPERF.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- RICEVE I TEMPI ORDINATI: PER OGNI CORSA SOMMA, MASSIMO ---*
      *---- (L'ULTIMO) E 95 PERCENTILE, CIOE' IL TEMPO CHE OCCUPA ----*
      *---- IL POSTO N*95/100 ARROTONDATO PER ECCESSO -----------------*
      *-------------------------------------------------------------*
       MISURA-VMPERF.
      *
           MOVE ZERO TO FLAG-FINE-ORDINATO.
           MOVE ZERO TO COR-TROVATA.
      *
           PERFORM TRATTA-ORDINATO THRU EX-TRATTA-ORDINATO
              UNTIL FINE-ORDINATO.
      *
       EX-MISURA-VMPERF.
           EXIT.
      *
       TRATTA-ORDINATO.
      *
           RETURN VMSOAK-SORT
              AT END
                 SET FINE-ORDINATO TO TRUE
                 GO TO EX-TRATTA-ORDINATO
           END-RETURN.
      *
           IF COR-TROVATA = ZERO
           OR COR-RUN (COR-TROVATA) NOT = ORD-RUN
              MOVE ORD-RUN TO COR-CERCATA
              PERFORM CERCA-CORSA THRU EX-CERCA-CORSA
              COMPUTE COR-RANGO (COR-TROVATA) =
                      (COR-MISURE (COR-TROVATA) * 95 + 99) / 100
           END-IF.
      *
           ADD 1             TO COR-POSIZIONE (COR-TROVATA).
           ADD ORD-CENTESIMI TO COR-SOMMA (COR-TROVATA).
           MOVE ORD-CENTESIMI TO COR-MASSIMO (COR-TROVATA).
           IF COR-POSIZIONE (COR-TROVATA) = COR-RANGO (COR-TROVATA)
              MOVE ORD-CENTESIMI TO COR-P95 (COR-TROVATA)
           END-IF.
      *
       EX-TRATTA-ORDINATO.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- INCIDENTI DELLE CORSE IN TABELLA (CASO DI PROVA "*SOAK" -*
      *---- + CORSA): TIPO "SK" = ITERAZIONE FALLITA, ALTRI = ABEND. -*
      *---- OGNI INCIDENTE CONTA PER LE SUE OCCORRENZE ACCORPATE. ----*
      *---- FILE NON ANCORA CREATO = NESSUN INCIDENTE -----------------*
      *-------------------------------------------------------------*
       SCANDISCI-VMINC.
      *
           OPEN INPUT VMINC-FILE.
           IF VMINC-NON-ESISTE
              GO TO EX-SCANDISCI-VMINC.
           IF NOT VMINC-OK
              SET VMINC-KO TO TRUE
              GO TO EX-SCANDISCI-VMINC.
      *
      *---- RIPETIZIONI FACOLTATIVE: SENZA FILE UNA PER INCIDENTE -----*
           MOVE ZERO TO FLAG-RIP-APERTO.
           OPEN INPUT VMINCRIP-FILE.
           IF VMINCRIP-OK
              SET RIP-APERTO TO TRUE
           END-IF.
      *
           PERFORM LEGGI-INCIDENTE THRU EX-LEGGI-INCIDENTE
              UNTIL FINE-VMINC.
      *
           CLOSE VMINC-FILE.
           IF RIP-APERTO
              CLOSE VMINCRIP-FILE
           END-IF.
      *
       EX-SCANDISCI-VMINC.
           EXIT.
      *
       LEGGI-INCIDENTE.
      *
           READ VMINC-FILE NEXT
              AT END
                 SET FINE-VMINC TO TRUE
                 GO TO EX-LEGGI-INCIDENTE
           END-READ.
           ADD 1 TO CAT-LETTI.
      *
      *---- IL RECORD DI CONTROLLO (NUMERO ZERO) NON E' UN INCIDENTE --*
           IF VMINC-NUMERO = ZERO
              GO TO EX-LEGGI-INCIDENTE.
           IF VMINC-VMTEST-CATEG NOT = "*SOAK"
              GO TO EX-LEGGI-INCIDENTE.
           IF VMINC-VMTEST-RUN NOT NUMERIC
              GO TO EX-LEGGI-INCIDENTE.
      *
           MOVE VMINC-VMTEST-RUN TO COR-CERCATA.
           PERFORM CERCA-CORSA THRU EX-CERCA-CORSA.
           IF COR-TROVATA = ZERO
              GO TO EX-LEGGI-INCIDENTE.
      *
           ADD 1 TO CONTA-INCIDENTI.
           PERFORM LEGGI-RIPETIZIONE THRU EX-LEGGI-RIPETIZIONE.
           IF VMINC-TIPO-ABN = "SK"
              ADD RIP-OCCORRENZE TO COR-FALLITE (COR-TROVATA)
           ELSE
              ADD RIP-OCCORRENZE TO COR-ABEND (COR-TROVATA)
           END-IF.
      *
       EX-LEGGI-INCIDENTE.
           EXIT.
      *
      *---- OCCORRENZE ACCORPATE NELL'INCIDENTE (ALMENO UNA) ----------*
       LEGGI-RIPETIZIONE.
      *
           MOVE 1 TO RIP-OCCORRENZE.
           IF NOT RIP-APERTO
              GO TO EX-LEGGI-RIPETIZIONE.
           MOVE VMINC-TIPO-ABN  TO VMINCRIP-TIPO-ABN.
           MOVE VMINC-ABEND     TO VMINCRIP-ABEND.
           MOVE VMINC-PARAGRAFO TO VMINCRIP-PARAGRAFO.
           MOVE VMINC-EIBTRMID  TO VMINCRIP-EIBTRMID.
           COMPUTE VMINCRIP-NUMERO-INV = 9999999 - VMINC-NUMERO.
           READ VMINCRIP-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF VMINCRIP-OK AND VMINCRIP-OCCORRENZE > ZERO
              MOVE VMINCRIP-OCCORRENZE TO RIP-OCCORRENZE
           END-IF.
      *
       EX-LEGGI-RIPETIZIONE.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- CHIUDE UNA CORSA: TEMPO MEDIO E PRODUTTIVITA', STAMPA ----*
      *---- CON IL CONFRONTO E REGISTRAZIONE DEL RIEPILOGO SU VMSOAK -*
      *-------------------------------------------------------------*
       RIEPILOGA-CORSA.
      *
           ADD 1 TO CONTA-CORSE.
      *
           IF COR-MISURE (COR-IND) > ZERO
              COMPUTE COR-MEDIA (COR-IND) ROUNDED =
                      COR-SOMMA (COR-IND) / COR-MISURE (COR-IND)
           ELSE
              ADD 1 TO CONTA-SENZA-MISURE
           END-IF.
           IF COR-FALLITE (COR-IND) > ZERO
           OR COR-ABEND (COR-IND)   > ZERO
              ADD 1 TO CONTA-CON-ERRORI
           END-IF.
      *
           PERFORM CALCOLA-DURATA     THRU EX-CALCOLA-DURATA.
           COMPUTE COR-THRU (COR-IND) ROUNDED =
                   COR-MISURE (COR-IND) * 60 / DUR-SECONDI.
      *
      *---- LA CORSA PRECEDENTE PIU' RECENTE PUO' ESSERE UNA DI -------*
      *---- QUESTO STESSO RIEPILOGO, GIA' CALCOLATA -------------------*
           MOVE ZERO TO FLAG-PREC-TROVATA.
           SET COR-IND-PREC TO COR-IND.
           PERFORM CERCA-PRECEDENTE   THRU EX-CERCA-PRECEDENTE
              UNTIL COR-IND-PREC = 1 OR PREC-TROVATA.
      *
           PERFORM STAMPA-CORSA       THRU EX-STAMPA-CORSA.
           PERFORM REGISTRA-CORSA     THRU EX-REGISTRA-CORSA.
      *
           SET COR-IND UP BY 1.
      *
       EX-RIEPILOGA-CORSA.
           EXIT.
      *
       CERCA-PRECEDENTE.
      *
           SUBTRACT 1 FROM COR-IND-PREC.
           MOVE COR-IND-PREC TO COR-TROVATA.
           IF COR-REGIONE (COR-TROVATA) NOT = COR-REGIONE (COR-IND)
              GO TO EX-CERCA-PRECEDENTE.
      *---- UNA CORSA GIA' RIEPILOGATA PIU' RECENTE VALE DI PIU' ------*
           IF COR-RUN (COR-TROVATA) < COR-PREC-RUN (COR-IND)
              MOVE 1 TO FLAG-PREC-TROVATA
              GO TO EX-CERCA-PRECEDENTE.
      *
           MOVE 1 TO FLAG-PREC-TROVATA.
           MOVE COR-RUN (COR-TROVATA)
             TO COR-PREC-RUN (COR-IND).
           MOVE COR-THRU (COR-TROVATA)
             TO COR-PREC-THRU (COR-IND).
           MOVE COR-MEDIA (COR-TROVATA)
             TO COR-PREC-MEDIA (COR-IND).
           MOVE COR-P95 (COR-TROVATA)
             TO COR-PREC-P95 (COR-IND).
           MOVE COR-MASSIMO (COR-TROVATA)
             TO COR-PREC-MASSIMO (COR-IND).
           MOVE COR-FALLITE (COR-TROVATA)
             TO COR-PREC-FALLITE (COR-IND).
           MOVE COR-ABEND (COR-TROVATA)
             TO COR-PREC-ABEND (COR-IND).
      *
       EX-CERCA-PRECEDENTE.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- SECONDI TRA INIZIO E FINE (ADESSO SE ANCORA ATTIVA). ------*
      *---- UNA CORSA DURA AL PIU' 999 MINUTI: A CAVALLO DI ANNO SI ---*
      *---- CONTA UN SOLO GIORNO. MINIMO UN MINUTO ---------------------*
      *-------------------------------------------------------------*
       CALCOLA-DURATA.
      *
           IF COR-STATO (COR-IND) = "A"
              MOVE OGGI-GIUL TO DUR-FINE-DATA
              MOVE OGGI-ORA  TO DUR-FINE-ORA
           ELSE
              MOVE COR-FINE-DATA (COR-IND) TO DUR-FINE-DATA
              MOVE COR-FINE-ORA (COR-IND)  TO DUR-FINE-ORA
           END-IF.
      *
           MOVE COR-INIZIO-ORA (COR-IND) TO DUR-ORA.
           COMPUTE DUR-INIZIO = DUR-HH * 3600 + DUR-MI * 60 + DUR-SS.
           MOVE DUR-FINE-ORA TO DUR-ORA.
           COMPUTE DUR-SECONDI = DUR-HH * 3600 + DUR-MI * 60 + DUR-SS
                               - DUR-INIZIO.
      *
           MOVE ZERO TO DUR-GIORNI.
           IF DUR-FINE-DATA > COR-INIZIO-DATA (COR-IND)
              IF DUR-FINE-DATA (1:4) = COR-INIZIO-DATA (COR-IND) (1:4)
                 COMPUTE DUR-GIORNI = DUR-FINE-DATA
                                    - COR-INIZIO-DATA (COR-IND)
              ELSE
                 MOVE 1 TO DUR-GIORNI
              END-IF
           END-IF.
           COMPUTE DUR-SECONDI = DUR-SECONDI + DUR-GIORNI * 86400.
      *
           IF DUR-SECONDI < 60
              MOVE 60 TO DUR-SECONDI
           END-IF.
      *
       EX-CALCOLA-DURATA.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- STAMPA DI UNA CORSA: TESTATA, ITERAZIONI, TEMPI E --------*
      *---- DIFFERENZE RISPETTO ALLA CORSA PRECEDENTE DELLA REGIONE --*
      *-------------------------------------------------------------*
       STAMPA-CORSA.
      *
           MOVE COR-RUN (COR-IND)       TO CRS-RUN.
           MOVE COR-REGIONE (COR-IND)   TO CRS-REGIONE.
           MOVE COR-EIBTRMID (COR-IND)  TO CRS-EIBTRMID.
           MOVE COR-UTENTE (COR-IND)    TO CRS-UTENTE.
           EVALUATE COR-STATO (COR-IND)
              WHEN "A"
                 MOVE "ATTIVA"     TO CRS-STATO
              WHEN "C"
                 MOVE "COMPLETATA" TO CRS-STATO
              WHEN "S"
                 MOVE "FERMATA"    TO CRS-STATO
              WHEN "E"
                 MOVE "INTERROTTA" TO CRS-STATO
              WHEN OTHER
                 MOVE COR-STATO (COR-IND) TO CRS-STATO
           END-EVALUATE.
      *
           MOVE COR-INIZIO-DATA (COR-IND) TO STP-DATA-GIUL.
           MOVE COR-INIZIO-ORA (COR-IND)  TO STP-ORA.
           PERFORM EDITA-MOMENTO      THRU EX-EDITA-MOMENTO.
           MOVE STP-DATA-EDIT TO CRS-INIZIO-DATA.
           MOVE STP-ORA-EDIT  TO CRS-INIZIO-ORA.
           IF COR-STATO (COR-IND) = "A"
              MOVE "IN CORSO" TO CRS-FINE-DATA
              MOVE SPACE      TO CRS-FINE-ORA
           ELSE
              MOVE COR-FINE-DATA (COR-IND) TO STP-DATA-GIUL
              MOVE COR-FINE-ORA (COR-IND)  TO STP-ORA
              PERFORM EDITA-MOMENTO   THRU EX-EDITA-MOMENTO
              MOVE STP-DATA-EDIT TO CRS-FINE-DATA
              MOVE STP-ORA-EDIT  TO CRS-FINE-ORA
           END-IF.
           WRITE VMSOKRPT-REC FROM RIGA-CORSA.
      *
           MOVE COR-RITMO (COR-IND)       TO ITE-RITMO.
           MOVE COR-DURATA (COR-IND)      TO ITE-DURATA.
           MOVE COR-PIANIFICATE (COR-IND) TO ITE-PIANIFICATE.
           MOVE COR-AVVIATE (COR-IND)     TO ITE-AVVIATE.
           MOVE COR-COMPLETATE (COR-IND)  TO ITE-COMPLETATE.
           MOVE COR-MISURE (COR-IND)      TO ITE-MISURATE.
           WRITE VMSOKRPT-REC FROM RIGA-ITERAZIONI.
      *
           COMPUTE STP-SECONDI = COR-MEDIA (COR-IND) / 100.
           MOVE STP-SECONDI TO TMP-MEDIA.
           COMPUTE STP-SECONDI = COR-P95 (COR-IND) / 100.
           MOVE STP-SECONDI TO TMP-P95.
           COMPUTE STP-SECONDI = COR-MASSIMO (COR-IND) / 100.
           MOVE STP-SECONDI TO TMP-MASSIMO.
           MOVE COR-THRU (COR-IND)    TO TMP-THRU.
           MOVE COR-FALLITE (COR-IND) TO TMP-FALLITE.
           MOVE COR-ABEND (COR-IND)   TO TMP-ABEND.
           WRITE VMSOKRPT-REC FROM RIGA-TEMPI.
      *
           IF COR-MISURE (COR-IND) = ZERO
              MOVE "NESSUN TEMPO DI RISPOSTA DELLA CORSA SU VMPERF"
                TO NOTA-DESCR
              WRITE VMSOKRPT-REC FROM RIGA-NOTA
           END-IF.
      *
           IF COR-PREC-RUN (COR-IND) = ZERO
              MOVE "NESSUNA CORSA PRECEDENTE DELLA REGIONE"
                TO NOTA-DESCR
              WRITE VMSOKRPT-REC FROM RIGA-NOTA
           ELSE
              MOVE COR-PREC-RUN (COR-IND) TO CNF-RUN
              COMPUTE STP-DIFF = (COR-MEDIA (COR-IND)
                               -  COR-PREC-MEDIA (COR-IND)) / 100
              MOVE STP-DIFF TO CNF-MEDIA
              COMPUTE STP-DIFF = (COR-P95 (COR-IND)
                               -  COR-PREC-P95 (COR-IND)) / 100
              MOVE STP-DIFF TO CNF-P95
              COMPUTE STP-DIFF = (COR-MASSIMO (COR-IND)
                               -  COR-PREC-MASSIMO (COR-IND)) / 100
              MOVE STP-DIFF TO CNF-MASSIMO
              COMPUTE STP-DIFF = COR-THRU (COR-IND)
                               - COR-PREC-THRU (COR-IND)
              MOVE STP-DIFF TO CNF-THRU
              COMPUTE STP-DIFF-NUM = COR-FALLITE (COR-IND)
                                   - COR-PREC-FALLITE (COR-IND)
              MOVE STP-DIFF-NUM TO CNF-FALLITE
              COMPUTE STP-DIFF-NUM = COR-ABEND (COR-IND)
                                   - COR-PREC-ABEND (COR-IND)
              MOVE STP-DIFF-NUM TO CNF-ABEND
              WRITE VMSOKRPT-REC FROM RIGA-CONFRONTO
           END-IF.
           WRITE VMSOKRPT-REC FROM RIGA-VUOTA.
      *
       EX-STAMPA-CORSA.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- DATA GIULIANA E ORA HHMMSS IN GG/MM/AAAA E HH:MM:SS ------*
      *-------------------------------------------------------------*
       EDITA-MOMENTO.
      *
           MOVE STP-HH TO STP-ED-HH.
           MOVE STP-MI TO STP-ED-MI.
           MOVE STP-SS TO STP-ED-SS.
           MOVE STP-DATA-GIUL TO CONV-DATA-GIUL.
           PERFORM CONVERTI-DATA      THRU EX-CONVERTI-DATA.
           MOVE CONV-DATA-EDIT TO STP-DATA-EDIT.
      *
       EX-EDITA-MOMENTO.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- DATA GIULIANA 0CAADDD IN GG/MM/AAAA ----------------------*
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
      *---- REGISTRA IL RIEPILOGO SULLA CORSA DI VMSOAK, DA DOVE ------*
      *---- LO MOSTRA VM09 ---------------------------------------------*
      *-------------------------------------------------------------*
       REGISTRA-CORSA.
      *
           MOVE COR-RUN (COR-IND) TO VMSOAK-RUN.
           READ VMSOAK-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF NOT VMSOAK-OK
              ADD 1 TO CONTA-ERRORI
              MOVE "RIEPILOGO NON REGISTRATO SU VMSOAK, CORSA"
                TO ERRORE-DESCR
              MOVE COR-RUN (COR-IND) TO ERRORE-VALORE
              WRITE VMSOKRPT-REC FROM RIGA-ERRORE
              GO TO EX-REGISTRA-CORSA.
      *
           MOVE OGGI-GIUL               TO VMSOAK-RIE-DATA.
           MOVE COR-MISURE (COR-IND)    TO VMSOAK-RIE-ITER.
           MOVE COR-THRU (COR-IND)      TO VMSOAK-RIE-THRU.
           MOVE COR-MEDIA (COR-IND)     TO VMSOAK-RIE-MEDIA.
           MOVE COR-P95 (COR-IND)       TO VMSOAK-RIE-P95.
           MOVE COR-MASSIMO (COR-IND)   TO VMSOAK-RIE-MAX.
           MOVE COR-FALLITE (COR-IND)   TO VMSOAK-RIE-FALLITE.
           MOVE COR-ABEND (COR-IND)     TO VMSOAK-RIE-ABEND.
           REWRITE VMSOAK-REC
              INVALID KEY
                 CONTINUE
           END-REWRITE.
           IF VMSOAK-OK
              ADD 1 TO CAT-SCRITTI
           ELSE
              ADD 1 TO CONTA-ERRORI
              MOVE "RIEPILOGO NON REGISTRATO SU VMSOAK, CORSA"
                TO ERRORE-DESCR
              MOVE COR-RUN (COR-IND) TO ERRORE-VALORE
              WRITE VMSOKRPT-REC FROM RIGA-ERRORE
           END-IF.
      *
       EX-REGISTRA-CORSA.
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
       END PROGRAM BPVM025.
