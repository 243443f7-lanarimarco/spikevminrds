       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TPVM008.
      *------------------------------------------------*
      *   DETTAGLIO DEI TEMPI DI RISPOSTA VMPERF (VM08)  *
      *------------------------------------------------*
      *   PER UN TERMINALE E UN GIORNO (DEFAULT: IL      *
      *   TERMINALE CORRENTE E OGGI, OPPURE LA REGIONE   *
      *   E IL GIORNO SCELTI DAL CRUSCOTTO VM03) MOSTRA  *
      *   OGNI RILEVAZIONE VMPERF CON ORA, TEMPO,        *
      *   PARTNER ED ESITO DELLA PROVA FRA REGIONI, CON  *
      *   "**" SUI TEMPI SOPRA LA SOGLIA SLA DELLA       *
      *   REGIONE; IN ALTERNATIVA IL RIEPILOGO ORARIO    *
      *   (VOLUME, MEDIA, MASSIMO, FUORI SOGLIA).        *
      *   LE RILEVAZIONI IN FINESTRA DI MANUTENZIONE     *
      *   PIANIFICATA (VMMANUT) SONO MARCATE "PIAN" E    *
      *   NON CONTANO NEI TOTALI.                        *
      *   CONSULTAZIONE RISERVATA AGLI OPERATORI CON UN  *
      *   PROFILO VMPROF (FILE NON INSTALLATO = LIBERA). *
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
      *    FILE DEGLI INCIDENTI (ABEND) SEGNALATI DA C43401ABRT       *
      *--------------------------------------------------------------*
           SELECT VMINC-FILE   ASSIGN TO VMINC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
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
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS VMPERF-STATUS.
      *--------------------------------------------------------------*
      *    CATALOGO MESSAGGI MULTILINGUA DELLE TRANSAZIONI VM00       *
      *--------------------------------------------------------------*
           SELECT VMMSG-FILE   ASSIGN TO VMMSG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VMMSG-CHIAVE
                  FILE STATUS  IS VMMSG-STATUS.
      *--------------------------------------------------------------*
      *    FINESTRE DI MANUTENZIONE PIANIFICATA DELLE REGIONI         *
      *--------------------------------------------------------------*
           SELECT VMMANUT-FILE ASSIGN TO VMMANUT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VMMANUT-CHIAVE
                  FILE STATUS  IS VMMANUT-STATUS.
      *--------------------------------------------------------------*
      *    PROFILI DI AUTORIZZAZIONE DEGLI OPERATORI VM00             *
      *--------------------------------------------------------------*
           SELECT VMPROF-FILE  ASSIGN TO VMPROF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VMPROF-UTENTE
                  FILE STATUS  IS VMPROF-STATUS.
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
           RECORDING MODE IS F.
       01  VMPERF-REC.
           05  VMPERF-EIBTRMID       PIC X(4).
           05  VMPERF-EIBDATE        PIC S9(7) COMP-3.
           05  VMPERF-INTERVALLO     PIC S9(7) COMP-3.
           05  VMPERF-EIBTIME        PIC S9(7) COMP-3.
      *---- DETTAGLIO DELLA PROVA FRA REGIONI: PER I RECORD SCRITTI ---*
      *---- DA TPVM000 QUESTE POSIZIONI RESTANO A SPAZIO --------------*
           05  VMPERF-PARTNER        PIC X(8).
           05  VMPERF-ESITO          PIC XX.
           05  VMPERF-CENTESIMI      PIC 9(6).
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
       FD  VMPROF-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMPROF-REC.
           05  VMPROF-UTENTE         PIC X(10).
           05  VMPROF-AUT-CASI       PIC X.
               88  VMPROF-CASI-SI            VALUE "S".
           05  VMPROF-AUT-REVISIONE  PIC X.
               88  VMPROF-REVISIONE-SI       VALUE "S".
           05  VMPROF-AUT-PROFILI    PIC X.
               88  VMPROF-PROFILI-SI         VALUE "S".
           05  FILLER                PIC X(27).
      *
       WORKING-STORAGE SECTION.
      *    COPY C43401WK SUPPRESS.                                      *C43401
      *
      * COPY  C43401WK ESPLOSA ALL'INTERNO DEL PROGRAMMA
      *
       01  C43401-WKSTG.
           05 C43401-NOME-PGM            PIC  X(10).
           05 C43401-SORT-RETURN         PIC S9(4) COMP-4 VALUE ZERO.
           05 C43401-ITEM                PIC S9(4) COMP-4.
           05 C43401-LENGTH              PIC S9(4) COMP-4.
           05 C43401-EIBCALEN            PIC S9(9) COMP-4.
           05 C43401-BLANK               PIC X            VALUE SPACE.
           05 C43401-DLY                 PIC 9(6).
           05 C43401-DAY                 PIC 9(5).
           05 C43401-RSMTIME             PIC 9(6).
           05 C43401-DATE.
              10 C43401-AS-AA            PIC  99.
              10 C43401-AS-MM            PIC  99.
              10 C43401-AS-GG            PIC  99.
           05 C43401-TIME.
              10 C43401-AS-HMS-R.
                 15 C43401-AS-HH         PIC  99.
                 15 C43401-AS-MT         PIC  99.
                 15 C43401-AS-SS         PIC  99.
              10 C43401-AS-HMS           REDEFINES C43401-AS-HMS-R
                                         PIC  9(6).
              10 C43401-AS-CT            PIC  99.
           05 C43401-DATA.
              10 C43401-GG               PIC  99.
              10 C43401-S1               PIC  X VALUE "/".
              10 C43401-MM               PIC  99.
              10 C43401-S2               PIC  X VALUE "/".
              10 C43401-AA               PIC  99.
           05 C43401-DB.
              10 C43401-DB-STATUS        PIC  XX VALUE "00".
               88 C43401-DB-OK           VALUE "00".
               88 C43401-DB-OK-DUP       VALUE "02".
               88 C43401-DB-ENDFILE      VALUE "10" THRU "14".
               88 C43401-DB-NOTFND       VALUE "23".
               88 C43401-DB-DUPREC       VALUE "22".
               88 C43401-DB-DUPKEY       VALUE "22".
               88 C43401-DB-NOSPACE      VALUE "24".
               88 C43401-DB-IOERR        VALUE "30" THRU "34"
                                               "36" THRU "43".
               88 C43401-DB-FILENOTFOUND VALUE "35".
               88 C43401-DB-DSIDERR      VALUE "35".
               88 C43401-DB-LENGERR      VALUE "44".
               88 C43401-DB-NOTOPEN      VALUE "46" THRU "49".
               88 C43401-DB-INVREQ       VALUE "4F" THRU "99".
               88 C43401-DB-ERROR        VALUE "01" THRU "99".
              10 C43401-OPEN-STATUS      PIC  X.
               88 C43401-OPEN-OK         VALUE "O".
               88 C43401-OPEN-KO         VALUE "K".
           05 C43401-IGNORE              PIC  X.
               88 C43401-NO-IGNORE       VALUE " ".
               88 C43401-SI-IGNORE       VALUE "S".
           05 C43401-ABEND               PIC  XX          VALUE "00".
           05 C43401-TIPO-ABN            PIC  XX          VALUE SPACE.
           05 C43401-HANDLE-ABEND        PIC  9(4) BINARY VALUE ZERO.
           05 C43401-HNDL-COND.
              10 C43401-TERMIDERR        PIC  9(4) BINARY VALUE ZERO.
              10 C43401-FILENOTFOUND     PIC  9(4) BINARY VALUE ZERO.
              10 C43401-DSIDERR          PIC  9(4) BINARY VALUE ZERO.
              10 C43401-DUPKEY           PIC  9(4) BINARY VALUE ZERO.
              10 C43401-ENDFILE          PIC  9(4) BINARY VALUE ZERO.
              10 C43401-ILLOGIC          PIC  9(4) BINARY VALUE ZERO.
              10 C43401-INVREQ           PIC  9(4) BINARY VALUE ZERO.
              10 C43401-IOERR            PIC  9(4) BINARY VALUE ZERO.
              10 C43401-ISCINVREQ        PIC  9(4) BINARY VALUE ZERO.
              10 C43401-LENGERR          PIC  9(4) BINARY VALUE ZERO.
              10 C43401-NOTAUTH          PIC  9(4) BINARY VALUE ZERO.
              10 C43401-NOTFND           PIC  9(4) BINARY VALUE ZERO.
              10 C43401-NOTOPEN          PIC  9(4) BINARY VALUE ZERO.
              10 C43401-SYSIDERR         PIC  9(4) BINARY VALUE ZERO.
              10 C43401-DUPREC           PIC  9(4) BINARY VALUE ZERO.
              10 C43401-NOSPACE          PIC  9(4) BINARY VALUE ZERO.
              10 C43401-EOC              PIC  9(4) BINARY VALUE ZERO.
              10 C43401-EODS             PIC  9(4) BINARY VALUE ZERO.
              10 C43401-INVMPSZ          PIC  9(4) BINARY VALUE ZERO.
              10 C43401-INVPARTN         PIC  9(4) BINARY VALUE ZERO.
              10 C43401-MAPFAIL          PIC  9(4) BINARY VALUE ZERO.
              10 C43401-PARTNFAIL        PIC  9(4) BINARY VALUE ZERO.
              10 C43401-RDATT            PIC  9(4) BINARY VALUE ZERO.
              10 C43401-UNEXPIN          PIC  9(4) BINARY VALUE ZERO.
              10 C43401-IGREQCD          PIC  9(4) BINARY VALUE ZERO.
              10 C43401-IGREQID          PIC  9(4) BINARY VALUE ZERO.
              10 C43401-INVLDC           PIC  9(4) BINARY VALUE ZERO.
              10 C43401-OVERFLOW         PIC  9(4) BINARY VALUE ZERO.
              10 C43401-RETPAGE          PIC  9(4) BINARY VALUE ZERO.
              10 C43401-TSIOERR          PIC  9(4) BINARY VALUE ZERO.
              10 C43401-WKBRK            PIC  9(4) BINARY VALUE ZERO.
              10 C43401-PGMIDERR         PIC  9(4) BINARY VALUE ZERO.
              10 C43401-QIDERR           PIC  9(4) BINARY VALUE ZERO.
              10 C43401-ITEMERR          PIC  9(4) BINARY VALUE ZERO.
              10 C43401-QZERO            PIC  9(4) BINARY VALUE ZERO.
              10 C43401-ERROR            PIC  9(4) BINARY VALUE ZERO.
              10 C43401-ENDDATA          PIC  9(4) BINARY VALUE ZERO.
              10 C43401-TRANSIDERR       PIC  9(4) BINARY VALUE ZERO.
           05 C43401-HNDL-AID.
              10 C43401-PA1              PIC  9(4) BINARY VALUE ZERO.
              10 C43401-PA2              PIC  9(4) BINARY VALUE ZERO.
              10 C43401-PA3              PIC  9(4) BINARY VALUE ZERO.
              10 C43401-PF1              PIC  9(4) BINARY VALUE ZERO.
              10 C43401-PF2              PIC  9(4) BINARY VALUE ZERO.
              10 C43401-PF3              PIC  9(4) BINARY VALUE ZERO.
              10 C43401-PF4              PIC  9(4) BINARY VALUE ZERO.
              10 C43401-PF5              PIC  9(4) BINARY VALUE ZERO.
              10 C43401-PF6              PIC  9(4) BINARY VALUE ZERO.
              10 C43401-PF7              PIC  9(4) BINARY VALUE ZERO.
              10 C43401-PF8              PIC  9(4) BINARY VALUE ZERO.
              10 C43401-PF9              PIC  9(4) BINARY VALUE ZERO.
              10 C43401-PF10             PIC  9(4) BINARY VALUE ZERO.
              10 C43401-PF11             PIC  9(4) BINARY VALUE ZERO.
              10 C43401-PF12             PIC  9(4) BINARY VALUE ZERO.
              10 C43401-PF13             PIC  9(4) BINARY VALUE ZERO.
              10 C43401-PF14             PIC  9(4) BINARY VALUE ZERO.
              10 C43401-PF15             PIC  9(4) BINARY VALUE ZERO.
              10 C43401-PF16             PIC  9(4) BINARY VALUE ZERO.
              10 C43401-PF17             PIC  9(4) BINARY VALUE ZERO.
              10 C43401-PF18             PIC  9(4) BINARY VALUE ZERO.
              10 C43401-PF19             PIC  9(4) BINARY VALUE ZERO.
              10 C43401-PF20             PIC  9(4) BINARY VALUE ZERO.
              10 C43401-PF21             PIC  9(4) BINARY VALUE ZERO.
              10 C43401-PF22             PIC  9(4) BINARY VALUE ZERO.
              10 C43401-PF23             PIC  9(4) BINARY VALUE ZERO.
              10 C43401-PF24             PIC  9(4) BINARY VALUE ZERO.
              10 C43401-CLEAR            PIC  9(4) BINARY VALUE ZERO.
              10 C43401-CLRPARTN         PIC  9(4) BINARY VALUE ZERO.
              10 C43401-ENTER            PIC  9(4) BINARY VALUE ZERO.
              10 C43401-LIGHTPEN         PIC  9(4) BINARY VALUE ZERO.
              10 C43401-OPERID           PIC  9(4) BINARY VALUE ZERO.
              10 C43401-TRIGGER          PIC  9(4) BINARY VALUE ZERO.
              10 C43401-ANYKEY           PIC  9(4) BINARY VALUE ZERO.
           05 C43401-FLOW-CTL.
              10 C43401-WK-PCNX.
                 15 C43401-WK-P          PIC  X(10).
                 15 C43401-WK-C          PIC  X(10).
                 15 C43401-WK-N          PIC  X(10).
                 15 C43401-WK-X          PIC  X(10).
              10 C43401-CALL-LEVEL       PIC  9(2).
           05 C43401-PR.
              10 C43401-PR-STAMPAIMMED   PIC  X.
               88 C43401-PR-PRINT        VALUE "P".
               88 C43401-PR-NOPRINT      VALUE " ".
              10 C43401-PR-ERASEBUFFER   PIC  X.
               88 C43401-PR-ERASE        VALUE "E".
               88 C43401-PR-NOERASE      VALUE " ".
              10 C43401-PR-NOEDIT        PIC  X.
               88 C43401-PR-NOEDT        VALUE " ".
               88 C43401-PR-SIEDT        VALUE "E".
              10 C43401-PR-HONEOM        PIC  X.
               88 C43401-PR-NONEOM       VALUE " ".
               88 C43401-PR-SINEOM       VALUE "H".
      *
           05 C43401-DTAQ.
              10 C43401-DQ-STATUS        PIC  XX.
               88 C43401-DQ-OK           VALUE "00".
               88 C43401-DQ-QIDERR       VALUE "01".
               88 C43401-DQ-ITEMERR      VALUE "02".
               88 C43401-DQ-LENGERR      VALUE "03".
               88 C43401-DQ-INVREQ       VALUE "04".
               88 C43401-DQ-ERROR        VALUE "01" THRU "05".
              10 C43401-TS-OPE           PIC  XX.
      *
           05 C43401-START.
              10  C43401-CO-INT          PIC  X(001).
                  88  C43401-CO-INTERVAL    VALUE "1".
                  88  C43401-CO-NOTINTERVAL VALUE " ".
              10 C43401-DEV-SW           PIC  X(4).
NT            10 C43401-DEV-HW           PIC  X(60).
              10 C43401-CO-TRANID        PIC  X(4).
              10 C43401-CO-PGM           PIC  X(10).
              10 C43401-CO-STATUS        PIC  XX.
               88 C43401-CO-OK           VALUE "00" "01".
994287         88 C43401-CO-PROSEGUI     VALUE "01", "96", "97".
               88 C43401-CO-TERMIDERR    VALUE "96".
               88 C43401-CO-TRANSIDERR   VALUE "97".
               88 C43401-CO-NOTAUTH      VALUE "98".
               88 C43401-CO-PGMIDERR     VALUE "99".
               88 C43401-CO-ERROR        VALUE "02" THRU "99".
      *
      *--------------- LUNGHEZZA COMMAREA STANDARD
       01   LUNGHEZZE.
        05   LEN-MENU          PIC S9(4) COMP-4  VALUE +1060.           *C43401
        05   LEN-COMMAREA      PIC S9(4) COMP-4  VALUE +1420.           *C43401
      *--------------------------------------------------------------*
      *       STATI DEI FILE DI SERVIZIO VM00                        *
      *--------------------------------------------------------------*
       01  FILE-STATUS-AREE.
        05   VMMSG-STATUS                  PIC XX VALUE "00".
             88  VMMSG-OK                         VALUE "00".
             88  VMMSG-NOTFND                     VALUE "23" "24".
             88  VMMSG-NON-ESISTE                 VALUE "35".
        05   VMREG-STATUS                  PIC XX VALUE "00".
             88  VMREG-OK                         VALUE "00".
             88  VMREG-EOF                        VALUE "10".
             88  VMREG-NOTFND                     VALUE "23" "24".
             88  VMREG-NON-ESISTE                 VALUE "35".
        05   VMINC-STATUS                  PIC XX VALUE "00".
             88  VMINC-OK                         VALUE "00".
             88  VMINC-NON-ESISTE                 VALUE "35".
        05   VMINCRIP-STATUS               PIC XX VALUE "00".
             88  VMINCRIP-OK                      VALUE "00".
             88  VMINCRIP-NON-ESISTE              VALUE "35".
        05   VMPERF-STATUS                 PIC XX VALUE "00".
             88  VMPERF-OK                        VALUE "00".
             88  VMPERF-NON-ESISTE                VALUE "35".
        05   VMMANUT-STATUS                PIC XX VALUE "00".
             88  VMMANUT-OK                       VALUE "00".
        05   VMPROF-STATUS                 PIC XX VALUE "00".
             88  VMPROF-OK                        VALUE "00".
             88  VMPROF-NOTFND                    VALUE "23" "24".
             88  VMPROF-NON-ESISTE                VALUE "35".
      *--------------------------------------------------------------*
      *       AREA DI SUPPORTO PER LA SCRITTURA DEGLI INCIDENTI       *
      *--------------------------------------------------------------*
       01  VMINC-AREE.
        05   VMINC-PARAGRAFO-CORRENTE      PIC X(20) VALUE SPACE.
        05   INC-NUMERO-LAV                PIC 9(7)  VALUE ZERO.
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
       01  FLAGS.
        05   FLAG-MSG-TROVATO              PIC 9   VALUE ZERO.
             88  MSG-TROVATO                       VALUE 1.
        05   DEVIA-DATA-ONLY               PIC 9   VALUE ZERO.
             88  DATA-ONLY                         VALUE 0.
             88  NO-DATA-ONLY                      VALUE 1.
        05   FLAG-FINE-FILE                PIC 9   VALUE ZERO.
             88  FINE-FILE                        VALUE 1.
        05   FLAG-FINE-VMMANUT             PIC 9   VALUE ZERO.
             88  FINE-VMMANUT                     VALUE 1.
        05   FLAG-AUTORIZZATO              PIC 9   VALUE ZERO.
             88  AUTORIZZATO                       VALUE 1.
        05   FLAG-REG-TROVATA              PIC 9   VALUE ZERO.
             88  REG-TROVATA                       VALUE 1.
      *---- ERRORE NEI CAMPI DI SELEZIONE: 1 TERMINALE, 2 DATA --------*
        05   FLAG-CAMPI-ERRATI             PIC 9   VALUE ZERO.
             88  CAMPI-ERRATI                      VALUE 1 2.
             88  TERM-ERRATO                       VALUE 1.
             88  DATA-ERRATA                       VALUE 2.
      *--------------------------------------------------------------*
      *       DATA GIULIANA 0CAADDD <-> GGMMAA DEL CAMPO DI           *
      *       SELEZIONE (SECOLO 1 PER GLI ANNI SOTTO IL 70)           *
      *--------------------------------------------------------------*
       01  NAV-AREE.
        05   NAV-GIUL              PIC 9(7)  VALUE ZERO.
        05   NAV-SECOLO            PIC 9(3)  COMP-4 VALUE ZERO.
        05   NAV-AADDD             PIC 9(5)  VALUE ZERO.
        05   NAV-AA                PIC S9(3) COMP-4 VALUE ZERO.
        05   NAV-DDD               PIC S9(3) COMP-4 VALUE ZERO.
        05   NAV-RESTO             PIC 9(3)  COMP-4 VALUE ZERO.
        05   NAV-QUOZIENTE         PIC 9(3)  COMP-4 VALUE ZERO.
        05   NAV-MM                PIC 9(3)  COMP-4 VALUE ZERO.
        05   NAV-GGMMAA.
             10 NAV-GG             PIC 99.
             10 NAV-MESE           PIC 99.
             10 NAV-ANNO           PIC 99.
        05   NAV-GGMMAA-X REDEFINES NAV-GGMMAA PIC X(6).
        05   FILLER  VALUE "312831303130313130313031".
             10 NAV-MESE-GG        PIC 99 OCCURS 12.
      *--------------------------------------------------------------*
      *       CAMPI VARI                                             *
      *--------------------------------------------------------------*
       01  CAMPI-VARI.
        05   DFH-CANC           PIC S9(03) COMP-3 VALUE +803.
        05   DFH-CANC-R REDEFINES DFH-CANC.
             10 DFHCANC         PIC X(01).
             10 FILLER          PIC X(01).
        05   MESSAGGIO          PIC X(80) VALUE SPACE.
        05   PROGR-VM00         PIC X(8) VALUE "TPVM000".
        05   PROGR-VM03         PIC X(8) VALUE "TPVM003".
        05   PROF-UTENTE-CHIAVE PIC X(10) VALUE SPACE.
      *---- SELEZIONE DIGITATA, APPLICATA SOLO SE CORRETTA ------------*
        05   VM8-TERM-NUOVO     PIC X(4)  VALUE SPACE.
        05   VM8-GIUL-NUOVO     PIC 9(7)  VALUE ZERO.
        05   VM8-DATA-NUOVA     PIC X(6)  VALUE SPACE.
      *--------------------------------------------------------------*
      *       TABELLA MESSAGGI MULTILINGUA, PILOTATA DA CSM-LINGUA    *
      *--------------------------------------------------------------*
       01  TABELLA-MESSAGGI.
        05 MSG-TASTO-INVALIDO   PIC X(20).
        05 MSG-AIUTO-DETTAGLIO  PIC X(94).
        05 MSG-AIUTO-ORARIO     PIC X(94).
        05 MSG-RICHIAMO-ERRATO  PIC X(20).
        05 MSG-NON-AUTORIZZATO  PIC X(40).
        05 MSG-DATA-ERRATA      PIC X(40).
        05 MSG-TERM-MANCANTE    PIC X(40).
        05 MSG-NESSUN-TEMPO     PIC X(45).
        05 MSG-LISTA-TRABOCCO   PIC X(45).
        05 MSG-PRIMA-PAGINA     PIC X(30).
        05 MSG-ULTIMA-PAGINA    PIC X(30).
      *--------------------------------------------------------------*
      *       SOGLIA SLA GENERALE IN SECONDI (IMPEGNO VERSO LE        *
      *       FILIALI), PER LE REGIONI SENZA SOGLIA PROPRIA IN VMREG  *
      *--------------------------------------------------------------*
       77  VM8-SOGLIA            PIC 9(3)  VALUE 2.
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
      *       RILEVAZIONI VMPERF DEL TERMINALE NEL GIORNO, IN         *
      *       ORDINE DI FILE (CIOE' DI ORA), CON IL TEMPO IN          *
      *       CENTESIMI DI SECONDO                                    *
      *--------------------------------------------------------------*
       01  TEMPI-AREE.
        05 PRF-MAX             PIC 9(4) COMP-4 VALUE 1000.
        05 PRF-USATI           PIC 9(4) COMP-4 VALUE ZERO.
        05 PRF-IND             PIC 9(4) COMP-4 VALUE ZERO.
        05 FLAG-PRF-TRABOCCO   PIC 9    VALUE ZERO.
           88 PRF-TRABOCCO            VALUE 1.
        05 PRF-CENT-LAV        PIC 9(9) COMP-4 VALUE ZERO.
        05 PRF-SOGLIA          PIC 9(3)  VALUE ZERO.
        05 PRF-SOGLIA-CENT     PIC 9(7) COMP-4 VALUE ZERO.
        05 PRF-STATO-LAV       PIC X    VALUE SPACE.
        05 PRF-TOT-LETTI       PIC 9(7) COMP-4 VALUE ZERO.
        05 PRF-TOT-VALIDI      PIC 9(7) COMP-4 VALUE ZERO.
        05 PRF-TOT-PIANIF      PIC 9(7) COMP-4 VALUE ZERO.
        05 PRF-TOT-OLTRE       PIC 9(7) COMP-4 VALUE ZERO.
        05 PRF-TOT-SOMMA       PIC 9(11) COMP-3 VALUE ZERO.
        05 PRF-TOT-MAX         PIC 9(9) COMP-4 VALUE ZERO.
        05 PRF-ELEM OCCURS 1000.
           10 PRF-E-ORA        PIC 9(7) COMP-3.
           10 PRF-E-CENT       PIC 9(9) COMP-4.
           10 PRF-E-PARTNER    PIC X(8).
           10 PRF-E-ESITO      PIC XX.
      *---- P = IN FINESTRA PIANIFICATA, O = OLTRE LA SOGLIA ----------*
           10 PRF-E-STATO      PIC X.
              88 PRF-E-PIANIF         VALUE "P".
              88 PRF-E-OLTRE          VALUE "O".
      *--------------------------------------------------------------*
      *       RIEPILOGO ORARIO (ORA 00 = ELEMENTO 1); LE              *
      *       RILEVAZIONI IN FINESTRA PIANIFICATA NON CONTANO         *
      *--------------------------------------------------------------*
       01  ORE-AREE.
        05 ORA-IND             PIC 9(4) COMP-4 VALUE ZERO.
        05 ORA-LAV             PIC 9(4) COMP-4 VALUE ZERO.
        05 ORA-MAX-CONTA       PIC 9(7) COMP-4 VALUE ZERO.
        05 ORA-LUNG-BARRA      PIC 9(4) COMP-4 VALUE ZERO.
        05 ORA-BARRA-PIENA     PIC X(34) VALUE ALL "*".
        05 ORA-ELEM OCCURS 24.
           10 ORA-CONTA        PIC 9(7) COMP-4.
           10 ORA-SOMMA        PIC 9(11) COMP-3.
           10 ORA-MAX          PIC 9(9) COMP-4.
           10 ORA-OLTRE        PIC 9(7) COMP-4.
      *--------------------------------------------------------------*
      *       COMPOSIZIONE DELLE 12 RIGHE DELLA PAGINA                *
      *--------------------------------------------------------------*
       01  VIDEO-AREE.
        05 VM8-RIGA-IND        PIC 9(4) COMP-4 VALUE ZERO.
        05 VM8-PAG-MAX         PIC 9(4) COMP-4 VALUE ZERO.
        05 VM8-RIGA-VIDEO      PIC X(75) VALUE SPACE.
        05 VM8-RIGA-ATTR       PIC X     VALUE SPACE.
        05 VM8-ORA-HHMMSS      PIC 9(6)  VALUE ZERO.
        05 FILLER REDEFINES VM8-ORA-HHMMSS.
           10 VM8-ORA-HH       PIC 99.
           10 VM8-ORA-MI       PIC 99.
           10 VM8-ORA-SS       PIC 99.
      *--------------------------------------------------------------*
      *       RIGA DEL DETTAGLIO DELLE RILEVAZIONI                    *
      *--------------------------------------------------------------*
       01  RIGA-DETTAGLIO.
        05 RD-EVIDENZA         PIC XX.
        05 FILLER              PIC X VALUE SPACE.
        05 RD-NUMERO           PIC ZZZ9.
        05 FILLER              PIC XX VALUE SPACE.
        05 RD-ORA.
           10 RD-HH            PIC 99.
           10 FILLER           PIC X VALUE ":".
           10 RD-MI            PIC 99.
           10 FILLER           PIC X VALUE ":".
           10 RD-SS            PIC 99.
        05 FILLER              PIC XX VALUE SPACE.
        05 RD-TEMPO            PIC ZZZ9,99.
        05 FILLER              PIC XX VALUE SPACE.
        05 RD-PARTNER          PIC X(8).
        05 FILLER              PIC XX VALUE SPACE.
        05 RD-ESITO            PIC XX.
        05 FILLER              PIC XXX VALUE SPACE.
        05 RD-NOTA             PIC X(4).
        05 FILLER              PIC X(28) VALUE SPACE.
      *--------------------------------------------------------------*
      *       RIGA DEL RIEPILOGO ORARIO                               *
      *--------------------------------------------------------------*
       01  RIGA-ORARIA.
        05 RO-EVIDENZA         PIC XX.
        05 FILLER              PIC X VALUE SPACE.
        05 RO-ORA              PIC 99.
        05 FILLER              PIC XXX VALUE ":00".
        05 FILLER              PIC XX VALUE SPACE.
        05 RO-CONTA            PIC ZZZZ9.
        05 FILLER              PIC XX VALUE SPACE.
        05 RO-MEDIA            PIC ZZZ9,99.
        05 FILLER              PIC XX VALUE SPACE.
        05 RO-MAX              PIC ZZZ9,99.
        05 FILLER              PIC XX VALUE SPACE.
        05 RO-OLTRE            PIC ZZZ9.
        05 FILLER              PIC XX VALUE SPACE.
        05 RO-BARRA            PIC X(34).
      *--------------------------------------------------------------*
      *       TESTATE DELLE DUE VISTE E RIGA DI RIEPILOGO             *
      *--------------------------------------------------------------*
       01  TESTATA-DETTAGLIO.
        05 FILLER              PIC X(28)
              VALUE "     N.  ORA       TEMPO S  ".
        05 FILLER              PIC X(47)
              VALUE "PARTNER   ES   NOTA".
       01  TESTATA-ORARIA.
        05 FILLER              PIC X(28)
              VALUE "   ORA       N.    MEDIA    ".
        05 FILLER              PIC X(47)
              VALUE "  MAX  OLTR  VOLUME ORARIO".
       01  RIGA-RIEPILOGO.
        05 FILLER              PIC X(4)  VALUE "REG ".
        05 RP-REGIONE          PIC X(8).
        05 FILLER              PIC X(5)  VALUE " SLA ".
        05 RP-SOGLIA           PIC ZZ9.
        05 FILLER              PIC X(3)  VALUE " N.".
        05 RP-VALIDI           PIC ZZZZ9.
        05 FILLER              PIC X(5)  VALUE " MED ".
        05 RP-MEDIA            PIC ZZZ9,99.
        05 FILLER              PIC X(5)  VALUE " MAX ".
        05 RP-MAX              PIC ZZZ9,99.
        05 FILLER              PIC X(7)  VALUE " OLTRE ".
        05 RP-OLTRE            PIC ZZZ9.
        05 FILLER              PIC X(6)  VALUE " PIAN ".
        05 RP-PIANIF           PIC ZZZ9.
        05 FILLER              PIC X(2)  VALUE SPACE.
      *
      *===== COMMAREA TOT - LUNGHEZZA :1060+360 =================
        01 DFH-AREA-TOT.
           02  DFH-AREA-CONTAB.
               03  DFH-CHNTE           PIC X(4) VALUE SPACE.
               03  DFH-CHATO           PIC X(4) VALUE SPACE.
               03  DFH-AREA-LEN        PIC S9(4) COMP-4 VALUE ZERO.     *C43401
               03  FILLER              PIC X(10) VALUE SPACE.
      *---- PARAMETRI AZIENDALI PA-REC (TPCPA01): QUI NON USATI, ------*
      *---- MANTENUTI SOLO PER ALLINEAMENTO CON TPVM000 ---------------*
               03  DFH-AREA-PAR        PIC X(1000) VALUE SPACE.
               03  DFH-GGMMAA.
                   04  DFH-GG          PIC X(2) VALUE SPACE.
                   04  DFH-MM          PIC X(2) VALUE SPACE.
                   04  DFH-AA          PIC X(2) VALUE SPACE.
               03  DFH-CURRENT-DATE REDEFINES DFH-GGMMAA PIC 9(6).
               03  FILLER              PIC X(20) VALUE SPACE.
               03  DFH-XCTL.
                   04  DFH-FILLER      PIC X(8) VALUE SPACE.
                   04  DFH-OPIDENT     PIC X(4) VALUE SPACE.
               03  FILLER              PIC XX VALUE SPACE.
      *======== COMMAREA =========== LUNGHEZZA :360 ==================
           03  DFH-AREA-DATI.
      *---- GIORNO DEL CRUSCOTTO VM03 E REGIONE SCELTA: STESSE --------*
      *---- POSIZIONI DI VM3-DATA-QUADRO/VM3-SCELTA-* DI TPVM003, -----*
      *---- RESTITUITE INTATTE AL RITORNO -----------------------------*
             05 VM8-DATA-QUADRO          PIC 9(7) VALUE ZERO.
             05 VM8-SCELTA-TRMID         PIC X(4) VALUE SPACE.
             05 VM8-SCELTA-REGIONE       PIC X(8) VALUE SPACE.
      *---- TRANSAZIONE CHIAMANTE (VM03 = RITORNO AL CRUSCOTTO) -------*
             05 VM8-CHIAMANTE            PIC X(4) VALUE SPACE.
      *---- SELEZIONE CORRENTE: TERMINALE, REGIONE E GIORNO -----------*
             05 VM8-TRMID                PIC X(4) VALUE SPACE.
             05 VM8-REGIONE              PIC X(8) VALUE SPACE.
             05 VM8-DATA-GIUL            PIC 9(7) VALUE ZERO.
             05 VM8-VISTA                PIC X    VALUE SPACE.
                88 VISTA-DETTAGLIO              VALUE "D".
                88 VISTA-ORARIA                 VALUE "O".
             05 VM8-PAGINA               PIC 9(4) VALUE ZERO.
             05 FILLER                   PIC X(313) VALUE SPACE.
           02 FILLER                   PIC X(20) VALUE SPACE.
      *---------------------------------------------------------------*
      *      =========  C O P Y   E    I N C L U D E  =========       *
      *---------------------------------------------------------------*
      *COPY TMPVM08.
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
      *COPY CSMBMSCA.
      *
      * COPY CSMBM SCA ESPLOSA
      *
       01      CSMBMSCA.
           02    DFHBMIFI  PIC     X   VALUE  IS  X"1D".
           02    DFHBMEOF  PIC     X   VALUE  IS  X"80".
           02    DFHBMPEM  PIC     X   VALUE  IS  X"19".
           02    DFHBMPNL  PIC     X   VALUE  IS  X"15".
           02    DFHBMPFF  PIC     X   VALUE  IS  X"0C".
           02    DFHBMPCR  PIC     X   VALUE  IS  X"0D".
           02    DFHBMASK  PIC     X   VALUE  IS  X"F0".
           02    DFHBMUNP  PIC     X   VALUE  IS  X"40".
           02    DFHBMUNN  PIC     X   VALUE  IS  X"50".
           02    DFHBMPRO  PIC     X   VALUE  IS  X"60".
           02    DFHBMBRY  PIC     X   VALUE  IS  X"C8".
           02    DFHBMDAR  PIC     X   VALUE  IS  X"4C".
           02    DFHBMFSE  PIC     X   VALUE  IS  X"C1".
           02    DFHBMPRF  PIC     X   VALUE  IS  X"61".
           02    DFHBMASF  PIC     X   VALUE  IS  X"F1".
           02    DFHBMASB  PIC     X   VALUE  IS  X"F8".
           02    DFHBMASD  PIC     X   VALUE  IS  X"7C".
           02    DFHBMUNB  PIC     X   VALUE  IS  X"D8".
           02    DFHSA     PIC     X   VALUE  IS  X"28".
           02    DFHCOLOR  PIC     X   VALUE  IS  X"42".
           02    DFHPS     PIC     X   VALUE  IS  X"43".
           02    DFHHLT    PIC     X   VALUE  IS  X"41".
           02    DFH3270   PIC     X   VALUE  IS  X"C0".
           02    DFHVAL    PIC     X   VALUE  IS  X"C1".
           02    DFHALL    PIC     X   VALUE  IS  X"00".
           02    DFHERROR  PIC     X   VALUE  IS  X"3F".
           02    DFHDFT    PIC     X   VALUE  IS  X"FF".
           02    DFHDFCOL  PIC     X   VALUE  IS  X"FF".
           02    DFHBLUE   PIC     X   VALUE  IS  X"F1".
           02    DFHRED    PIC     X   VALUE  IS  X"F2".
           02    DFHPINK   PIC     X   VALUE  IS  X"F3".
           02    DFHGREEN  PIC     X   VALUE  IS  X"F4".
           02    DFHTURQ   PIC     X   VALUE  IS  X"F5".
           02    DFHYELLO  PIC     X   VALUE  IS  X"F6".
           02    DFHNEUTR  PIC     X   VALUE  IS  X"F7".
           02    DFHBASE   PIC     X   VALUE  IS  X"FF".
           02    DFHDFHI   PIC     X   VALUE  IS  X"FF".
           02    DFHBLINK  PIC     X   VALUE  IS  X"F1".
           02    DFHREVRS  PIC     X   VALUE  IS  X"F2".
           02    DFHUNDLN  PIC     X   VALUE  IS  X"F4".
           02    DFHMFIL   PIC     X   VALUE  IS  X"04".
           02    DFHMENT   PIC     X   VALUE  IS  X"02".
           02    DFHMFE    PIC     X   VALUE  IS  X"06".
           02    DFHBMABF  PIC     X   VALUE  IS  X"C9".
           02    DFHBMFSN  PIC     X   VALUE  IS  X"D1".
           02    DFHBMNBF  PIC     X   VALUE  IS  X"D9".
      *
      *COPY CSMAID.
      *
      * COPY CSMAID SCA ESPLOSA
      *
       01    CSMAID.
           02  DFHNULL   PIC  X  VALUE IS X"00".
           02  DFHENTER  PIC  X  VALUE IS X"7D".
           02  DFHCLEAR  PIC  X  VALUE IS X"6D".
           02  DFHPEN    PIC  X  VALUE IS X"7E".
           02  DFHOPID   PIC  X  VALUE IS X"E6".
           02  DFHMSRE   PIC  X  VALUE IS X"E7".
           02  DFHSTRF   PIC  X  VALUE IS X"88".
           02  DFHTRIG   PIC  X  VALUE IS X"7D".
           02  DFHPA1    PIC  X  VALUE IS X"6C".
           02  DFHPA2    PIC  X  VALUE IS X"6E".
           02  DFHPA3    PIC  X  VALUE IS X"6B".
           02  DFHPF1    PIC  X  VALUE IS X"F1".
           02  DFHPF2    PIC  X  VALUE IS X"F2".
           02  DFHPF3    PIC  X  VALUE IS X"F3".
           02  DFHPF4    PIC  X  VALUE IS X"F4".
           02  DFHPF5    PIC  X  VALUE IS X"F5".
           02  DFHPF6    PIC  X  VALUE IS X"F6".
           02  DFHPF7    PIC  X  VALUE IS X"F7".
           02  DFHPF8    PIC  X  VALUE IS X"F8".
           02  DFHPF9    PIC  X  VALUE IS X"F9".
           02  DFHPF10   PIC  X  VALUE IS X"7A".
           02  DFHPF11   PIC  X  VALUE IS X"7B".
           02  DFHPF12   PIC  X  VALUE IS X"7C".
           02  DFHPF13   PIC  X  VALUE IS X"C1".
           02  DFHPF14   PIC  X  VALUE IS X"C2".
           02  DFHPF15   PIC  X  VALUE IS X"C3".
           02  DFHPF16   PIC  X  VALUE IS X"C4".
           02  DFHPF17   PIC  X  VALUE IS X"C5".
           02  DFHPF18   PIC  X  VALUE IS X"C6".
           02  DFHPF19   PIC  X  VALUE IS X"C7".
           02  DFHPF20   PIC  X  VALUE IS X"C8".
           02  DFHPF21   PIC  X  VALUE IS X"C9".
           02  DFHPF22   PIC  X  VALUE IS X"4A".
           02  DFHPF23   PIC  X  VALUE IS X"4B".
           02  DFHPF24   PIC  X  VALUE IS X"4C".
      *
       01   DFHCOMMAREA.
         05 DFH1                PIC X(1060).
      *  05 DFH2                PIC X(300).                              FIRMA
         05 DFH2                PIC X(360).                              FIRMA
      *===============================================================*
      *===============================================================*
       LINKAGE SECTION.                                                 *C43401
       01  KPJBA.                                                       *C43401
      *     COPY C43400KPJB SUPPRESS.                                   *C43401
      * COPY ESPLOSA
         05  KPJBA-RECORD PIC X(502).
         05  FMKPJBA       REDEFINES KPJBA-RECORD.
           06 CSM-UTENTE            PIC X(15).
           06 CSM-TERM              PIC X(15).
           06 CSM-NRJOB             PIC 9(6).
           06 CSM-NOMEJOB           PIC X(10).
           06 CSM-DATAJOB           PIC X(6).
           06 CSM-I-B               PIC X(1).
           06 CSM-GEST-GRAF         PIC X(1).
           06 CSM-CAR-GRAF          PIC X(1).
           06 CSM-UX                PIC X(15).
           06 CSM-TMP               PIC X(50).
           06 CSM-SPL               PIC X(50).
           06 CSM-PGM-DA-ESEG       PIC X(10).
           06 CSM-PGM-INI           PIC X(10).
994194     06 CSM-AGG-RPCO          PIC X(1).
NT         06 CSM-HANDLE-PRINTER    PIC X(4) COMP-5.
NT         06 CSM-FONT-NAME         PIC X(20).
NT         06 CSM-FONT-SIZE         PIC X(2) COMP-5.
NT         06 CSM-ORIEN             PIC X.
           06 CSM-LINGUA            PIC X(3).
NEW        06 CSM-UTENTE-RDS        PIC X(10).
NEW        06 CSM-CHIUDI-GRAF       PIC X.
FORMDT     06 CSM-FMTDEC            PIC X.
FORMDT     06 CSM-FMTDATE           PIC X.
NT         06 CSM-MEMOR             PIC X.
09I197     06 CSM-ALTRA-START       PIC X.
15I006     06 FILLER                PIC X(08).
15I006     06 RDS-CALL              PIC X(01).
13I003     06 RDS-WTRC              PIC X(01).
           06 CSM-DATI              PIC X(256).
           06 CSTD-KPJBU-RED REDEFINES CSM-DATI.
             08  CSTD-RINP          PIC  X.
             08  CSTD-DAF           PIC  X.
             08  CSTD-DIA           PIC  X(80).
             08  CSTD-PROGRAMMA     PIC  X(10).
             08  CSTD-RETURN-CODE   PIC  XX.
             08  FILLER             PIC  X(162).

      *    COPY C43401EIB SUPPRESS.                                     *C43401
      * COPY ESPLOSA
       01 C43401-EIB.
              10 EIBAID                  PIC  X.
              10 EIBATT                  PIC  X.
              10 EIBCALEN                PIC S9(9) COMP-4.
              10 EIBCOMPL                PIC  X.
              10 EIBCONF                 PIC  X.
              10 EIBCPOSN                PIC S9(9) COMP-4.
              10 EIBDATE                 PIC S9(7) COMP-3.
              10 EIBDS                   PIC  X(8).
              10 EIBEOC                  PIC  X.
              10 EIBERR                  PIC  X.
              10 EIBERRCD                PIC  X(4).
              10 EIBFMH                  PIC  X.
              10 EIBFN                   PIC  XX.
              10 EIBFREE                 PIC  X.
              10 EIBNODAT                PIC  X.
              10 EIBRCODE                PIC  X(6).
              10 REDEFINES EIBRCODE.
                 20 EIBRCODE-1           PIC X.
                 20 EIBRCODE-5           PIC X(5).
              10 EIBRECV                 PIC  X.
              10 EIBREQID                PIC  X(8).
              10 EIBRESP                 PIC S9(9) COMP-4.
              10 EIBRESP2                PIC S9(9) COMP-4.
              10 EIBRLDBK                PIC  X.
              10 EIBRSRCE                PIC  X(8).
              10 EIBSIG                  PIC  X.
              10 EIBSYNC                 PIC  X.
              10 EIBSYNRB                PIC  X.
              10 EIBTASKN                PIC S9(7) COMP-3.
              10 EIBTIME                 PIC S9(7) COMP-3.
              10 EIBTRMID                PIC  X(4).
              10 EIBTRNID                PIC  X(4).

      *    COPY C43401LK SUPPRESS.                                      *C43401
      * COPY ESPLOSA
       01  C43401-LKSTG.
           05 C43401-LK-PCNX.
              10 C43401-LK-P               PIC  X(10).
              10 C43401-LK-C               PIC  X(10).
              10 C43401-LK-N               PIC  X(10).
              10 C43401-LK-X               PIC  X(10).
           05 C43401-RETURN-TRANID         PIC  X(10).
           05 C43401-ABCODE                PIC  X(10).

      *
      * Parametri di ASSIGN
      *
           05 C43XASSIGN.
              10 C43401-STARTCODE              PIC  X(2).
              10 C43401-OPID                   PIC  X(4).
              10 C43401-USRID                  PIC  X(10).
              10 C43401-SCRNWD                 PIC S9(4) COMP-4.
      *
      * Communication area
      *
           05  C43401-COMM-DATI                PIC  X(32700).

      *    COPY C43401WS SUPPRESS.                                      *C43401
      * COPY ESPLOSA
      *
      * Parametri di IO video    6700 BY.
      *
       01  C43401-WS.
         05 C43401-WS-OPE                 PIC  XX.
           88 C43401-WS-SEND               VALUE "SN".
           88 C43401-WS-RECEIVE            VALUE "RC".
         05 C43401-WS-STATUS              PIC  XX.
           88 C43401-WS-OK                 VALUE "00".
           88 C43401-WS-MAPFAIL            VALUE "10".
           88 C43401-WS-OVERFLOW           VALUE "OW".
           88 C43401-WS-ERROR              VALUE "ER", "10".
           88 C43401-WS-INVREQ             VALUE "ER".
         05 C43401-WS-MAP                 PIC  X(10).
         05 C43401-WS-MAPSET              PIC  X(10).
         05 C43401-WS-KWERASE             PIC  X.
           88 C43401-WS-ERASE              VALUE "1".
           88 C43401-WS-NOERASE            VALUE " ".
         05 C43401-WS-KWMAPONLY           PIC  X.
           88 C43401-WS-MAPONLY            VALUE "1".
           88 C43401-WS-NOMAPONLY          VALUE " ".
         05 C43401-WS-KWDATAONLY          PIC  X.
           88 C43401-WS-DATAONLY           VALUE "1".
           88 C43401-WS-NODATAONLY         VALUE " ".
         05 C43401-WS-KWALARM             PIC  X.
           88 C43401-WS-ALARM              VALUE "1".
           88 C43401-WS-NOALARM            VALUE " ".
         05 C43401-WS-KWWAIT              PIC  X.
           88 C43401-WS-WAIT               VALUE "1".
           88 C43401-WS-NOWAIT             VALUE " ".
         05 C43401-WS-DATI                PIC X(4000).
         05 C43401-ATTR-INI.
           10 C43401-ELEM-INI  OCCURS 256.
             15 C43401-A-INI              PIC X.
             15 C43401-C-INI              PIC X.
         05 C43401-TIPO-MAPPA.
           10 C43401-TIPO-M               PIC X.
           10 C43401-TIPO-SIZE            PIC S9(4) COMP-4.
           10 C43401-TIPO-RRCC            PIC S9(4) COMP-4.
         05 C43401-NUM-CAMPI              PIC S9(4) COMP-4.
         05 C43401-PC-INI.
           10 C43401-RR-INI               PIC S9(4) COMP-4.
           10 C43401-CC-INI               PIC S9(4) COMP-4.
         05 C43401-PC-CURSOR              PIC S9(4) COMP-4.
         05 C43401-TAB-CAMPI.
           10 C43401-CAMPO    OCCURS 256.
             15 C43401-C-POSC             PIC S9(4) COMP-4.
             15 C43401-C-LUNG             PIC S9(4) COMP-4.
             15 C43401-C-POSM             PIC S9(4) COMP-4.
             15 C43401-C-POSV             PIC S9(4) COMP-4.
         05 FILLER                        PIC X(98).
      *
       PROCEDURE DIVISION USING KPJBA                                   *C43401
                                C43401-EIB                              *C43401
                                C43401-LKSTG                            *C43401
                                C43401-WS.                              *C43401
      *---------------------------------------------------------------- *C43401
       C43401-MAIN SECTION.                                             *C43401
       C43401-INIZIO.                                                   *C43401
      *
           MOVE C43401-LK-C  TO C43401-LK-P.                            *C43401
           MOVE C43401-LK-N  TO C43401-LK-C.                            *C43401
           MOVE SPACE        TO C43401-LK-N                             *C43401
                                C43401-LK-X.                            *C43401
           IF EIBCALEN > ZERO                                           *C43401
              MOVE C43401-COMM-DATI TO DFHCOMMAREA                      *C43401
           END-IF.                                                      *C43401
           MOVE EIBCALEN TO C43401-EIBCALEN.                            *C43401
      *---------------------------------------------------------------- *C43401
      *
           PERFORM CARICA-MESSAGGI          THRU EX-CARICA-MESSAGGI.
      *
           IF  EIBCALEN = ZERO
              MOVE MSG-RICHIAMO-ERRATO     TO MESSAGGIO
              PERFORM SEND-TEXT          THRU EX-SEND-TEXT.
      *
           MOVE LOW-VALUE                  TO MPPVM08O.
           MOVE DFH1                       TO DFH-AREA-TOT.
      *
           IF  EIBCALEN      =    LEN-MENU
               MOVE "VM08"                 TO DFH-CHNTE
               MOVE SPACE                  TO VM8-CHIAMANTE
               PERFORM PRIMO-GIRO        THRU EX-PRIMO-GIRO
           ELSE
               MOVE DFHCOMMAREA            TO DFH-AREA-TOT
               IF DFH-CHNTE NOT = "VM08"
      *---- ARRIVO DA UN'ALTRA TRANSAZIONE (CRUSCOTTO VM03): F3 -------*
      *---- RIPORTERA' LI' ---------------------------------------------*
                  MOVE DFH-CHNTE           TO VM8-CHIAMANTE
                  MOVE "VM08"              TO DFH-CHNTE
                  PERFORM PRIMO-GIRO     THRU EX-PRIMO-GIRO
               ELSE
                  PERFORM RICEVO-MAPPA   THRU EX-RICEVO-MAPPA
                  PERFORM RACCOGLI-CAMPI THRU EX-RACCOGLI-CAMPI
                  MOVE LOW-VALUE           TO MPPVM08O
                  PERFORM SECONDO-GIRO   THRU EX-SECONDO-GIRO
               END-IF.
      *
      *-------------------------------------------------------------*
      *-----------------    PRIMO     GIRO    ----------------------*
      *-------------------------------------------------------------*
       PRIMO-GIRO.
           MOVE "1"                        TO DEVIA-DATA-ONLY.
           MOVE ZERO                       TO FLAG-CAMPI-ERRATI.
           MOVE "D"                        TO VM8-VISTA.
           MOVE 1                          TO VM8-PAGINA.
      *---- DAL CRUSCOTTO: REGIONE SCELTA E GIORNO DEL QUADRO ---------*
      *---- (ZERO = OGGI); ALTRIMENTI IL TERMINALE CORRENTE, OGGI -----*
           IF VM8-CHIAMANTE = "VM03"
              MOVE VM8-SCELTA-TRMID        TO VM8-TRMID
              MOVE EIBDATE                 TO VM8-DATA-GIUL
              IF VM8-DATA-QUADRO NUMERIC
                 IF VM8-DATA-QUADRO > ZERO
                    MOVE VM8-DATA-QUADRO   TO VM8-DATA-GIUL
                 END-IF
              END-IF
           ELSE
              MOVE EIBTRMID                TO VM8-TRMID
              MOVE EIBDATE                 TO VM8-DATA-GIUL
           END-IF.
           PERFORM COMPONI-VISTA         THRU EX-COMPONI-VISTA.
           PERFORM RIPRISTINA-ATTR       THRU EX-RIPRISTINA-ATTR.
           PERFORM SEND-MAPPA            THRU EX-SEND-MAPPA.
       EX-PRIMO-GIRO.
           EXIT.
      *-------------------------------------------------------------*
      *-------------------- SECONDO   GIRO -------------------------*
      *-------------------------------------------------------------*
       RICEVO-MAPPA.
      *
      *===================================================== START ==== *C43401
      *    EXEC CICS   HANDLE AID   PF3       (RITORNO-VM00)            *C43401
      *                             PF24      (RITORNO-VM00)            *C43401
      *                             END-EXEC.                           *C43401
      *---------------------------------------------------------------- *C43401
           MOVE 1 TO C43401-PF3                                         *C43401
           MOVE 1 TO C43401-PF24.                                       *C43401
      *===================================================== START ==== *C43401
      *    EXEC CICS   HANDLE CONDITION MAPFAIL (EX-RICEVO-MAPPA)       *C43401
      *                             END-EXEC.                           *C43401
      *---------------------------------------------------------------- *C43401
           MOVE 1 TO C43401-MAPFAIL.                                    *C43401
      *===================================================== END   ==== *C43401
      *===================================================== START ==== *C43401
      *    EXEC CICS   RECEIVE      MAP       ("MPPVM08")               *C43401
      *                             MAPSET    ("TMPVM08")               *C43401
      *                             END-EXEC.                           *C43401
      *---------------------------------------------------------------- *C43401
           SET C43401-WS-RECEIVE TO TRUE                                *C43401
           MOVE "TMPVM08" TO C43401-WS-MAPSET                           *C43401
           MOVE "MPPVM08" TO C43401-WS-MAP                              *C43401
           CALL "C43401IOM" USING KPJBA                                 *C43401
                                  C43401-WS                             *C43401
                                  C43401-EIB                            *C43401
           MOVE "WS" TO C43401-TIPO-ABN                                 *C43401
           MOVE C43401-WS-STATUS TO C43401-ABEND                        *C43401
           EVALUATE TRUE                                                *C43401
              WHEN EIBAID = DFHPF3                                      *C43401
                 GO TO RITORNO-VM00                                     *C43401
              WHEN EIBAID = DFHPF24                                     *C43401
                 GO TO RITORNO-VM00                                     *C43401
           END-EVALUATE                                                 *C43401
           IF C43401-WS-OK                                              *C43401
              MOVE C43401-WS-DATI TO MPPVM08I                           *C43401
           END-IF                                                       *C43401
           IF NOT C43401-WS-OK                                          *C43401
              SET C43401-NO-IGNORE TO TRUE                              *C43401
              IF C43401-WS-MAPFAIL                                      *C43401
                 EVALUATE C43401-MAPFAIL                                *C43401
                    WHEN   1                                            *C43401
                       GO TO EX-RICEVO-MAPPA                            *C43401
                 END-EVALUATE                                           *C43401
              END-IF                                                    *C43401
              IF C43401-NO-IGNORE                                       *C43401
                 MOVE "RICEVO-MAPPA" TO VMINC-PARAGRAFO-CORRENTE
                 PERFORM SCRIVI-VMINC THRU EX-SCRIVI-VMINC
                 CALL "C43401ABRT" USING C43401-WKSTG                   *C43401
                                       C43401-EIB                       *C43401
                                       C43401-LKSTG                     *C43401
              END-IF                                                    *C43401
           END-IF.                                                      *C43401
      *===================================================== END   ==== *C43401
       EX-RICEVO-MAPPA.
           EXIT.
      *
       SECONDO-GIRO.
      *
           MOVE "1"                    TO DEVIA-DATA-ONLY.
      *
      *---- SELEZIONE ERRATA: SOLO IL MESSAGGIO, LA PAGINA RESTA ------*
           IF CAMPI-ERRATI
              IF TERM-ERRATO
                 MOVE MSG-TERM-MANCANTE TO MESSO
              ELSE
                 MOVE MSG-DATA-ERRATA   TO MESSO
              END-IF
              PERFORM RIPRISTINA-ATTR  THRU EX-RIPRISTINA-ATTR
              PERFORM SEND-MAPPA       THRU EX-SEND-MAPPA.
      *
      *---- NUOVO TERMINALE O NUOVO GIORNO: SI RIPARTE DA PAGINA 1 ----*
           IF VM8-TERM-NUOVO NOT = VM8-TRMID OR
              VM8-GIUL-NUOVO NOT = VM8-DATA-GIUL
              MOVE VM8-TERM-NUOVO      TO VM8-TRMID
              MOVE VM8-GIUL-NUOVO      TO VM8-DATA-GIUL
              MOVE 1                   TO VM8-PAGINA
           END-IF.
      *
           EVALUATE TRUE
              WHEN EIBAID = DFHENTER
                 MOVE 1                TO VM8-PAGINA
              WHEN EIBAID = DFHPF5
                 MOVE "O"              TO VM8-VISTA
                 MOVE 1                TO VM8-PAGINA
              WHEN EIBAID = DFHPF6
                 MOVE "D"              TO VM8-VISTA
                 MOVE 1                TO VM8-PAGINA
              WHEN EIBAID = DFHPF7
                 IF VM8-PAGINA > 1
                    SUBTRACT 1 FROM VM8-PAGINA
                 ELSE
                    MOVE MSG-PRIMA-PAGINA TO MESSO
                 END-IF
              WHEN EIBAID = DFHPF8
      *---- OLTRE L'ULTIMA PAGINA LO RIPORTA COMPONI-VISTA ------------*
                 ADD 1                 TO VM8-PAGINA
              WHEN OTHER
                 MOVE MSG-TASTO-INVALIDO TO MESSO
           END-EVALUATE.
      *
           PERFORM COMPONI-VISTA       THRU EX-COMPONI-VISTA.
           PERFORM RIPRISTINA-ATTR     THRU EX-RIPRISTINA-ATTR.
           PERFORM SEND-MAPPA          THRU EX-SEND-MAPPA.
      *
       EX-SECONDO-GIRO.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- RACCOGLIE TERMINALE E GIORNO DALLA MAPPA, PRIMA CHE -----*
      *---- L'AREA DI MAPPA VENGA AZZERATA PER LA RISPOSTA; LA ------*
      *---- SELEZIONE DIVENTA CORRENTE SOLO SE CORRETTA -------------*
      *-------------------------------------------------------------*
       RACCOGLI-CAMPI.
      *
           MOVE ZERO               TO FLAG-CAMPI-ERRATI.
           MOVE VM8-TRMID          TO VM8-TERM-NUOVO.
           MOVE VM8-DATA-GIUL      TO VM8-GIUL-NUOVO.
           MOVE SPACE              TO VM8-DATA-NUOVA.
      *
           IF   FTERML         >        ZERO OR                         *CSTD
                FTERMA         =  DFHCANC
              MOVE FTERMI             TO VM8-TERM-NUOVO
              INSPECT VM8-TERM-NUOVO REPLACING ALL LOW-VALUE BY SPACE   *CSTD
              INSPECT VM8-TERM-NUOVO REPLACING ALL "_" BY SPACE         *CSTD
              IF VM8-TERM-NUOVO = SPACE
                 MOVE 1               TO FLAG-CAMPI-ERRATI
              END-IF
           END-IF.
      *
      *---- GIORNO GGMMAA; CANCELLATO = OGGI -------------------------*
           IF   FDATAL         >        ZERO OR                         *CSTD
                FDATAA         =  DFHCANC
              MOVE FDATAI             TO VM8-DATA-NUOVA
              INSPECT VM8-DATA-NUOVA REPLACING ALL LOW-VALUE BY SPACE   *CSTD
              INSPECT VM8-DATA-NUOVA REPLACING ALL "_" BY SPACE         *CSTD
              IF VM8-DATA-NUOVA = SPACE
                 MOVE EIBDATE         TO VM8-GIUL-NUOVO
              ELSE
                 PERFORM CONVERTI-DATA THRU EX-CONVERTI-DATA
              END-IF
           END-IF.
      *
       EX-RACCOGLI-CAMPI.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- GGMMAA DIGITATO -> DATA GIULIANA 0CAADDD DI VMPERF ------*
      *---- (ANNI SOTTO IL 70 = SECOLO 1, COME EIBDATE) -------------*
      *-------------------------------------------------------------*
       CONVERTI-DATA.
      *
           MOVE VM8-DATA-NUOVA TO NAV-GGMMAA-X.
           IF NAV-GGMMAA-X NOT NUMERIC
              MOVE 2 TO FLAG-CAMPI-ERRATI
              GO TO EX-CONVERTI-DATA.
           IF NAV-MESE < 1 OR NAV-MESE > 12
              MOVE 2 TO FLAG-CAMPI-ERRATI
              GO TO EX-CONVERTI-DATA.
      *
           MOVE NAV-ANNO TO NAV-AA.
           PERFORM IMPOSTA-FEBBRAIO THRU EX-IMPOSTA-FEBBRAIO.
           IF NAV-GG < 1 OR NAV-GG > NAV-MESE-GG (NAV-MESE)
              MOVE 2 TO FLAG-CAMPI-ERRATI
              GO TO EX-CONVERTI-DATA.
      *
           MOVE NAV-GG TO NAV-DDD.
           MOVE 1      TO NAV-MM.
           PERFORM SOMMA-MESE THRU EX-SOMMA-MESE
              UNTIL NAV-MM NOT < NAV-MESE.
           IF NAV-ANNO < 70
              COMPUTE VM8-GIUL-NUOVO = 100000 + (NAV-ANNO * 1000)
                                     + NAV-DDD
           ELSE
              COMPUTE VM8-GIUL-NUOVO = (NAV-ANNO * 1000) + NAV-DDD
           END-IF.
      *
       EX-CONVERTI-DATA.
           EXIT.
      *
       SOMMA-MESE.
      *
           ADD NAV-MESE-GG (NAV-MM) TO NAV-DDD.
           ADD 1 TO NAV-MM.
      *
       EX-SOMMA-MESE.
           EXIT.
      *
       IMPOSTA-FEBBRAIO.
      *
           MOVE 28 TO NAV-MESE-GG (2).
           DIVIDE NAV-AA BY 4
              GIVING NAV-QUOZIENTE
              REMAINDER NAV-RESTO.
           IF NAV-RESTO = ZERO
              MOVE 29 TO NAV-MESE-GG (2)
           END-IF.
      *
       EX-IMPOSTA-FEBBRAIO.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- DATA GIULIANA CORRENTE -> GGMMAA DEL CAMPO DI -----------*
      *---- SELEZIONE ------------------------------------------------*
      *-------------------------------------------------------------*
       DATA-A-VIDEO.
      *
           MOVE VM8-DATA-GIUL TO NAV-GIUL.
           DIVIDE NAV-GIUL BY 100000
              GIVING NAV-SECOLO
              REMAINDER NAV-AADDD.
           DIVIDE NAV-AADDD BY 1000
              GIVING NAV-AA
              REMAINDER NAV-DDD.
           PERFORM IMPOSTA-FEBBRAIO THRU EX-IMPOSTA-FEBBRAIO.
           MOVE 1 TO NAV-MM.
           PERFORM SCALA-MESE-NAV THRU EX-SCALA-MESE-NAV
              UNTIL NAV-DDD NOT > NAV-MESE-GG (NAV-MM)
                 OR NAV-MM = 12.
           MOVE NAV-DDD TO NAV-GG.
           MOVE NAV-MM  TO NAV-MESE.
           MOVE NAV-AA  TO NAV-ANNO.
           MOVE NAV-GGMMAA-X TO FDATAO.
      *
       EX-DATA-A-VIDEO.
           EXIT.
      *
       SCALA-MESE-NAV.
      *
           SUBTRACT NAV-MESE-GG (NAV-MM) FROM NAV-DDD.
           ADD 1 TO NAV-MM.
      *
       EX-SCALA-MESE-NAV.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- COSTRUISCE LA PAGINA: REGIONE E SOGLIA DEL TERMINALE, ---*
      *---- RILEVAZIONI DEL GIORNO, RIGHE DELLA VISTA SCELTA --------*
      *---- E RIEPILOGO ----------------------------------------------*
      *-------------------------------------------------------------*
       COMPONI-VISTA.
      *
           PERFORM CTR-AUTORIZZAZIONE  THRU EX-CTR-AUTORIZZAZIONE.
           IF NOT AUTORIZZATO
              PERFORM RIFIUTA-FUNZIONE THRU EX-RIFIUTA-FUNZIONE
              MOVE SPACE TO INTESTO
                            RIEPO
              PERFORM SVUOTA-RIGA THRU EX-SVUOTA-RIGA
                 VARYING VM8-RIGA-IND FROM 1 BY 1
                 UNTIL VM8-RIGA-IND > 12
              GO TO EX-COMPONI-VISTA.
      *
           PERFORM CERCA-REGIONE-TERMINALE
              THRU EX-CERCA-REGIONE-TERMINALE.
           COMPUTE FIN-DA-ISTANTE = VM8-DATA-GIUL * 10000.
           COMPUTE FIN-A-ISTANTE  = VM8-DATA-GIUL * 10000 + 2359.
           PERFORM CARICA-FINESTRE     THRU EX-CARICA-FINESTRE.
           PERFORM CARICA-TEMPI        THRU EX-CARICA-TEMPI.
      *
           IF VISTA-ORARIA
              MOVE 2 TO VM8-PAG-MAX
           ELSE
              COMPUTE VM8-PAG-MAX = (PRF-USATI + 11) / 12
           END-IF.
           IF VM8-PAG-MAX < 1
              MOVE 1 TO VM8-PAG-MAX
           END-IF.
           IF VM8-PAGINA < 1
              MOVE 1 TO VM8-PAGINA
           END-IF.
           IF VM8-PAGINA > VM8-PAG-MAX
              MOVE VM8-PAG-MAX       TO VM8-PAGINA
              MOVE MSG-ULTIMA-PAGINA TO MESSO
           END-IF.
      *---- TABELLA PIENA: LE ULTIME RILEVAZIONI NON SI VEDONO, -------*
      *---- I TOTALI E IL RIEPILOGO ORARIO LE CONTANO COMUNQUE --------*
           IF PRF-TRABOCCO AND VISTA-DETTAGLIO
              MOVE MSG-LISTA-TRABOCCO TO MESSO
           END-IF.
           IF PRF-TOT-LETTI = ZERO
              MOVE MSG-NESSUN-TEMPO  TO MESSO
           END-IF.
      *
           IF VISTA-ORARIA
              MOVE TESTATA-ORARIA    TO INTESTO
              PERFORM SCRIVI-RIGA-ORARIA
                 THRU EX-SCRIVI-RIGA-ORARIA
                 VARYING VM8-RIGA-IND FROM 1 BY 1
                 UNTIL VM8-RIGA-IND > 12
           ELSE
              MOVE TESTATA-DETTAGLIO TO INTESTO
              PERFORM SCRIVI-RIGA-DETTAGLIO
                 THRU EX-SCRIVI-RIGA-DETTAGLIO
                 VARYING VM8-RIGA-IND FROM 1 BY 1
                 UNTIL VM8-RIGA-IND > 12
           END-IF.
           PERFORM RIEMPI-RIEPILOGO    THRU EX-RIEMPI-RIEPILOGO.
      *
       EX-COMPONI-VISTA.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- REGIONE E SOGLIA SLA DEL TERMINALE DALL'ANAGRAFICA ------*
      *---- VMREG (SOGLIA ZERO = SOGLIA GENERALE) -------------------*
      *-------------------------------------------------------------*
       CERCA-REGIONE-TERMINALE.
      *
           MOVE ZERO       TO FLAG-REG-TROVATA
                              FLAG-FINE-FILE.
           MOVE "NON CENS" TO VM8-REGIONE.
           MOVE VM8-SOGLIA TO PRF-SOGLIA.
           OPEN INPUT VMREG-FILE.
           IF NOT VMREG-OK
              SET FINE-FILE TO TRUE
           END-IF.
           PERFORM VAGLIA-REGIONE THRU EX-VAGLIA-REGIONE
              UNTIL FINE-FILE OR REG-TROVATA.
           IF NOT VMREG-NON-ESISTE
              CLOSE VMREG-FILE
           END-IF.
           COMPUTE PRF-SOGLIA-CENT = PRF-SOGLIA * 100.
      *
       EX-CERCA-REGIONE-TERMINALE.
           EXIT.
      *
       VAGLIA-REGIONE.
      *
           READ VMREG-FILE NEXT
              AT END
                 SET FINE-FILE TO TRUE
                 GO TO EX-VAGLIA-REGIONE
           END-READ.
           IF VMREG-EIBTRMID NOT = VM8-TRMID
              GO TO EX-VAGLIA-REGIONE.
      *
           SET REG-TROVATA TO TRUE.
           MOVE VMREG-REGIONE TO VM8-REGIONE.
           IF VMREG-SOGLIA NUMERIC AND VMREG-SOGLIA > ZERO
              MOVE VMREG-SOGLIA TO PRF-SOGLIA
           END-IF.
      *
       EX-VAGLIA-REGIONE.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- RILEVAZIONI VMPERF DEL TERMINALE NEL GIORNO SCELTO ------*
      *-------------------------------------------------------------*
       CARICA-TEMPI.
      *
           MOVE ZERO TO PRF-USATI
                        FLAG-PRF-TRABOCCO
                        PRF-TOT-LETTI
                        PRF-TOT-VALIDI
                        PRF-TOT-PIANIF
                        PRF-TOT-OLTRE
                        PRF-TOT-SOMMA
                        PRF-TOT-MAX
                        ORA-MAX-CONTA
                        FLAG-FINE-FILE.
           PERFORM AZZERA-ORA THRU EX-AZZERA-ORA
              VARYING ORA-IND FROM 1 BY 1
              UNTIL ORA-IND > 24.
           OPEN INPUT VMPERF-FILE.
           IF NOT VMPERF-OK
              SET FINE-FILE TO TRUE
           END-IF.
           PERFORM CARICA-UN-TEMPO THRU EX-CARICA-UN-TEMPO
              UNTIL FINE-FILE.
           IF NOT VMPERF-NON-ESISTE
              CLOSE VMPERF-FILE
           END-IF.
      *
       EX-CARICA-TEMPI.
           EXIT.
      *
       AZZERA-ORA.
      *
           MOVE ZERO TO ORA-CONTA (ORA-IND)
                        ORA-SOMMA (ORA-IND)
                        ORA-MAX (ORA-IND)
                        ORA-OLTRE (ORA-IND).
      *
       EX-AZZERA-ORA.
           EXIT.
      *
       CARICA-UN-TEMPO.
      *
           READ VMPERF-FILE
              AT END
                 SET FINE-FILE TO TRUE
                 GO TO EX-CARICA-UN-TEMPO
           END-READ.
      *---- LE ITERAZIONI DELLA PROVA DI CARICO NON SONO TRAFFICO -----*
      *---- REALE: RESTANO FUORI DA STATISTICHE E SOGLIE --------------*
           IF VMPERF-PARTNER (1:2) = "SK"
              GO TO EX-CARICA-UN-TEMPO.
           IF VMPERF-EIBTRMID NOT = VM8-TRMID
              GO TO EX-CARICA-UN-TEMPO.
           IF VMPERF-EIBDATE NOT = VM8-DATA-GIUL
              GO TO EX-CARICA-UN-TEMPO.
           IF VMPERF-EIBTIME NOT NUMERIC
              MOVE ZERO TO VMPERF-EIBTIME
           END-IF.
           IF VMPERF-INTERVALLO NOT NUMERIC
              MOVE ZERO TO VMPERF-INTERVALLO
           END-IF.
           IF VMPERF-INTERVALLO < ZERO
              MOVE ZERO TO VMPERF-INTERVALLO
           END-IF.
           ADD 1 TO PRF-TOT-LETTI.
      *
      *---- LA PROVA FRA REGIONI (TPVM005) HA IL TEMPO IN CENTESIMI; --*
      *---- PER TPVM000 VALE L'INTERVALLO IN SECONDI ------------------*
           IF VMPERF-PARTNER NOT = SPACE AND
              VMPERF-PARTNER NOT = LOW-VALUE AND
              VMPERF-CENTESIMI NUMERIC
              MOVE VMPERF-CENTESIMI TO PRF-CENT-LAV
           ELSE
              MOVE SPACE TO VMPERF-PARTNER
                            VMPERF-ESITO
              COMPUTE PRF-CENT-LAV = VMPERF-INTERVALLO * 100
           END-IF.
      *
      *---- IN FINESTRA DI MANUTENZIONE: MOSTRATA, MA NON CONTA -------*
           MOVE VMPERF-EIBTRMID TO FIN-CERCA-TRMID.
           DIVIDE VMPERF-EIBTIME BY 100 GIVING FIN-ORA-HHMM.
           COMPUTE FIN-ISTANTE = VMPERF-EIBDATE * 10000 + FIN-ORA-HHMM.
           PERFORM CERCA-FINESTRA THRU EX-CERCA-FINESTRA.
           MOVE SPACE TO PRF-STATO-LAV.
           IF IN-FINESTRA
              MOVE "P" TO PRF-STATO-LAV
              ADD 1 TO PRF-TOT-PIANIF
           ELSE
              PERFORM ACCUMULA-TEMPO THRU EX-ACCUMULA-TEMPO
           END-IF.
      *
           IF PRF-USATI NOT < PRF-MAX
              SET PRF-TRABOCCO TO TRUE
              GO TO EX-CARICA-UN-TEMPO.
           ADD 1 TO PRF-USATI.
           MOVE VMPERF-EIBTIME   TO PRF-E-ORA (PRF-USATI).
           MOVE PRF-CENT-LAV     TO PRF-E-CENT (PRF-USATI).
           MOVE VMPERF-PARTNER   TO PRF-E-PARTNER (PRF-USATI).
           MOVE VMPERF-ESITO     TO PRF-E-ESITO (PRF-USATI).
           MOVE PRF-STATO-LAV    TO PRF-E-STATO (PRF-USATI).
      *
       EX-CARICA-UN-TEMPO.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- TOTALI DEL GIORNO E DELL'ORA; OLTRE SOGLIA SE PIU' ------*
      *---- LENTO DELLA SOGLIA SLA DELLA REGIONE --------------------*
      *-------------------------------------------------------------*
       ACCUMULA-TEMPO.
      *
           ADD 1 TO PRF-TOT-VALIDI.
           ADD PRF-CENT-LAV TO PRF-TOT-SOMMA.
           IF PRF-CENT-LAV > PRF-TOT-MAX
              MOVE PRF-CENT-LAV TO PRF-TOT-MAX
           END-IF.
           IF PRF-CENT-LAV > PRF-SOGLIA-CENT
              MOVE "O" TO PRF-STATO-LAV
              ADD 1 TO PRF-TOT-OLTRE
           END-IF.
      *
      *---- EIBTIME 0HHMMSS: ORA 00 = ELEMENTO 1 ----------------------*
           DIVIDE VMPERF-EIBTIME BY 10000 GIVING ORA-LAV.
           ADD 1 TO ORA-LAV.
           IF ORA-LAV > 24
              MOVE 24 TO ORA-LAV
           END-IF.
           ADD 1 TO ORA-CONTA (ORA-LAV).
           ADD PRF-CENT-LAV TO ORA-SOMMA (ORA-LAV).
           IF PRF-CENT-LAV > ORA-MAX (ORA-LAV)
              MOVE PRF-CENT-LAV TO ORA-MAX (ORA-LAV)
           END-IF.
           IF PRF-STATO-LAV = "O"
              ADD 1 TO ORA-OLTRE (ORA-LAV)
           END-IF.
           IF ORA-CONTA (ORA-LAV) > ORA-MAX-CONTA
              MOVE ORA-CONTA (ORA-LAV) TO ORA-MAX-CONTA
           END-IF.
      *
       EX-ACCUMULA-TEMPO.
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
      *---- UNA RIGA DEL DETTAGLIO: "**" E ALTA INTENSITA' SUI ------*
      *---- TEMPI OLTRE SOGLIA, "PIAN" SU QUELLI IN FINESTRA --------*
      *-------------------------------------------------------------*
       SCRIVI-RIGA-DETTAGLIO.
      *
           MOVE SPACE    TO RIGA-DETTAGLIO.
           MOVE DFHBMASK TO VM8-RIGA-ATTR.
           COMPUTE PRF-IND = ((VM8-PAGINA - 1) * 12) + VM8-RIGA-IND.
           IF PRF-IND > PRF-USATI
              MOVE SPACE TO VM8-RIGA-VIDEO
              PERFORM POSA-RIGA THRU EX-POSA-RIGA
              GO TO EX-SCRIVI-RIGA-DETTAGLIO.
      *
           MOVE PRF-IND                 TO RD-NUMERO.
           MOVE PRF-E-ORA (PRF-IND)     TO VM8-ORA-HHMMSS.
           MOVE VM8-ORA-HH              TO RD-HH.
           MOVE VM8-ORA-MI              TO RD-MI.
           MOVE VM8-ORA-SS              TO RD-SS.
           COMPUTE RD-TEMPO = PRF-E-CENT (PRF-IND) / 100.
           IF PRF-E-PARTNER (PRF-IND) = SPACE
              MOVE "LOCALE"             TO RD-PARTNER
           ELSE
              MOVE PRF-E-PARTNER (PRF-IND) TO RD-PARTNER
           END-IF.
           MOVE PRF-E-ESITO (PRF-IND)   TO RD-ESITO.
           IF PRF-E-PIANIF (PRF-IND)
              MOVE "PIAN"               TO RD-NOTA
           END-IF.
           IF PRF-E-OLTRE (PRF-IND)
              MOVE "**"                 TO RD-EVIDENZA
              MOVE DFHBMASB             TO VM8-RIGA-ATTR
           END-IF.
      *
           MOVE RIGA-DETTAGLIO TO VM8-RIGA-VIDEO.
           PERFORM POSA-RIGA THRU EX-POSA-RIGA.
      *
       EX-SCRIVI-RIGA-DETTAGLIO.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- UNA RIGA DEL RIEPILOGO ORARIO (PAGINA 1 ORE 00-11, -----*
      *---- PAGINA 2 ORE 12-23); LA BARRA E' IN PROPORZIONE ALLA ---*
      *---- ORA PIU' CARICA DEL GIORNO ------------------------------*
      *-------------------------------------------------------------*
       SCRIVI-RIGA-ORARIA.
      *
           MOVE SPACE    TO RIGA-ORARIA.
           MOVE DFHBMASK TO VM8-RIGA-ATTR.
           COMPUTE ORA-IND = ((VM8-PAGINA - 1) * 12) + VM8-RIGA-IND.
           COMPUTE RO-ORA  = ORA-IND - 1.
           MOVE ORA-CONTA (ORA-IND) TO RO-CONTA.
           IF ORA-CONTA (ORA-IND) > ZERO
              COMPUTE RO-MEDIA ROUNDED = ORA-SOMMA (ORA-IND)
                                       / (ORA-CONTA (ORA-IND) * 100)
              COMPUTE RO-MAX = ORA-MAX (ORA-IND) / 100
              MOVE ORA-OLTRE (ORA-IND) TO RO-OLTRE
              COMPUTE ORA-LUNG-BARRA = (ORA-CONTA (ORA-IND) * 34)
                                     / ORA-MAX-CONTA
              IF ORA-LUNG-BARRA < 1
                 MOVE 1 TO ORA-LUNG-BARRA
              END-IF
              MOVE ORA-BARRA-PIENA (1:ORA-LUNG-BARRA) TO RO-BARRA
           END-IF.
           IF ORA-OLTRE (ORA-IND) > ZERO
              MOVE "**"     TO RO-EVIDENZA
              MOVE DFHBMASB TO VM8-RIGA-ATTR
           END-IF.
      *
           MOVE RIGA-ORARIA TO VM8-RIGA-VIDEO.
           PERFORM POSA-RIGA THRU EX-POSA-RIGA.
      *
       EX-SCRIVI-RIGA-ORARIA.
           EXIT.
      *
       SVUOTA-RIGA.
      *
           MOVE SPACE    TO VM8-RIGA-VIDEO.
           MOVE DFHBMASK TO VM8-RIGA-ATTR.
           PERFORM POSA-RIGA THRU EX-POSA-RIGA.
      *
       EX-SVUOTA-RIGA.
           EXIT.
      *
       POSA-RIGA.
      *
           EVALUATE VM8-RIGA-IND
              WHEN 1  MOVE VM8-RIGA-VIDEO TO R01O
                      MOVE VM8-RIGA-ATTR  TO R01A
              WHEN 2  MOVE VM8-RIGA-VIDEO TO R02O
                      MOVE VM8-RIGA-ATTR  TO R02A
              WHEN 3  MOVE VM8-RIGA-VIDEO TO R03O
                      MOVE VM8-RIGA-ATTR  TO R03A
              WHEN 4  MOVE VM8-RIGA-VIDEO TO R04O
                      MOVE VM8-RIGA-ATTR  TO R04A
              WHEN 5  MOVE VM8-RIGA-VIDEO TO R05O
                      MOVE VM8-RIGA-ATTR  TO R05A
              WHEN 6  MOVE VM8-RIGA-VIDEO TO R06O
                      MOVE VM8-RIGA-ATTR  TO R06A
              WHEN 7  MOVE VM8-RIGA-VIDEO TO R07O
                      MOVE VM8-RIGA-ATTR  TO R07A
              WHEN 8  MOVE VM8-RIGA-VIDEO TO R08O
                      MOVE VM8-RIGA-ATTR  TO R08A
              WHEN 9  MOVE VM8-RIGA-VIDEO TO R09O
                      MOVE VM8-RIGA-ATTR  TO R09A
              WHEN 10 MOVE VM8-RIGA-VIDEO TO R10O
                      MOVE VM8-RIGA-ATTR  TO R10A
              WHEN 11 MOVE VM8-RIGA-VIDEO TO R11O
                      MOVE VM8-RIGA-ATTR  TO R11A
              WHEN 12 MOVE VM8-RIGA-VIDEO TO R12O
                      MOVE VM8-RIGA-ATTR  TO R12A
           END-EVALUATE.
      *
       EX-POSA-RIGA.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- RIEPILOGO DEL GIORNO: SOLO RILEVAZIONI FUORI FINESTRA ---*
      *-------------------------------------------------------------*
       RIEMPI-RIEPILOGO.
      *
           MOVE VM8-REGIONE     TO RP-REGIONE.
           MOVE PRF-SOGLIA      TO RP-SOGLIA.
           MOVE PRF-TOT-VALIDI  TO RP-VALIDI.
           MOVE ZERO            TO RP-MEDIA.
           IF PRF-TOT-VALIDI > ZERO
              COMPUTE RP-MEDIA ROUNDED = PRF-TOT-SOMMA
                                       / (PRF-TOT-VALIDI * 100)
           END-IF.
           COMPUTE RP-MAX = PRF-TOT-MAX / 100.
           MOVE PRF-TOT-OLTRE   TO RP-OLTRE.
           MOVE PRF-TOT-PIANIF  TO RP-PIANIF.
           MOVE RIGA-RIEPILOGO  TO RIEPO.
      *
       EX-RIEMPI-RIEPILOGO.
           EXIT.
      *
       SEND-MAPPA.
      *
           IF VISTA-ORARIA
              MOVE MSG-AIUTO-ORARIO    TO DTASTO
           ELSE
              MOVE MSG-AIUTO-DETTAGLIO TO DTASTO
           END-IF.
           PERFORM RIEMPI-MAPPA   THRU  EX-RIEMPI-MAPPA.
           MOVE -1 TO MESSL.
      *
           IF  DATA-ONLY
      *===================================================== START ==== *C43401
      *        EXEC CICS SEND MAP ("MPPVM08")                           *C43401
      *                        MAPSET   ("TMPVM08")                     *C43401
      *                        DATAONLY                                 *C43401
      *                        FRSET                                    *C43401
      *                        FREEKB                                   *C43401
      *                        CURSOR                                   *C43401
      *                        END-EXEC                                 *C43401
      *---------------------------------------------------------------- *C43401
               MOVE "TMPVM08" TO C43401-WS-MAPSET                       *C43401
               MOVE "MPPVM08" TO C43401-WS-MAP                          *C43401
               MOVE MPPVM08O TO C43401-WS-DATI                          *C43401
               MOVE MPPVM08-TIPO-MAPPA TO C43401-TIPO-MAPPA             *C43401
               MOVE MPPVM08-NUM-CAMPI TO C43401-NUM-CAMPI               *C43401
               MOVE MPPVM08-TAB-CAMPI TO C43401-TAB-CAMPI               *C43401
               MOVE MPPVM08-ATTR-INI TO C43401-ATTR-INI                 *C43401
               MOVE MPPVM08-PC-INI TO C43401-PC-INI                     *C43401
               SET C43401-WS-DATAONLY TO TRUE                           *C43401
               SET C43401-WS-SEND TO TRUE                               *C43401
               CALL "C43401IOM" USING KPJBA                             *C43401
                                      C43401-WS                         *C43401
                                      C43401-EIB                        *C43401
               MOVE "WS" TO C43401-TIPO-ABN                             *C43401
               MOVE C43401-WS-STATUS TO C43401-ABEND                    *C43401
               IF NOT C43401-WS-OK                                      *C43401
                  SET C43401-NO-IGNORE TO TRUE                          *C43401
                  IF C43401-NO-IGNORE                                   *C43401
                     MOVE "SEND-MAPPA" TO VMINC-PARAGRAFO-CORRENTE
                     PERFORM SCRIVI-VMINC THRU EX-SCRIVI-VMINC
                     CALL "C43401ABRT" USING C43401-WKSTG               *C43401
                                           C43401-EIB                   *C43401
                                           C43401-LKSTG                 *C43401
                  END-IF                                                *C43401
               END-IF                                                   *C43401
      *===================================================== END   ==== *C43401
             ELSE
      *===================================================== START ==== *C43401
      *       EXEC CICS SEND MAP ("MPPVM08")                            *C43401
      *                       MAPSET    ("TMPVM08")                     *C43401
      *                       FREEKB                                    *C43401
      *                       CURSOR                                    *C43401
      *                       ERASE                                     *C43401
      *                   END-EXEC.                                     *C43401
      *---------------------------------------------------------------- *C43401
              MOVE "TMPVM08" TO C43401-WS-MAPSET                        *C43401
              MOVE "MPPVM08" TO C43401-WS-MAP                           *C43401
              MOVE MPPVM08O TO C43401-WS-DATI                           *C43401
              MOVE MPPVM08-TIPO-MAPPA TO C43401-TIPO-MAPPA              *C43401
              MOVE MPPVM08-NUM-CAMPI TO C43401-NUM-CAMPI                *C43401
              MOVE MPPVM08-TAB-CAMPI TO C43401-TAB-CAMPI                *C43401
              MOVE MPPVM08-ATTR-INI TO C43401-ATTR-INI                  *C43401
              MOVE MPPVM08-PC-INI TO C43401-PC-INI                      *C43401
              SET C43401-WS-ERASE TO TRUE                               *C43401
              SET C43401-WS-SEND TO TRUE                                *C43401
              CALL "C43401IOM" USING KPJBA                              *C43401
                                     C43401-WS                          *C43401
                                     C43401-EIB                         *C43401
              MOVE "WS" TO C43401-TIPO-ABN                              *C43401
              MOVE C43401-WS-STATUS TO C43401-ABEND                     *C43401
              IF NOT C43401-WS-OK                                       *C43401
                 SET C43401-NO-IGNORE TO TRUE                           *C43401
                 IF C43401-NO-IGNORE                                    *C43401
                    MOVE "SEND-MAPPA" TO VMINC-PARAGRAFO-CORRENTE
                    PERFORM SCRIVI-VMINC THRU EX-SCRIVI-VMINC
                    CALL "C43401ABRT" USING C43401-WKSTG                *C43401
                                          C43401-EIB                    *C43401
                                          C43401-LKSTG                  *C43401
                 END-IF                                                 *C43401
              END-IF.                                                   *C43401
      *===================================================== END   ==== *C43401
       SEND-MAPPA-1.
      *===================================================== START ==== *C43401
      *    EXEC   CICS RETURN TRANSID    ("VM08")                       *C43401
      *                       COMMAREA   (DFH-AREA-TOT)                 *C43401
      *                       LENGTH     (LEN-COMMAREA)                 *C43401
      *           END-EXEC.                                             *C43401
      *---------------------------------------------------------------- *C43401
           MOVE "U " TO C43401-STARTCODE                                *C43401
           MOVE "VM08" TO EIBTRNID                                      *C43401
           MOVE LEN-COMMAREA TO EIBCALEN                                *C43401
           MOVE DFH-AREA-TOT TO C43401-COMM-DATI                        *C43401
           MOVE SPACE TO C43401-LK-N                                    *C43401
                         C43401-LK-X                                    *C43401
           GO TO C43401-RETURN.                                         *C43401
      *===================================================== END   ==== *C43401
      *
       EX-SEND-MAPPA.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- LOG DI UN INCIDENTE (ABEND) PRIMA DI C43401ABRT ----------*
      *-------------------------------------------------------------*
       SCRIVI-VMINC.
      *
           MOVE C43401-TIPO-ABN          TO VMINC-TIPO-ABN.
           MOVE C43401-ABEND             TO VMINC-ABEND.
           MOVE VMINC-PARAGRAFO-CORRENTE TO VMINC-PARAGRAFO.
           MOVE EIBTRMID                 TO VMINC-EIBTRMID.
           MOVE EIBTASKN                 TO VMINC-EIBTASKN.
           MOVE EIBDATE                  TO VMINC-EIBDATE.
           MOVE EIBTIME                  TO VMINC-EIBTIME.
           MOVE SPACE                    TO VMINC-REVISIONATO
                                            VMINC-REV-UTENTE
                                            VMINC-TICKET
                                            VMINC-TICKET-STATO.
      *---- CONTESTO DI PROVA: QUI NESSUN CASO ATTIVO -----------------*
           MOVE SPACE                    TO VMINC-VMTEST-CHIAVE
                                            VMINC-TASTO.
           MOVE CSM-UTENTE               TO VMINC-UTENTE.
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
       EX-SCRIVI-VMINC.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- APERTURA DEGLI INCIDENTI IN AGGIORNAMENTO CON ------------*
      *---- CREAZIONE DEL FILE ALLA PRIMA SCRITTURA ------------------*
      *-------------------------------------------------------------*
       APRI-VMINC-IO.
      *
           OPEN I-O VMINC-FILE.
           IF VMINC-NON-ESISTE
              OPEN OUTPUT VMINC-FILE
              IF VMINC-OK
                 CLOSE VMINC-FILE
                 OPEN I-O VMINC-FILE
              END-IF
           END-IF.
      *
       EX-APRI-VMINC-IO.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- PROSSIMO NUMERO DI INCIDENTE DAL RECORD DI CONTROLLO -----*
      *---- (CHIAVE ZERO), CREATO ALLA PRIMA ASSEGNAZIONE. IL --------*
      *---- RECORD DELL'INCIDENTE VA RICOMPOSTO DAL CHIAMANTE: -------*
      *---- QUESTA LETTURA PASSA DALLA STESSA AREA DI RECORD ---------*
      *-------------------------------------------------------------*
       ASSEGNA-NUMERO-VMINC.
      *
           MOVE VMINC-REC TO INC-RECORD-SOSPESO.
           MOVE ZERO TO FLAG-INC-CTL-TROVATO.
           MOVE ZERO TO VMINC-NUMERO.
           READ VMINC-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 1 TO FLAG-INC-CTL-TROVATO
           END-READ.
           IF INC-CTL-TROVATO
              COMPUTE INC-NUMERO-LAV = VMINC-CTL-ULTIMO + 1
              MOVE INC-NUMERO-LAV TO VMINC-CTL-ULTIMO
              REWRITE VMINC-REC
           ELSE
              MOVE 1 TO INC-NUMERO-LAV
              MOVE SPACE TO VMINC-REC
              MOVE ZERO TO VMINC-CTL-NUMERO
              MOVE INC-NUMERO-LAV TO VMINC-CTL-ULTIMO
              WRITE VMINC-REC
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF.
           MOVE INC-RECORD-SOSPESO TO VMINC-REC.
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
      *---- SELEZIONE ERRATA: SI RIMOSTRA QUANTO DIGITATO -------------*
           IF CAMPI-ERRATI
              MOVE VM8-TERM-NUOVO    TO FTERMO
              IF VM8-DATA-NUOVA = SPACE
                 PERFORM DATA-A-VIDEO THRU EX-DATA-A-VIDEO
              ELSE
                 MOVE VM8-DATA-NUOVA TO FDATAO
              END-IF
           ELSE
              MOVE VM8-TRMID         TO FTERMO
              PERFORM DATA-A-VIDEO THRU EX-DATA-A-VIDEO
           END-IF.
           INSPECT FTERMO REPLACING ALL SPACE BY "_".
           INSPECT FDATAO REPLACING ALL SPACE BY "_".
      *
           MOVE SPACE             TO DFRAMEO.
           MOVE CSM-NOMEJOB (1:7) TO DFRAMEO (1:7).
           MOVE CSM-NRJOB (4:3)   TO DFRAMEO (9:3).
      *
           MOVE "PRI" TO M01O.
      *
           IF RDS-CALL = "S" OR RDS-WTRC = "S"
              MOVE "RDS" TO M01O.
      *
       EX-RIEMPI-MAPPA.
           EXIT.
      *
       RIPRISTINA-ATTR.
      *
           MOVE DFHBMASB       TO MESSA.
           MOVE DFHBMASD       TO M01A.
           MOVE DFHBMASK       TO DTASTA.
           MOVE DFHBMUNP       TO FTERMA.
           MOVE DFHBMUNN       TO FDATAA.
      *
       EX-RIPRISTINA-ATTR.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- I TEMPI DI RISPOSTA DELLE REGIONI SONO RISERVATI: -------*
      *---- BASTA UN PROFILO VMPROF QUALSIASI. FILE PROFILI NON -----*
      *---- INSTALLATO = TUTTO PERMESSO, UTENTE SENZA PROFILO = -----*
      *---- FUNZIONE RIFIUTATA --------------------------------------*
      *-------------------------------------------------------------*
       CTR-AUTORIZZAZIONE.
      *
           MOVE ZERO TO FLAG-AUTORIZZATO.
      *
           IF CSM-UTENTE-RDS NOT = SPACE AND LOW-VALUE
              MOVE CSM-UTENTE-RDS    TO PROF-UTENTE-CHIAVE
           ELSE
              MOVE CSM-UTENTE (1:10) TO PROF-UTENTE-CHIAVE
           END-IF.
      *
           OPEN INPUT VMPROF-FILE.
           IF VMPROF-NON-ESISTE
              MOVE 1 TO FLAG-AUTORIZZATO
              GO TO EX-CTR-AUTORIZZAZIONE.
           IF NOT VMPROF-OK
              GO TO EX-CTR-AUTORIZZAZIONE.
      *
           MOVE PROF-UTENTE-CHIAVE TO VMPROF-UTENTE.
           READ VMPROF-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF VMPROF-OK
              MOVE 1 TO FLAG-AUTORIZZATO
           END-IF.
           CLOSE VMPROF-FILE.
      *
       EX-CTR-AUTORIZZAZIONE.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- FUNZIONE RIFIUTATA: MESSAGGIO ALL'OPERATORE E ------------*
      *---- TENTATIVO TRACCIATO SU VMINC (TIPO "AU") -----------------*
      *-------------------------------------------------------------*
       RIFIUTA-FUNZIONE.
      *
           MOVE MSG-NON-AUTORIZZATO TO MESSO.
           MOVE "AU" TO C43401-TIPO-ABN.
           MOVE "91" TO C43401-ABEND.
           MOVE "CTR-AUTORIZZAZIONE"  TO VMINC-PARAGRAFO-CORRENTE.
           PERFORM SCRIVI-VMINC THRU EX-SCRIVI-VMINC.
      *
       EX-RIFIUTA-FUNZIONE.
           EXIT.
      *
      *-------------------------------------------------------------*
      *------- CARICAMENTO MESSAGGI SECONDO CSM-LINGUA ---------------*
      *-------------------------------------------------------------*
       CARICA-MESSAGGI.
      *
           EVALUATE CSM-LINGUA
              WHEN "ENG"
                 MOVE "INVALID KEY"
                                     TO MSG-TASTO-INVALIDO
                 MOVE "F3=EXIT ENTER=SELECT F5=HOURLY F7/F8=PAGE -/+ **=
      -              "OVER SLA PIAN=PLANNED"
                                     TO MSG-AIUTO-DETTAGLIO
                 MOVE "F3=EXIT ENTER=SELECT F6=DETAIL F7/F8=HOURS 00-11/
      -              "12-23 **=OVER SLA"
                                     TO MSG-AIUTO-ORARIO
                 MOVE "INVALID CALL"
                                     TO MSG-RICHIAMO-ERRATO
                 MOVE "USER NOT AUTHORISED FOR THIS FUNCTION"
                                     TO MSG-NON-AUTORIZZATO
                 MOVE "INVALID DATE (DDMMYY)"
                                     TO MSG-DATA-ERRATA
                 MOVE "TERMINAL IS REQUIRED"
                                     TO MSG-TERM-MANCANTE
                 MOVE "NO RESPONSE TIMES FOR TERMINAL AND DAY"
                                     TO MSG-NESSUN-TEMPO
                 MOVE "TOO MANY TIMES: LAST ONES NOT LISTED"
                                     TO MSG-LISTA-TRABOCCO
                 MOVE "ALREADY ON FIRST PAGE"
                                     TO MSG-PRIMA-PAGINA
                 MOVE "THIS IS THE LAST PAGE"
                                     TO MSG-ULTIMA-PAGINA
              WHEN OTHER
                 MOVE "TASTO INVALIDO"
                                     TO MSG-TASTO-INVALIDO
                 MOVE "F3=USCITA INVIO=SCELTA F5=ORARIO F7/F8=PAG-/+ **=
      -              "OLTRE SLA PIAN=PIANIF."
                                     TO MSG-AIUTO-DETTAGLIO
                 MOVE "F3=USCITA INVIO=SCELTA F6=DETTAGLIO F7/F8=ORE 00-
      -              "11/12-23 **=OLTRE SLA"
                                     TO MSG-AIUTO-ORARIO
                 MOVE "RICHIAMO ERRATO"
                                     TO MSG-RICHIAMO-ERRATO
                 MOVE "UTENTE NON AUTORIZZATO ALLA FUNZIONE"
                                     TO MSG-NON-AUTORIZZATO
                 MOVE "DATA ERRATA (GGMMAA)"
                                     TO MSG-DATA-ERRATA
                 MOVE "TERMINALE OBBLIGATORIO"
                                     TO MSG-TERM-MANCANTE
                 MOVE "NESSUN TEMPO RILEVATO PER TERMINALE E GIORNO"
                                     TO MSG-NESSUN-TEMPO
                 MOVE "TROPPI TEMPI: GLI ULTIMI NON SONO ELENCATI"
                                     TO MSG-LISTA-TRABOCCO
                 MOVE "SEI GIA' SULLA PRIMA PAGINA"
                                     TO MSG-PRIMA-PAGINA
                 MOVE "QUESTA E' L'ULTIMA PAGINA"
                                     TO MSG-ULTIMA-PAGINA
           END-EVALUATE.
      *
      *---- I TESTI DEL CATALOGO VMMSG, QUANDO PRESENTI, ---------------*
      *---- SOVRASCRIVONO I TESTI CABLATI QUI SOPRA --------------------*
           PERFORM CARICA-CATALOGO THRU EX-CARICA-CATALOGO.
      *
       EX-CARICA-MESSAGGI.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- LEGGE DAL CATALOGO VMMSG I TESTI DELLA LINGUA ------------*
      *---- DELL'UTENTE; I TESTI CABLATI RESTANO COME RISERVA --------*
      *---- QUANDO CATALOGO O VOCE MANCANO ---------------------------*
      *-------------------------------------------------------------*
       CARICA-CATALOGO.
      *
           OPEN INPUT VMMSG-FILE.
           IF NOT VMMSG-OK
              GO TO EX-CARICA-CATALOGO.
      *
           MOVE "VM08TAST" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:20) TO MSG-TASTO-INVALIDO
           END-IF.
      *
           MOVE "VM08AIUD" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:94) TO MSG-AIUTO-DETTAGLIO
           END-IF.
      *
           MOVE "VM08AIUO" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:94) TO MSG-AIUTO-ORARIO
           END-IF.
      *
           MOVE "VM08RICH" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:20) TO MSG-RICHIAMO-ERRATO
           END-IF.
      *
           MOVE "VM08NAUT" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:40) TO MSG-NON-AUTORIZZATO
           END-IF.
      *
           MOVE "VM08DATA" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:40) TO MSG-DATA-ERRATA
           END-IF.
      *
           MOVE "VM08TERM" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:40) TO MSG-TERM-MANCANTE
           END-IF.
      *
           MOVE "VM08VUOT" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:45) TO MSG-NESSUN-TEMPO
           END-IF.
      *
           MOVE "VM08TRAB" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:45) TO MSG-LISTA-TRABOCCO
           END-IF.
      *
           MOVE "VM08PRIM" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:30) TO MSG-PRIMA-PAGINA
           END-IF.
      *
           MOVE "VM08ULTI" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:30) TO MSG-ULTIMA-PAGINA
           END-IF.
      *
           CLOSE VMMSG-FILE.
      *
       EX-CARICA-CATALOGO.
           EXIT.
      *
      *
      *-------------------------------------------------------------*
      *---- CERCA LA VOCE NELLA LINGUA DELL'UTENTE E, SE MANCA, ------*
      *---- RIPIEGA SULLA LINGUA ITALIANA ----------------------------*
      *-------------------------------------------------------------*
       CERCA-MESSAGGIO.
      *
           MOVE ZERO TO FLAG-MSG-TROVATO.
           MOVE CSM-LINGUA TO VMMSG-LINGUA.
           IF VMMSG-LINGUA = SPACE OR LOW-VALUE
              MOVE "ITA" TO VMMSG-LINGUA
           END-IF.
           READ VMMSG-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 1 TO FLAG-MSG-TROVATO
           END-READ.
           IF NOT MSG-TROVATO AND VMMSG-LINGUA NOT = "ITA"
              MOVE "ITA" TO VMMSG-LINGUA
              READ VMMSG-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 1 TO FLAG-MSG-TROVATO
              END-READ
           END-IF.
      *
       EX-CERCA-MESSAGGIO.
           EXIT.
      *
       SEND-TEXT.
      *===================================================== START ==== *C43401
      *    EXEC CICS SEND TEXT FROM   (MESSAGGIO)                       *C43401
      *                        LENGTH (80)                              *C43401
      *                        ERASE                                    *C43401
      *               END-EXEC.                                         *C43401
      *---------------------------------------------------------------- *C43401
           SET C43401-PR-ERASE TO TRUE                                  *C43401
           MOVE 80 TO C43401-LENGTH                                     *C43401
           CALL "C43401PRTF" USING KPJBA                                *C43401
                                   C43401-EIB                           *C43401
                                   C43401-PR                            *C43401
                                   C43401-LENGTH MESSAGGIO.             *C43401
      *===================================================== END   ==== *C43401
      *===================================================== START ==== *C43401
      *    EXEC       CICS  RETURN                                      *C43401
      *               END-EXEC.                                         *C43401
      *---------------------------------------------------------------- *C43401
           MOVE "CIXS" TO EIBTRNID                                      *C43401
           MOVE C43401-EIBCALEN TO EIBCALEN                             *C43401
           MOVE DFHCOMMAREA TO C43401-COMM-DATI                         *C43401
           MOVE SPACE TO C43401-LK-N                                    *C43401
                         C43401-LK-X                                    *C43401
           GO TO C43401-RETURN.                                         *C43401
      *===================================================== END   ==== *C43401
       EX-SEND-TEXT.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- RITORNO ALLO SCHERMO DI PROVA VM00 -----------------------*
      *-------------------------------------------------------------*
       RITORNO-VM00.
      *---- ARRIVATI DAL CRUSCOTTO SI TORNA AL CRUSCOTTO --------------*
           IF VM8-CHIAMANTE = "VM03"
              GO TO RITORNO-VM03.
      *===================================================== START ==== *C43401
      *    EXEC       CICS  XCTL  PROGRAM   (PROGR-VM00)                *C43401
      *                           COMMAREA  (DFH-AREA-CONTAB)           *C43401
      *                           LENGTH    (LEN-MENU)                  *C43401
      *               END-EXEC.                                         *C43401
      *---------------------------------------------------------------- *C43401
           MOVE PROGR-VM00 TO C43401-CO-PGM                             *C43401
           CALL "C43401CHKF" USING C43401-CO-PGM                        *C43401
                                   C43401-CO-STATUS                     *C43401
           END-CALL                                                     *C43401
           MOVE "CO" TO C43401-TIPO-ABN                                 *C43401
           MOVE C43401-CO-STATUS TO C43401-ABEND                        *C43401
           IF NOT C43401-CO-OK                                          *C43401
              SET C43401-NO-IGNORE TO TRUE                              *C43401
              IF C43401-NO-IGNORE                                       *C43401
                 MOVE "RITORNO-VM00" TO VMINC-PARAGRAFO-CORRENTE
                 PERFORM SCRIVI-VMINC THRU EX-SCRIVI-VMINC
                 CALL "C43401ABRT" USING C43401-WKSTG                   *C43401
                                       C43401-EIB                       *C43401
                                       C43401-LKSTG                     *C43401
              END-IF                                                    *C43401
           END-IF.                                                      *C43401
           MOVE LEN-MENU TO EIBCALEN                                    *C43401
           MOVE DFH-AREA-CONTAB TO C43401-COMM-DATI                     *C43401
           MOVE PROGR-VM00 TO C43401-LK-X                               *C43401
           MOVE SPACE TO C43401-LK-N                                    *C43401
           GO TO C43401-RETURN.                                         *C43401
      *===================================================== END   ==== *C43401
      *
      *-------------------------------------------------------------*
      *---- RITORNO AL CRUSCOTTO VM03 CON TUTTA LA COMMAREA, ------*
      *---- CHE RITROVA IL GIORNO CHE STAVA MOSTRANDO --------------*
      *-------------------------------------------------------------*
       RITORNO-VM03.
      *===================================================== START ==== *C43401
      *    EXEC       CICS  XCTL  PROGRAM   (PROGR-VM03)                *C43401
      *                           COMMAREA  (DFH-AREA-TOT)              *C43401
      *                           LENGTH    (LEN-COMMAREA)              *C43401
      *               END-EXEC.                                         *C43401
      *---------------------------------------------------------------- *C43401
           MOVE PROGR-VM03 TO C43401-CO-PGM                             *C43401
           CALL "C43401CHKF" USING C43401-CO-PGM                        *C43401
                                   C43401-CO-STATUS                     *C43401
           END-CALL                                                     *C43401
           MOVE "CO" TO C43401-TIPO-ABN                                 *C43401
           MOVE C43401-CO-STATUS TO C43401-ABEND                        *C43401
           IF NOT C43401-CO-OK                                          *C43401
              SET C43401-NO-IGNORE TO TRUE                              *C43401
              IF C43401-NO-IGNORE                                       *C43401
                 MOVE "RITORNO-VM03" TO VMINC-PARAGRAFO-CORRENTE
                 PERFORM SCRIVI-VMINC THRU EX-SCRIVI-VMINC
                 CALL "C43401ABRT" USING C43401-WKSTG                   *C43401
                                       C43401-EIB                       *C43401
                                       C43401-LKSTG                     *C43401
              END-IF                                                    *C43401
           END-IF.                                                      *C43401
           MOVE LEN-COMMAREA TO EIBCALEN                                *C43401
           MOVE DFH-AREA-TOT TO C43401-COMM-DATI                        *C43401
           MOVE PROGR-VM03 TO C43401-LK-X                               *C43401
           MOVE SPACE TO C43401-LK-N                                    *C43401
           GO TO C43401-RETURN.                                         *C43401
      *===================================================== END   ==== *C43401
      *
      *
       C43401-RETURN SECTION.                                           *C43401
       C43401-RETURN-01.                                                *C43401
       C43401-FINE SECTION.                                             *C43401
       C43401-FINE-01.                                                  *C43401
           GOBACK.                                                      *C43401
