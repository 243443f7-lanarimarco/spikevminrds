       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TPVM009.
      *------------------------------------------------*
      *   PROVA DI CARICO DI UNA REGIONE (VM09)         *
      *------------------------------------------------*
      *   AVVIA SULLA REGIONE UNA CORSA DI PROVA DI     *
      *   CARICO: LA TRANSAZIONE VM00 (CON LA PROVA DI  *
      *   LINK VERSO TPVMECO) VIENE RIAVVIATA CON START *
      *   AL RITMO SCELTO (AVVII AL MINUTO) PER LA      *
      *   DURATA SCELTA (MINUTI); OGNI ITERAZIONE       *
      *   LASCIA SU VMPERF IL SUO TEMPO MARCATO CON LA  *
      *   CORSA. MOSTRA LO STATO DELLA CORSA E IL       *
      *   RIEPILOGO CALCOLATO DA BPVM025, E PERMETTE DI *
      *   FERMARE LA CORSA ATTIVA DELLA REGIONE.        *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.                         *CSTD
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--------------------------------------------------------------*
      *    CORSE DELLA PROVA DI CARICO VM00                           *
      *--------------------------------------------------------------*
           SELECT VMSOAK-FILE  ASSIGN TO VMSOAK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VMSOAK-RUN
                  FILE STATUS  IS VMSOAK-STATUS.
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
      *    PROFILI DI AUTORIZZAZIONE DEGLI OPERATORI VM00             *
      *--------------------------------------------------------------*
           SELECT VMPROF-FILE  ASSIGN TO VMPROF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VMPROF-UTENTE
                  FILE STATUS  IS VMPROF-STATUS.
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
      *    CATALOGO MESSAGGI MULTILINGUA DELLE TRANSAZIONI VM00       *
      *--------------------------------------------------------------*
           SELECT VMMSG-FILE   ASSIGN TO VMMSG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VMMSG-CHIAVE
                  FILE STATUS  IS VMMSG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
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
      *---- RECORD DI CONTROLLO (CORSA ZERO): ULTIMA CORSA ASSEGNATA --*
       01  VMSOAK-CTL-REC.
           05  VMSOAK-CTL-RUN        PIC 9(6).
           05  VMSOAK-CTL-ULTIMO     PIC 9(6).
           05  FILLER                PIC X(188).
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
      *---- SOGLIA SLA DELLA REGIONE IN SECONDI (ZERO = SOGLIA --------*
      *---- GENERALE DELLA SCHEDA BPVMPAR DI BPVM003) -----------------*
           05  VMREG-SOGLIA          PIC 9(3).
      *---- OPERATORE CHE HA REGISTRATO L'ULTIMA MODIFICA -------------*
           05  VMREG-UTENTE          PIC X(10).
           05  FILLER                PIC X(21).
      *---- CONTESTO AZIENDALE PA-REC DI TPCPA01 DELLA REGIONE: -------*
      *---- VIAGGIA INTERO VERSO LE ITERAZIONI DI VM00 ----------------*
           05  VMREG-PA-REC          PIC X(1000).
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
        05   LEN-SOAK          PIC S9(4) COMP-4  VALUE +1100.           *C43401
      *--------------------------------------------------------------*
      *       STATI DEI FILE DI SERVIZIO VM00                        *
      *--------------------------------------------------------------*
       01  FILE-STATUS-AREE.
        05   VMSOAK-STATUS                 PIC XX VALUE "00".
             88  VMSOAK-OK                        VALUE "00".
             88  VMSOAK-NOTFND                    VALUE "23" "24".
             88  VMSOAK-FINE                      VALUE "10".
             88  VMSOAK-NON-ESISTE                VALUE "35".
        05   VMREG-STATUS                  PIC XX VALUE "00".
             88  VMREG-OK                         VALUE "00".
             88  VMREG-NOTFND                     VALUE "23" "24".
             88  VMREG-NON-ESISTE                 VALUE "35".
        05   VMMSG-STATUS                  PIC XX VALUE "00".
             88  VMMSG-OK                         VALUE "00".
             88  VMMSG-NOTFND                     VALUE "23" "24".
             88  VMMSG-NON-ESISTE                 VALUE "35".
        05   VMPROF-STATUS                 PIC XX VALUE "00".
             88  VMPROF-OK                        VALUE "00".
             88  VMPROF-NOTFND                    VALUE "23" "24".
             88  VMPROF-NON-ESISTE                VALUE "35".
        05   VMINC-STATUS                  PIC XX VALUE "00".
             88  VMINC-OK                         VALUE "00".
             88  VMINC-NON-ESISTE                 VALUE "35".
        05   VMINCRIP-STATUS               PIC XX VALUE "00".
             88  VMINCRIP-OK                      VALUE "00".
             88  VMINCRIP-NON-ESISTE              VALUE "35".
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
        05   FLAG-AUTORIZZATO              PIC 9   VALUE ZERO.
             88  AUTORIZZATO                       VALUE 1.
        05   FLAG-CORSA-TROVATA            PIC 9   VALUE ZERO.
             88  CORSA-TROVATA                     VALUE 1.
        05   FLAG-FINE-SCANSIONE           PIC 9   VALUE ZERO.
             88  FINE-SCANSIONE                    VALUE 1.
        05   FLAG-PARAMETRI-ERRATI         PIC 9   VALUE ZERO.
             88  PARAMETRI-ERRATI                  VALUE 1.
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
      *--------------------------------------------------------------*
      *       TABELLA MESSAGGI MULTILINGUA, PILOTATA DA CSM-LINGUA    *
      *--------------------------------------------------------------*
       01  TABELLA-MESSAGGI.
        05 MSG-TASTO-INVALIDO   PIC X(20).
        05 MSG-CHIAVE-MANCANTE  PIC X(30).
        05 MSG-CORSA-LETTA      PIC X(30).
        05 MSG-CORSA-NON-TROV   PIC X(30).
        05 MSG-CORSA-AVVIATA    PIC X(30).
        05 MSG-CORSA-FERMATA    PIC X(30).
        05 MSG-CORSA-ATTIVA     PIC X(30).
        05 MSG-NESSUNA-ATTIVA   PIC X(30).
        05 MSG-AVVIO-FALLITO    PIC X(30).
        05 MSG-PARAMETRI-ERRATI PIC X(40).
        05 MSG-REGIONE-ERRATA   PIC X(40).
        05 MSG-FILE-ERRORE      PIC X(40).
        05 MSG-NON-AUTORIZZATO  PIC X(40).
        05 MSG-AIUTO-TASTI      PIC X(94).
        05 MSG-RICHIAMO-ERRATO  PIC X(20).
      *--------------------------------------------------------------*
      *       CAMPI PER LA GESTIONE DELLE CORSE VMSOAK                *
      *--------------------------------------------------------------*
       01  CORSA-AREE.
        05 PROF-UTENTE-CHIAVE  PIC X(10) VALUE SPACE.
        05 VM9-REGIONE-EDIT    PIC X(8)  VALUE SPACE.
        05 VM9-RITMO-EDIT      PIC X(2)  VALUE SPACE.
        05 VM9-DURATA-EDIT     PIC X(3)  VALUE SPACE.
        05 VM9-RUN-EDIT        PIC X(6)  VALUE SPACE.
      *---- RITMO E DURATA DIGITATI, ALLINEATI A DESTRA ---------------*
        05 VM9-RITMO-NUM       PIC 9(2)  VALUE ZERO.
        05 VM9-RITMO-X REDEFINES VM9-RITMO-NUM PIC X(2).
        05 VM9-DURATA-NUM      PIC 9(3)  VALUE ZERO.
        05 VM9-DURATA-X REDEFINES VM9-DURATA-NUM PIC X(3).
        05 VM9-RUN-NUM         PIC 9(6)  VALUE ZERO.
        05 VM9-RUN-X REDEFINES VM9-RUN-NUM PIC X(6).
        05 VM9-ULTIMA-RUN      PIC 9(6)  VALUE ZERO.
        05 VM9-NUMERO-LAV      PIC 9(6)  VALUE ZERO.
        05 VM9-RECORD-SOSPESO  PIC X(200) VALUE SPACE.
        05 FLAG-SOAK-CTL-TROVATO PIC 9   VALUE ZERO.
             88  SOAK-CTL-TROVATO                    VALUE 1.
        05 VM9-MSG-AREA.
           10 VM9-MSG-TESTO    PIC X(30) VALUE SPACE.
           10 VM9-MSG-RUN      PIC 9(6)  VALUE ZERO.
           10 FILLER           PIC X(43) VALUE SPACE.
      *---- ORA HHMMSS DEL RECORD, EDITATA HH:MM:SS -------------------*
        05 VM9-ORA-LAV         PIC 9(6)  VALUE ZERO.
        05 VM9-ORA-LAV-R REDEFINES VM9-ORA-LAV.
           10 VM9-ORA-HH       PIC 99.
           10 VM9-ORA-MI       PIC 99.
           10 VM9-ORA-SS       PIC 99.
        05 VM9-ORA-EDIT.
           10 VM9-ED-HH        PIC 99.
           10 FILLER           PIC X VALUE ":".
           10 VM9-ED-MI        PIC 99.
           10 FILLER           PIC X VALUE ":".
           10 VM9-ED-SS        PIC 99.
        05 VM9-SECONDI         PIC 9(4)V99 VALUE ZERO.
      *--------------------------------------------------------------*
      *       DATI PASSATI CON LA START ALLA PRIMA ITERAZIONE DI VM00 *
      *       (STESSO TRACCIATO LETTO DA RICEVI-SOAK DI TPVM000)      *
      *--------------------------------------------------------------*
       01  SOAK-AREA.
        05 SOAK-MARCA          PIC X(4).
        05 SOAK-RUN            PIC 9(6).
        05 SOAK-REGIONE        PIC X(8).
        05 SOAK-EIBTRMID       PIC X(4).
        05 SOAK-PASSO          PIC 9(3).
        05 FILLER              PIC X(75).
        05 SOAK-PA-REC         PIC X(1000).
      *--------------------------------------------------------------*
      *       RIGHE DI DETTAGLIO DELLA CORSA (L01-L08)                *
      *--------------------------------------------------------------*
       01  RIGA-CORSA.
        05 FILLER              PIC X(6)  VALUE "CORSA ".
        05 RC-RUN              PIC 9(6).
        05 FILLER              PIC X(10) VALUE "  REGIONE ".
        05 RC-REGIONE          PIC X(8).
        05 FILLER              PIC X(12) VALUE "  TERMINALE ".
        05 RC-EIBTRMID         PIC X(4).
        05 FILLER              PIC X(8)  VALUE "  STATO ".
        05 RC-STATO            PIC X(10).
        05 FILLER              PIC X(6)  VALUE SPACE.
      *
       01  RIGA-PARAMETRI.
        05 FILLER              PIC X(6)  VALUE "RITMO ".
        05 RP-RITMO            PIC ZZ9.
        05 FILLER              PIC X(13) VALUE "/MIN  DURATA ".
        05 RP-DURATA           PIC ZZ9.
        05 FILLER              PIC X(12) VALUE " MIN  PASSO ".
        05 RP-PASSO            PIC ZZ9.
        05 FILLER              PIC X(13) VALUE " SEC  UTENTE ".
        05 RP-UTENTE           PIC X(10).
        05 FILLER              PIC X(7)  VALUE SPACE.
      *
       01  RIGA-ORARI.
        05 FILLER              PIC X(7)  VALUE "INIZIO ".
        05 RO-INIZIO-DATA      PIC X(10).
        05 FILLER              PIC X     VALUE SPACE.
        05 RO-INIZIO-ORA       PIC X(8).
        05 FILLER              PIC X(8)  VALUE "   FINE ".
        05 RO-FINE-DATA        PIC X(10).
        05 FILLER              PIC X     VALUE SPACE.
        05 RO-FINE-ORA         PIC X(8).
        05 FILLER              PIC X(17) VALUE SPACE.
      *
       01  RIGA-ITERAZIONI.
        05 FILLER              PIC X(23) VALUE
                                         "ITERAZIONI PIANIFICATE ".
        05 RI-PIANIFICATE      PIC ZZZZZ9.
        05 FILLER              PIC X(10) VALUE "  AVVIATE ".
        05 RI-AVVIATE          PIC ZZZZZ9.
        05 FILLER              PIC X(13) VALUE "  COMPLETATE ".
        05 RI-COMPLETATE       PIC ZZZZZ9.
        05 FILLER              PIC X(6)  VALUE SPACE.
      *
       01  RIGA-RIEPILOGO.
        05 FILLER              PIC X(22) VALUE
                                         "RIEPILOGO BPVM025 DEL ".
        05 RR-DATA             PIC X(10).
        05 FILLER              PIC X(22) VALUE
                                         "  ITERAZIONI MISURATE ".
        05 RR-ITER             PIC ZZZZZ9.
        05 FILLER              PIC X(10) VALUE SPACE.
      *
       01  RIGA-TEMPI.
        05 FILLER              PIC X(18) VALUE "TEMPI (SEC) MEDIA ".
        05 RT-MEDIA            PIC ZZZ9,99.
        05 FILLER              PIC X(11) VALUE "  95-ESIMO ".
        05 RT-P95              PIC ZZZ9,99.
        05 FILLER              PIC X(10) VALUE "  MASSIMO ".
        05 RT-MAX              PIC ZZZ9,99.
        05 FILLER              PIC X(10) VALUE SPACE.
      *
       01  RIGA-ESITI.
        05 FILLER              PIC X(18) VALUE "ITERAZIONI/MINUTO ".
        05 RE-THRU             PIC ZZZ9,99.
        05 FILLER              PIC X(10) VALUE "  FALLITE ".
        05 RE-FALLITE          PIC ZZZZZ9.
        05 FILLER              PIC X(8)  VALUE "  ABEND ".
        05 RE-ABEND            PIC ZZZZZ9.
        05 FILLER              PIC X(15) VALUE SPACE.
      *--------------------------------------------------------------*
      *       CONVERSIONE DI DATA GIULIANA 0CAADDD IN GG/MM/AAAA      *
      *--------------------------------------------------------------*
       01  CONV-DATA-AREE.
        05   CONV-DATA-GIUL        PIC S9(7) COMP-3 VALUE ZERO.
        05   CONV-SECOLO           PIC 9(3)  COMP-4 VALUE ZERO.
        05   CONV-AADDD            PIC S9(5) COMP-3 VALUE ZERO.
        05   CONV-AA               PIC 9(3)  COMP-4 VALUE ZERO.
        05   CONV-DDD              PIC 9(3)  COMP-4 VALUE ZERO.
        05   CONV-MM               PIC 9(3)  COMP-4 VALUE ZERO.
        05   CONV-RESTO            PIC 9(3)  COMP-4 VALUE ZERO.
        05   CONV-QUOZIENTE        PIC 9(3)  COMP-4 VALUE ZERO.
      *---- DATA EDITATA A 10: L'ORDINE GIORNO/MESE SEGUE LO STILE ----*
      *---- CSM-FMTDATE DELLA KPJBA ("A" = MM/GG/AAAA) ----------------*
        05   CONV-DATA-EDIT.
             10 CONV-ED-P1         PIC 99.
             10 FILLER             PIC X VALUE "/".
             10 CONV-ED-P2         PIC 99.
             10 FILLER             PIC X VALUE "/".
             10 CONV-ED-AAAA       PIC 9(4).
        05   FILLER  VALUE "312831303130313130313031".
             10 MESE-GG            PIC 99 OCCURS 12.
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
             05 VM9-RUN-CORRENTE         PIC X(6) VALUE SPACE.
             05 VM9-REGIONE-CORRENTE     PIC X(8) VALUE SPACE.
             05 FILLER                   PIC X(346) VALUE SPACE.
           02 FILLER                   PIC X(20) VALUE SPACE.
      *---------------------------------------------------------------*
      *      =========  C O P Y   E    I N C L U D E  =========       *
      *---------------------------------------------------------------*
      *COPY TMPVM09.
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
           MOVE LOW-VALUE                  TO MPPVM09O.
           MOVE DFH1                       TO DFH-AREA-TOT.
      *
           IF  EIBCALEN      =    LEN-MENU
               MOVE "VM09"                 TO DFH-CHNTE
               PERFORM PRIMO-GIRO        THRU EX-PRIMO-GIRO
           ELSE
               MOVE DFHCOMMAREA            TO DFH-AREA-TOT
               IF DFH-CHNTE NOT = "VM09"
                  MOVE "VM09"              TO DFH-CHNTE
                  PERFORM PRIMO-GIRO     THRU EX-PRIMO-GIRO
               ELSE
                  PERFORM RICEVO-MAPPA   THRU EX-RICEVO-MAPPA
                  MOVE LOW-VALUE           TO MPPVM09O
                  PERFORM SECONDO-GIRO   THRU EX-SECONDO-GIRO
               END-IF.
      *
      *-------------------------------------------------------------*
      *-----------------    PRIMO     GIRO    ----------------------*
      *-------------------------------------------------------------*
       PRIMO-GIRO.
           MOVE "1"                        TO DEVIA-DATA-ONLY.
           MOVE SPACE                      TO VM9-RUN-CORRENTE
                                              VM9-REGIONE-CORRENTE
                                              VM9-REGIONE-EDIT
                                              VM9-RITMO-EDIT
                                              VM9-DURATA-EDIT
                                              VM9-RUN-EDIT.
           PERFORM CARICA-DETTAGLIO      THRU EX-CARICA-DETTAGLIO.
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
      *    EXEC CICS   RECEIVE      MAP       ("MPPVM09")               *C43401
      *                             MAPSET    ("TMPVM09")               *C43401
      *                             END-EXEC.                           *C43401
      *---------------------------------------------------------------- *C43401
           SET C43401-WS-RECEIVE TO TRUE                                *C43401
           MOVE "TMPVM09" TO C43401-WS-MAPSET                           *C43401
           MOVE "MPPVM09" TO C43401-WS-MAP                              *C43401
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
              MOVE C43401-WS-DATI TO MPPVM09I                           *C43401
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
           PERFORM RACCOGLI-CAMPI      THRU EX-RACCOGLI-CAMPI.
      *
           EVALUATE TRUE
              WHEN EIBAID = DFHPF5
                 PERFORM CTR-AUTORIZZAZIONE
                    THRU EX-CTR-AUTORIZZAZIONE
                 IF AUTORIZZATO
                    PERFORM AVVIA-CORSA   THRU EX-AVVIA-CORSA
                 ELSE
                    PERFORM RIFIUTA-FUNZIONE
                       THRU EX-RIFIUTA-FUNZIONE
                 END-IF
              WHEN EIBAID = DFHPF6
                 PERFORM CTR-AUTORIZZAZIONE
                    THRU EX-CTR-AUTORIZZAZIONE
                 IF AUTORIZZATO
                    PERFORM FERMA-CORSA   THRU EX-FERMA-CORSA
                 ELSE
                    PERFORM RIFIUTA-FUNZIONE
                       THRU EX-RIFIUTA-FUNZIONE
                 END-IF
              WHEN EIBAID = DFHENTER
                 PERFORM LEGGI-CORSA      THRU EX-LEGGI-CORSA
              WHEN OTHER
                 MOVE MSG-TASTO-INVALIDO  TO MESSO
           END-EVALUATE.
      *
           PERFORM CARICA-DETTAGLIO    THRU EX-CARICA-DETTAGLIO.
           PERFORM RIPRISTINA-ATTR     THRU EX-RIPRISTINA-ATTR.
           PERFORM SEND-MAPPA          THRU EX-SEND-MAPPA.
      *
       EX-SECONDO-GIRO.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- RACCOGLIE I CAMPI DIGITATI DALLA MAPPA -------------------*
      *-------------------------------------------------------------*
       RACCOGLI-CAMPI.
      *
           IF   REGIONEL       >        ZERO OR                         *CSTD
                REGIONEA       =  DFHCANC
              MOVE REGIONEI           TO VM9-REGIONE-EDIT
              INSPECT VM9-REGIONE-EDIT REPLACING ALL LOW-VALUE BY SPACE *CSTD
              INSPECT VM9-REGIONE-EDIT REPLACING ALL "_" BY SPACE.      *CSTD
      *
           IF   RITMOL         >        ZERO OR                         *CSTD
                RITMOA         =  DFHCANC
              MOVE RITMOI             TO VM9-RITMO-EDIT
              INSPECT VM9-RITMO-EDIT REPLACING ALL LOW-VALUE BY SPACE   *CSTD
              INSPECT VM9-RITMO-EDIT REPLACING ALL "_" BY SPACE.        *CSTD
      *
           IF   DURATAL        >        ZERO OR                         *CSTD
                DURATAA        =  DFHCANC
              MOVE DURATAI            TO VM9-DURATA-EDIT
              INSPECT VM9-DURATA-EDIT REPLACING ALL LOW-VALUE BY SPACE  *CSTD
              INSPECT VM9-DURATA-EDIT REPLACING ALL "_" BY SPACE.       *CSTD
      *
           IF   RUNL           >        ZERO OR                         *CSTD
                RUNA           =  DFHCANC
              MOVE RUNI               TO VM9-RUN-EDIT
              INSPECT VM9-RUN-EDIT REPLACING ALL LOW-VALUE BY SPACE     *CSTD
              INSPECT VM9-RUN-EDIT REPLACING ALL "_" BY SPACE.          *CSTD
      *
       EX-RACCOGLI-CAMPI.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- LETTURA DI UNA CORSA: QUELLA DIGITATA IN CORSA, ----------*
      *---- ALTRIMENTI L'ULTIMA AVVIATA SULLA REGIONE DIGITATA -------*
      *-------------------------------------------------------------*
       LEGGI-CORSA.
      *
           IF VM9-RUN-EDIT = SPACE AND VM9-REGIONE-EDIT = SPACE
              MOVE MSG-CHIAVE-MANCANTE TO MESSO
              GO TO EX-LEGGI-CORSA.
      *
           OPEN INPUT VMSOAK-FILE.
           IF NOT VMSOAK-OK
              MOVE MSG-FILE-ERRORE TO MESSO
              GO TO EX-LEGGI-CORSA.
      *
           MOVE ZERO TO FLAG-CORSA-TROVATA.
           IF VM9-RUN-EDIT NOT = SPACE
              PERFORM ALLINEA-RUN THRU EX-ALLINEA-RUN
              IF VM9-RUN-X NUMERIC AND VM9-RUN-NUM > ZERO
                 MOVE VM9-RUN-NUM TO VMSOAK-RUN
                 READ VMSOAK-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE 1 TO FLAG-CORSA-TROVATA
                 END-READ
              END-IF
           ELSE
              MOVE ZERO TO VM9-ULTIMA-RUN
              PERFORM CERCA-CORSA-REGIONE
                 THRU EX-CERCA-CORSA-REGIONE
              IF VM9-ULTIMA-RUN > ZERO
                 MOVE 1 TO FLAG-CORSA-TROVATA
                 MOVE VM9-ULTIMA-RUN TO VMSOAK-RUN
              END-IF
           END-IF.
           CLOSE VMSOAK-FILE.
      *
           IF CORSA-TROVATA
              MOVE VMSOAK-RUN      TO VM9-RUN-NUM
              MOVE VM9-RUN-X       TO VM9-RUN-CORRENTE
              MOVE SPACE           TO VM9-RUN-EDIT
              MOVE MSG-CORSA-LETTA TO VM9-MSG-TESTO
              PERFORM COMPONI-MESSO-CORSA
                 THRU EX-COMPONI-MESSO-CORSA
           ELSE
              MOVE SPACE              TO VM9-RUN-CORRENTE
              MOVE MSG-CORSA-NON-TROV TO MESSO
           END-IF.
      *
       EX-LEGGI-CORSA.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- NUMERO DI CORSA DIGITATO ALLINEATO A DESTRA CON ZERI -----*
      *-------------------------------------------------------------*
       ALLINEA-RUN.
      *
           MOVE ZERO TO VM9-RUN-NUM.
           IF VM9-RUN-EDIT (6:1) NOT = SPACE
              MOVE VM9-RUN-EDIT TO VM9-RUN-X
              GO TO EX-ALLINEA-RUN.
           IF VM9-RUN-EDIT (5:1) NOT = SPACE
              MOVE VM9-RUN-EDIT (1:5) TO VM9-RUN-X (2:5)
              GO TO EX-ALLINEA-RUN.
           IF VM9-RUN-EDIT (4:1) NOT = SPACE
              MOVE VM9-RUN-EDIT (1:4) TO VM9-RUN-X (3:4)
              GO TO EX-ALLINEA-RUN.
           IF VM9-RUN-EDIT (3:1) NOT = SPACE
              MOVE VM9-RUN-EDIT (1:3) TO VM9-RUN-X (4:3)
              GO TO EX-ALLINEA-RUN.
           IF VM9-RUN-EDIT (2:1) NOT = SPACE
              MOVE VM9-RUN-EDIT (1:2) TO VM9-RUN-X (5:2)
              GO TO EX-ALLINEA-RUN.
           MOVE VM9-RUN-EDIT (1:1) TO VM9-RUN-X (6:1).
      *
       EX-ALLINEA-RUN.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- SCANSIONE DELLE CORSE DELLA REGIONE DIGITATA (IL FILE ----*
      *---- DEVE ESSERE APERTO): VM9-ULTIMA-RUN = CORSA PIU' ---------*
      *---- RECENTE; CON UNA CORSA ATTIVA LA SCANSIONE SI FERMA SU ---*
      *---- QUELLA, CHE RESTA NELL'AREA DEL RECORD -------------------*
      *-------------------------------------------------------------*
       CERCA-CORSA-REGIONE.
      *
           MOVE ZERO TO FLAG-FINE-SCANSIONE.
           MOVE 1    TO VMSOAK-RUN.
           START VMSOAK-FILE KEY NOT < VMSOAK-RUN
              INVALID KEY
                 MOVE 1 TO FLAG-FINE-SCANSIONE
           END-START.
           PERFORM LEGGI-CORSA-SEGUENTE
              THRU EX-LEGGI-CORSA-SEGUENTE
              UNTIL FINE-SCANSIONE.
      *
       EX-CERCA-CORSA-REGIONE.
           EXIT.
      *
       LEGGI-CORSA-SEGUENTE.
      *
           READ VMSOAK-FILE NEXT RECORD
              AT END
                 MOVE 1 TO FLAG-FINE-SCANSIONE
                 GO TO EX-LEGGI-CORSA-SEGUENTE
           END-READ.
           IF NOT VMSOAK-OK
              MOVE 1 TO FLAG-FINE-SCANSIONE
              GO TO EX-LEGGI-CORSA-SEGUENTE.
           IF VMSOAK-REGIONE NOT = VM9-REGIONE-EDIT
              GO TO EX-LEGGI-CORSA-SEGUENTE.
      *
           MOVE VMSOAK-RUN TO VM9-ULTIMA-RUN.
           IF VMSOAK-ATTIVO
              MOVE 1 TO FLAG-CORSA-TROVATA
                        FLAG-FINE-SCANSIONE
           END-IF.
      *
       EX-LEGGI-CORSA-SEGUENTE.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- AVVIO DI UNA CORSA: REGIONE CENSITA E ATTIVA IN VMREG ----*
      *---- CON IL SUO TERMINALE, RITMO 1-60 AVVII AL MINUTO, --------*
      *---- DURATA 1-999 MINUTI, NESSUNA CORSA GIA' ATTIVA SULLA -----*
      *---- REGIONE. LA PRIMA ITERAZIONE PARTE SUBITO SUL TERMINALE --*
      *---- DELLA REGIONE, LE SUCCESSIVE LE AVVIA VM00 STESSA --------*
      *-------------------------------------------------------------*
       AVVIA-CORSA.
      *
           IF VM9-REGIONE-EDIT = SPACE
              MOVE MSG-CHIAVE-MANCANTE TO MESSO
              GO TO EX-AVVIA-CORSA.
      *
           PERFORM CONTROLLA-PARAMETRI THRU EX-CONTROLLA-PARAMETRI.
           IF PARAMETRI-ERRATI
              MOVE MSG-PARAMETRI-ERRATI TO MESSO
              GO TO EX-AVVIA-CORSA.
      *
           OPEN INPUT VMREG-FILE.
           IF NOT VMREG-OK
              MOVE MSG-REGIONE-ERRATA TO MESSO
              GO TO EX-AVVIA-CORSA.
           MOVE VM9-REGIONE-EDIT TO VMREG-REGIONE.
           READ VMREG-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF NOT VMREG-OK OR
              NOT VMREG-ATTIVO-SI OR
              VMREG-EIBTRMID = SPACE OR LOW-VALUE
              MOVE MSG-REGIONE-ERRATA TO MESSO
              CLOSE VMREG-FILE
              GO TO EX-AVVIA-CORSA.
           CLOSE VMREG-FILE.
      *
           PERFORM APRI-VMSOAK-IO THRU EX-APRI-VMSOAK-IO.
           IF NOT VMSOAK-OK
              MOVE MSG-FILE-ERRORE TO MESSO
              GO TO EX-AVVIA-CORSA.
      *
           MOVE ZERO TO FLAG-CORSA-TROVATA
                        VM9-ULTIMA-RUN.
           PERFORM CERCA-CORSA-REGIONE THRU EX-CERCA-CORSA-REGIONE.
           IF CORSA-TROVATA
              MOVE VMSOAK-RUN       TO VM9-RUN-NUM
              MOVE VM9-RUN-X        TO VM9-RUN-CORRENTE
              MOVE MSG-CORSA-ATTIVA TO VM9-MSG-TESTO
              PERFORM COMPONI-MESSO-CORSA
                 THRU EX-COMPONI-MESSO-CORSA
              CLOSE VMSOAK-FILE
              GO TO EX-AVVIA-CORSA.
      *
           MOVE SPACE               TO VMSOAK-REC.
           PERFORM ASSEGNA-NUMERO-VMSOAK
              THRU EX-ASSEGNA-NUMERO-VMSOAK.
           MOVE VM9-NUMERO-LAV      TO VMSOAK-RUN.
           MOVE VMREG-REGIONE       TO VMSOAK-REGIONE.
           MOVE VMREG-EIBTRMID      TO VMSOAK-EIBTRMID.
           MOVE VM9-RITMO-NUM       TO VMSOAK-RITMO.
           MOVE VM9-DURATA-NUM      TO VMSOAK-DURATA.
      *---- PASSO IN SECONDI INTERI FRA DUE AVVII (ALMENO UNO) --------*
           DIVIDE 60 BY VM9-RITMO-NUM GIVING VMSOAK-PASSO.
           IF VMSOAK-PASSO < 1
              MOVE 1 TO VMSOAK-PASSO
           END-IF.
           COMPUTE VMSOAK-PIANIFICATE = VM9-RITMO-NUM * VM9-DURATA-NUM.
           SET VMSOAK-ATTIVO        TO TRUE.
           IF CSM-UTENTE-RDS NOT = SPACE AND LOW-VALUE
              MOVE CSM-UTENTE-RDS    TO VMSOAK-UTENTE
           ELSE
              MOVE CSM-UTENTE (1:10) TO VMSOAK-UTENTE
           END-IF.
           MOVE EIBDATE             TO VMSOAK-INIZIO-DATA.
           MOVE EIBTIME             TO VMSOAK-INIZIO-ORA.
           MOVE ZERO                TO VMSOAK-FINE-DATA
                                       VMSOAK-FINE-ORA
                                       VMSOAK-AVVIATE
                                       VMSOAK-COMPLETATE
                                       VMSOAK-RIE-DATA
                                       VMSOAK-RIE-ITER
                                       VMSOAK-RIE-THRU
                                       VMSOAK-RIE-MEDIA
                                       VMSOAK-RIE-P95
                                       VMSOAK-RIE-MAX
                                       VMSOAK-RIE-FALLITE
                                       VMSOAK-RIE-ABEND.
           WRITE VMSOAK-REC
              INVALID KEY
                 CONTINUE
           END-WRITE.
           IF NOT VMSOAK-OK
              MOVE MSG-FILE-ERRORE TO MESSO
              CLOSE VMSOAK-FILE
              GO TO EX-AVVIA-CORSA.
      *
           MOVE VMSOAK-RUN          TO VM9-RUN-NUM.
           MOVE VM9-RUN-X           TO VM9-RUN-CORRENTE.
           MOVE SPACE               TO VM9-RUN-EDIT.
      *
           MOVE SPACE               TO SOAK-AREA.
           MOVE "SOAK"              TO SOAK-MARCA.
           MOVE VMSOAK-RUN          TO SOAK-RUN.
           MOVE VMSOAK-REGIONE      TO SOAK-REGIONE.
           MOVE VMSOAK-EIBTRMID     TO SOAK-EIBTRMID.
           MOVE VMSOAK-PASSO        TO SOAK-PASSO.
           MOVE VMREG-PA-REC        TO SOAK-PA-REC.
      *===================================================== START ==== *C43401
      *    EXEC CICS START TRANSID  ("VM00")                            *C43401
      *                    INTERVAL (0)                                 *C43401
      *                    TERMID   (SOAK-EIBTRMID)                     *C43401
      *                    FROM     (SOAK-AREA)                         *C43401
      *                    LENGTH   (LEN-SOAK)                          *C43401
      *                    END-EXEC.                                    *C43401
      *---------------------------------------------------------------- *C43401
           SET C43401-CO-INTERVAL TO TRUE                               *C43401
           MOVE ZERO TO C43401-DLY                                      *C43401
           MOVE SOAK-EIBTRMID TO C43401-DEV-SW                          *C43401
           MOVE "VM00" TO C43401-CO-TRANID                              *C43401
           MOVE LEN-SOAK TO C43401-LENGTH                               *C43401
           CALL "C43401STRF" USING KPJBA                                *C43401
                                   C43401-EIB                           *C43401
                                   C43401-START                         *C43401
                                   C43401-DLY                           *C43401
                                   C43401-LENGTH SOAK-AREA              *C43401
           MOVE "CO" TO C43401-TIPO-ABN                                 *C43401
           MOVE C43401-CO-STATUS TO C43401-ABEND.                       *C43401
      *===================================================== END   ==== *C43401
           IF C43401-CO-OK
              MOVE MSG-CORSA-AVVIATA TO VM9-MSG-TESTO
           ELSE
              SET VMSOAK-INTERROTTO  TO TRUE
              MOVE EIBDATE           TO VMSOAK-FINE-DATA
              MOVE EIBTIME           TO VMSOAK-FINE-ORA
              REWRITE VMSOAK-REC
              MOVE "AVVIA-CORSA"     TO VMINC-PARAGRAFO-CORRENTE
              PERFORM SCRIVI-VMINC THRU EX-SCRIVI-VMINC
              MOVE MSG-AVVIO-FALLITO TO VM9-MSG-TESTO
           END-IF.
           PERFORM COMPONI-MESSO-CORSA THRU EX-COMPONI-MESSO-CORSA.
      *
           CLOSE VMSOAK-FILE.
      *
       EX-AVVIA-CORSA.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- RITMO E DURATA DIGITATI: NUMERICI, ALLINEATI A DESTRA, ---*
      *---- RITMO 1-60 AVVII AL MINUTO, DURATA 1-999 MINUTI ----------*
      *-------------------------------------------------------------*
       CONTROLLA-PARAMETRI.
      *
           MOVE ZERO TO FLAG-PARAMETRI-ERRATI.
           MOVE ZERO TO VM9-RITMO-NUM
                        VM9-DURATA-NUM.
      *
           IF VM9-RITMO-EDIT (2:1) = SPACE
              MOVE VM9-RITMO-EDIT (1:1)  TO VM9-RITMO-X (2:1)
           ELSE
              MOVE VM9-RITMO-EDIT        TO VM9-RITMO-X
           END-IF.
           IF VM9-DURATA-EDIT (3:1) NOT = SPACE
              MOVE VM9-DURATA-EDIT       TO VM9-DURATA-X
           ELSE
              IF VM9-DURATA-EDIT (2:1) NOT = SPACE
                 MOVE VM9-DURATA-EDIT (1:2) TO VM9-DURATA-X (2:2)
              ELSE
                 MOVE VM9-DURATA-EDIT (1:1) TO VM9-DURATA-X (3:1)
              END-IF
           END-IF.
      *
           IF VM9-RITMO-X NOT NUMERIC OR
              VM9-DURATA-X NOT NUMERIC
              MOVE 1 TO FLAG-PARAMETRI-ERRATI
              GO TO EX-CONTROLLA-PARAMETRI.
           IF VM9-RITMO-NUM < 1 OR VM9-RITMO-NUM > 60 OR
              VM9-DURATA-NUM < 1
              MOVE 1 TO FLAG-PARAMETRI-ERRATI
           END-IF.
      *
       EX-CONTROLLA-PARAMETRI.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- ARRESTO DELLA CORSA ATTIVA DELLA REGIONE: LO STATO -------*
      *---- "S" FERMA LA CATENA DI START ALLA PROSSIMA ITERAZIONE ----*
      *-------------------------------------------------------------*
       FERMA-CORSA.
      *
           IF VM9-REGIONE-EDIT = SPACE
              MOVE VM9-REGIONE-CORRENTE TO VM9-REGIONE-EDIT
           END-IF.
           IF VM9-REGIONE-EDIT = SPACE OR LOW-VALUE
              MOVE MSG-CHIAVE-MANCANTE TO MESSO
              GO TO EX-FERMA-CORSA.
      *
           OPEN I-O VMSOAK-FILE.
           IF NOT VMSOAK-OK
              MOVE MSG-FILE-ERRORE TO MESSO
              GO TO EX-FERMA-CORSA.
      *
           MOVE ZERO TO FLAG-CORSA-TROVATA
                        VM9-ULTIMA-RUN.
           PERFORM CERCA-CORSA-REGIONE THRU EX-CERCA-CORSA-REGIONE.
           IF NOT CORSA-TROVATA
              MOVE MSG-NESSUNA-ATTIVA TO MESSO
              CLOSE VMSOAK-FILE
              GO TO EX-FERMA-CORSA.
      *
           SET VMSOAK-FERMATO       TO TRUE.
           MOVE EIBDATE             TO VMSOAK-FINE-DATA.
           MOVE EIBTIME             TO VMSOAK-FINE-ORA.
           REWRITE VMSOAK-REC.
           IF VMSOAK-OK
              MOVE VMSOAK-RUN        TO VM9-RUN-NUM
              MOVE VM9-RUN-X         TO VM9-RUN-CORRENTE
              MOVE SPACE             TO VM9-RUN-EDIT
              MOVE MSG-CORSA-FERMATA TO VM9-MSG-TESTO
              PERFORM COMPONI-MESSO-CORSA
                 THRU EX-COMPONI-MESSO-CORSA
           ELSE
              MOVE MSG-FILE-ERRORE   TO MESSO
           END-IF.
      *
           CLOSE VMSOAK-FILE.
      *
       EX-FERMA-CORSA.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- APERTURA DELLE CORSE IN AGGIORNAMENTO CON CREAZIONE ------*
      *---- DEL FILE ALLA PRIMA CORSA -------------------------------*
      *-------------------------------------------------------------*
       APRI-VMSOAK-IO.
      *
           OPEN I-O VMSOAK-FILE.
           IF VMSOAK-NON-ESISTE
              OPEN OUTPUT VMSOAK-FILE
              IF VMSOAK-OK
                 CLOSE VMSOAK-FILE
                 OPEN I-O VMSOAK-FILE
              END-IF
           END-IF.
      *
       EX-APRI-VMSOAK-IO.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- PROSSIMO NUMERO DI CORSA DAL RECORD DI CONTROLLO ---------*
      *---- (CORSA ZERO), CREATO ALLA PRIMA ASSEGNAZIONE -------------*
      *-------------------------------------------------------------*
       ASSEGNA-NUMERO-VMSOAK.
      *
           MOVE VMSOAK-REC TO VM9-RECORD-SOSPESO.
           MOVE ZERO TO FLAG-SOAK-CTL-TROVATO.
           MOVE ZERO TO VMSOAK-RUN.
           READ VMSOAK-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 1 TO FLAG-SOAK-CTL-TROVATO
           END-READ.
           IF SOAK-CTL-TROVATO
              COMPUTE VM9-NUMERO-LAV = VMSOAK-CTL-ULTIMO + 1
              MOVE VM9-NUMERO-LAV TO VMSOAK-CTL-ULTIMO
              REWRITE VMSOAK-REC
           ELSE
              MOVE 1 TO VM9-NUMERO-LAV
              MOVE SPACE TO VMSOAK-REC
              MOVE ZERO TO VMSOAK-CTL-RUN
              MOVE VM9-NUMERO-LAV TO VMSOAK-CTL-ULTIMO
              WRITE VMSOAK-REC
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF.
           MOVE VM9-RECORD-SOSPESO TO VMSOAK-REC.
      *
       EX-ASSEGNA-NUMERO-VMSOAK.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- RIGHE DI DETTAGLIO DELLA CORSA CORRENTE (RILETTA OGNI ----*
      *---- VOLTA, PER SEGUIRE L'AVANZAMENTO DELLA CORSA ATTIVA) -----*
      *-------------------------------------------------------------*
       CARICA-DETTAGLIO.
      *
           MOVE SPACE TO L01O L02O L03O L04O
                         L05O L06O L07O L08O.
           IF VM9-RUN-CORRENTE = SPACE OR LOW-VALUE
              GO TO EX-CARICA-DETTAGLIO.
           MOVE VM9-RUN-CORRENTE TO VM9-RUN-X.
           IF VM9-RUN-X NOT NUMERIC
              GO TO EX-CARICA-DETTAGLIO.
      *
           OPEN INPUT VMSOAK-FILE.
           IF NOT VMSOAK-OK
              GO TO EX-CARICA-DETTAGLIO.
           MOVE VM9-RUN-NUM TO VMSOAK-RUN.
           READ VMSOAK-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF NOT VMSOAK-OK
              CLOSE VMSOAK-FILE
              GO TO EX-CARICA-DETTAGLIO.
           CLOSE VMSOAK-FILE.
      *
           MOVE VMSOAK-REGIONE       TO VM9-REGIONE-CORRENTE.
      *
           MOVE VMSOAK-RUN           TO RC-RUN.
           MOVE VMSOAK-REGIONE       TO RC-REGIONE.
           MOVE VMSOAK-EIBTRMID      TO RC-EIBTRMID.
           EVALUATE TRUE
              WHEN VMSOAK-ATTIVO
                 MOVE "ATTIVA"       TO RC-STATO
              WHEN VMSOAK-COMPLETATO
                 MOVE "COMPLETATA"   TO RC-STATO
              WHEN VMSOAK-FERMATO
                 MOVE "FERMATA"      TO RC-STATO
              WHEN VMSOAK-INTERROTTO
                 MOVE "INTERROTTA"   TO RC-STATO
              WHEN OTHER
                 MOVE VMSOAK-STATO   TO RC-STATO
           END-EVALUATE.
           MOVE RIGA-CORSA           TO L01O.
      *
           MOVE VMSOAK-RITMO         TO RP-RITMO.
           MOVE VMSOAK-DURATA        TO RP-DURATA.
           MOVE VMSOAK-PASSO         TO RP-PASSO.
           MOVE VMSOAK-UTENTE        TO RP-UTENTE.
           MOVE RIGA-PARAMETRI       TO L02O.
      *
           MOVE VMSOAK-INIZIO-DATA   TO CONV-DATA-GIUL.
           PERFORM CONVERTI-DATA   THRU EX-CONVERTI-DATA.
           MOVE CONV-DATA-EDIT       TO RO-INIZIO-DATA.
           MOVE VMSOAK-INIZIO-ORA    TO VM9-ORA-LAV.
           PERFORM EDITA-ORA       THRU EX-EDITA-ORA.
           MOVE VM9-ORA-EDIT         TO RO-INIZIO-ORA.
           IF VMSOAK-FINE-DATA = ZERO
              MOVE SPACE             TO RO-FINE-DATA
                                        RO-FINE-ORA
           ELSE
              MOVE VMSOAK-FINE-DATA  TO CONV-DATA-GIUL
              PERFORM CONVERTI-DATA THRU EX-CONVERTI-DATA
              MOVE CONV-DATA-EDIT    TO RO-FINE-DATA
              MOVE VMSOAK-FINE-ORA   TO VM9-ORA-LAV
              PERFORM EDITA-ORA    THRU EX-EDITA-ORA
              MOVE VM9-ORA-EDIT      TO RO-FINE-ORA
           END-IF.
           MOVE RIGA-ORARI           TO L03O.
      *
           MOVE VMSOAK-PIANIFICATE   TO RI-PIANIFICATE.
           MOVE VMSOAK-AVVIATE       TO RI-AVVIATE.
           MOVE VMSOAK-COMPLETATE    TO RI-COMPLETATE.
           MOVE RIGA-ITERAZIONI      TO L04O.
      *
      *---- RIEPILOGO: SOLO DOPO L'ELABORAZIONE DI BPVM025 ------------*
           IF VMSOAK-RIE-DATA = ZERO
              MOVE "RIEPILOGO BPVM025 NON ANCORA ELABORATO" TO L06O
              GO TO EX-CARICA-DETTAGLIO.
      *
           MOVE VMSOAK-RIE-DATA      TO CONV-DATA-GIUL.
           PERFORM CONVERTI-DATA   THRU EX-CONVERTI-DATA.
           MOVE CONV-DATA-EDIT       TO RR-DATA.
           MOVE VMSOAK-RIE-ITER      TO RR-ITER.
           MOVE RIGA-RIEPILOGO       TO L06O.
      *
           COMPUTE VM9-SECONDI = VMSOAK-RIE-MEDIA / 100.
           MOVE VM9-SECONDI          TO RT-MEDIA.
           COMPUTE VM9-SECONDI = VMSOAK-RIE-P95 / 100.
           MOVE VM9-SECONDI          TO RT-P95.
           COMPUTE VM9-SECONDI = VMSOAK-RIE-MAX / 100.
           MOVE VM9-SECONDI          TO RT-MAX.
           MOVE RIGA-TEMPI           TO L07O.
      *
           MOVE VMSOAK-RIE-THRU      TO RE-THRU.
           MOVE VMSOAK-RIE-FALLITE   TO RE-FALLITE.
           MOVE VMSOAK-RIE-ABEND     TO RE-ABEND.
           MOVE RIGA-ESITI           TO L08O.
      *
       EX-CARICA-DETTAGLIO.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- ORA HHMMSS IN HH:MM:SS -----------------------------------*
      *-------------------------------------------------------------*
       EDITA-ORA.
      *
           MOVE VM9-ORA-HH TO VM9-ED-HH.
           MOVE VM9-ORA-MI TO VM9-ED-MI.
           MOVE VM9-ORA-SS TO VM9-ED-SS.
      *
       EX-EDITA-ORA.
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
           IF CSM-FMTDATE = "A"
              MOVE CONV-MM  TO CONV-ED-P1
              MOVE CONV-DDD TO CONV-ED-P2
           ELSE
              MOVE CONV-DDD TO CONV-ED-P1
              MOVE CONV-MM  TO CONV-ED-P2
           END-IF.
      *---- ANNO A QUATTRO CIFRE: IL SECOLO VIENE DALLA CIFRA C -------*
      *---- DELLA DATA GIULIANA 0CAADDD (0=19XX, 1=20XX) --------------*
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
      *---- CHI AVVIA O FERMA UNA CORSA DEVE AVERE L'ABILITAZIONE ----*
      *---- ALLA MANUTENZIONE DEI CASI DI PROVA (CASI). FILE ---------*
      *---- PROFILI NON INSTALLATO = TUTTO PERMESSO, UTENTE ----------*
      *---- SENZA PROFILO = FUNZIONE RIFIUTATA -----------------------*
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
              IF VMPROF-CASI-SI
                 MOVE 1 TO FLAG-AUTORIZZATO
              END-IF
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
      *---- SCORRIMENTO DELLA LISTA (8 FINESTRE PER PAGINA) ----------*
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
      *-------------------------------------------------------------*
      *---- COMPONE IN MESSO IL MESSAGGIO CON IL NUMERO DI CORSA -----*
      *-------------------------------------------------------------*
       COMPONI-MESSO-CORSA.
      *
           MOVE VM9-RUN-NUM         TO VM9-MSG-RUN.
           MOVE VM9-MSG-AREA        TO MESSO.
      *
       EX-COMPONI-MESSO-CORSA.
           EXIT.
      *
       SEND-MAPPA.
      *
           MOVE MSG-AIUTO-TASTI      TO DTASTO.
           PERFORM RIEMPI-MAPPA   THRU  EX-RIEMPI-MAPPA.
           MOVE -1 TO REGIONEL.
      *
           IF  DATA-ONLY
      *===================================================== START ==== *C43401
      *        EXEC CICS SEND MAP ("MPPVM09")                           *C43401
      *                        MAPSET   ("TMPVM09")                     *C43401
      *                        DATAONLY                                 *C43401
      *                        FRSET                                    *C43401
      *                        FREEKB                                   *C43401
      *                        CURSOR                                   *C43401
      *                        END-EXEC                                 *C43401
      *---------------------------------------------------------------- *C43401
               MOVE "TMPVM09" TO C43401-WS-MAPSET                       *C43401
               MOVE "MPPVM09" TO C43401-WS-MAP                          *C43401
               MOVE MPPVM09O TO C43401-WS-DATI                          *C43401
               MOVE MPPVM09-TIPO-MAPPA TO C43401-TIPO-MAPPA             *C43401
               MOVE MPPVM09-NUM-CAMPI TO C43401-NUM-CAMPI               *C43401
               MOVE MPPVM09-TAB-CAMPI TO C43401-TAB-CAMPI               *C43401
               MOVE MPPVM09-ATTR-INI TO C43401-ATTR-INI                 *C43401
               MOVE MPPVM09-PC-INI TO C43401-PC-INI                     *C43401
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
      *       EXEC CICS SEND MAP ("MPPVM09")                            *C43401
      *                       MAPSET    ("TMPVM09")                     *C43401
      *                       FREEKB                                    *C43401
      *                       CURSOR                                    *C43401
      *                       ERASE                                     *C43401
      *                   END-EXEC.                                     *C43401
      *---------------------------------------------------------------- *C43401
              MOVE "TMPVM09" TO C43401-WS-MAPSET                        *C43401
              MOVE "MPPVM09" TO C43401-WS-MAP                           *C43401
              MOVE MPPVM09O TO C43401-WS-DATI                           *C43401
              MOVE MPPVM09-TIPO-MAPPA TO C43401-TIPO-MAPPA              *C43401
              MOVE MPPVM09-NUM-CAMPI TO C43401-NUM-CAMPI                *C43401
              MOVE MPPVM09-TAB-CAMPI TO C43401-TAB-CAMPI                *C43401
              MOVE MPPVM09-ATTR-INI TO C43401-ATTR-INI                  *C43401
              MOVE MPPVM09-PC-INI TO C43401-PC-INI                      *C43401
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
      *    EXEC   CICS RETURN TRANSID    ("VM09")                       *C43401
      *                       COMMAREA   (DFH-AREA-TOT)                 *C43401
      *                       LENGTH     (LEN-COMMAREA)                 *C43401
      *           END-EXEC.                                             *C43401
      *---------------------------------------------------------------- *C43401
           MOVE "U " TO C43401-STARTCODE                                *C43401
           MOVE "VM09" TO EIBTRNID                                      *C43401
           MOVE LEN-COMMAREA TO EIBCALEN                                *C43401
           MOVE DFH-AREA-TOT TO C43401-COMM-DATI                        *C43401
           MOVE SPACE TO C43401-LK-N                                    *C43401
                         C43401-LK-X                                    *C43401
           GO TO C43401-RETURN.                                         *C43401
      *===================================================== END   ==== *C43401
      *
       EX-SEND-MAPPA.
      *
       RIEMPI-MAPPA.
      *
           MOVE VM9-REGIONE-EDIT TO REGIONEO.
      *
           IF VM9-REGIONE-EDIT = SPACE
              IF VM9-REGIONE-CORRENTE NOT = SPACE AND LOW-VALUE
                 MOVE VM9-REGIONE-CORRENTE TO REGIONEO
              ELSE
                 MOVE ALL "_"     TO REGIONEO
              END-IF
           END-IF.
      *
           MOVE VM9-RITMO-EDIT   TO RITMOO.
      *
           IF VM9-RITMO-EDIT = SPACE
              MOVE ALL "_"       TO RITMOO.
      *
           MOVE VM9-DURATA-EDIT  TO DURATAO.
      *
           IF VM9-DURATA-EDIT = SPACE
              MOVE ALL "_"       TO DURATAO.
      *
           MOVE VM9-RUN-EDIT     TO RUNO.
      *
           IF VM9-RUN-EDIT = SPACE
              IF VM9-RUN-CORRENTE NOT = SPACE AND LOW-VALUE
                 MOVE VM9-RUN-CORRENTE TO RUNO
              ELSE
                 MOVE ALL "_"     TO RUNO
              END-IF
           END-IF.
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
           MOVE DFHBMUNP       TO REGIONEA.
           MOVE DFHBMUNN       TO RITMOA.
           MOVE DFHBMUNN       TO DURATAA.
           MOVE DFHBMUNN       TO RUNA.
           MOVE DFHBMASK       TO L01A L02A L03A L04A
                                  L05A L06A L07A L08A.
      *
       EX-RIPRISTINA-ATTR.
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
                 MOVE "REGION OR RUN MISSING"
                                     TO MSG-CHIAVE-MANCANTE
                 MOVE "SOAK RUN READ"
                                     TO MSG-CORSA-LETTA
                 MOVE "SOAK RUN NOT FOUND"
                                     TO MSG-CORSA-NON-TROV
                 MOVE "SOAK RUN STARTED"
                                     TO MSG-CORSA-AVVIATA
                 MOVE "SOAK RUN STOPPED"
                                     TO MSG-CORSA-FERMATA
                 MOVE "REGION ALREADY HAS ACTIVE RUN"
                                     TO MSG-CORSA-ATTIVA
                 MOVE "NO ACTIVE RUN ON THIS REGION"
                                     TO MSG-NESSUNA-ATTIVA
                 MOVE "START FAILED, RUN ENDED"
                                     TO MSG-AVVIO-FALLITO
                 MOVE "RATE 1-60 PER MINUTE, DURATION 1-999 MIN"
                                     TO MSG-PARAMETRI-ERRATI
                 MOVE "REGION NOT ACTIVE OR WITHOUT TERMINAL"
                                     TO MSG-REGIONE-ERRATA
                 MOVE "SOAK RUN FILE NOT AVAILABLE"
                                     TO MSG-FILE-ERRORE
                 MOVE "FUNCTION NOT AUTHORIZED FOR THIS USER"
                                     TO MSG-NON-AUTORIZZATO
                 MOVE "F3=EXIT ENTER=SHOW RUN F5=START RUN F6=STOP RUN"
                                     TO MSG-AIUTO-TASTI
                 MOVE "INVALID CALL"
                                     TO MSG-RICHIAMO-ERRATO
              WHEN OTHER
                 MOVE "TASTO INVALIDO"
                                     TO MSG-TASTO-INVALIDO
                 MOVE "REGIONE O CORSA MANCANTE"
                                     TO MSG-CHIAVE-MANCANTE
                 MOVE "CORSA LETTA"
                                     TO MSG-CORSA-LETTA
                 MOVE "CORSA NON TROVATA"
                                     TO MSG-CORSA-NON-TROV
                 MOVE "CORSA AVVIATA"
                                     TO MSG-CORSA-AVVIATA
                 MOVE "CORSA FERMATA"
                                     TO MSG-CORSA-FERMATA
                 MOVE "CORSA GIA' ATTIVA SULLA REGIONE"
                                     TO MSG-CORSA-ATTIVA
                 MOVE "NESSUNA CORSA ATTIVA"
                                     TO MSG-NESSUNA-ATTIVA
                 MOVE "START FALLITA, CORSA CHIUSA"
                                     TO MSG-AVVIO-FALLITO
                 MOVE "RITMO 1-60 AL MINUTO, DURATA 1-999 MIN."
                                     TO MSG-PARAMETRI-ERRATI
                 MOVE "REGIONE NON ATTIVA O SENZA TERMINALE"
                                     TO MSG-REGIONE-ERRATA
                 MOVE "ARCHIVIO CORSE NON DISPONIBILE"
                                     TO MSG-FILE-ERRORE
                 MOVE "FUNZIONE NON AUTORIZZATA PER L'UTENTE"
                                     TO MSG-NON-AUTORIZZATO
                 MOVE "F3=USCITA INVIO=MOSTRA CORSA F5=AVVIA CORSA F6=FE
      -              "RMA CORSA"
                                     TO MSG-AIUTO-TASTI
                 MOVE "RICHIAMO ERRATO"
                                     TO MSG-RICHIAMO-ERRATO
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
           MOVE "VM09TAST" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:20) TO MSG-TASTO-INVALIDO
           END-IF.
      *
           MOVE "VM09CHIA" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:30) TO MSG-CHIAVE-MANCANTE
           END-IF.
      *
           MOVE "VM09LETT" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:30) TO MSG-CORSA-LETTA
           END-IF.
      *
           MOVE "VM09NTRO" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:30) TO MSG-CORSA-NON-TROV
           END-IF.
      *
           MOVE "VM09AVVI" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:30) TO MSG-CORSA-AVVIATA
           END-IF.
      *
           MOVE "VM09FERM" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:30) TO MSG-CORSA-FERMATA
           END-IF.
      *
           MOVE "VM09ATTI" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:30) TO MSG-CORSA-ATTIVA
           END-IF.
      *
           MOVE "VM09NATT" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:30) TO MSG-NESSUNA-ATTIVA
           END-IF.
      *
           MOVE "VM09FALL" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:30) TO MSG-AVVIO-FALLITO
           END-IF.
      *
           MOVE "VM09PARM" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:40) TO MSG-PARAMETRI-ERRATI
           END-IF.
      *
           MOVE "VM09REGI" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:40) TO MSG-REGIONE-ERRATA
           END-IF.
      *
           MOVE "VM09FILE" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:40) TO MSG-FILE-ERRORE
           END-IF.
      *
           MOVE "VM09NAUT" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:40) TO MSG-NON-AUTORIZZATO
           END-IF.
      *
           MOVE "VM09AIUT" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:94) TO MSG-AIUTO-TASTI
           END-IF.
      *
           MOVE "VM09RICH" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:20) TO MSG-RICHIAMO-ERRATO
           END-IF.
      *
           CLOSE VMMSG-FILE.
      *
       EX-CARICA-CATALOGO.
           EXIT.
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
      *
       C43401-RETURN SECTION.                                           *C43401
       C43401-RETURN-01.                                                *C43401
       C43401-FINE SECTION.                                             *C43401
       C43401-FINE-01.                                                  *C43401
           GOBACK.                                                      *C43401
