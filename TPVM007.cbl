       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TPVM007.
      *------------------------------------------------*
      *   ANAGRAFICA DELLE REGIONI VM00 (VM07)         *
      *------------------------------------------------*
      *   LISTA, LETTURA, SALVATAGGIO E CANCELLAZIONE  *
      *   DELLE REGIONI DELL'ANAGRAFICA UNICA VMREG:   *
      *   TERMINALE, CATEGORIA, SISTEMA PARTNER E      *
      *   PROGRAMMA ECO, GRUPPO DI SUPPORTO,           *
      *   CRITICITA', SOGLIA SLA E TESTA DEL CONTESTO  *
      *   PA-REC. DA QUI LEGGONO LE REGIONI BPVM000,   *
      *   BPVM003, BPVM006, BPVM011, TPVM003, TPVM005. *
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
      *--------------------------------------------------------------*
      *    GIORNALE DELLE MODIFICHE AI FILE DI SERVIZIO VM00          *
      *    (IMMAGINI PRIMA/DOPO DI INSERIMENTI, SOSTITUZIONI E        *
      *    CANCELLAZIONI)                                            *
      *--------------------------------------------------------------*
           SELECT VMAUDIT-FILE ASSIGN TO VMAUDIT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS VMAUDIT-STATUS.
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
        05   VMREG-STATUS                  PIC XX VALUE "00".
             88  VMREG-OK                         VALUE "00".
             88  VMREG-EOF                        VALUE "10".
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
        05   VMAUDIT-STATUS                PIC XX VALUE "00".
             88  VMAUDIT-OK                       VALUE "00".
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
      *       IMMAGINE DELLA REGIONE PRIMA DELLA MODIFICA, PER IL    *
      *       GIORNALE VMAUDIT                                       *
      *--------------------------------------------------------------*
       01  AUDIT-AREE.
        05   AUD-PROGRAMMA                 PIC X(8)  VALUE "TPVM007".
        05   AUD-OPERAZIONE                PIC X     VALUE SPACE.
        05   AUD-PRIMA                     PIC X(1100) VALUE SPACE.
        05   AUD-STATO-KO                  PIC XX    VALUE SPACE.
      *--------------------------------------------------------------*
      *       FLAGS                                                  *
      *--------------------------------------------------------------*
       01  FLAGS.
        05   FLAG-MSG-TROVATO              PIC 9   VALUE ZERO.
             88  MSG-TROVATO                       VALUE 1.
        05   DEVIA-DATA-ONLY               PIC 9   VALUE ZERO.
             88  DATA-ONLY                         VALUE 0.
             88  NO-DATA-ONLY                      VALUE 1.
        05   FLAG-CHIAVE-ASSENTE           PIC 9   VALUE ZERO.
             88  CHIAVE-ASSENTE                    VALUE 1.
        05   FLAG-AUTORIZZATO              PIC 9   VALUE ZERO.
             88  AUTORIZZATO                       VALUE 1.
        05   FLAG-GIORNALE-KO              PIC 9   VALUE ZERO.
             88  GIORNALE-KO                       VALUE 1.
        05   FLAG-REGIONE-TROVATA          PIC 9   VALUE ZERO.
             88  REGIONE-TROVATA                   VALUE 1.
      *---- UN CAMPO NON RITRASMESSO DALLA MAPPA (MDT SPENTO) NON -----*
      *---- DEVE SBIANCARE IL RECORD IN SALVATAGGIO: OGNI CAMPO -------*
      *---- ARRIVATO VIENE SEGNATO QUI DA RACCOGLI-CAMPI --------------*
        05   FLAG-ARR-TERM                 PIC 9   VALUE ZERO.
             88  ARR-TERM                          VALUE 1.
        05   FLAG-ARR-CATEG                PIC 9   VALUE ZERO.
             88  ARR-CATEG                         VALUE 1.
        05   FLAG-ARR-SISTEMA              PIC 9   VALUE ZERO.
             88  ARR-SISTEMA                       VALUE 1.
        05   FLAG-ARR-PROGR                PIC 9   VALUE ZERO.
             88  ARR-PROGR                         VALUE 1.
        05   FLAG-ARR-DESCR                PIC 9   VALUE ZERO.
             88  ARR-DESCR                         VALUE 1.
        05   FLAG-ARR-ATTIVO               PIC 9   VALUE ZERO.
             88  ARR-ATTIVO                        VALUE 1.
        05   FLAG-ARR-GRUPPO               PIC 9   VALUE ZERO.
             88  ARR-GRUPPO                        VALUE 1.
        05   FLAG-ARR-CRITIC               PIC 9   VALUE ZERO.
             88  ARR-CRITIC                        VALUE 1.
        05   FLAG-ARR-SOGLIA               PIC 9   VALUE ZERO.
             88  ARR-SOGLIA                        VALUE 1.
        05   FLAG-ARR-SIGLA                PIC 9   VALUE ZERO.
             88  ARR-SIGLA                         VALUE 1.
        05   FLAG-ARR-CTRL1                PIC 9   VALUE ZERO.
             88  ARR-CTRL1                         VALUE 1.
        05   FLAG-ARR-CODFIL               PIC 9   VALUE ZERO.
             88  ARR-CODFIL                        VALUE 1.
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
        05 MSG-REGIONE-LETTA    PIC X(20).
        05 MSG-REGIONE-SALVATA  PIC X(20).
        05 MSG-REGIONE-ELIMINATA PIC X(20).
        05 MSG-REGIONE-NON-TROV PIC X(30).
        05 MSG-FILE-ERRORE      PIC X(40).
        05 MSG-GIORNALE-KO      PIC X(40).
        05 MSG-NON-AUTORIZZATO  PIC X(40).
        05 MSG-DATI-ERRATI      PIC X(40).
        05 MSG-DATI-MANCANTI    PIC X(40).
        05 MSG-AIUTO-TASTI      PIC X(94).
        05 MSG-RICHIAMO-ERRATO  PIC X(20).
      *--------------------------------------------------------------*
      *       CAMPI PER LA GESTIONE DELL'ANAGRAFICA VMREG             *
      *--------------------------------------------------------------*
       01  REGIONE-AREE.
        05 PROF-UTENTE-CHIAVE  PIC X(10) VALUE SPACE.
        05 VM7-REGIONE-EDIT    PIC X(8)  VALUE SPACE.
        05 VM7-TERM-EDIT       PIC X(4)  VALUE SPACE.
        05 VM7-CATEG-EDIT      PIC X(8)  VALUE SPACE.
        05 VM7-SISTEMA-EDIT    PIC X(8)  VALUE SPACE.
        05 VM7-PROGR-EDIT      PIC X(8)  VALUE SPACE.
        05 VM7-DESCR-EDIT      PIC X(20) VALUE SPACE.
        05 VM7-ATTIVO-EDIT     PIC X     VALUE SPACE.
        05 VM7-GRUPPO-EDIT     PIC X(8)  VALUE SPACE.
        05 VM7-CRITIC-EDIT     PIC X     VALUE SPACE.
        05 VM7-SOGLIA-EDIT     PIC X(3)  VALUE SPACE.
        05 VM7-SIGLA-EDIT      PIC XX    VALUE SPACE.
        05 VM7-CTRL1-EDIT      PIC X(5)  VALUE SPACE.
        05 VM7-CODFIL-EDIT     PIC XX    VALUE SPACE.
        05 VM7-LISTA-IND       PIC 9(4) COMP-4 VALUE ZERO.
        05 VM7-CHIAVE-LAV      PIC X(8)  VALUE SPACE.
      *---- SOGLIA DIGITATA, ALLINEATA A DESTRA (ES. "5" = 005) -------*
        05 VM7-SOGLIA-LAV      PIC X(3)  VALUE SPACE.
        05 VM7-SOGLIA-NUM REDEFINES VM7-SOGLIA-LAV PIC 9(3).
        05 VM7-SOGLIA-CIFRE    PIC 9(4) COMP-4 VALUE ZERO.
        05 VM7-SOGLIA-SPAZI    PIC 9(4) COMP-4 VALUE ZERO.
        05 VM7-MSG-AREA.
           10 VM7-MSG-TESTO    PIC X(30) VALUE SPACE.
           10 VM7-MSG-REGIONE  PIC X(8)  VALUE SPACE.
           10 FILLER           PIC X(41) VALUE SPACE.
        05 RIGA-LISTA.
           10 RIGA-REGIONE     PIC X(8).
           10 FILLER           PIC X     VALUE SPACE.
           10 RIGA-TERM        PIC X(4).
           10 FILLER           PIC X     VALUE SPACE.
           10 RIGA-CATEG       PIC X(8).
           10 FILLER           PIC X     VALUE SPACE.
           10 RIGA-SISTEMA     PIC X(8).
           10 FILLER           PIC X     VALUE SPACE.
           10 RIGA-PROGR       PIC X(8).
           10 FILLER           PIC X     VALUE SPACE.
           10 RIGA-ATTIVO      PIC X.
           10 FILLER           PIC X     VALUE SPACE.
           10 RIGA-GRUPPO      PIC X(8).
           10 FILLER           PIC X     VALUE SPACE.
           10 RIGA-CRITIC      PIC X.
           10 FILLER           PIC X     VALUE SPACE.
           10 RIGA-SOGLIA      PIC ZZ9.
           10 FILLER           PIC X(3)  VALUE SPACE.
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
             05 VM7-CHIAVE-CORRENTE      PIC X(8)  VALUE SPACE.
             05 VM7-CHIAVE-TOP           PIC X(8)  VALUE SPACE.
             05 VM7-CHIAVE-ULTIMA        PIC X(8)  VALUE SPACE.
             05 FILLER                   PIC X(336) VALUE SPACE.
           02 FILLER                   PIC X(20) VALUE SPACE.
      *---------------------------------------------------------------*
      *      =========  C O P Y   E    I N C L U D E  =========       *
      *---------------------------------------------------------------*
      *COPY TMPVM07.
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
           MOVE LOW-VALUE                  TO MPPVM07O.
           MOVE DFH1                       TO DFH-AREA-TOT.
      *
           IF  EIBCALEN      =    LEN-MENU
               MOVE "VM07"                 TO DFH-CHNTE
               PERFORM PRIMO-GIRO        THRU EX-PRIMO-GIRO
           ELSE
               MOVE DFHCOMMAREA            TO DFH-AREA-TOT
               IF DFH-CHNTE NOT = "VM07"
                  MOVE "VM07"              TO DFH-CHNTE
                  PERFORM PRIMO-GIRO     THRU EX-PRIMO-GIRO
               ELSE
                  PERFORM RICEVO-MAPPA   THRU EX-RICEVO-MAPPA
                  MOVE LOW-VALUE           TO MPPVM07O
                  PERFORM SECONDO-GIRO   THRU EX-SECONDO-GIRO
               END-IF.
      *
      *-------------------------------------------------------------*
      *-----------------    PRIMO     GIRO    ----------------------*
      *-------------------------------------------------------------*
       PRIMO-GIRO.
           MOVE "1"                        TO DEVIA-DATA-ONLY.
           MOVE SPACE                      TO VM7-CHIAVE-CORRENTE
                                              VM7-CHIAVE-ULTIMA
                                              VM7-REGIONE-EDIT
                                              VM7-TERM-EDIT
                                              VM7-CATEG-EDIT
                                              VM7-SISTEMA-EDIT
                                              VM7-PROGR-EDIT
                                              VM7-DESCR-EDIT
                                              VM7-ATTIVO-EDIT
                                              VM7-GRUPPO-EDIT
                                              VM7-CRITIC-EDIT
                                              VM7-SOGLIA-EDIT
                                              VM7-SIGLA-EDIT
                                              VM7-CTRL1-EDIT
                                              VM7-CODFIL-EDIT.
           MOVE LOW-VALUE                  TO VM7-CHIAVE-TOP.
           PERFORM CARICA-LISTA          THRU EX-CARICA-LISTA.
           PERFORM RIPRISTINA-ATTR       THRU EX-RIPRISTINA-ATTR.
           PERFORM SEND-MAPPA            THRU EX-SEND-MAPPA.
       EX-PRIMO-GIRO.
           EXIT.
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
      *    EXEC CICS   RECEIVE      MAP       ("MPPVM07")               *C43401
      *                             MAPSET    ("TMPVM07")               *C43401
      *                             END-EXEC.                           *C43401
      *---------------------------------------------------------------- *C43401
           SET C43401-WS-RECEIVE TO TRUE                                *C43401
           MOVE "TMPVM07" TO C43401-WS-MAPSET                           *C43401
           MOVE "MPPVM07" TO C43401-WS-MAP                              *C43401
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
              MOVE C43401-WS-DATI TO MPPVM07I                           *C43401
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
              WHEN EIBAID = DFHPF7
                 PERFORM PAGINA-INDIETRO  THRU EX-PAGINA-INDIETRO
              WHEN EIBAID = DFHPF8
                 PERFORM PAGINA-AVANTI    THRU EX-PAGINA-AVANTI
              WHEN EIBAID = DFHPF5
                 PERFORM CTR-AUTORIZZAZIONE
                    THRU EX-CTR-AUTORIZZAZIONE
                 IF AUTORIZZATO
                    PERFORM SALVA-REGIONE  THRU EX-SALVA-REGIONE
                 ELSE
                    PERFORM RIFIUTA-FUNZIONE
                       THRU EX-RIFIUTA-FUNZIONE
                 END-IF
              WHEN EIBAID = DFHPF6
                 PERFORM CTR-AUTORIZZAZIONE
                    THRU EX-CTR-AUTORIZZAZIONE
                 IF AUTORIZZATO
                    PERFORM ELIMINA-REGIONE
                       THRU EX-ELIMINA-REGIONE
                 ELSE
                    PERFORM RIFIUTA-FUNZIONE
                       THRU EX-RIFIUTA-FUNZIONE
                 END-IF
              WHEN EIBAID = DFHENTER
                 PERFORM LEGGI-REGIONE    THRU EX-LEGGI-REGIONE
              WHEN OTHER
                 MOVE MSG-TASTO-INVALIDO  TO MESSO
           END-EVALUATE.
      *
           PERFORM CARICA-LISTA        THRU EX-CARICA-LISTA.
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
           MOVE ZERO TO FLAG-ARR-TERM
                        FLAG-ARR-CATEG
                        FLAG-ARR-SISTEMA
                        FLAG-ARR-PROGR
                        FLAG-ARR-DESCR
                        FLAG-ARR-ATTIVO
                        FLAG-ARR-GRUPPO
                        FLAG-ARR-CRITIC
                        FLAG-ARR-SOGLIA
                        FLAG-ARR-SIGLA
                        FLAG-ARR-CTRL1
                        FLAG-ARR-CODFIL.
      *
           IF   REGIONEL       >        ZERO OR                         *CSTD
                REGIONEA       =  DFHCANC
              MOVE REGIONEI           TO VM7-REGIONE-EDIT
              INSPECT VM7-REGIONE-EDIT REPLACING ALL LOW-VALUE BY SPACE *CSTD
              INSPECT VM7-REGIONE-EDIT REPLACING ALL "_" BY SPACE.      *CSTD
      *
           IF   TERML          >        ZERO OR                         *CSTD
                TERMA          =  DFHCANC
              MOVE 1 TO FLAG-ARR-TERM
              MOVE TERMI              TO VM7-TERM-EDIT
              INSPECT VM7-TERM-EDIT REPLACING ALL LOW-VALUE BY SPACE    *CSTD
              INSPECT VM7-TERM-EDIT REPLACING ALL "_" BY SPACE.         *CSTD
      *
           IF   CATEGL         >        ZERO OR                         *CSTD
                CATEGA         =  DFHCANC
              MOVE 1 TO FLAG-ARR-CATEG
              MOVE CATEGI             TO VM7-CATEG-EDIT
              INSPECT VM7-CATEG-EDIT REPLACING ALL LOW-VALUE BY SPACE   *CSTD
              INSPECT VM7-CATEG-EDIT REPLACING ALL "_" BY SPACE.        *CSTD
      *
           IF   SISTEMAL       >        ZERO OR                         *CSTD
                SISTEMAA       =  DFHCANC
              MOVE 1 TO FLAG-ARR-SISTEMA
              MOVE SISTEMAI           TO VM7-SISTEMA-EDIT
              INSPECT VM7-SISTEMA-EDIT REPLACING ALL LOW-VALUE BY SPACE *CSTD
              INSPECT VM7-SISTEMA-EDIT REPLACING ALL "_" BY SPACE.      *CSTD
      *
           IF   PROGRL         >        ZERO OR                         *CSTD
                PROGRA         =  DFHCANC
              MOVE 1 TO FLAG-ARR-PROGR
              MOVE PROGRI             TO VM7-PROGR-EDIT
              INSPECT VM7-PROGR-EDIT REPLACING ALL LOW-VALUE BY SPACE   *CSTD
              INSPECT VM7-PROGR-EDIT REPLACING ALL "_" BY SPACE.        *CSTD
      *
           IF   DESCRL         >        ZERO OR                         *CSTD
                DESCRA         =  DFHCANC
              MOVE 1 TO FLAG-ARR-DESCR
              MOVE DESCRI             TO VM7-DESCR-EDIT
              INSPECT VM7-DESCR-EDIT REPLACING ALL LOW-VALUE BY SPACE   *CSTD
              INSPECT VM7-DESCR-EDIT REPLACING ALL "_" BY SPACE.        *CSTD
      *
           IF   ATTIVOL        >        ZERO OR                         *CSTD
                ATTIVOA        =  DFHCANC
              MOVE 1 TO FLAG-ARR-ATTIVO
              MOVE ATTIVOI            TO VM7-ATTIVO-EDIT
              INSPECT VM7-ATTIVO-EDIT REPLACING ALL LOW-VALUE BY SPACE  *CSTD
              INSPECT VM7-ATTIVO-EDIT REPLACING ALL "_" BY SPACE.       *CSTD
      *
           IF   GRUPPOL        >        ZERO OR                         *CSTD
                GRUPPOA        =  DFHCANC
              MOVE 1 TO FLAG-ARR-GRUPPO
              MOVE GRUPPOI            TO VM7-GRUPPO-EDIT
              INSPECT VM7-GRUPPO-EDIT REPLACING ALL LOW-VALUE BY SPACE  *CSTD
              INSPECT VM7-GRUPPO-EDIT REPLACING ALL "_" BY SPACE.       *CSTD
      *
           IF   CRITICL        >        ZERO OR                         *CSTD
                CRITICA        =  DFHCANC
              MOVE 1 TO FLAG-ARR-CRITIC
              MOVE CRITICI            TO VM7-CRITIC-EDIT
              INSPECT VM7-CRITIC-EDIT REPLACING ALL LOW-VALUE BY SPACE  *CSTD
              INSPECT VM7-CRITIC-EDIT REPLACING ALL "_" BY SPACE.       *CSTD
      *
           IF   SOGLIAL        >        ZERO OR                         *CSTD
                SOGLIAA        =  DFHCANC
              MOVE 1 TO FLAG-ARR-SOGLIA
              MOVE SOGLIAI            TO VM7-SOGLIA-EDIT
              INSPECT VM7-SOGLIA-EDIT REPLACING ALL LOW-VALUE BY SPACE  *CSTD
              INSPECT VM7-SOGLIA-EDIT REPLACING ALL "_" BY SPACE.       *CSTD
      *
           IF   SIGLAL         >        ZERO OR                         *CSTD
                SIGLAA         =  DFHCANC
              MOVE 1 TO FLAG-ARR-SIGLA
              MOVE SIGLAI             TO VM7-SIGLA-EDIT
              INSPECT VM7-SIGLA-EDIT REPLACING ALL LOW-VALUE BY SPACE   *CSTD
              INSPECT VM7-SIGLA-EDIT REPLACING ALL "_" BY SPACE.        *CSTD
      *
           IF   CTRL1L         >        ZERO OR                         *CSTD
                CTRL1A         =  DFHCANC
              MOVE 1 TO FLAG-ARR-CTRL1
              MOVE CTRL1I             TO VM7-CTRL1-EDIT
              INSPECT VM7-CTRL1-EDIT REPLACING ALL LOW-VALUE BY SPACE   *CSTD
              INSPECT VM7-CTRL1-EDIT REPLACING ALL "_" BY SPACE.        *CSTD
      *
           IF   CODFILL        >        ZERO OR                         *CSTD
                CODFILA        =  DFHCANC
              MOVE 1 TO FLAG-ARR-CODFIL
              MOVE CODFILI            TO VM7-CODFIL-EDIT
              INSPECT VM7-CODFIL-EDIT REPLACING ALL LOW-VALUE BY SPACE  *CSTD
              INSPECT VM7-CODFIL-EDIT REPLACING ALL "_" BY SPACE.       *CSTD
      *
       EX-RACCOGLI-CAMPI.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- LA CHIAVE E' LA REGIONE DIGITATA SU QUESTO GIRO O, IN ----*
      *---- MANCANZA, QUELLA PORTATA IN COMMAREA DALL'ULTIMA ---------*
      *---- LETTURA --------------------------------------------------*
      *-------------------------------------------------------------*
       COMPONI-CHIAVE.
      *
           MOVE ZERO TO FLAG-CHIAVE-ASSENTE.
      *
           IF VM7-REGIONE-EDIT NOT = SPACE
              MOVE VM7-REGIONE-EDIT    TO VM7-CHIAVE-LAV
           ELSE
              MOVE VM7-CHIAVE-CORRENTE TO VM7-CHIAVE-LAV
           END-IF.
      *
           IF VM7-CHIAVE-LAV = SPACE OR LOW-VALUE
              SET CHIAVE-ASSENTE TO TRUE
           ELSE
              MOVE VM7-CHIAVE-LAV TO VM7-CHIAVE-CORRENTE
           END-IF.
      *
       EX-COMPONI-CHIAVE.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- LETTURA DELLA REGIONE RICHIESTA --------------------------*
      *-------------------------------------------------------------*
       LEGGI-REGIONE.
      *
           PERFORM COMPONI-CHIAVE THRU EX-COMPONI-CHIAVE.
           IF CHIAVE-ASSENTE
              MOVE MSG-CHIAVE-MANCANTE TO MESSO
              GO TO EX-LEGGI-REGIONE.
      *
           OPEN INPUT VMREG-FILE.
           IF NOT VMREG-OK
              MOVE MSG-FILE-ERRORE TO MESSO
              GO TO EX-LEGGI-REGIONE.
           MOVE VM7-CHIAVE-LAV TO VMREG-CHIAVE.
           MOVE ZERO TO FLAG-REGIONE-TROVATA.
           READ VMREG-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 1 TO FLAG-REGIONE-TROVATA
           END-READ.
           CLOSE VMREG-FILE.
      *
           IF REGIONE-TROVATA
              PERFORM PROPONI-REGIONE THRU EX-PROPONI-REGIONE
              MOVE MSG-REGIONE-LETTA    TO VM7-MSG-TESTO
              PERFORM COMPONI-MESSO-REGIONE
                 THRU EX-COMPONI-MESSO-REGIONE
           ELSE
              MOVE MSG-REGIONE-NON-TROV TO MESSO
           END-IF.
      *
       EX-LEGGI-REGIONE.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- RIPORTA SULLA MAPPA IL RECORD LETTO O SALVATO ------------*
      *-------------------------------------------------------------*
       PROPONI-REGIONE.
      *
           MOVE VMREG-REGIONE        TO VM7-REGIONE-EDIT.
           MOVE VMREG-EIBTRMID       TO VM7-TERM-EDIT.
           MOVE VMREG-CATEGORIA      TO VM7-CATEG-EDIT.
           MOVE VMREG-SISTEMA        TO VM7-SISTEMA-EDIT.
           MOVE VMREG-PROGRAMMA      TO VM7-PROGR-EDIT.
           MOVE VMREG-DESCRIZIONE    TO VM7-DESCR-EDIT.
           MOVE VMREG-ATTIVO         TO VM7-ATTIVO-EDIT.
           MOVE VMREG-GRUPPO         TO VM7-GRUPPO-EDIT.
           MOVE VMREG-CRITICITA      TO VM7-CRITIC-EDIT.
           MOVE VMREG-SOGLIA         TO VM7-SOGLIA-EDIT.
           MOVE VMREG-PA-SIGLA       TO VM7-SIGLA-EDIT.
           MOVE VMREG-PA-CTRL1       TO VM7-CTRL1-EDIT.
           MOVE VMREG-PA-COD-FIL     TO VM7-CODFIL-EDIT.
      *
       EX-PROPONI-REGIONE.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- SALVATAGGIO (INSERIMENTO O MODIFICA) DELLA REGIONE -------*
      *-------------------------------------------------------------*
       SALVA-REGIONE.
      *
           PERFORM COMPONI-CHIAVE THRU EX-COMPONI-CHIAVE.
           IF CHIAVE-ASSENTE
              MOVE MSG-CHIAVE-MANCANTE TO MESSO
              GO TO EX-SALVA-REGIONE.
      *
      *---- SOGLIA SLA: DA 0 A 999 SECONDI, VUOTA = ZERO (SOGLIA ------*
      *---- GENERALE); ATTIVO S/N; CRITICITA' A, M, B O VUOTA ---------*
           IF ARR-SOGLIA
              PERFORM CONVERTI-SOGLIA THRU EX-CONVERTI-SOGLIA
              IF VM7-SOGLIA-LAV NOT NUMERIC
                 MOVE MSG-DATI-ERRATI TO MESSO
                 GO TO EX-SALVA-REGIONE
              END-IF
           END-IF.
           IF ARR-ATTIVO AND
              VM7-ATTIVO-EDIT NOT = "S" AND
              VM7-ATTIVO-EDIT NOT = "N" AND
              VM7-ATTIVO-EDIT NOT = SPACE
              MOVE MSG-DATI-ERRATI TO MESSO
              GO TO EX-SALVA-REGIONE.
           IF ARR-CRITIC AND
              VM7-CRITIC-EDIT NOT = "A" AND
              VM7-CRITIC-EDIT NOT = "M" AND
              VM7-CRITIC-EDIT NOT = "B" AND
              VM7-CRITIC-EDIT NOT = SPACE
              MOVE MSG-DATI-ERRATI TO MESSO
              GO TO EX-SALVA-REGIONE.
      *
           PERFORM APRI-VMREG-IO THRU EX-APRI-VMREG-IO.
           IF NOT VMREG-OK
              MOVE MSG-FILE-ERRORE TO MESSO
              GO TO EX-SALVA-REGIONE.
      *
           MOVE VM7-CHIAVE-LAV TO VMREG-CHIAVE.
           MOVE ZERO TO FLAG-REGIONE-TROVATA.
           READ VMREG-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 1 TO FLAG-REGIONE-TROVATA
           END-READ.
           IF REGIONE-TROVATA
              MOVE VMREG-REC   TO AUD-PRIMA
              MOVE "R"         TO AUD-OPERAZIONE
           ELSE
              MOVE SPACE       TO AUD-PRIMA
              MOVE "I"         TO AUD-OPERAZIONE
           END-IF.
      *
      *---- SULLA REGIONE ESISTENTE SI SOVRASCRIVONO I SOLI CAMPI -----*
      *---- TORNATI DALLA MAPPA; UNA REGIONE NUOVA PARTE PULITA, -------*
      *---- ATTIVA E CON IL RESTO DEL PA-REC A SPAZIO ------------------*
           IF NOT REGIONE-TROVATA
              MOVE SPACE TO VMREG-REC
              MOVE "S"   TO VMREG-ATTIVO
              MOVE ZERO  TO VMREG-SOGLIA
                            VMREG-PA-LONG
           END-IF.
           MOVE VM7-CHIAVE-LAV TO VMREG-CHIAVE.
           IF ARR-TERM
              MOVE VM7-TERM-EDIT    TO VMREG-EIBTRMID
           END-IF.
           IF ARR-CATEG
              MOVE VM7-CATEG-EDIT   TO VMREG-CATEGORIA
           END-IF.
           IF ARR-SISTEMA
              MOVE VM7-SISTEMA-EDIT TO VMREG-SISTEMA
           END-IF.
           IF ARR-PROGR
              MOVE VM7-PROGR-EDIT   TO VMREG-PROGRAMMA
           END-IF.
           IF ARR-DESCR
              MOVE VM7-DESCR-EDIT   TO VMREG-DESCRIZIONE
           END-IF.
           IF ARR-ATTIVO AND VM7-ATTIVO-EDIT NOT = SPACE
              MOVE VM7-ATTIVO-EDIT  TO VMREG-ATTIVO
           END-IF.
           IF ARR-GRUPPO
              MOVE VM7-GRUPPO-EDIT  TO VMREG-GRUPPO
           END-IF.
           IF ARR-CRITIC
              MOVE VM7-CRITIC-EDIT  TO VMREG-CRITICITA
           END-IF.
           IF ARR-SOGLIA
              MOVE VM7-SOGLIA-NUM   TO VMREG-SOGLIA
           END-IF.
           IF ARR-SIGLA
              MOVE VM7-SIGLA-EDIT   TO VMREG-PA-SIGLA
           END-IF.
           IF ARR-CTRL1
              MOVE VM7-CTRL1-EDIT   TO VMREG-PA-CTRL1
           END-IF.
           IF ARR-CODFIL
              MOVE VM7-CODFIL-EDIT  TO VMREG-PA-COD-FIL
           END-IF.
      *
      *---- IL TERMINALE E' OBBLIGATORIO: SENZA, LA REGIONE NON PUO' --*
      *---- ESSERE PROVATA NE' LEGATA A VMPERF/VMINC/VMLOG ------------*
           IF VMREG-EIBTRMID = SPACE OR LOW-VALUE
              MOVE MSG-DATI-MANCANTI TO MESSO
              CLOSE VMREG-FILE
              GO TO EX-SALVA-REGIONE.
      *
           IF CSM-UTENTE-RDS NOT = SPACE AND LOW-VALUE
              MOVE CSM-UTENTE-RDS    TO VMREG-UTENTE
           ELSE
              MOVE CSM-UTENTE (1:10) TO VMREG-UTENTE
           END-IF.
           IF REGIONE-TROVATA
              REWRITE VMREG-REC
           ELSE
              WRITE VMREG-REC
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF.
      *
           IF VMREG-OK
              PERFORM SCRIVI-VMAUDIT THRU EX-SCRIVI-VMAUDIT
              IF GIORNALE-KO
                 CLOSE VMREG-FILE
                 GO TO EX-SALVA-REGIONE
              END-IF
              PERFORM PROPONI-REGIONE THRU EX-PROPONI-REGIONE
              MOVE MSG-REGIONE-SALVATA TO VM7-MSG-TESTO
              PERFORM COMPONI-MESSO-REGIONE
                 THRU EX-COMPONI-MESSO-REGIONE
           ELSE
              MOVE MSG-FILE-ERRORE     TO MESSO
           END-IF.
      *
           CLOSE VMREG-FILE.
      *
       EX-SALVA-REGIONE.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- SOGLIA DIGITATA ALLINEATA A DESTRA CON ZERI IN TESTA -----*
      *---- ("5" = 005, "12" = 012); VUOTA = ZERO --------------------*
      *-------------------------------------------------------------*
       CONVERTI-SOGLIA.
      *
           EVALUATE TRUE
              WHEN VM7-SOGLIA-EDIT = SPACE
                 MOVE ZERO TO VM7-SOGLIA-NUM
              WHEN VM7-SOGLIA-EDIT (2:2) = SPACE
                 MOVE "00"                   TO VM7-SOGLIA-LAV (1:2)
                 MOVE VM7-SOGLIA-EDIT (1:1)  TO VM7-SOGLIA-LAV (3:1)
              WHEN VM7-SOGLIA-EDIT (3:1) = SPACE
                 MOVE "0"                    TO VM7-SOGLIA-LAV (1:1)
                 MOVE VM7-SOGLIA-EDIT (1:2)  TO VM7-SOGLIA-LAV (2:2)
              WHEN OTHER
                 MOVE VM7-SOGLIA-EDIT        TO VM7-SOGLIA-LAV
           END-EVALUATE.
           INSPECT VM7-SOGLIA-LAV REPLACING LEADING SPACE BY ZERO.
      *
       EX-CONVERTI-SOGLIA.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- CANCELLAZIONE DELLA REGIONE RICHIESTA --------------------*
      *-------------------------------------------------------------*
       ELIMINA-REGIONE.
      *
           PERFORM COMPONI-CHIAVE THRU EX-COMPONI-CHIAVE.
           IF CHIAVE-ASSENTE
              MOVE MSG-CHIAVE-MANCANTE TO MESSO
              GO TO EX-ELIMINA-REGIONE.
      *
           PERFORM APRI-VMREG-IO THRU EX-APRI-VMREG-IO.
           IF NOT VMREG-OK
              MOVE MSG-FILE-ERRORE TO MESSO
              GO TO EX-ELIMINA-REGIONE.
      *
           MOVE VM7-CHIAVE-LAV TO VMREG-CHIAVE.
           MOVE ZERO TO FLAG-REGIONE-TROVATA.
           READ VMREG-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 1 TO FLAG-REGIONE-TROVATA
           END-READ.
      *
           IF REGIONE-TROVATA
              MOVE VMREG-REC TO AUD-PRIMA
              DELETE VMREG-FILE
              IF VMREG-OK
                 MOVE "D"     TO AUD-OPERAZIONE
                 PERFORM SCRIVI-VMAUDIT THRU EX-SCRIVI-VMAUDIT
                 IF GIORNALE-KO
                    CLOSE VMREG-FILE
                    GO TO EX-ELIMINA-REGIONE
                 END-IF
              END-IF
              MOVE MSG-REGIONE-ELIMINATA TO VM7-MSG-TESTO
              PERFORM COMPONI-MESSO-REGIONE
                 THRU EX-COMPONI-MESSO-REGIONE
              MOVE SPACE TO VM7-TERM-EDIT
                            VM7-CATEG-EDIT
                            VM7-SISTEMA-EDIT
                            VM7-PROGR-EDIT
                            VM7-DESCR-EDIT
                            VM7-ATTIVO-EDIT
                            VM7-GRUPPO-EDIT
                            VM7-CRITIC-EDIT
                            VM7-SOGLIA-EDIT
                            VM7-SIGLA-EDIT
                            VM7-CTRL1-EDIT
                            VM7-CODFIL-EDIT
           ELSE
              MOVE MSG-REGIONE-NON-TROV TO MESSO
           END-IF.
      *
           CLOSE VMREG-FILE.
      *
       EX-ELIMINA-REGIONE.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- APERTURA IN AGGIORNAMENTO CON CREAZIONE DEL FILE ---------*
      *---- ALLA PRIMA SCRITTURA (COME APRI-VMPROF-IO DI TPVM004) ----*
      *-------------------------------------------------------------*
       APRI-VMREG-IO.
      *
           OPEN I-O VMREG-FILE.
           IF VMREG-NON-ESISTE
              OPEN OUTPUT VMREG-FILE
              IF VMREG-OK
                 CLOSE VMREG-FILE
                 OPEN I-O VMREG-FILE
              END-IF
           END-IF.
      *
       EX-APRI-VMREG-IO.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- GIORNALE DELLE MODIFICHE: OPERATORE, TERMINALE, ORA, -----*
      *---- CHIAVE DELLA REGIONE E IMMAGINI PRIMA E DOPO (LA ---------*
      *---- CANCELLAZIONE NON HA IMMAGINE DOPO, L'INSERIMENTO -------*
      *---- NON HA IMMAGINE PRIMA). SI CONSERVA L'INTERO RECORD: -----*
      *---- I DATI DELLA REGIONE E TUTTO IL PA-REC -------------------*
      *-------------------------------------------------------------*
       SCRIVI-VMAUDIT.
      *
      *---- IL GIORNALE E' GIA' ALLOCATO E NON SI RICREA MAI: UNA -----*
      *---- APERTURA O UNA SCRITTURA FALLITA DISFA LA MODIFICA --------*
           MOVE ZERO TO FLAG-GIORNALE-KO.
           OPEN EXTEND VMAUDIT-FILE.
           IF NOT VMAUDIT-OK
              MOVE VMAUDIT-STATUS TO AUD-STATO-KO
              SET GIORNALE-KO TO TRUE
              PERFORM ANNULLA-MODIFICA THRU EX-ANNULLA-MODIFICA
              GO TO EX-SCRIVI-VMAUDIT.
      *
           MOVE SPACE              TO VMAUDIT-REC.
           MOVE CSM-UTENTE         TO VMAUDIT-UTENTE.
           MOVE CSM-TERM           TO VMAUDIT-TERM.
           MOVE EIBTRMID           TO VMAUDIT-EIBTRMID.
           MOVE EIBDATE            TO VMAUDIT-DATA.
           MOVE EIBTIME            TO VMAUDIT-ORA.
           MOVE AUD-PROGRAMMA      TO VMAUDIT-PROGRAMMA.
           MOVE "VMREG"            TO VMAUDIT-NOME-FILE.
           MOVE AUD-OPERAZIONE     TO VMAUDIT-OPERAZIONE.
           MOVE VM7-CHIAVE-LAV     TO VMAUDIT-CHIAVE.
           MOVE AUD-PRIMA          TO VMAUDIT-PRIMA.
           IF VMAUDIT-CANCELLAZIONE
              MOVE SPACE           TO VMAUDIT-DOPO
           ELSE
              MOVE VMREG-REC       TO VMAUDIT-DOPO
           END-IF.
      *
           WRITE VMAUDIT-REC.
           IF NOT VMAUDIT-OK
              MOVE VMAUDIT-STATUS TO AUD-STATO-KO
              SET GIORNALE-KO TO TRUE
           END-IF.
           CLOSE VMAUDIT-FILE.
           IF GIORNALE-KO
              PERFORM ANNULLA-MODIFICA THRU EX-ANNULLA-MODIFICA
           END-IF.
      *
       EX-SCRIVI-VMAUDIT.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- GIORNALE NON SCRITTO: LA MODIFICA NON PUO' RESTARE SENZA --*
      *---- TRACCIA E VIENE DISFATTA (INSERIMENTO CANCELLATO, ---------*
      *---- SOSTITUZIONE RIPORTATA ALL'IMMAGINE PRIMA, CANCELLAZIONE --*
      *---- RISCRITTA). L'ERRORE VA SU VMINC CON TIPO "GI" E STATO ----*
      *---- DEL GIORNALE; UN RIPRISTINO FALLITO RISULTA DAL PARAGRAFO -*
      *-------------------------------------------------------------*
       ANNULLA-MODIFICA.
      *
           EVALUATE AUD-OPERAZIONE
              WHEN "I"
                 DELETE VMREG-FILE
              WHEN "R"
                 MOVE AUD-PRIMA TO VMREG-REC
                 REWRITE VMREG-REC
              WHEN "D"
                 MOVE AUD-PRIMA TO VMREG-REC
                 WRITE VMREG-REC
                    INVALID KEY
                       CONTINUE
                 END-WRITE
           END-EVALUATE.
      *
           MOVE "GI"           TO C43401-TIPO-ABN.
           MOVE AUD-STATO-KO   TO C43401-ABEND.
           IF VMREG-OK
              MOVE MSG-GIORNALE-KO    TO MESSO
              MOVE "SCRIVI-VMAUDIT"   TO VMINC-PARAGRAFO-CORRENTE
           ELSE
              MOVE MSG-FILE-ERRORE    TO MESSO
              MOVE "ANNULLA-MODIFICA" TO VMINC-PARAGRAFO-CORRENTE
           END-IF.
           PERFORM SCRIVI-VMINC THRU EX-SCRIVI-VMINC.
      *
       EX-ANNULLA-MODIFICA.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- CHI MANTIENE L'ANAGRAFICA DEVE AVERE L'ABILITAZIONE ------*
      *---- ALLA MANUTENZIONE DEI DATI DI RIFERIMENTO (CASI). FILE ---*
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
      *---- SCORRIMENTO DELLA LISTA (8 REGIONI PER PAGINA) -----------*
      *-------------------------------------------------------------*
       PAGINA-AVANTI.
      *
           IF VM7-CHIAVE-ULTIMA NOT = SPACE AND LOW-VALUE
              MOVE VM7-CHIAVE-ULTIMA TO VM7-CHIAVE-TOP
           END-IF.
      *
       EX-PAGINA-AVANTI.
           EXIT.
      *
      *---- IL FILE A CHIAVE NON SI LEGGE ALL'INDIETRO: PF7 ------------*
      *---- RIPARTE DALL'INIZIO DELL'ANAGRAFICA ------------------------*
       PAGINA-INDIETRO.
      *
           MOVE LOW-VALUE TO VM7-CHIAVE-TOP.
      *
       EX-PAGINA-INDIETRO.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- CARICA LE 8 RIGHE DI LISTA DALLA CHIAVE VM7-CHIAVE-TOP ---*
      *---- IN AVANTI (ESCLUSA), RICORDANDO L'ULTIMA MOSTRATA --------*
      *-------------------------------------------------------------*
       CARICA-LISTA.
      *
           MOVE SPACE TO VM7-CHIAVE-ULTIMA.
           OPEN INPUT VMREG-FILE.
           IF VMREG-OK
              MOVE VM7-CHIAVE-TOP TO VMREG-CHIAVE
              START VMREG-FILE KEY > VMREG-CHIAVE
                 INVALID KEY
                    SET VMREG-NOTFND TO TRUE
              END-START
           END-IF.
           PERFORM CARICA-RIGA-LISTA THRU EX-CARICA-RIGA-LISTA
              VARYING VM7-LISTA-IND FROM 1 BY 1
              UNTIL VM7-LISTA-IND > 8.
           IF NOT VMREG-NON-ESISTE
              CLOSE VMREG-FILE
           END-IF.
      *
       EX-CARICA-LISTA.
           EXIT.
      *
       CARICA-RIGA-LISTA.
      *
           MOVE SPACE TO RIGA-LISTA.
      *
           IF VMREG-NON-ESISTE OR VMREG-NOTFND
              MOVE ALL "-" TO RIGA-REGIONE
           ELSE
              READ VMREG-FILE NEXT
                 AT END
                    SET VMREG-NOTFND TO TRUE
              END-READ
              IF VMREG-OK
                 PERFORM COMPONI-RIGA-LISTA
                    THRU EX-COMPONI-RIGA-LISTA
                 MOVE VMREG-CHIAVE          TO VM7-CHIAVE-ULTIMA
              ELSE
                 MOVE ALL "-" TO RIGA-REGIONE
              END-IF
           END-IF.
      *
           EVALUATE VM7-LISTA-IND
              WHEN 1  MOVE RIGA-LISTA TO L01O
              WHEN 2  MOVE RIGA-LISTA TO L02O
              WHEN 3  MOVE RIGA-LISTA TO L03O
              WHEN 4  MOVE RIGA-LISTA TO L04O
              WHEN 5  MOVE RIGA-LISTA TO L05O
              WHEN 6  MOVE RIGA-LISTA TO L06O
              WHEN 7  MOVE RIGA-LISTA TO L07O
              WHEN 8  MOVE RIGA-LISTA TO L08O
           END-EVALUATE.
      *
       EX-CARICA-RIGA-LISTA.
           EXIT.
      *
       COMPONI-RIGA-LISTA.
      *
           MOVE VMREG-REGIONE         TO RIGA-REGIONE.
           MOVE VMREG-EIBTRMID        TO RIGA-TERM.
           MOVE VMREG-CATEGORIA       TO RIGA-CATEG.
           MOVE VMREG-SISTEMA         TO RIGA-SISTEMA.
           MOVE VMREG-PROGRAMMA       TO RIGA-PROGR.
           MOVE VMREG-ATTIVO          TO RIGA-ATTIVO.
           MOVE VMREG-GRUPPO          TO RIGA-GRUPPO.
           MOVE VMREG-CRITICITA       TO RIGA-CRITIC.
           MOVE VMREG-SOGLIA          TO RIGA-SOGLIA.
      *
       EX-COMPONI-RIGA-LISTA.
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
      *---- COMPONE IN MESSO IL MESSAGGIO CON LA REGIONE -------------*
      *-------------------------------------------------------------*
       COMPONI-MESSO-REGIONE.
      *
           MOVE VM7-CHIAVE-LAV      TO VM7-MSG-REGIONE.
           MOVE VM7-MSG-AREA        TO MESSO.
      *
       EX-COMPONI-MESSO-REGIONE.
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
      *        EXEC CICS SEND MAP ("MPPVM07")                           *C43401
      *                        MAPSET   ("TMPVM07")                     *C43401
      *                        DATAONLY                                 *C43401
      *                        FRSET                                    *C43401
      *                        FREEKB                                   *C43401
      *                        CURSOR                                   *C43401
      *                        END-EXEC                                 *C43401
      *---------------------------------------------------------------- *C43401
               MOVE "TMPVM07" TO C43401-WS-MAPSET                       *C43401
               MOVE "MPPVM07" TO C43401-WS-MAP                          *C43401
               MOVE MPPVM07O TO C43401-WS-DATI                          *C43401
               MOVE MPPVM07-TIPO-MAPPA TO C43401-TIPO-MAPPA             *C43401
               MOVE MPPVM07-NUM-CAMPI TO C43401-NUM-CAMPI               *C43401
               MOVE MPPVM07-TAB-CAMPI TO C43401-TAB-CAMPI               *C43401
               MOVE MPPVM07-ATTR-INI TO C43401-ATTR-INI                 *C43401
               MOVE MPPVM07-PC-INI TO C43401-PC-INI                     *C43401
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
      *       EXEC CICS SEND MAP ("MPPVM07")                            *C43401
      *                       MAPSET    ("TMPVM07")                     *C43401
      *                       FREEKB                                    *C43401
      *                       CURSOR                                    *C43401
      *                       ERASE                                     *C43401
      *                   END-EXEC.                                     *C43401
      *---------------------------------------------------------------- *C43401
              MOVE "TMPVM07" TO C43401-WS-MAPSET                        *C43401
              MOVE "MPPVM07" TO C43401-WS-MAP                           *C43401
              MOVE MPPVM07O TO C43401-WS-DATI                           *C43401
              MOVE MPPVM07-TIPO-MAPPA TO C43401-TIPO-MAPPA              *C43401
              MOVE MPPVM07-NUM-CAMPI TO C43401-NUM-CAMPI                *C43401
              MOVE MPPVM07-TAB-CAMPI TO C43401-TAB-CAMPI                *C43401
              MOVE MPPVM07-ATTR-INI TO C43401-ATTR-INI                  *C43401
              MOVE MPPVM07-PC-INI TO C43401-PC-INI                      *C43401
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
      *    EXEC   CICS RETURN TRANSID    ("VM07")                       *C43401
      *                       COMMAREA   (DFH-AREA-TOT)                 *C43401
      *                       LENGTH     (LEN-COMMAREA)                 *C43401
      *           END-EXEC.                                             *C43401
      *---------------------------------------------------------------- *C43401
           MOVE "U " TO C43401-STARTCODE                                *C43401
           MOVE "VM07" TO EIBTRNID                                      *C43401
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
       RIEMPI-MAPPA.
      *
           MOVE VM7-REGIONE-EDIT TO REGIONEO.
      *
           IF VM7-REGIONE-EDIT = SPACE
              IF VM7-CHIAVE-CORRENTE NOT = SPACE AND LOW-VALUE
                 MOVE VM7-CHIAVE-CORRENTE TO REGIONEO
              ELSE
                 MOVE ALL "_"     TO REGIONEO
              END-IF
           END-IF.
      *
           MOVE VM7-TERM-EDIT     TO TERMO.
      *
           IF VM7-TERM-EDIT = SPACE
              MOVE ALL "_"       TO TERMO.
      *
           MOVE VM7-CATEG-EDIT    TO CATEGO.
      *
           IF VM7-CATEG-EDIT = SPACE
              MOVE ALL "_"       TO CATEGO.
      *
           MOVE VM7-SISTEMA-EDIT  TO SISTEMAO.
      *
           IF VM7-SISTEMA-EDIT = SPACE
              MOVE ALL "_"       TO SISTEMAO.
      *
           MOVE VM7-PROGR-EDIT    TO PROGRO.
      *
           IF VM7-PROGR-EDIT = SPACE
              MOVE ALL "_"       TO PROGRO.
      *
           MOVE VM7-DESCR-EDIT    TO DESCRO.
      *
           IF VM7-DESCR-EDIT = SPACE
              MOVE ALL "_"       TO DESCRO.
      *
           MOVE VM7-ATTIVO-EDIT   TO ATTIVOO.
      *
           IF VM7-ATTIVO-EDIT = SPACE
              MOVE ALL "_"       TO ATTIVOO.
      *
           MOVE VM7-GRUPPO-EDIT   TO GRUPPOO.
      *
           IF VM7-GRUPPO-EDIT = SPACE
              MOVE ALL "_"       TO GRUPPOO.
      *
           MOVE VM7-CRITIC-EDIT   TO CRITICO.
      *
           IF VM7-CRITIC-EDIT = SPACE
              MOVE ALL "_"       TO CRITICO.
      *
           MOVE VM7-SOGLIA-EDIT   TO SOGLIAO.
      *
           IF VM7-SOGLIA-EDIT = SPACE
              MOVE ALL "_"       TO SOGLIAO.
      *
           MOVE VM7-SIGLA-EDIT    TO SIGLAO.
      *
           IF VM7-SIGLA-EDIT = SPACE
              MOVE ALL "_"       TO SIGLAO.
      *
           MOVE VM7-CTRL1-EDIT    TO CTRL1O.
      *
           IF VM7-CTRL1-EDIT = SPACE
              MOVE ALL "_"       TO CTRL1O.
      *
           MOVE VM7-CODFIL-EDIT   TO CODFILO.
      *
           IF VM7-CODFIL-EDIT = SPACE
              MOVE ALL "_"       TO CODFILO.
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
           MOVE DFHBMUNP       TO TERMA.
           MOVE DFHBMUNP       TO CATEGA.
           MOVE DFHBMUNP       TO SISTEMAA.
           MOVE DFHBMUNP       TO PROGRA.
           MOVE DFHBMUNP       TO DESCRA.
           MOVE DFHBMUNP       TO ATTIVOA.
           MOVE DFHBMUNP       TO GRUPPOA.
           MOVE DFHBMUNP       TO CRITICA.
           MOVE DFHBMUNN       TO SOGLIAA.
           MOVE DFHBMUNP       TO SIGLAA.
           MOVE DFHBMUNP       TO CTRL1A.
           MOVE DFHBMUNP       TO CODFILA.
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
                 MOVE "REGION MISSING"
                                     TO MSG-CHIAVE-MANCANTE
                 MOVE "REGION READ"
                                     TO MSG-REGIONE-LETTA
                 MOVE "REGION SAVED"
                                     TO MSG-REGIONE-SALVATA
                 MOVE "REGION DELETED"
                                     TO MSG-REGIONE-ELIMINATA
                 MOVE "REGION NOT FOUND"
                                     TO MSG-REGIONE-NON-TROV
                 MOVE "REGION MASTER NOT AVAILABLE"
                                     TO MSG-FILE-ERRORE
                 MOVE "CHANGE UNDONE: AUDIT LOG NOT WRITTEN"
                                     TO MSG-GIORNALE-KO
                 MOVE "FUNCTION NOT AUTHORIZED FOR THIS USER"
                                     TO MSG-NON-AUTORIZZATO
                 MOVE "THRESHOLD, ACTIVE OR CRITICALITY INVALID"
                                     TO MSG-DATI-ERRATI
                 MOVE "TERMINAL REQUIRED"
                                     TO MSG-DATI-MANCANTI
                 MOVE "F3=EXIT ENTER=READ F5=SAVE F6=DELETE F7=TOP F8=FO
      -              "RWARD"
                                     TO MSG-AIUTO-TASTI
                 MOVE "INVALID CALL"
                                     TO MSG-RICHIAMO-ERRATO
              WHEN OTHER
                 MOVE "TASTO INVALIDO"
                                     TO MSG-TASTO-INVALIDO
                 MOVE "REGIONE MANCANTE"
                                     TO MSG-CHIAVE-MANCANTE
                 MOVE "REGIONE LETTA"
                                     TO MSG-REGIONE-LETTA
                 MOVE "REGIONE SALVATA"
                                     TO MSG-REGIONE-SALVATA
                 MOVE "REGIONE ELIMINATA"
                                     TO MSG-REGIONE-ELIMINATA
                 MOVE "REGIONE NON TROVATA"
                                     TO MSG-REGIONE-NON-TROV
                 MOVE "ANAGRAFICA REGIONI NON DISPONIBILE"
                                     TO MSG-FILE-ERRORE
                 MOVE "MODIFICA ANNULLATA: GIORNALE NON SCRITTO"
                                     TO MSG-GIORNALE-KO
                 MOVE "FUNZIONE NON AUTORIZZATA PER L'UTENTE"
                                     TO MSG-NON-AUTORIZZATO
                 MOVE "SOGLIA, ATTIVO O CRITICITA' ERRATI"
                                     TO MSG-DATI-ERRATI
                 MOVE "TERMINALE OBBLIGATORIO"
                                     TO MSG-DATI-MANCANTI
                 MOVE "F3=USCITA INVIO=LEGGI F5=SALVA F6=ELIMINA F7=INIZ
      -              "IO F8=AVANTI"
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
           MOVE "VM07TAST" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:20) TO MSG-TASTO-INVALIDO
           END-IF.
      *
           MOVE "VM07CHIA" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:30) TO MSG-CHIAVE-MANCANTE
           END-IF.
      *
           MOVE "VM07LETT" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:20) TO MSG-REGIONE-LETTA
           END-IF.
      *
           MOVE "VM07SALV" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:20) TO MSG-REGIONE-SALVATA
           END-IF.
      *
           MOVE "VM07ELIM" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:20) TO MSG-REGIONE-ELIMINATA
           END-IF.
      *
           MOVE "VM07NTRO" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:30) TO MSG-REGIONE-NON-TROV
           END-IF.
      *
           MOVE "VM07FILE" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:40) TO MSG-FILE-ERRORE
           END-IF.
      *
           MOVE "VM07GIOR" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:40) TO MSG-GIORNALE-KO
           END-IF.
      *
           MOVE "VM07NAUT" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:40) TO MSG-NON-AUTORIZZATO
           END-IF.
      *
           MOVE "VM07ERRA" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:40) TO MSG-DATI-ERRATI
           END-IF.
      *
           MOVE "VM07DATI" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:40) TO MSG-DATI-MANCANTI
           END-IF.
      *
           MOVE "VM07AIUT" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:94) TO MSG-AIUTO-TASTI
           END-IF.
      *
           MOVE "VM07RICH" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:20) TO MSG-RICHIAMO-ERRATO
           END-IF.
      *
           CLOSE VMMSG-FILE.
      *
       EX-CARICA-CATALOGO.
           EXIT.
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
