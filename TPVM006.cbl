       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TPVM006.
      *------------------------------------------------*
      *   CALENDARIO FINESTRE DI MANUTENZIONE (VM06)    *
      *------------------------------------------------*
      *   LISTA, LETTURA, SALVATAGGIO E CANCELLAZIONE   *
      *   DELLE FINESTRE DI MANUTENZIONE PIANIFICATA    *
      *   VMMANUT PER REGIONE. GLI EVENTI CHE CADONO    *
      *   IN UNA FINESTRA SONO TRATTATI COME PIANIFICATI*
      *   DA BPVM003, BPVM005, BPVM006, BPVM011 E DAL   *
      *   CRUSCOTTO TPVM003.                            *
      *   LA REGIONE DEVE ESSERE CENSITA IN VMREG E IL  *
      *   TERMINALE DELLA FINESTRA E' QUELLO DELLA      *
      *   REGIONE IN ANAGRAFICA (NON SI DIGITA)         *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.                         *CSTD
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--------------------------------------------------------------*
      *    FINESTRE DI MANUTENZIONE PIANIFICATA DELLE REGIONI         *
      *--------------------------------------------------------------*
           SELECT VMMANUT-FILE ASSIGN TO VMMANUT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VMMANUT-CHIAVE
                  FILE STATUS  IS VMMANUT-STATUS.
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
       FD  VMMANUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMMANUT-REC.
           05  VMMANUT-CHIAVE.
               10  VMMANUT-REGIONE   PIC X(8).
      *---- INIZIO FINESTRA: DATA GIULIANA 0CAADDD E ORA HHMM ---------*
               10  VMMANUT-INIZIO-DATA PIC 9(7).
               10  VMMANUT-INIZIO-ORA  PIC 9(4).
      *---- TERMINALE DELLA REGIONE (CHIAVE DI VMPERF/VMINC/VMLOG) ----*
           05  VMMANUT-EIBTRMID      PIC X(4).
      *---- FINE FINESTRA (COMPRESA): DATA GIULIANA E ORA HHMM --------*
           05  VMMANUT-FINE-DATA     PIC 9(7).
           05  VMMANUT-FINE-ORA      PIC 9(4).
           05  VMMANUT-MOTIVO        PIC X(40).
           05  VMMANUT-APPROVATORE   PIC X(10).
      *---- OPERATORE CHE HA REGISTRATO L'ULTIMA MODIFICA -------------*
           05  VMMANUT-UTENTE        PIC X(10).
           05  FILLER                PIC X(6).
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
        05   VMMANUT-STATUS                PIC XX VALUE "00".
             88  VMMANUT-OK                       VALUE "00".
             88  VMMANUT-NOTFND                   VALUE "23" "24".
             88  VMMANUT-NON-ESISTE               VALUE "35".
        05   VMMSG-STATUS                  PIC XX VALUE "00".
             88  VMMSG-OK                         VALUE "00".
             88  VMMSG-NOTFND                     VALUE "23" "24".
             88  VMMSG-NON-ESISTE                 VALUE "35".
        05   VMREG-STATUS                  PIC XX VALUE "00".
             88  VMREG-OK                         VALUE "00".
             88  VMREG-NOTFND                     VALUE "23" "24".
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
      *       IMMAGINE DELLA FINESTRA PRIMA DELLA MODIFICA, PER IL   *
      *       GIORNALE VMAUDIT                                       *
      *--------------------------------------------------------------*
       01  AUDIT-AREE.
        05   AUD-PROGRAMMA                 PIC X(8)  VALUE "TPVM006".
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
        05   FLAG-DATA-ERRATA              PIC 9   VALUE ZERO.
             88  DATA-ERRATA                       VALUE 1.
        05   FLAG-AUTORIZZATO              PIC 9   VALUE ZERO.
             88  AUTORIZZATO                       VALUE 1.
        05   FLAG-GIORNALE-KO              PIC 9   VALUE ZERO.
             88  GIORNALE-KO                       VALUE 1.
        05   FLAG-FINESTRA-TROVATA         PIC 9   VALUE ZERO.
             88  FINESTRA-TROVATA                  VALUE 1.
      *---- UN CAMPO NON RITRASMESSO DALLA MAPPA (MDT SPENTO) NON -----*
      *---- DEVE SBIANCARE IL RECORD IN SALVATAGGIO: OGNI CAMPO -------*
      *---- ARRIVATO VIENE SEGNATO QUI DA RACCOGLI-CAMPI --------------*
        05   FLAG-ARR-TERM                 PIC 9   VALUE ZERO.
             88  ARR-TERM                          VALUE 1.
        05   FLAG-ARR-DATFIN               PIC 9   VALUE ZERO.
             88  ARR-DATFIN                        VALUE 1.
        05   FLAG-ARR-ORAFIN               PIC 9   VALUE ZERO.
             88  ARR-ORAFIN                        VALUE 1.
        05   FLAG-ARR-MOTIVO               PIC 9   VALUE ZERO.
             88  ARR-MOTIVO                        VALUE 1.
        05   FLAG-ARR-APPROV               PIC 9   VALUE ZERO.
             88  ARR-APPROV                        VALUE 1.
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
        05 MSG-FINESTRA-LETTA   PIC X(20).
        05 MSG-FINESTRA-SALVATA PIC X(20).
        05 MSG-FINESTRA-ELIMINATA PIC X(20).
        05 MSG-FINESTRA-NON-TROV PIC X(30).
        05 MSG-FILE-ERRORE      PIC X(40).
        05 MSG-GIORNALE-KO      PIC X(40).
        05 MSG-NON-AUTORIZZATO  PIC X(40).
        05 MSG-DATA-ERRATA      PIC X(40).
        05 MSG-FINE-ERRATA      PIC X(40).
        05 MSG-DATI-MANCANTI    PIC X(40).
        05 MSG-REGIONE-IGNOTA   PIC X(40).
        05 MSG-AIUTO-TASTI      PIC X(94).
        05 MSG-RICHIAMO-ERRATO  PIC X(20).
      *--------------------------------------------------------------*
      *       CAMPI PER LA GESTIONE DELLE FINESTRE VMMANUT            *
      *--------------------------------------------------------------*
       01  FINESTRA-AREE.
        05 PROF-UTENTE-CHIAVE  PIC X(10) VALUE SPACE.
        05 VM6-REGIONE-EDIT    PIC X(8)  VALUE SPACE.
        05 VM6-TERM-EDIT       PIC X(4)  VALUE SPACE.
        05 VM6-DATINI-EDIT     PIC X(8)  VALUE SPACE.
        05 VM6-ORAINI-EDIT     PIC X(4)  VALUE SPACE.
        05 VM6-DATFIN-EDIT     PIC X(8)  VALUE SPACE.
        05 VM6-ORAFIN-EDIT     PIC X(4)  VALUE SPACE.
        05 VM6-MOTIVO-EDIT     PIC X(40) VALUE SPACE.
        05 VM6-APPROV-EDIT     PIC X(10) VALUE SPACE.
        05 VM6-LISTA-IND       PIC 9(4) COMP-4 VALUE ZERO.
      *---- CHIAVE DELLA FINESTRA: REGIONE + INIZIO GIULIANO/HHMM -----*
        05 VM6-CHIAVE-LAV.
           10 VM6-CHV-REGIONE  PIC X(8).
           10 VM6-CHV-DATA     PIC 9(7).
           10 VM6-CHV-ORA      PIC 9(4).
      *---- FINE FINESTRA DIGITATA, GIA' CONVERTITA -------------------*
        05 VM6-FINE-DATA       PIC 9(7)  VALUE ZERO.
        05 VM6-FINE-ORA        PIC 9(4)  VALUE ZERO.
      *---- TERMINALE DELLA REGIONE LETTO DALL'ANAGRAFICA VMREG -------*
        05 VM6-REG-TRMID       PIC X(4)  VALUE SPACE.
      *---- ISTANTI CONFRONTABILI: DATA GIULIANA * 10000 + HHMM -------*
        05 VM6-ISTANTE-INIZIO  PIC 9(11) COMP-3 VALUE ZERO.
        05 VM6-ISTANTE-FINE    PIC 9(11) COMP-3 VALUE ZERO.
        05 VM6-MSG-AREA.
           10 VM6-MSG-TESTO    PIC X(30) VALUE SPACE.
           10 VM6-MSG-REGIONE  PIC X(8)  VALUE SPACE.
           10 FILLER           PIC X(41) VALUE SPACE.
        05 RIGA-LISTA.
           10 RIGA-REGIONE     PIC X(8).
           10 FILLER           PIC X     VALUE SPACE.
           10 RIGA-TERM        PIC X(4).
           10 FILLER           PIC X     VALUE SPACE.
           10 RIGA-INI-DATA    PIC X(10).
           10 FILLER           PIC X     VALUE SPACE.
           10 RIGA-INI-ORA     PIC X(5).
           10 FILLER           PIC X     VALUE SPACE.
           10 RIGA-FIN-DATA    PIC X(10).
           10 FILLER           PIC X     VALUE SPACE.
           10 RIGA-FIN-ORA     PIC X(5).
           10 FILLER           PIC X     VALUE SPACE.
           10 RIGA-APPROV      PIC X(10).
           10 FILLER           PIC X(2)  VALUE SPACE.
      *--------------------------------------------------------------*
      *       CONVERSIONI DI DATA (GIULIANA 0CAADDD E GGMMAAAA) E     *
      *       DI ORA (HHMM)                                          *
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
      *---- DATA DIGITATA O RIPROPOSTA SULLA MAPPA (GGMMAAAA) ---------*
        05   CONV-GGMMAAAA.
             10 CONV-IN-GG         PIC 99.
             10 CONV-IN-MM         PIC 99.
             10 CONV-IN-AAAA       PIC 9(4).
        05   CONV-GGMMAAAA-X REDEFINES CONV-GGMMAAAA PIC X(8).
        05   CONV-HHMM.
             10 CONV-IN-HH         PIC 99.
             10 CONV-IN-MI         PIC 99.
        05   CONV-HHMM-X REDEFINES CONV-HHMM PIC X(4).
        05   CONV-ORA-EDIT.
             10 CONV-ED-HH         PIC 99.
             10 FILLER             PIC X VALUE ":".
             10 CONV-ED-MI         PIC 99.
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
             05 VM6-CHIAVE-CORRENTE      PIC X(19) VALUE SPACE.
             05 VM6-CHIAVE-TOP           PIC X(19) VALUE SPACE.
             05 VM6-CHIAVE-ULTIMA        PIC X(19) VALUE SPACE.
             05 FILLER                   PIC X(303) VALUE SPACE.
           02 FILLER                   PIC X(20) VALUE SPACE.
      *---------------------------------------------------------------*
      *      =========  C O P Y   E    I N C L U D E  =========       *
      *---------------------------------------------------------------*
      *COPY TMPVM06.
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
           MOVE LOW-VALUE                  TO MPPVM06O.
           MOVE DFH1                       TO DFH-AREA-TOT.
      *
           IF  EIBCALEN      =    LEN-MENU
               MOVE "VM06"                 TO DFH-CHNTE
               PERFORM PRIMO-GIRO        THRU EX-PRIMO-GIRO
           ELSE
               MOVE DFHCOMMAREA            TO DFH-AREA-TOT
               IF DFH-CHNTE NOT = "VM06"
                  MOVE "VM06"              TO DFH-CHNTE
                  PERFORM PRIMO-GIRO     THRU EX-PRIMO-GIRO
               ELSE
                  PERFORM RICEVO-MAPPA   THRU EX-RICEVO-MAPPA
                  MOVE LOW-VALUE           TO MPPVM06O
                  PERFORM SECONDO-GIRO   THRU EX-SECONDO-GIRO
               END-IF.
      *
      *-------------------------------------------------------------*
      *-----------------    PRIMO     GIRO    ----------------------*
      *-------------------------------------------------------------*
       PRIMO-GIRO.
           MOVE "1"                        TO DEVIA-DATA-ONLY.
           MOVE SPACE                      TO VM6-CHIAVE-CORRENTE
                                              VM6-CHIAVE-ULTIMA
                                              VM6-REGIONE-EDIT
                                              VM6-TERM-EDIT
                                              VM6-DATINI-EDIT
                                              VM6-ORAINI-EDIT
                                              VM6-DATFIN-EDIT
                                              VM6-ORAFIN-EDIT
                                              VM6-MOTIVO-EDIT
                                              VM6-APPROV-EDIT.
           MOVE LOW-VALUE                  TO VM6-CHIAVE-TOP.
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
      *    EXEC CICS   RECEIVE      MAP       ("MPPVM06")               *C43401
      *                             MAPSET    ("TMPVM06")               *C43401
      *                             END-EXEC.                           *C43401
      *---------------------------------------------------------------- *C43401
           SET C43401-WS-RECEIVE TO TRUE                                *C43401
           MOVE "TMPVM06" TO C43401-WS-MAPSET                           *C43401
           MOVE "MPPVM06" TO C43401-WS-MAP                              *C43401
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
              MOVE C43401-WS-DATI TO MPPVM06I                           *C43401
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
                    PERFORM SALVA-FINESTRA THRU EX-SALVA-FINESTRA
                 ELSE
                    PERFORM RIFIUTA-FUNZIONE
                       THRU EX-RIFIUTA-FUNZIONE
                 END-IF
              WHEN EIBAID = DFHPF6
                 PERFORM CTR-AUTORIZZAZIONE
                    THRU EX-CTR-AUTORIZZAZIONE
                 IF AUTORIZZATO
                    PERFORM ELIMINA-FINESTRA
                       THRU EX-ELIMINA-FINESTRA
                 ELSE
                    PERFORM RIFIUTA-FUNZIONE
                       THRU EX-RIFIUTA-FUNZIONE
                 END-IF
              WHEN EIBAID = DFHENTER
                 PERFORM LEGGI-FINESTRA   THRU EX-LEGGI-FINESTRA
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
                        FLAG-ARR-DATFIN
                        FLAG-ARR-ORAFIN
                        FLAG-ARR-MOTIVO
                        FLAG-ARR-APPROV.
      *
           IF   REGIONEL       >        ZERO OR                         *CSTD
                REGIONEA       =  DFHCANC
              MOVE REGIONEI           TO VM6-REGIONE-EDIT
              INSPECT VM6-REGIONE-EDIT REPLACING ALL LOW-VALUE BY SPACE *CSTD
              INSPECT VM6-REGIONE-EDIT REPLACING ALL "_" BY SPACE.      *CSTD
      *
           IF   DATINIL        >        ZERO OR                         *CSTD
                DATINIA        =  DFHCANC
              MOVE DATINII            TO VM6-DATINI-EDIT
              INSPECT VM6-DATINI-EDIT REPLACING ALL LOW-VALUE BY SPACE  *CSTD
              INSPECT VM6-DATINI-EDIT REPLACING ALL "_" BY SPACE.       *CSTD
      *
           IF   ORAINIL        >        ZERO OR                         *CSTD
                ORAINIA        =  DFHCANC
              MOVE ORAINII            TO VM6-ORAINI-EDIT
              INSPECT VM6-ORAINI-EDIT REPLACING ALL LOW-VALUE BY SPACE  *CSTD
              INSPECT VM6-ORAINI-EDIT REPLACING ALL "_" BY SPACE.       *CSTD
      *
           IF   TERML          >        ZERO OR                         *CSTD
                TERMA          =  DFHCANC
              MOVE 1 TO FLAG-ARR-TERM
              MOVE TERMI              TO VM6-TERM-EDIT
              INSPECT VM6-TERM-EDIT REPLACING ALL LOW-VALUE BY SPACE    *CSTD
              INSPECT VM6-TERM-EDIT REPLACING ALL "_" BY SPACE.         *CSTD
      *
           IF   DATFINL        >        ZERO OR                         *CSTD
                DATFINA        =  DFHCANC
              MOVE 1 TO FLAG-ARR-DATFIN
              MOVE DATFINI            TO VM6-DATFIN-EDIT
              INSPECT VM6-DATFIN-EDIT REPLACING ALL LOW-VALUE BY SPACE  *CSTD
              INSPECT VM6-DATFIN-EDIT REPLACING ALL "_" BY SPACE.       *CSTD
      *
           IF   ORAFINL        >        ZERO OR                         *CSTD
                ORAFINA        =  DFHCANC
              MOVE 1 TO FLAG-ARR-ORAFIN
              MOVE ORAFINI            TO VM6-ORAFIN-EDIT
              INSPECT VM6-ORAFIN-EDIT REPLACING ALL LOW-VALUE BY SPACE  *CSTD
              INSPECT VM6-ORAFIN-EDIT REPLACING ALL "_" BY SPACE.       *CSTD
      *
           IF   MOTIVOL        >        ZERO OR                         *CSTD
                MOTIVOA        =  DFHCANC
              MOVE 1 TO FLAG-ARR-MOTIVO
              MOVE MOTIVOI            TO VM6-MOTIVO-EDIT
              INSPECT VM6-MOTIVO-EDIT REPLACING ALL LOW-VALUE BY SPACE  *CSTD
              INSPECT VM6-MOTIVO-EDIT REPLACING ALL "_" BY SPACE.       *CSTD
      *
           IF   APPROVL        >        ZERO OR                         *CSTD
                APPROVA        =  DFHCANC
              MOVE 1 TO FLAG-ARR-APPROV
              MOVE APPROVI            TO VM6-APPROV-EDIT
              INSPECT VM6-APPROV-EDIT REPLACING ALL LOW-VALUE BY SPACE  *CSTD
              INSPECT VM6-APPROV-EDIT REPLACING ALL "_" BY SPACE.       *CSTD
      *
       EX-RACCOGLI-CAMPI.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- LA CHIAVE DELLA FINESTRA: QUELLA GIA' PORTATA IN ---------*
      *---- COMMAREA DALL'ULTIMA LETTURA, CON SOPRA LE PARTI ---------*
      *---- DIGITATE SU QUESTO GIRO (DATA SENZA ORA = ORE 00:00) -----*
      *-------------------------------------------------------------*
       COMPONI-CHIAVE.
      *
           MOVE ZERO TO FLAG-CHIAVE-ASSENTE
                        FLAG-DATA-ERRATA.
      *
           IF VM6-CHIAVE-CORRENTE = SPACE OR LOW-VALUE
              MOVE SPACE TO VM6-CHV-REGIONE
              MOVE ZERO  TO VM6-CHV-DATA
                            VM6-CHV-ORA
           ELSE
              MOVE VM6-CHIAVE-CORRENTE TO VM6-CHIAVE-LAV
           END-IF.
      *
           IF VM6-REGIONE-EDIT NOT = SPACE
              MOVE VM6-REGIONE-EDIT TO VM6-CHV-REGIONE
           END-IF.
           IF VM6-DATINI-EDIT NOT = SPACE
              MOVE VM6-DATINI-EDIT TO CONV-GGMMAAAA-X
              PERFORM CONVERTI-GGMMAAAA THRU EX-CONVERTI-GGMMAAAA
              MOVE CONV-DATA-GIUL   TO VM6-CHV-DATA
              MOVE ZERO             TO VM6-CHV-ORA
           END-IF.
           IF VM6-ORAINI-EDIT NOT = SPACE
              MOVE VM6-ORAINI-EDIT TO CONV-HHMM-X
              PERFORM CONTROLLA-HHMM THRU EX-CONTROLLA-HHMM
              MOVE CONV-HHMM        TO VM6-CHV-ORA
           END-IF.
           IF DATA-ERRATA
              GO TO EX-COMPONI-CHIAVE.
      *
           IF VM6-CHV-REGIONE = SPACE OR LOW-VALUE OR
              VM6-CHV-DATA = ZERO
              SET CHIAVE-ASSENTE TO TRUE
           ELSE
              MOVE VM6-CHIAVE-LAV TO VM6-CHIAVE-CORRENTE
           END-IF.
      *
       EX-COMPONI-CHIAVE.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- LETTURA DELLA FINESTRA RICHIESTA -------------------------*
      *-------------------------------------------------------------*
       LEGGI-FINESTRA.
      *
           PERFORM COMPONI-CHIAVE THRU EX-COMPONI-CHIAVE.
           IF DATA-ERRATA
              MOVE MSG-DATA-ERRATA TO MESSO
              GO TO EX-LEGGI-FINESTRA.
           IF CHIAVE-ASSENTE
              MOVE MSG-CHIAVE-MANCANTE TO MESSO
              GO TO EX-LEGGI-FINESTRA.
      *
           OPEN INPUT VMMANUT-FILE.
           IF NOT VMMANUT-OK
              MOVE MSG-FILE-ERRORE TO MESSO
              GO TO EX-LEGGI-FINESTRA.
           MOVE VM6-CHIAVE-LAV TO VMMANUT-CHIAVE.
           MOVE ZERO TO FLAG-FINESTRA-TROVATA.
           READ VMMANUT-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 1 TO FLAG-FINESTRA-TROVATA
           END-READ.
           CLOSE VMMANUT-FILE.
      *
           IF FINESTRA-TROVATA
              PERFORM PROPONI-FINESTRA THRU EX-PROPONI-FINESTRA
              MOVE MSG-FINESTRA-LETTA   TO VM6-MSG-TESTO
              PERFORM COMPONI-MESSO-REGIONE
                 THRU EX-COMPONI-MESSO-REGIONE
           ELSE
              MOVE MSG-FINESTRA-NON-TROV TO MESSO
           END-IF.
      *
       EX-LEGGI-FINESTRA.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- RIPORTA SULLA MAPPA IL RECORD LETTO O SALVATO ------------*
      *-------------------------------------------------------------*
       PROPONI-FINESTRA.
      *
           MOVE VMMANUT-REGIONE      TO VM6-REGIONE-EDIT.
           MOVE VMMANUT-EIBTRMID     TO VM6-TERM-EDIT.
           MOVE VMMANUT-INIZIO-DATA  TO CONV-DATA-GIUL.
           PERFORM CONVERTI-DATA THRU EX-CONVERTI-DATA.
           MOVE CONV-GGMMAAAA-X      TO VM6-DATINI-EDIT.
           MOVE VMMANUT-INIZIO-ORA   TO VM6-ORAINI-EDIT.
           MOVE VMMANUT-FINE-DATA    TO CONV-DATA-GIUL.
           PERFORM CONVERTI-DATA THRU EX-CONVERTI-DATA.
           MOVE CONV-GGMMAAAA-X      TO VM6-DATFIN-EDIT.
           MOVE VMMANUT-FINE-ORA     TO VM6-ORAFIN-EDIT.
           MOVE VMMANUT-MOTIVO       TO VM6-MOTIVO-EDIT.
           MOVE VMMANUT-APPROVATORE  TO VM6-APPROV-EDIT.
      *
       EX-PROPONI-FINESTRA.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- SALVATAGGIO (INSERIMENTO O MODIFICA) DELLA FINESTRA ------*
      *-------------------------------------------------------------*
       SALVA-FINESTRA.
      *
           PERFORM COMPONI-CHIAVE THRU EX-COMPONI-CHIAVE.
           IF DATA-ERRATA
              MOVE MSG-DATA-ERRATA TO MESSO
              GO TO EX-SALVA-FINESTRA.
           IF CHIAVE-ASSENTE
              MOVE MSG-CHIAVE-MANCANTE TO MESSO
              GO TO EX-SALVA-FINESTRA.
      *
      *---- FINE DIGITATA: DATA GGMMAAAA, ORA HHMM (MANCANTE = 2359) --*
           IF ARR-DATFIN AND VM6-DATFIN-EDIT NOT = SPACE
              MOVE VM6-DATFIN-EDIT TO CONV-GGMMAAAA-X
              PERFORM CONVERTI-GGMMAAAA THRU EX-CONVERTI-GGMMAAAA
              MOVE CONV-DATA-GIUL  TO VM6-FINE-DATA
           END-IF.
           IF ARR-ORAFIN OR ARR-DATFIN
              MOVE VM6-ORAFIN-EDIT TO CONV-HHMM-X
              IF CONV-HHMM-X = SPACE
                 MOVE "2359" TO CONV-HHMM-X
              END-IF
              PERFORM CONTROLLA-HHMM THRU EX-CONTROLLA-HHMM
              MOVE CONV-HHMM       TO VM6-FINE-ORA
           END-IF.
           IF DATA-ERRATA
              MOVE MSG-DATA-ERRATA TO MESSO
              GO TO EX-SALVA-FINESTRA.
      *
      *---- LA REGIONE DEVE ESISTERE IN ANAGRAFICA: UNA FINESTRA SU ---*
      *---- UNA REGIONE IGNOTA NON COPRIREBBE NESSUN EVENTO -----------*
           PERFORM LEGGI-REGIONE THRU EX-LEGGI-REGIONE.
           IF VM6-REG-TRMID = SPACE
              MOVE MSG-REGIONE-IGNOTA TO MESSO
              GO TO EX-SALVA-FINESTRA.
      *
           PERFORM APRI-VMMANUT-IO THRU EX-APRI-VMMANUT-IO.
           IF NOT VMMANUT-OK
              MOVE MSG-FILE-ERRORE TO MESSO
              GO TO EX-SALVA-FINESTRA.
      *
           MOVE VM6-CHIAVE-LAV TO VMMANUT-CHIAVE.
           MOVE ZERO TO FLAG-FINESTRA-TROVATA.
           READ VMMANUT-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 1 TO FLAG-FINESTRA-TROVATA
           END-READ.
           IF FINESTRA-TROVATA
              MOVE VMMANUT-REC TO AUD-PRIMA
              MOVE "R"         TO AUD-OPERAZIONE
           ELSE
              MOVE SPACE       TO AUD-PRIMA
              MOVE "I"         TO AUD-OPERAZIONE
           END-IF.
      *
      *---- SULLA FINESTRA ESISTENTE SI SOVRASCRIVONO I SOLI CAMPI ----*
      *---- TORNATI DALLA MAPPA; UNA FINESTRA NUOVA PARTE PULITA ------*
           IF NOT FINESTRA-TROVATA
              MOVE SPACE TO VMMANUT-REC
              MOVE ZERO  TO VMMANUT-FINE-DATA
                            VMMANUT-FINE-ORA
           END-IF.
           MOVE VM6-CHIAVE-LAV TO VMMANUT-CHIAVE.
           MOVE VM6-REG-TRMID  TO VMMANUT-EIBTRMID.
           IF (ARR-DATFIN AND VM6-DATFIN-EDIT NOT = SPACE)
              MOVE VM6-FINE-DATA   TO VMMANUT-FINE-DATA
           END-IF.
           IF ARR-ORAFIN OR ARR-DATFIN
              MOVE VM6-FINE-ORA    TO VMMANUT-FINE-ORA
           END-IF.
           IF ARR-MOTIVO
              MOVE VM6-MOTIVO-EDIT TO VMMANUT-MOTIVO
           END-IF.
           IF ARR-APPROV
              MOVE VM6-APPROV-EDIT TO VMMANUT-APPROVATORE
           END-IF.
      *
      *---- TERMINALE, FINE, MOTIVO E APPROVATORE SONO OBBLIGATORI ----*
           IF VMMANUT-EIBTRMID    = SPACE OR
              VMMANUT-FINE-DATA   = ZERO  OR
              VMMANUT-MOTIVO      = SPACE OR
              VMMANUT-APPROVATORE = SPACE
              MOVE MSG-DATI-MANCANTI TO MESSO
              CLOSE VMMANUT-FILE
              GO TO EX-SALVA-FINESTRA.
      *
           COMPUTE VM6-ISTANTE-INIZIO = VMMANUT-INIZIO-DATA * 10000
                                      + VMMANUT-INIZIO-ORA.
           COMPUTE VM6-ISTANTE-FINE   = VMMANUT-FINE-DATA * 10000
                                      + VMMANUT-FINE-ORA.
           IF VM6-ISTANTE-FINE < VM6-ISTANTE-INIZIO
              MOVE MSG-FINE-ERRATA TO MESSO
              CLOSE VMMANUT-FILE
              GO TO EX-SALVA-FINESTRA.
      *
           IF CSM-UTENTE-RDS NOT = SPACE AND LOW-VALUE
              MOVE CSM-UTENTE-RDS    TO VMMANUT-UTENTE
           ELSE
              MOVE CSM-UTENTE (1:10) TO VMMANUT-UTENTE
           END-IF.
           IF FINESTRA-TROVATA
              REWRITE VMMANUT-REC
           ELSE
              WRITE VMMANUT-REC
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF.
      *
           IF VMMANUT-OK
              PERFORM SCRIVI-VMAUDIT THRU EX-SCRIVI-VMAUDIT
              IF GIORNALE-KO
                 CLOSE VMMANUT-FILE
                 GO TO EX-SALVA-FINESTRA
              END-IF
              PERFORM PROPONI-FINESTRA THRU EX-PROPONI-FINESTRA
              MOVE MSG-FINESTRA-SALVATA TO VM6-MSG-TESTO
              PERFORM COMPONI-MESSO-REGIONE
                 THRU EX-COMPONI-MESSO-REGIONE
           ELSE
              MOVE MSG-FILE-ERRORE     TO MESSO
           END-IF.
      *
           CLOSE VMMANUT-FILE.
      *
       EX-SALVA-FINESTRA.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- CANCELLAZIONE DELLA FINESTRA RICHIESTA -------------------*
      *-------------------------------------------------------------*
       ELIMINA-FINESTRA.
      *
           PERFORM COMPONI-CHIAVE THRU EX-COMPONI-CHIAVE.
           IF DATA-ERRATA
              MOVE MSG-DATA-ERRATA TO MESSO
              GO TO EX-ELIMINA-FINESTRA.
           IF CHIAVE-ASSENTE
              MOVE MSG-CHIAVE-MANCANTE TO MESSO
              GO TO EX-ELIMINA-FINESTRA.
      *
           PERFORM APRI-VMMANUT-IO THRU EX-APRI-VMMANUT-IO.
           IF NOT VMMANUT-OK
              MOVE MSG-FILE-ERRORE TO MESSO
              GO TO EX-ELIMINA-FINESTRA.
      *
           MOVE VM6-CHIAVE-LAV TO VMMANUT-CHIAVE.
           MOVE ZERO TO FLAG-FINESTRA-TROVATA.
           READ VMMANUT-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 1 TO FLAG-FINESTRA-TROVATA
           END-READ.
      *
           IF FINESTRA-TROVATA
              MOVE VMMANUT-REC TO AUD-PRIMA
              DELETE VMMANUT-FILE
              IF VMMANUT-OK
                 MOVE "D"     TO AUD-OPERAZIONE
                 PERFORM SCRIVI-VMAUDIT THRU EX-SCRIVI-VMAUDIT
                 IF GIORNALE-KO
                    CLOSE VMMANUT-FILE
                    GO TO EX-ELIMINA-FINESTRA
                 END-IF
              END-IF
              MOVE MSG-FINESTRA-ELIMINATA TO VM6-MSG-TESTO
              PERFORM COMPONI-MESSO-REGIONE
                 THRU EX-COMPONI-MESSO-REGIONE
              MOVE SPACE TO VM6-TERM-EDIT
                            VM6-DATFIN-EDIT
                            VM6-ORAFIN-EDIT
                            VM6-MOTIVO-EDIT
                            VM6-APPROV-EDIT
           ELSE
              MOVE MSG-FINESTRA-NON-TROV TO MESSO
           END-IF.
      *
           CLOSE VMMANUT-FILE.
      *
       EX-ELIMINA-FINESTRA.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- APERTURA IN AGGIORNAMENTO CON CREAZIONE DEL FILE ---------*
      *---- ALLA PRIMA SCRITTURA (COME APRI-VMPROF-IO DI TPVM004) ----*
      *-------------------------------------------------------------*
       APRI-VMMANUT-IO.
      *
           OPEN I-O VMMANUT-FILE.
           IF VMMANUT-NON-ESISTE
              OPEN OUTPUT VMMANUT-FILE
              IF VMMANUT-OK
                 CLOSE VMMANUT-FILE
                 OPEN I-O VMMANUT-FILE
              END-IF
           END-IF.
      *
       EX-APRI-VMMANUT-IO.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- LEGGE LA REGIONE DELLA CHIAVE NELL'ANAGRAFICA VMREG E NE --*
      *---- TIENE IL TERMINALE; SPAZIO = REGIONE ASSENTE, SENZA -------*
      *---- TERMINALE O ANAGRAFICA NON DISPONIBILE --------------------*
      *-------------------------------------------------------------*
       LEGGI-REGIONE.
      *
           MOVE SPACE TO VM6-REG-TRMID.
           OPEN INPUT VMREG-FILE.
           IF NOT VMREG-OK
              GO TO EX-LEGGI-REGIONE.
           MOVE VM6-CHV-REGIONE TO VMREG-REGIONE.
           READ VMREG-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF VMREG-OK AND VMREG-EIBTRMID NOT = LOW-VALUE
              MOVE VMREG-EIBTRMID TO VM6-REG-TRMID
           END-IF.
           CLOSE VMREG-FILE.
      *
       EX-LEGGI-REGIONE.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- DATA GGMMAAAA IN GIULIANA 0CAADDD (ANNI 1900-2099) -------*
      *-------------------------------------------------------------*
       CONVERTI-GGMMAAAA.
      *
           MOVE ZERO TO CONV-DATA-GIUL.
           IF CONV-GGMMAAAA-X NOT NUMERIC
              SET DATA-ERRATA TO TRUE
              GO TO EX-CONVERTI-GGMMAAAA.
           IF CONV-IN-MM < 1 OR CONV-IN-MM > 12 OR
              CONV-IN-AAAA < 1900 OR CONV-IN-AAAA > 2099
              SET DATA-ERRATA TO TRUE
              GO TO EX-CONVERTI-GGMMAAAA.
      *
           MOVE 28 TO MESE-GG (2).
           DIVIDE CONV-IN-AAAA BY 4
              GIVING CONV-QUOZIENTE
              REMAINDER CONV-RESTO.
           IF CONV-RESTO = ZERO
              MOVE 29 TO MESE-GG (2)
           END-IF.
           IF CONV-IN-GG < 1 OR CONV-IN-GG > MESE-GG (CONV-IN-MM)
              SET DATA-ERRATA TO TRUE
              GO TO EX-CONVERTI-GGMMAAAA.
      *
           MOVE ZERO TO CONV-DDD.
           MOVE 1    TO CONV-MM.
           PERFORM SOMMA-MESE THRU EX-SOMMA-MESE
              UNTIL CONV-MM NOT < CONV-IN-MM.
           ADD CONV-IN-GG TO CONV-DDD.
      *
           COMPUTE CONV-DATA-GIUL = (CONV-IN-AAAA - 1900) * 1000
                                  + CONV-DDD.
      *
       EX-CONVERTI-GGMMAAAA.
           EXIT.
      *
       SOMMA-MESE.
      *
           ADD MESE-GG (CONV-MM) TO CONV-DDD.
           ADD 1 TO CONV-MM.
      *
       EX-SOMMA-MESE.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- ORA HHMM: ORE 00-23, MINUTI 00-59 ------------------------*
      *-------------------------------------------------------------*
       CONTROLLA-HHMM.
      *
           IF CONV-HHMM-X NOT NUMERIC
              SET DATA-ERRATA TO TRUE
              GO TO EX-CONTROLLA-HHMM.
           IF CONV-IN-HH > 23 OR CONV-IN-MI > 59
              SET DATA-ERRATA TO TRUE
           END-IF.
      *
       EX-CONTROLLA-HHMM.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- DATA GIULIANA 0CAADDD IN GG/MM/AAAA (LISTA) E IN ---------*
      *---- GGMMAAAA (CAMPI DELLA MAPPA) -----------------------------*
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
           MOVE CONV-DDD     TO CONV-IN-GG.
           MOVE CONV-MM      TO CONV-IN-MM.
           MOVE CONV-ED-AAAA TO CONV-IN-AAAA.
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
      *---- GIORNALE DELLE MODIFICHE: OPERATORE, TERMINALE, ORA, -----*
      *---- CHIAVE DELLA FINESTRA E IMMAGINI PRIMA E DOPO (LA --------*
      *---- CANCELLAZIONE NON HA IMMAGINE DOPO, L'INSERIMENTO -------*
      *---- NON HA IMMAGINE PRIMA) -----------------------------------*
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
           MOVE "VMMANUT"          TO VMAUDIT-NOME-FILE.
           MOVE AUD-OPERAZIONE     TO VMAUDIT-OPERAZIONE.
           MOVE VM6-CHIAVE-LAV     TO VMAUDIT-CHIAVE.
           MOVE AUD-PRIMA          TO VMAUDIT-PRIMA.
           IF VMAUDIT-CANCELLAZIONE
              MOVE SPACE           TO VMAUDIT-DOPO
           ELSE
              MOVE VMMANUT-REC     TO VMAUDIT-DOPO
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
                 DELETE VMMANUT-FILE
              WHEN "R"
                 MOVE AUD-PRIMA TO VMMANUT-REC
                 REWRITE VMMANUT-REC
              WHEN "D"
                 MOVE AUD-PRIMA TO VMMANUT-REC
                 WRITE VMMANUT-REC
                    INVALID KEY
                       CONTINUE
                 END-WRITE
           END-EVALUATE.
      *
           MOVE "GI"           TO C43401-TIPO-ABN.
           MOVE AUD-STATO-KO   TO C43401-ABEND.
           IF VMMANUT-OK
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
      *---- CHI MANTIENE IL CALENDARIO DEVE AVERE L'ABILITAZIONE -----*
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
      *---- SCORRIMENTO DELLA LISTA (8 FINESTRE PER PAGINA) ----------*
      *-------------------------------------------------------------*
       PAGINA-AVANTI.
      *
           IF VM6-CHIAVE-ULTIMA NOT = SPACE AND LOW-VALUE
              MOVE VM6-CHIAVE-ULTIMA TO VM6-CHIAVE-TOP
           END-IF.
      *
       EX-PAGINA-AVANTI.
           EXIT.
      *
      *---- IL FILE A CHIAVE NON SI LEGGE ALL'INDIETRO: PF7 ------------*
      *---- RIPARTE DALL'INIZIO DEL CALENDARIO -------------------------*
       PAGINA-INDIETRO.
      *
           MOVE LOW-VALUE TO VM6-CHIAVE-TOP.
      *
       EX-PAGINA-INDIETRO.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- CARICA LE 8 RIGHE DI LISTA DALLA CHIAVE VM6-CHIAVE-TOP ---*
      *---- IN AVANTI (ESCLUSA), RICORDANDO L'ULTIMA MOSTRATA --------*
      *-------------------------------------------------------------*
       CARICA-LISTA.
      *
           MOVE SPACE TO VM6-CHIAVE-ULTIMA.
           OPEN INPUT VMMANUT-FILE.
           IF VMMANUT-OK
              MOVE VM6-CHIAVE-TOP TO VMMANUT-CHIAVE
              START VMMANUT-FILE KEY > VMMANUT-CHIAVE
                 INVALID KEY
                    SET VMMANUT-NOTFND TO TRUE
              END-START
           END-IF.
           PERFORM CARICA-RIGA-LISTA THRU EX-CARICA-RIGA-LISTA
              VARYING VM6-LISTA-IND FROM 1 BY 1
              UNTIL VM6-LISTA-IND > 8.
           IF NOT VMMANUT-NON-ESISTE
              CLOSE VMMANUT-FILE
           END-IF.
      *
       EX-CARICA-LISTA.
           EXIT.
      *
       CARICA-RIGA-LISTA.
      *
           MOVE SPACE TO RIGA-LISTA.
      *
           IF VMMANUT-NON-ESISTE OR VMMANUT-NOTFND
              MOVE ALL "-" TO RIGA-REGIONE
           ELSE
              READ VMMANUT-FILE NEXT
                 AT END
                    SET VMMANUT-NOTFND TO TRUE
              END-READ
              IF VMMANUT-OK
                 PERFORM COMPONI-RIGA-LISTA
                    THRU EX-COMPONI-RIGA-LISTA
                 MOVE VMMANUT-CHIAVE        TO VM6-CHIAVE-ULTIMA
              ELSE
                 MOVE ALL "-" TO RIGA-REGIONE
              END-IF
           END-IF.
      *
           EVALUATE VM6-LISTA-IND
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
           MOVE VMMANUT-REGIONE       TO RIGA-REGIONE.
           MOVE VMMANUT-EIBTRMID      TO RIGA-TERM.
           MOVE VMMANUT-INIZIO-DATA   TO CONV-DATA-GIUL.
           PERFORM CONVERTI-DATA THRU EX-CONVERTI-DATA.
           MOVE CONV-DATA-EDIT        TO RIGA-INI-DATA.
           MOVE VMMANUT-INIZIO-ORA    TO CONV-HHMM.
           MOVE CONV-IN-HH            TO CONV-ED-HH.
           MOVE CONV-IN-MI            TO CONV-ED-MI.
           MOVE CONV-ORA-EDIT         TO RIGA-INI-ORA.
           MOVE VMMANUT-FINE-DATA     TO CONV-DATA-GIUL.
           PERFORM CONVERTI-DATA THRU EX-CONVERTI-DATA.
           MOVE CONV-DATA-EDIT        TO RIGA-FIN-DATA.
           MOVE VMMANUT-FINE-ORA      TO CONV-HHMM.
           MOVE CONV-IN-HH            TO CONV-ED-HH.
           MOVE CONV-IN-MI            TO CONV-ED-MI.
           MOVE CONV-ORA-EDIT         TO RIGA-FIN-ORA.
           MOVE VMMANUT-APPROVATORE   TO RIGA-APPROV.
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
           MOVE VM6-CHV-REGIONE     TO VM6-MSG-REGIONE.
           MOVE VM6-MSG-AREA        TO MESSO.
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
      *        EXEC CICS SEND MAP ("MPPVM06")                           *C43401
      *                        MAPSET   ("TMPVM06")                     *C43401
      *                        DATAONLY                                 *C43401
      *                        FRSET                                    *C43401
      *                        FREEKB                                   *C43401
      *                        CURSOR                                   *C43401
      *                        END-EXEC                                 *C43401
      *---------------------------------------------------------------- *C43401
               MOVE "TMPVM06" TO C43401-WS-MAPSET                       *C43401
               MOVE "MPPVM06" TO C43401-WS-MAP                          *C43401
               MOVE MPPVM06O TO C43401-WS-DATI                          *C43401
               MOVE MPPVM06-TIPO-MAPPA TO C43401-TIPO-MAPPA             *C43401
               MOVE MPPVM06-NUM-CAMPI TO C43401-NUM-CAMPI               *C43401
               MOVE MPPVM06-TAB-CAMPI TO C43401-TAB-CAMPI               *C43401
               MOVE MPPVM06-ATTR-INI TO C43401-ATTR-INI                 *C43401
               MOVE MPPVM06-PC-INI TO C43401-PC-INI                     *C43401
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
      *       EXEC CICS SEND MAP ("MPPVM06")                            *C43401
      *                       MAPSET    ("TMPVM06")                     *C43401
      *                       FREEKB                                    *C43401
      *                       CURSOR                                    *C43401
      *                       ERASE                                     *C43401
      *                   END-EXEC.                                     *C43401
      *---------------------------------------------------------------- *C43401
              MOVE "TMPVM06" TO C43401-WS-MAPSET                        *C43401
              MOVE "MPPVM06" TO C43401-WS-MAP                           *C43401
              MOVE MPPVM06O TO C43401-WS-DATI                           *C43401
              MOVE MPPVM06-TIPO-MAPPA TO C43401-TIPO-MAPPA              *C43401
              MOVE MPPVM06-NUM-CAMPI TO C43401-NUM-CAMPI                *C43401
              MOVE MPPVM06-TAB-CAMPI TO C43401-TAB-CAMPI                *C43401
              MOVE MPPVM06-ATTR-INI TO C43401-ATTR-INI                  *C43401
              MOVE MPPVM06-PC-INI TO C43401-PC-INI                      *C43401
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
      *    EXEC   CICS RETURN TRANSID    ("VM06")                       *C43401
      *                       COMMAREA   (DFH-AREA-TOT)                 *C43401
      *                       LENGTH     (LEN-COMMAREA)                 *C43401
      *           END-EXEC.                                             *C43401
      *---------------------------------------------------------------- *C43401
           MOVE "U " TO C43401-STARTCODE                                *C43401
           MOVE "VM06" TO EIBTRNID                                      *C43401
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
           MOVE VM6-REGIONE-EDIT TO REGIONEO.
      *
           IF VM6-REGIONE-EDIT = SPACE
              IF VM6-CHIAVE-CORRENTE NOT = SPACE AND LOW-VALUE
                 MOVE VM6-CHIAVE-CORRENTE (1:8) TO REGIONEO
              ELSE
                 MOVE ALL "_"     TO REGIONEO
              END-IF
           END-IF.
      *
           MOVE VM6-TERM-EDIT    TO TERMO.
      *
           IF VM6-TERM-EDIT = SPACE
              MOVE ALL "_"       TO TERMO.
      *
           MOVE VM6-DATINI-EDIT  TO DATINIO.
      *
           IF VM6-DATINI-EDIT = SPACE
              MOVE ALL "_"       TO DATINIO.
      *
           MOVE VM6-ORAINI-EDIT  TO ORAINIO.
      *
           IF VM6-ORAINI-EDIT = SPACE
              MOVE ALL "_"       TO ORAINIO.
      *
           MOVE VM6-DATFIN-EDIT  TO DATFINO.
      *
           IF VM6-DATFIN-EDIT = SPACE
              MOVE ALL "_"       TO DATFINO.
      *
           MOVE VM6-ORAFIN-EDIT  TO ORAFINO.
      *
           IF VM6-ORAFIN-EDIT = SPACE
              MOVE ALL "_"       TO ORAFINO.
      *
           MOVE VM6-MOTIVO-EDIT  TO MOTIVOO.
      *
           IF VM6-MOTIVO-EDIT = SPACE
              MOVE ALL "_"       TO MOTIVOO.
      *
           MOVE VM6-APPROV-EDIT  TO APPROVO.
      *
           IF VM6-APPROV-EDIT = SPACE
              MOVE ALL "_"       TO APPROVO.
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
           MOVE DFHBMASK       TO TERMA.
           MOVE DFHBMUNN       TO DATINIA.
           MOVE DFHBMUNN       TO ORAINIA.
           MOVE DFHBMUNN       TO DATFINA.
           MOVE DFHBMUNN       TO ORAFINA.
           MOVE DFHBMUNP       TO MOTIVOA.
           MOVE DFHBMUNP       TO APPROVA.
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
                 MOVE "REGION OR WINDOW START MISSING"
                                     TO MSG-CHIAVE-MANCANTE
                 MOVE "WINDOW READ"
                                     TO MSG-FINESTRA-LETTA
                 MOVE "WINDOW SAVED"
                                     TO MSG-FINESTRA-SALVATA
                 MOVE "WINDOW DELETED"
                                     TO MSG-FINESTRA-ELIMINATA
                 MOVE "WINDOW NOT FOUND"
                                     TO MSG-FINESTRA-NON-TROV
                 MOVE "MAINTENANCE CALENDAR NOT AVAILABLE"
                                     TO MSG-FILE-ERRORE
                 MOVE "CHANGE UNDONE: AUDIT LOG NOT WRITTEN"
                                     TO MSG-GIORNALE-KO
                 MOVE "FUNCTION NOT AUTHORIZED FOR THIS USER"
                                     TO MSG-NON-AUTORIZZATO
                 MOVE "DATE DDMMYYYY OR TIME HHMM INVALID"
                                     TO MSG-DATA-ERRATA
                 MOVE "WINDOW END BEFORE WINDOW START"
                                     TO MSG-FINE-ERRATA
                 MOVE "TERMINAL, END, REASON, APPROVER REQUIRED"
                                     TO MSG-DATI-MANCANTI
                 MOVE "REGION NOT IN REGION REGISTRY VMREG"
                                     TO MSG-REGIONE-IGNOTA
                 MOVE "F3=EXIT ENTER=READ F5=SAVE F6=DELETE F7=TOP F8=FO
      -              "RWARD"
                                     TO MSG-AIUTO-TASTI
                 MOVE "INVALID CALL"
                                     TO MSG-RICHIAMO-ERRATO
              WHEN OTHER
                 MOVE "TASTO INVALIDO"
                                     TO MSG-TASTO-INVALIDO
                 MOVE "REGIONE O INIZIO MANCANTE"
                                     TO MSG-CHIAVE-MANCANTE
                 MOVE "FINESTRA LETTA"
                                     TO MSG-FINESTRA-LETTA
                 MOVE "FINESTRA SALVATA"
                                     TO MSG-FINESTRA-SALVATA
                 MOVE "FINESTRA ELIMINATA"
                                     TO MSG-FINESTRA-ELIMINATA
                 MOVE "FINESTRA NON TROVATA"
                                     TO MSG-FINESTRA-NON-TROV
                 MOVE "CALENDARIO MANUTENZIONI NON DISPONIBILE"
                                     TO MSG-FILE-ERRORE
                 MOVE "MODIFICA ANNULLATA: GIORNALE NON SCRITTO"
                                     TO MSG-GIORNALE-KO
                 MOVE "FUNZIONE NON AUTORIZZATA PER L'UTENTE"
                                     TO MSG-NON-AUTORIZZATO
                 MOVE "DATA GGMMAAAA O ORA HHMM ERRATA"
                                     TO MSG-DATA-ERRATA
                 MOVE "FINE FINESTRA PRECEDENTE ALL'INIZIO"
                                     TO MSG-FINE-ERRATA
                 MOVE "MANCA TERMINALE, FINE, MOTIVO O APPROV."
                                     TO MSG-DATI-MANCANTI
                 MOVE "REGIONE NON CENSITA IN ANAGRAFICA VMREG"
                                     TO MSG-REGIONE-IGNOTA
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
           MOVE "VM06TAST" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:20) TO MSG-TASTO-INVALIDO
           END-IF.
      *
           MOVE "VM06CHIA" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:30) TO MSG-CHIAVE-MANCANTE
           END-IF.
      *
           MOVE "VM06LETT" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:20) TO MSG-FINESTRA-LETTA
           END-IF.
      *
           MOVE "VM06SALV" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:20) TO MSG-FINESTRA-SALVATA
           END-IF.
      *
           MOVE "VM06ELIM" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:20) TO MSG-FINESTRA-ELIMINATA
           END-IF.
      *
           MOVE "VM06NTRO" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:30) TO MSG-FINESTRA-NON-TROV
           END-IF.
      *
           MOVE "VM06FILE" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:40) TO MSG-FILE-ERRORE
           END-IF.
      *
           MOVE "VM06GIOR" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:40) TO MSG-GIORNALE-KO
           END-IF.
      *
           MOVE "VM06NAUT" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:40) TO MSG-NON-AUTORIZZATO
           END-IF.
      *
           MOVE "VM06DATA" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:40) TO MSG-DATA-ERRATA
           END-IF.
      *
           MOVE "VM06FINE" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:40) TO MSG-FINE-ERRATA
           END-IF.
      *
           MOVE "VM06DATI" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:40) TO MSG-DATI-MANCANTI
           END-IF.
      *
           MOVE "VM06REGI" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:40) TO MSG-REGIONE-IGNOTA
           END-IF.
      *
           MOVE "VM06AIUT" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:94) TO MSG-AIUTO-TASTI
           END-IF.
      *
           MOVE "VM06RICH" TO VMMSG-ID.
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
