       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TPVM010.
      *------------------------------------------------*
      *   GESTIONE DEI PROBLEMI DEGLI INCIDENTI (VM10)  *
      *------------------------------------------------*
      *   UN PROBLEMA RAGGRUPPA GLI INCIDENTI VMINC CHE *
      *   HANNO LA STESSA ORIGINE, ANCHE SU REGIONI     *
      *   DIVERSE: TITOLO, CODICE CAUSA, DESCRIZIONE,   *
      *   RESPONSABILE E, ALLA CHIUSURA, LA             *
      *   RISOLUZIONE. LA TRANSAZIONE APRE UN PROBLEMA, *
      *   VI COLLEGA GLI INCIDENTI (FILE VMPRINC) E LO  *
      *   CHIUDE: LA CHIUSURA SEGNA COME REVISIONATI    *
      *   TUTTI GLI INCIDENTI COLLEGATI CON L'UTENTE    *
      *   CHE CHIUDE.                                   *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.                         *CSTD
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--------------------------------------------------------------*
      *    PROBLEMI DEGLI INCIDENTI VM00 (NUMERO ZERO = RECORD DI     *
      *    CONTROLLO CON L'ULTIMO NUMERO ASSEGNATO)                   *
      *--------------------------------------------------------------*
           SELECT VMPROB-FILE  ASSIGN TO VMPROB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VMPROB-NUMERO
                  FILE STATUS  IS VMPROB-STATUS.
      *--------------------------------------------------------------*
      *    INCIDENTI COLLEGATI AI PROBLEMI (PROBLEMA + INCIDENTE)     *
      *--------------------------------------------------------------*
           SELECT VMPRINC-FILE ASSIGN TO VMPRINC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VMPRINC-CHIAVE
                  FILE STATUS  IS VMPRINC-STATUS.
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
       FD  VMPROB-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMPROB-REC.
           05  VMPROB-NUMERO         PIC 9(7).
           05  VMPROB-TITOLO         PIC X(40).
      *---- CODICE CAUSA (LIBERO, RAGGRUPPA I PROBLEMI NEL RAPPORTO) --*
           05  VMPROB-CAUSA          PIC X(4).
           05  VMPROB-DESCRIZIONE    PIC X(120).
      *---- OPERATORE RESPONSABILE DEL PROBLEMA -----------------------*
           05  VMPROB-TITOLARE       PIC X(10).
           05  VMPROB-STATO          PIC X.
               88  VMPROB-APERTO             VALUE "A".
               88  VMPROB-CHIUSO             VALUE "C".
      *---- APERTURA E CHIUSURA: DATA 0CAADDD, ORA HHMMSS E UTENTE ----*
           05  VMPROB-APERTO-DATA    PIC 9(7).
           05  VMPROB-APERTO-ORA     PIC 9(6).
           05  VMPROB-APERTO-UTENTE  PIC X(10).
           05  VMPROB-CHIUSO-DATA    PIC 9(7).
           05  VMPROB-CHIUSO-ORA     PIC 9(6).
           05  VMPROB-CHIUSO-UTENTE  PIC X(10).
           05  VMPROB-RISOLUZIONE    PIC X(120).
      *---- INCIDENTI COLLEGATI (IL DETTAGLIO E' IN VMPRINC) ----------*
           05  VMPROB-INCIDENTI      PIC 9(5).
           05  FILLER                PIC X(47).
      *---- RECORD DI CONTROLLO (NUMERO ZERO): ULTIMO NUMERO ----------*
      *---- DI PROBLEMA ASSEGNATO -------------------------------------*
       01  VMPROB-CTL-REC.
           05  VMPROB-CTL-NUMERO     PIC 9(7).
           05  VMPROB-CTL-ULTIMO     PIC 9(7).
           05  FILLER                PIC X(386).
      *
       FD  VMPRINC-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMPRINC-REC.
           05  VMPRINC-CHIAVE.
               10  VMPRINC-PROBLEMA  PIC 9(7).
               10  VMPRINC-INCIDENTE PIC 9(7).
      *---- COLLEGAMENTO: DATA 0CAADDD, ORA HHMMSS E UTENTE -----------*
           05  VMPRINC-DATA          PIC 9(7).
           05  VMPRINC-ORA           PIC 9(6).
           05  VMPRINC-UTENTE        PIC X(10).
           05  FILLER                PIC X(13).
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
      *--------------------------------------------------------------*
      *       STATI DEI FILE DI SERVIZIO VM00                        *
      *--------------------------------------------------------------*
       01  FILE-STATUS-AREE.
        05   VMPROB-STATUS                 PIC XX VALUE "00".
             88  VMPROB-OK                        VALUE "00".
             88  VMPROB-NOTFND                    VALUE "23" "24".
             88  VMPROB-NON-ESISTE                VALUE "35".
        05   VMPRINC-STATUS                PIC XX VALUE "00".
             88  VMPRINC-OK                       VALUE "00".
             88  VMPRINC-DOPPIO                   VALUE "22".
             88  VMPRINC-NON-ESISTE               VALUE "35".
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
             88  VMINC-NOTFND                     VALUE "23".
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
        05   FLAG-PROB-CTL-TROVATO         PIC 9   VALUE ZERO.
             88  PROB-CTL-TROVATO                  VALUE 1.
        05   FLAG-FINE-LINK                PIC 9   VALUE ZERO.
             88  FINE-LINK                         VALUE 1.
        05   FLAG-RICARICA                 PIC 9   VALUE ZERO.
             88  RICARICA                          VALUE 1.
        05   FLAG-ARCHIVIO-KO              PIC 9   VALUE ZERO.
             88  ARCHIVIO-KO                       VALUE 1.
        05   FLAG-INC-LEGGIBILI            PIC 9   VALUE ZERO.
             88  INC-LEGGIBILI                     VALUE 1.
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
        05 MSG-CHIAVE-MANCANTE  PIC X(40).
        05 MSG-PROB-LETTO       PIC X(40).
        05 MSG-PROB-NON-TROV    PIC X(40).
        05 MSG-PROB-APERTO      PIC X(40).
        05 MSG-PROB-CHIUSO      PIC X(40).
        05 MSG-PROB-GIA-CHIUSO  PIC X(40).
        05 MSG-DATI-MANCANTI    PIC X(40).
        05 MSG-RISOL-MANCANTE   PIC X(40).
        05 MSG-INC-COLLEGATO    PIC X(40).
        05 MSG-INC-NON-TROV     PIC X(40).
        05 MSG-INC-GIA-COLL     PIC X(40).
        05 MSG-INC-MANCANTE     PIC X(40).
        05 MSG-FINE-LISTA       PIC X(40).
        05 MSG-FILE-ERRORE      PIC X(40).
        05 MSG-NON-AUTORIZZATO  PIC X(40).
        05 MSG-AIUTO-TASTI      PIC X(94).
        05 MSG-RICHIAMO-ERRATO  PIC X(20).
      *--------------------------------------------------------------*
      *       CAMPI PER LA GESTIONE DEI PROBLEMI VMPROB              *
      *--------------------------------------------------------------*
       01  PROBLEMA-AREE.
        05 PROF-UTENTE-CHIAVE  PIC X(10) VALUE SPACE.
        05 VM10-UTENTE         PIC X(10) VALUE SPACE.
      *---- CAMPI DIGITATI (O RIPORTATI DAL PROBLEMA CORRENTE) --------*
        05 VM10-PROBL-EDIT     PIC X(7)  VALUE SPACE.
        05 VM10-INCID-EDIT     PIC X(7)  VALUE SPACE.
        05 VM10-CAUSA-EDIT     PIC X(4)  VALUE SPACE.
        05 VM10-RESP-EDIT      PIC X(10) VALUE SPACE.
        05 VM10-TITOLO-EDIT    PIC X(40) VALUE SPACE.
        05 VM10-DESCR-EDIT.
           10 VM10-DESCR1-EDIT PIC X(60) VALUE SPACE.
           10 VM10-DESCR2-EDIT PIC X(60) VALUE SPACE.
        05 VM10-RISOL-EDIT.
           10 VM10-RISOL1-EDIT PIC X(60) VALUE SPACE.
           10 VM10-RISOL2-EDIT PIC X(60) VALUE SPACE.
      *---- NUMERO DIGITATO ALLINEATO A DESTRA CON ZERI ---------------*
        05 VM10-NUM-EDIT       PIC X(7)  VALUE SPACE.
        05 VM10-NUM            PIC 9(7)  VALUE ZERO.
        05 VM10-NUM-X REDEFINES VM10-NUM PIC X(7).
        05 VM10-PROBL-NUM      PIC 9(7)  VALUE ZERO.
        05 VM10-INCID-NUM      PIC 9(7)  VALUE ZERO.
        05 VM10-NUMERO-LAV     PIC 9(7)  VALUE ZERO.
        05 VM10-RECORD-SOSPESO PIC X(400) VALUE SPACE.
      *---- INCIDENTI COLLEGATI: TOTALE, PAGINE DA 5 RIGHE E SEGNATI --*
        05 VM10-INC-TOTALI     PIC 9(5)  VALUE ZERO.
        05 VM10-PAGINE         PIC 9(3)  COMP-4 VALUE ZERO.
        05 VM10-SALTA          PIC 9(5)  COMP-4 VALUE ZERO.
        05 VM10-LETTI          PIC 9(5)  COMP-4 VALUE ZERO.
        05 VM10-RIGA-IND       PIC 9(3)  COMP-4 VALUE ZERO.
        05 VM10-SEGNATI        PIC 9(5)  COMP-4 VALUE ZERO.
        05 VM10-MSG-AREA.
           10 VM10-MSG-TESTO   PIC X(40) VALUE SPACE.
           10 FILLER           PIC X     VALUE SPACE.
           10 VM10-MSG-NUM     PIC ZZZZZZ9.
           10 FILLER           PIC X(31) VALUE SPACE.
      *---- ORA 0HHMMSS DEL RECORD, EDITATA HH:MM:SS ------------------*
        05 VM10-ORA-LAV        PIC 9(7)  VALUE ZERO.
        05 VM10-ORA-LAV-R REDEFINES VM10-ORA-LAV.
           10 FILLER           PIC 9.
           10 VM10-ORA-HH      PIC 99.
           10 VM10-ORA-MI      PIC 99.
           10 VM10-ORA-SS      PIC 99.
        05 VM10-ORA-EDIT.
           10 VM10-ED-HH       PIC 99.
           10 FILLER           PIC X VALUE ":".
           10 VM10-ED-MI       PIC 99.
           10 FILLER           PIC X VALUE ":".
           10 VM10-ED-SS       PIC 99.
      *--------------------------------------------------------------*
      *       RIGHE DI DETTAGLIO DEL PROBLEMA (L01-L08)              *
      *--------------------------------------------------------------*
       01  RIGA-PROBLEMA.
        05 FILLER              PIC X(9)  VALUE "PROBLEMA ".
        05 RPB-NUMERO          PIC 9(7).
        05 FILLER              PIC X(8)  VALUE "  STATO ".
        05 RPB-STATO           PIC X(6).
        05 FILLER              PIC X(8)  VALUE "  CAUSA ".
        05 RPB-CAUSA           PIC X(4).
        05 FILLER              PIC X(8)  VALUE "  RESP. ".
        05 RPB-TITOLARE        PIC X(10).
        05 FILLER              PIC X(5)  VALUE " INC.".
        05 RPB-INCIDENTI       PIC ZZZZ9.
      *
       01  RIGA-DATE.
        05 FILLER              PIC X(7)  VALUE "APERTO ".
        05 RDT-APERTO-DATA     PIC X(10).
        05 FILLER              PIC X(4)  VALUE " DA ".
        05 RDT-APERTO-UTENTE   PIC X(10).
        05 FILLER              PIC X(9)  VALUE "  CHIUSO ".
        05 RDT-CHIUSO-DATA     PIC X(10).
        05 FILLER              PIC X(4)  VALUE " DA ".
        05 RDT-CHIUSO-UTENTE   PIC X(10).
        05 FILLER              PIC X(6)  VALUE SPACE.
      *
       01  RIGA-TESTATA.
        05 FILLER              PIC X(29) VALUE
                   "INCIDENTI COLLEGATI - PAGINA ".
        05 RTS-PAGINA          PIC ZZ9.
        05 FILLER              PIC X(4)  VALUE " DI ".
        05 RTS-PAGINE          PIC ZZ9.
        05 FILLER              PIC X(31) VALUE SPACE.
      *
       01  RIGA-INCIDENTE.
        05 RIN-NUMERO          PIC 9(7).
        05 FILLER              PIC X     VALUE SPACE.
        05 RIN-DATA            PIC X(10).
        05 FILLER              PIC X     VALUE SPACE.
        05 RIN-ORA             PIC X(8).
        05 FILLER              PIC X     VALUE SPACE.
        05 RIN-TIPO            PIC XX.
        05 FILLER              PIC X     VALUE SPACE.
        05 RIN-ABEND           PIC XX.
        05 FILLER              PIC XX    VALUE SPACE.
        05 RIN-PARAGRAFO       PIC X(20).
        05 FILLER              PIC XX    VALUE SPACE.
        05 RIN-TRMID           PIC X(4).
        05 FILLER              PIC XX    VALUE SPACE.
        05 RIN-REVISTO         PIC X(7).
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
             05 VM10-PROBL-CORRENTE      PIC X(7) VALUE SPACE.
             05 VM10-PAGINA              PIC 9(3) VALUE ZERO.
             05 FILLER                   PIC X(350) VALUE SPACE.
           02 FILLER                   PIC X(20) VALUE SPACE.
      *---------------------------------------------------------------*
      *      =========  C O P Y   E    I N C L U D E  =========       *
      *---------------------------------------------------------------*
      *COPY TMPVM10.
      *
       01  MPPVM10-TIPO-MAPPA.
         05  MPPVM10-TIPO-M                PIC X VALUE "N".
         05  MPPVM10-TIPO-SIZE             PIC S9(4) COMP-4 VALUE 2480.
         05  MPPVM10-TIPO-RRCC             PIC S9(4) COMP-4 VALUE 0101.
      *
       01  MPPVM10-NUM-CAMPI               PIC S9(4) COMP-4 VALUE   22.
       01  MPPVM10-PC-INI.
         05  MPPVM10-RR-INI                PIC S9(4) COMP-4 VALUE ZERO.
         05  MPPVM10-CC-INI                PIC S9(4) COMP-4 VALUE ZERO.
      *
       01  MPPVM10-ATTR-INI.
001      05  FILLER                        PIC X(2) VALUE X"F0F5".      MASK
002      05  FILLER                        PIC X(2) VALUE X"F0F5".      DFRAME
003      05  FILLER                        PIC X(2) VALUE X"50F4".      PROBL
004      05  FILLER                        PIC X(2) VALUE X"40F4".      CAUSA
005      05  FILLER                        PIC X(2) VALUE X"40F4".      RESP
006      05  FILLER                        PIC X(2) VALUE X"50F4".      INCID
007      05  FILLER                        PIC X(2) VALUE X"40F4".      TITOLO
008      05  FILLER                        PIC X(2) VALUE X"40F4".      DESCR1
009      05  FILLER                        PIC X(2) VALUE X"40F4".      DESCR2
010      05  FILLER                        PIC X(2) VALUE X"40F4".      RISOL1
011      05  FILLER                        PIC X(2) VALUE X"40F4".      RISOL2
012      05  FILLER                        PIC X(2) VALUE X"F0F5".      L01
013      05  FILLER                        PIC X(2) VALUE X"F0F5".      L02
014      05  FILLER                        PIC X(2) VALUE X"F0F5".      L03
015      05  FILLER                        PIC X(2) VALUE X"F0F5".      L04
016      05  FILLER                        PIC X(2) VALUE X"F0F5".      L05
017      05  FILLER                        PIC X(2) VALUE X"F0F5".      L06
018      05  FILLER                        PIC X(2) VALUE X"F0F5".      L07
019      05  FILLER                        PIC X(2) VALUE X"F0F5".      L08
020      05  FILLER                        PIC X(2) VALUE X"F0F5".      DTAST
021      05  FILLER                        PIC X(2) VALUE X"7CF5".      MESS
022      05  FILLER                        PIC X(2) VALUE X"F8F7".      M01
      *
       01  MPPVM10-TAB-CAMPI.
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
003      05  FILLER                        PIC S9(4) COMP-4 VALUE    35. PROBL
003      05  FILLER                        PIC S9(4) COMP-4 VALUE     7. PROBL
003      05  FILLER                        PIC S9(4) COMP-4 VALUE  0420. PROBL
003      05  FILLER                        PIC S9(4) COMP-4 VALUE   341. PROBL
      *
004      05  FILLER                        PIC S9(4) COMP-4 VALUE    45. CAUSA
004      05  FILLER                        PIC S9(4) COMP-4 VALUE     4. CAUSA
004      05  FILLER                        PIC S9(4) COMP-4 VALUE  0436. CAUSA
004      05  FILLER                        PIC S9(4) COMP-4 VALUE   357. CAUSA
      *
005      05  FILLER                        PIC S9(4) COMP-4 VALUE    52. RESP
005      05  FILLER                        PIC S9(4) COMP-4 VALUE    10. RESP
005      05  FILLER                        PIC S9(4) COMP-4 VALUE  0450. RESP
005      05  FILLER                        PIC S9(4) COMP-4 VALUE   371. RESP
      *
006      05  FILLER                        PIC S9(4) COMP-4 VALUE    65. INCID
006      05  FILLER                        PIC S9(4) COMP-4 VALUE     7. INCID
006      05  FILLER                        PIC S9(4) COMP-4 VALUE  0470. INCID
006      05  FILLER                        PIC S9(4) COMP-4 VALUE   391. INCID
      *
007      05  FILLER                        PIC S9(4) COMP-4 VALUE    75. TITOLO
007      05  FILLER                        PIC S9(4) COMP-4 VALUE    40. TITOLO
007      05  FILLER                        PIC S9(4) COMP-4 VALUE  0520. TITOLO
007      05  FILLER                        PIC S9(4) COMP-4 VALUE   421. TITOLO
      *
008      05  FILLER                        PIC S9(4) COMP-4 VALUE   118. DESCR1
008      05  FILLER                        PIC S9(4) COMP-4 VALUE    60. DESCR1
008      05  FILLER                        PIC S9(4) COMP-4 VALUE  0620. DESCR1
008      05  FILLER                        PIC S9(4) COMP-4 VALUE   501. DESCR1
      *
009      05  FILLER                        PIC S9(4) COMP-4 VALUE   181. DESCR2
009      05  FILLER                        PIC S9(4) COMP-4 VALUE    60. DESCR2
009      05  FILLER                        PIC S9(4) COMP-4 VALUE  0720. DESCR2
009      05  FILLER                        PIC S9(4) COMP-4 VALUE   581. DESCR2
      *
010      05  FILLER                        PIC S9(4) COMP-4 VALUE   244. RISOL1
010      05  FILLER                        PIC S9(4) COMP-4 VALUE    60. RISOL1
010      05  FILLER                        PIC S9(4) COMP-4 VALUE  0820. RISOL1
010      05  FILLER                        PIC S9(4) COMP-4 VALUE   661. RISOL1
      *
011      05  FILLER                        PIC S9(4) COMP-4 VALUE   307. RISOL2
011      05  FILLER                        PIC S9(4) COMP-4 VALUE    60. RISOL2
011      05  FILLER                        PIC S9(4) COMP-4 VALUE  0920. RISOL2
011      05  FILLER                        PIC S9(4) COMP-4 VALUE   741. RISOL2
      *
012      05  FILLER                        PIC S9(4) COMP-4 VALUE   370. L01
012      05  FILLER                        PIC S9(4) COMP-4 VALUE    70. L01
012      05  FILLER                        PIC S9(4) COMP-4 VALUE  1103. L01
012      05  FILLER                        PIC S9(4) COMP-4 VALUE   884. L01
      *
013      05  FILLER                        PIC S9(4) COMP-4 VALUE   443. L02
013      05  FILLER                        PIC S9(4) COMP-4 VALUE    70. L02
013      05  FILLER                        PIC S9(4) COMP-4 VALUE  1203. L02
013      05  FILLER                        PIC S9(4) COMP-4 VALUE   964. L02
      *
014      05  FILLER                        PIC S9(4) COMP-4 VALUE   516. L03
014      05  FILLER                        PIC S9(4) COMP-4 VALUE    70. L03
014      05  FILLER                        PIC S9(4) COMP-4 VALUE  1303. L03
014      05  FILLER                        PIC S9(4) COMP-4 VALUE  1044. L03
      *
015      05  FILLER                        PIC S9(4) COMP-4 VALUE   589. L04
015      05  FILLER                        PIC S9(4) COMP-4 VALUE    70. L04
015      05  FILLER                        PIC S9(4) COMP-4 VALUE  1403. L04
015      05  FILLER                        PIC S9(4) COMP-4 VALUE  1124. L04
      *
016      05  FILLER                        PIC S9(4) COMP-4 VALUE   662. L05
016      05  FILLER                        PIC S9(4) COMP-4 VALUE    70. L05
016      05  FILLER                        PIC S9(4) COMP-4 VALUE  1503. L05
016      05  FILLER                        PIC S9(4) COMP-4 VALUE  1204. L05
      *
017      05  FILLER                        PIC S9(4) COMP-4 VALUE   735. L06
017      05  FILLER                        PIC S9(4) COMP-4 VALUE    70. L06
017      05  FILLER                        PIC S9(4) COMP-4 VALUE  1603. L06
017      05  FILLER                        PIC S9(4) COMP-4 VALUE  1284. L06
      *
018      05  FILLER                        PIC S9(4) COMP-4 VALUE   808. L07
018      05  FILLER                        PIC S9(4) COMP-4 VALUE    70. L07
018      05  FILLER                        PIC S9(4) COMP-4 VALUE  1703. L07
018      05  FILLER                        PIC S9(4) COMP-4 VALUE  1364. L07
      *
019      05  FILLER                        PIC S9(4) COMP-4 VALUE   881. L08
019      05  FILLER                        PIC S9(4) COMP-4 VALUE    70. L08
019      05  FILLER                        PIC S9(4) COMP-4 VALUE  1803. L08
019      05  FILLER                        PIC S9(4) COMP-4 VALUE  1444. L08
      *
020      05  FILLER                        PIC S9(4) COMP-4 VALUE   954. DTAST
020      05  FILLER                        PIC S9(4) COMP-4 VALUE    72. DTAST
020      05  FILLER                        PIC S9(4) COMP-4 VALUE  2101. DTAST
020      05  FILLER                        PIC S9(4) COMP-4 VALUE  1682. DTAST
      *
021      05  FILLER                        PIC S9(4) COMP-4 VALUE  1029. MESS
021      05  FILLER                        PIC S9(4) COMP-4 VALUE    79. MESS
021      05  FILLER                        PIC S9(4) COMP-4 VALUE  2201. MESS
021      05  FILLER                        PIC S9(4) COMP-4 VALUE  1762. MESS
      *
022      05  FILLER                        PIC S9(4) COMP-4 VALUE  1111. M01
022      05  FILLER                        PIC S9(4) COMP-4 VALUE     3. M01
022      05  FILLER                        PIC S9(4) COMP-4 VALUE  2301. M01
022      05  FILLER                        PIC S9(4) COMP-4 VALUE  1842. M01
      *
       01  MPPVM10I.
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
         05  PROBLL                        PIC S9(004) COMP-4.
         05  PROBLF                        PIC X(0001).
         05  FILLER                        REDEFINES PROBLF.
           10  PROBLA                      PIC X(0001).
         05  PROBLI                        PIC X(007).
         05  CAUSAL                        PIC S9(004) COMP-4.
         05  CAUSAF                        PIC X(0001).
         05  FILLER                        REDEFINES CAUSAF.
           10  CAUSAA                      PIC X(0001).
         05  CAUSAI                        PIC X(004).
         05  RESPL                         PIC S9(004) COMP-4.
         05  RESPF                         PIC X(0001).
         05  FILLER                        REDEFINES RESPF.
           10  RESPA                       PIC X(0001).
         05  RESPI                         PIC X(010).
         05  INCIDL                        PIC S9(004) COMP-4.
         05  INCIDF                        PIC X(0001).
         05  FILLER                        REDEFINES INCIDF.
           10  INCIDA                      PIC X(0001).
         05  INCIDI                        PIC X(007).
         05  TITOLOL                       PIC S9(004) COMP-4.
         05  TITOLOF                       PIC X(0001).
         05  FILLER                        REDEFINES TITOLOF.
           10  TITOLOA                     PIC X(0001).
         05  TITOLOI                       PIC X(040).
         05  DESCR1L                       PIC S9(004) COMP-4.
         05  DESCR1F                       PIC X(0001).
         05  FILLER                        REDEFINES DESCR1F.
           10  DESCR1A                     PIC X(0001).
         05  DESCR1I                       PIC X(060).
         05  DESCR2L                       PIC S9(004) COMP-4.
         05  DESCR2F                       PIC X(0001).
         05  FILLER                        REDEFINES DESCR2F.
           10  DESCR2A                     PIC X(0001).
         05  DESCR2I                       PIC X(060).
         05  RISOL1L                       PIC S9(004) COMP-4.
         05  RISOL1F                       PIC X(0001).
         05  FILLER                        REDEFINES RISOL1F.
           10  RISOL1A                     PIC X(0001).
         05  RISOL1I                       PIC X(060).
         05  RISOL2L                       PIC S9(004) COMP-4.
         05  RISOL2F                       PIC X(0001).
         05  FILLER                        REDEFINES RISOL2F.
           10  RISOL2A                     PIC X(0001).
         05  RISOL2I                       PIC X(060).
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
       01  MPPVM10O                        REDEFINES MPPVM10I.
         05  FILLER                        PIC X(012).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  MASKO                         PIC X(005).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  DFRAMEO                       PIC X(011).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  PROBLO                        PIC X(007).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  CAUSAO                        PIC X(004).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  RESPO                         PIC X(010).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  INCIDO                        PIC X(007).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  TITOLOO                       PIC X(040).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  DESCR1O                       PIC X(060).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  DESCR2O                       PIC X(060).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  RISOL1O                       PIC X(060).
         05  FILLER                        PIC X(0002).
         05  FILLER                        PIC X(0001).
         05  RISOL2O                       PIC X(060).
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
           MOVE LOW-VALUE                  TO MPPVM10O.
           MOVE DFH1                       TO DFH-AREA-TOT.
      *
           IF  EIBCALEN      =    LEN-MENU
               MOVE "VM10"                 TO DFH-CHNTE
               PERFORM PRIMO-GIRO        THRU EX-PRIMO-GIRO
           ELSE
               MOVE DFHCOMMAREA            TO DFH-AREA-TOT
               IF DFH-CHNTE NOT = "VM10"
                  MOVE "VM10"              TO DFH-CHNTE
                  PERFORM PRIMO-GIRO     THRU EX-PRIMO-GIRO
               ELSE
                  PERFORM RICEVO-MAPPA   THRU EX-RICEVO-MAPPA
                  MOVE LOW-VALUE           TO MPPVM10O
                  PERFORM SECONDO-GIRO   THRU EX-SECONDO-GIRO
               END-IF.
      *
      *-------------------------------------------------------------*
      *-----------------    PRIMO     GIRO    ----------------------*
      *-------------------------------------------------------------*
       PRIMO-GIRO.
           MOVE "1"                        TO DEVIA-DATA-ONLY.
           MOVE SPACE                      TO VM10-PROBL-CORRENTE.
           MOVE 1                          TO VM10-PAGINA.
           PERFORM CARICA-CAMPI          THRU EX-CARICA-CAMPI.
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
      *    EXEC CICS   RECEIVE      MAP       ("MPPVM10")               *C43401
      *                             MAPSET    ("TMPVM10")               *C43401
      *                             END-EXEC.                           *C43401
      *---------------------------------------------------------------- *C43401
           SET C43401-WS-RECEIVE TO TRUE                                *C43401
           MOVE "TMPVM10" TO C43401-WS-MAPSET                           *C43401
           MOVE "MPPVM10" TO C43401-WS-MAP                              *C43401
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
              MOVE C43401-WS-DATI TO MPPVM10I                           *C43401
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
           MOVE ZERO                   TO FLAG-RICARICA.
           IF CSM-UTENTE-RDS NOT = SPACE AND LOW-VALUE
              MOVE CSM-UTENTE-RDS      TO VM10-UTENTE
           ELSE
              MOVE CSM-UTENTE (1:10)   TO VM10-UTENTE
           END-IF.
           PERFORM CARICA-CAMPI        THRU EX-CARICA-CAMPI.
           PERFORM RACCOGLI-CAMPI      THRU EX-RACCOGLI-CAMPI.
      *
           EVALUATE TRUE
              WHEN EIBAID = DFHPF5
                 PERFORM CTR-AUTORIZZAZIONE
                    THRU EX-CTR-AUTORIZZAZIONE
                 IF AUTORIZZATO
                    PERFORM APRI-PROBLEMA THRU EX-APRI-PROBLEMA
                 ELSE
                    PERFORM RIFIUTA-FUNZIONE
                       THRU EX-RIFIUTA-FUNZIONE
                 END-IF
              WHEN EIBAID = DFHPF6
                 PERFORM CTR-AUTORIZZAZIONE
                    THRU EX-CTR-AUTORIZZAZIONE
                 IF AUTORIZZATO
                    PERFORM COLLEGA-INCIDENTE
                       THRU EX-COLLEGA-INCIDENTE
                 ELSE
                    PERFORM RIFIUTA-FUNZIONE
                       THRU EX-RIFIUTA-FUNZIONE
                 END-IF
              WHEN EIBAID = DFHPF9
                 PERFORM CTR-AUTORIZZAZIONE
                    THRU EX-CTR-AUTORIZZAZIONE
                 IF AUTORIZZATO
                    PERFORM CHIUDI-PROBLEMA THRU EX-CHIUDI-PROBLEMA
                 ELSE
                    PERFORM RIFIUTA-FUNZIONE
                       THRU EX-RIFIUTA-FUNZIONE
                 END-IF
              WHEN EIBAID = DFHPF7
                 IF VM10-PAGINA > 1
                    SUBTRACT 1 FROM VM10-PAGINA
                 ELSE
                    MOVE MSG-FINE-LISTA   TO MESSO
                 END-IF
              WHEN EIBAID = DFHPF8
                 PERFORM PAGINA-AVANTI    THRU EX-PAGINA-AVANTI
              WHEN EIBAID = DFHENTER
                 PERFORM LEGGI-PROBLEMA   THRU EX-LEGGI-PROBLEMA
              WHEN OTHER
                 MOVE MSG-TASTO-INVALIDO  TO MESSO
           END-EVALUATE.
      *
      *---- DOPO UN AGGIORNAMENTO O UN CAMBIO DI PROBLEMA I CAMPI ----*
      *---- MOSTRATI SI RICARICANO DAL PROBLEMA CORRENTE -------------*
           IF RICARICA
              PERFORM CARICA-CAMPI     THRU EX-CARICA-CAMPI
           END-IF.
           PERFORM CARICA-DETTAGLIO    THRU EX-CARICA-DETTAGLIO.
           PERFORM RIPRISTINA-ATTR     THRU EX-RIPRISTINA-ATTR.
           PERFORM SEND-MAPPA          THRU EX-SEND-MAPPA.
      *
       EX-SECONDO-GIRO.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- CARICA NEI CAMPI DELLA MAPPA IL PROBLEMA CORRENTE (SPAZI -*
      *---- SE NESSUN PROBLEMA E' SELEZIONATO); IL NUMERO DI INCIDENTE *
      *---- RESTA SEMPRE DA DIGITARE ---------------------------------*
      *-------------------------------------------------------------*
       CARICA-CAMPI.
      *
           MOVE SPACE TO VM10-PROBL-EDIT
                         VM10-INCID-EDIT
                         VM10-CAUSA-EDIT
                         VM10-RESP-EDIT
                         VM10-TITOLO-EDIT
                         VM10-DESCR-EDIT
                         VM10-RISOL-EDIT.
           MOVE ZERO  TO VM10-INC-TOTALI.
           IF VM10-PROBL-CORRENTE = SPACE OR LOW-VALUE
              GO TO EX-CARICA-CAMPI.
           MOVE VM10-PROBL-CORRENTE TO VM10-NUM-X.
           IF VM10-NUM-X NOT NUMERIC
              GO TO EX-CARICA-CAMPI.
      *
           OPEN INPUT VMPROB-FILE.
           IF NOT VMPROB-OK
              GO TO EX-CARICA-CAMPI.
           MOVE VM10-NUM TO VMPROB-NUMERO.
           READ VMPROB-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF NOT VMPROB-OK
              CLOSE VMPROB-FILE
              GO TO EX-CARICA-CAMPI.
           CLOSE VMPROB-FILE.
      *
           MOVE VM10-PROBL-CORRENTE  TO VM10-PROBL-EDIT.
           MOVE VMPROB-CAUSA         TO VM10-CAUSA-EDIT.
           MOVE VMPROB-TITOLARE      TO VM10-RESP-EDIT.
           MOVE VMPROB-TITOLO        TO VM10-TITOLO-EDIT.
           MOVE VMPROB-DESCRIZIONE   TO VM10-DESCR-EDIT.
           MOVE VMPROB-RISOLUZIONE   TO VM10-RISOL-EDIT.
           MOVE VMPROB-INCIDENTI     TO VM10-INC-TOTALI.
      *
       EX-CARICA-CAMPI.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- RACCOGLIE I CAMPI DIGITATI DALLA MAPPA -------------------*
      *-------------------------------------------------------------*
       RACCOGLI-CAMPI.
      *
           IF   PROBLL         >        ZERO OR                         *CSTD
                PROBLA         =  DFHCANC
              MOVE PROBLI             TO VM10-PROBL-EDIT
              INSPECT VM10-PROBL-EDIT REPLACING ALL LOW-VALUE BY SPACE  *CSTD
              INSPECT VM10-PROBL-EDIT REPLACING ALL "_" BY SPACE.       *CSTD
      *
           IF   INCIDL         >        ZERO OR                         *CSTD
                INCIDA         =  DFHCANC
              MOVE INCIDI             TO VM10-INCID-EDIT
              INSPECT VM10-INCID-EDIT REPLACING ALL LOW-VALUE BY SPACE  *CSTD
              INSPECT VM10-INCID-EDIT REPLACING ALL "_" BY SPACE.       *CSTD
      *
           IF   CAUSAL         >        ZERO OR                         *CSTD
                CAUSAA         =  DFHCANC
              MOVE CAUSAI             TO VM10-CAUSA-EDIT
              INSPECT VM10-CAUSA-EDIT REPLACING ALL LOW-VALUE BY SPACE  *CSTD
              INSPECT VM10-CAUSA-EDIT REPLACING ALL "_" BY SPACE.       *CSTD
      *
           IF   RESPL          >        ZERO OR                         *CSTD
                RESPA          =  DFHCANC
              MOVE RESPI              TO VM10-RESP-EDIT
              INSPECT VM10-RESP-EDIT REPLACING ALL LOW-VALUE BY SPACE   *CSTD
              INSPECT VM10-RESP-EDIT REPLACING ALL "_" BY SPACE.        *CSTD
      *
           IF   TITOLOL        >        ZERO OR                         *CSTD
                TITOLOA        =  DFHCANC
              MOVE TITOLOI            TO VM10-TITOLO-EDIT
              INSPECT VM10-TITOLO-EDIT REPLACING ALL LOW-VALUE BY SPACE *CSTD
              INSPECT VM10-TITOLO-EDIT REPLACING ALL "_" BY SPACE.      *CSTD
      *
           IF   DESCR1L        >        ZERO OR                         *CSTD
                DESCR1A        =  DFHCANC
              MOVE DESCR1I            TO VM10-DESCR1-EDIT
              INSPECT VM10-DESCR1-EDIT REPLACING ALL LOW-VALUE BY SPACE *CSTD
              INSPECT VM10-DESCR1-EDIT REPLACING ALL "_" BY SPACE.      *CSTD
      *
           IF   DESCR2L        >        ZERO OR                         *CSTD
                DESCR2A        =  DFHCANC
              MOVE DESCR2I            TO VM10-DESCR2-EDIT
              INSPECT VM10-DESCR2-EDIT REPLACING ALL LOW-VALUE BY SPACE *CSTD
              INSPECT VM10-DESCR2-EDIT REPLACING ALL "_" BY SPACE.      *CSTD
      *
           IF   RISOL1L        >        ZERO OR                         *CSTD
                RISOL1A        =  DFHCANC
              MOVE RISOL1I            TO VM10-RISOL1-EDIT
              INSPECT VM10-RISOL1-EDIT REPLACING ALL LOW-VALUE BY SPACE *CSTD
              INSPECT VM10-RISOL1-EDIT REPLACING ALL "_" BY SPACE.      *CSTD
      *
           IF   RISOL2L        >        ZERO OR                         *CSTD
                RISOL2A        =  DFHCANC
              MOVE RISOL2I            TO VM10-RISOL2-EDIT
              INSPECT VM10-RISOL2-EDIT REPLACING ALL LOW-VALUE BY SPACE *CSTD
              INSPECT VM10-RISOL2-EDIT REPLACING ALL "_" BY SPACE.      *CSTD
      *
       EX-RACCOGLI-CAMPI.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- LETTURA DEL PROBLEMA DIGITATO, CHE DIVENTA IL CORRENTE ---*
      *-------------------------------------------------------------*
       LEGGI-PROBLEMA.
      *
           IF VM10-PROBL-EDIT = SPACE
              MOVE MSG-CHIAVE-MANCANTE TO MESSO
              GO TO EX-LEGGI-PROBLEMA.
           MOVE VM10-PROBL-EDIT TO VM10-NUM-EDIT.
           PERFORM ALLINEA-NUMERO THRU EX-ALLINEA-NUMERO.
           IF VM10-NUM-X NOT NUMERIC OR VM10-NUM = ZERO
              MOVE MSG-PROB-NON-TROV TO MESSO
              GO TO EX-LEGGI-PROBLEMA.
      *
           OPEN INPUT VMPROB-FILE.
           IF NOT VMPROB-OK
              MOVE MSG-FILE-ERRORE TO MESSO
              GO TO EX-LEGGI-PROBLEMA.
           MOVE VM10-NUM TO VMPROB-NUMERO.
           READ VMPROB-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF NOT VMPROB-OK
              MOVE MSG-PROB-NON-TROV TO MESSO
              CLOSE VMPROB-FILE
              GO TO EX-LEGGI-PROBLEMA.
           CLOSE VMPROB-FILE.
      *
           MOVE VM10-NUM-X          TO VM10-PROBL-CORRENTE.
           MOVE 1                   TO VM10-PAGINA
                                       FLAG-RICARICA.
           MOVE MSG-PROB-LETTO      TO VM10-MSG-TESTO.
           PERFORM COMPONI-MESSO-PROBLEMA
              THRU EX-COMPONI-MESSO-PROBLEMA.
      *
       EX-LEGGI-PROBLEMA.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- NUMERO DIGITATO IN VM10-NUM-EDIT ALLINEATO A DESTRA ------*
      *---- CON ZERI IN VM10-NUM -------------------------------------*
      *-------------------------------------------------------------*
       ALLINEA-NUMERO.
      *
           MOVE ZERO TO VM10-NUM.
           IF VM10-NUM-EDIT (7:1) NOT = SPACE
              MOVE VM10-NUM-EDIT TO VM10-NUM-X
              GO TO EX-ALLINEA-NUMERO.
           IF VM10-NUM-EDIT (6:1) NOT = SPACE
              MOVE VM10-NUM-EDIT (1:6) TO VM10-NUM-X (2:6)
              GO TO EX-ALLINEA-NUMERO.
           IF VM10-NUM-EDIT (5:1) NOT = SPACE
              MOVE VM10-NUM-EDIT (1:5) TO VM10-NUM-X (3:5)
              GO TO EX-ALLINEA-NUMERO.
           IF VM10-NUM-EDIT (4:1) NOT = SPACE
              MOVE VM10-NUM-EDIT (1:4) TO VM10-NUM-X (4:4)
              GO TO EX-ALLINEA-NUMERO.
           IF VM10-NUM-EDIT (3:1) NOT = SPACE
              MOVE VM10-NUM-EDIT (1:3) TO VM10-NUM-X (5:3)
              GO TO EX-ALLINEA-NUMERO.
           IF VM10-NUM-EDIT (2:1) NOT = SPACE
              MOVE VM10-NUM-EDIT (1:2) TO VM10-NUM-X (6:2)
              GO TO EX-ALLINEA-NUMERO.
           MOVE VM10-NUM-EDIT (1:1) TO VM10-NUM-X (7:1).
      *
       EX-ALLINEA-NUMERO.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- PAGINA SUCCESSIVA DEGLI INCIDENTI COLLEGATI (5 PER PAGINA) *
      *-------------------------------------------------------------*
       PAGINA-AVANTI.
      *
           COMPUTE VM10-PAGINE = (VM10-INC-TOTALI + 4) / 5.
           IF VM10-PAGINA < VM10-PAGINE
              ADD 1 TO VM10-PAGINA
           ELSE
              MOVE MSG-FINE-LISTA TO MESSO
           END-IF.
      *
       EX-PAGINA-AVANTI.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- APERTURA DI UN PROBLEMA: TITOLO E CAUSA OBBLIGATORI, -----*
      *---- RESPONSABILE PER DIFETTO L'UTENTE CHE APRE. IL NUMERO ----*
      *---- VIENE DAL RECORD DI CONTROLLO (PROBLEMA ZERO) ------------*
      *-------------------------------------------------------------*
       APRI-PROBLEMA.
      *
           IF VM10-TITOLO-EDIT = SPACE OR VM10-CAUSA-EDIT = SPACE
              MOVE MSG-DATI-MANCANTI TO MESSO
              GO TO EX-APRI-PROBLEMA.
      *
           PERFORM APRI-VMPROB-IO THRU EX-APRI-VMPROB-IO.
           IF NOT VMPROB-OK
              MOVE MSG-FILE-ERRORE TO MESSO
              GO TO EX-APRI-PROBLEMA.
      *
           MOVE SPACE               TO VMPROB-REC.
           PERFORM ASSEGNA-NUMERO-VMPROB
              THRU EX-ASSEGNA-NUMERO-VMPROB.
           MOVE VM10-NUMERO-LAV     TO VMPROB-NUMERO.
           MOVE VM10-TITOLO-EDIT    TO VMPROB-TITOLO.
           MOVE VM10-CAUSA-EDIT     TO VMPROB-CAUSA.
           MOVE VM10-DESCR-EDIT     TO VMPROB-DESCRIZIONE.
           IF VM10-RESP-EDIT = SPACE
              MOVE VM10-UTENTE      TO VMPROB-TITOLARE
           ELSE
              MOVE VM10-RESP-EDIT   TO VMPROB-TITOLARE
           END-IF.
           SET VMPROB-APERTO        TO TRUE.
           MOVE EIBDATE             TO VMPROB-APERTO-DATA.
           MOVE EIBTIME             TO VMPROB-APERTO-ORA.
           MOVE VM10-UTENTE         TO VMPROB-APERTO-UTENTE.
           MOVE ZERO                TO VMPROB-CHIUSO-DATA
                                       VMPROB-CHIUSO-ORA
                                       VMPROB-INCIDENTI.
           MOVE SPACE               TO VMPROB-CHIUSO-UTENTE
                                       VMPROB-RISOLUZIONE.
           WRITE VMPROB-REC
              INVALID KEY
                 CONTINUE
           END-WRITE.
           IF NOT VMPROB-OK
              MOVE MSG-FILE-ERRORE TO MESSO
              CLOSE VMPROB-FILE
              GO TO EX-APRI-PROBLEMA.
           CLOSE VMPROB-FILE.
      *
           MOVE VMPROB-NUMERO       TO VM10-NUM.
           MOVE VM10-NUM-X          TO VM10-PROBL-CORRENTE.
           MOVE 1                   TO VM10-PAGINA
                                       FLAG-RICARICA.
           MOVE MSG-PROB-APERTO     TO VM10-MSG-TESTO.
           PERFORM COMPONI-MESSO-PROBLEMA
              THRU EX-COMPONI-MESSO-PROBLEMA.
      *
       EX-APRI-PROBLEMA.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- COLLEGAMENTO AL PROBLEMA CORRENTE (O DIGITATO) DI UN -----*
      *---- INCIDENTE VMINC ESISTENTE; IL PROBLEMA DEVE ESSERE APERTO. *
      *---- LO STESSO INCIDENTE PUO' ESSERE COLLEGATO A PIU' PROBLEMI *
      *-------------------------------------------------------------*
       COLLEGA-INCIDENTE.
      *
           IF VM10-PROBL-EDIT = SPACE
              MOVE VM10-PROBL-CORRENTE TO VM10-PROBL-EDIT
           END-IF.
           IF VM10-PROBL-EDIT = SPACE OR LOW-VALUE
              MOVE MSG-CHIAVE-MANCANTE TO MESSO
              GO TO EX-COLLEGA-INCIDENTE.
           MOVE VM10-PROBL-EDIT TO VM10-NUM-EDIT.
           PERFORM ALLINEA-NUMERO THRU EX-ALLINEA-NUMERO.
           IF VM10-NUM-X NOT NUMERIC OR VM10-NUM = ZERO
              MOVE MSG-PROB-NON-TROV TO MESSO
              GO TO EX-COLLEGA-INCIDENTE.
           MOVE VM10-NUM TO VM10-PROBL-NUM.
      *
           IF VM10-INCID-EDIT = SPACE
              MOVE MSG-INC-MANCANTE TO MESSO
              GO TO EX-COLLEGA-INCIDENTE.
           MOVE VM10-INCID-EDIT TO VM10-NUM-EDIT.
           PERFORM ALLINEA-NUMERO THRU EX-ALLINEA-NUMERO.
           IF VM10-NUM-X NOT NUMERIC OR VM10-NUM = ZERO
              MOVE MSG-INC-NON-TROV TO MESSO
              GO TO EX-COLLEGA-INCIDENTE.
           MOVE VM10-NUM TO VM10-INCID-NUM.
      *
           OPEN INPUT VMINC-FILE.
           IF NOT VMINC-OK
              MOVE MSG-INC-NON-TROV TO MESSO
              GO TO EX-COLLEGA-INCIDENTE.
           MOVE VM10-INCID-NUM TO VMINC-NUMERO.
           READ VMINC-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF NOT VMINC-OK
              MOVE MSG-INC-NON-TROV TO MESSO
              CLOSE VMINC-FILE
              GO TO EX-COLLEGA-INCIDENTE.
           CLOSE VMINC-FILE.
      *
           OPEN I-O VMPROB-FILE.
           IF NOT VMPROB-OK
              MOVE MSG-FILE-ERRORE TO MESSO
              GO TO EX-COLLEGA-INCIDENTE.
           MOVE VM10-PROBL-NUM TO VMPROB-NUMERO.
           READ VMPROB-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF NOT VMPROB-OK
              MOVE MSG-PROB-NON-TROV TO MESSO
              CLOSE VMPROB-FILE
              GO TO EX-COLLEGA-INCIDENTE.
           IF NOT VMPROB-APERTO
              MOVE MSG-PROB-GIA-CHIUSO TO MESSO
              CLOSE VMPROB-FILE
              GO TO EX-COLLEGA-INCIDENTE.
      *
           PERFORM APRI-VMPRINC-IO THRU EX-APRI-VMPRINC-IO.
           IF NOT VMPRINC-OK
              MOVE MSG-FILE-ERRORE TO MESSO
              CLOSE VMPROB-FILE
              GO TO EX-COLLEGA-INCIDENTE.
           MOVE SPACE               TO VMPRINC-REC.
           MOVE VM10-PROBL-NUM      TO VMPRINC-PROBLEMA.
           MOVE VM10-INCID-NUM      TO VMPRINC-INCIDENTE.
           MOVE EIBDATE             TO VMPRINC-DATA.
           MOVE EIBTIME             TO VMPRINC-ORA.
           MOVE VM10-UTENTE         TO VMPRINC-UTENTE.
           WRITE VMPRINC-REC
              INVALID KEY
                 CONTINUE
           END-WRITE.
           IF VMPRINC-DOPPIO
              MOVE MSG-INC-GIA-COLL TO MESSO
              CLOSE VMPRINC-FILE
                    VMPROB-FILE
              GO TO EX-COLLEGA-INCIDENTE.
           IF NOT VMPRINC-OK
              MOVE MSG-FILE-ERRORE TO MESSO
              CLOSE VMPRINC-FILE
                    VMPROB-FILE
              GO TO EX-COLLEGA-INCIDENTE.
      *
           ADD 1 TO VMPROB-INCIDENTI.
           REWRITE VMPROB-REC.
      *---- CONTATORE DEL PROBLEMA NON AGGIORNATO: IL COLLEGAMENTO ----*
      *---- APPENA SCRITTO VIENE TOLTO, COSI' PROBLEMA E COLLEGAMENTI -*
      *---- RESTANO ALLINEATI E IL COLLEGAMENTO SI PUO' RIPETERE ------*
           IF NOT VMPROB-OK
              DELETE VMPRINC-FILE
              MOVE MSG-FILE-ERRORE TO MESSO
              CLOSE VMPRINC-FILE
                    VMPROB-FILE
              GO TO EX-COLLEGA-INCIDENTE.
           CLOSE VMPRINC-FILE
                 VMPROB-FILE.
      *
           MOVE VM10-PROBL-NUM      TO VM10-NUM.
           MOVE VM10-NUM-X          TO VM10-PROBL-CORRENTE.
           MOVE 1                   TO FLAG-RICARICA.
           COMPUTE VM10-PAGINA = (VMPROB-INCIDENTI + 4) / 5.
           MOVE MSG-INC-COLLEGATO   TO VM10-MSG-TESTO.
           MOVE VM10-INCID-NUM      TO VM10-NUM.
           PERFORM COMPONI-MESSO-PROBLEMA
              THRU EX-COMPONI-MESSO-PROBLEMA.
      *
       EX-COLLEGA-INCIDENTE.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- CHIUSURA DEL PROBLEMA CORRENTE (O DIGITATO): RISOLUZIONE -*
      *---- OBBLIGATORIA; TUTTI GLI INCIDENTI COLLEGATI NON ANCORA ---*
      *---- REVISIONATI VENGONO SEGNATI REVISIONATI DALL'UTENTE CHE --*
      *---- CHIUDE. TITOLO, CAUSA, RESPONSABILE E DESCRIZIONE --------*
      *---- MODIFICATI A VIDEO VENGONO AGGIORNATI INSIEME ------------*
      *-------------------------------------------------------------*
       CHIUDI-PROBLEMA.
      *
           IF VM10-PROBL-EDIT = SPACE
              MOVE VM10-PROBL-CORRENTE TO VM10-PROBL-EDIT
           END-IF.
           IF VM10-PROBL-EDIT = SPACE OR LOW-VALUE
              MOVE MSG-CHIAVE-MANCANTE TO MESSO
              GO TO EX-CHIUDI-PROBLEMA.
           MOVE VM10-PROBL-EDIT TO VM10-NUM-EDIT.
           PERFORM ALLINEA-NUMERO THRU EX-ALLINEA-NUMERO.
           IF VM10-NUM-X NOT NUMERIC OR VM10-NUM = ZERO
              MOVE MSG-PROB-NON-TROV TO MESSO
              GO TO EX-CHIUDI-PROBLEMA.
           MOVE VM10-NUM TO VM10-PROBL-NUM.
      *
           IF VM10-RISOL-EDIT = SPACE
              MOVE MSG-RISOL-MANCANTE TO MESSO
              GO TO EX-CHIUDI-PROBLEMA.
      *
           OPEN I-O VMPROB-FILE.
           IF NOT VMPROB-OK
              MOVE MSG-FILE-ERRORE TO MESSO
              GO TO EX-CHIUDI-PROBLEMA.
           MOVE VM10-PROBL-NUM TO VMPROB-NUMERO.
           READ VMPROB-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF NOT VMPROB-OK
              MOVE MSG-PROB-NON-TROV TO MESSO
              CLOSE VMPROB-FILE
              GO TO EX-CHIUDI-PROBLEMA.
           IF NOT VMPROB-APERTO
              MOVE MSG-PROB-GIA-CHIUSO TO MESSO
              CLOSE VMPROB-FILE
              GO TO EX-CHIUDI-PROBLEMA.
      *
      *---- INCIDENTI COLLEGATI: NESSUN COLLEGAMENTO SE IL FILE -------*
      *---- VMPRINC NON ESISTE ANCORA ---------------------------------*
           MOVE ZERO TO VM10-SEGNATI
                        FLAG-ARCHIVIO-KO.
           OPEN INPUT VMPRINC-FILE.
           IF VMPRINC-OK
              OPEN I-O VMINC-FILE
              IF VMINC-OK
                 PERFORM REVISIONA-INCIDENTI
                    THRU EX-REVISIONA-INCIDENTI
                 CLOSE VMINC-FILE
              ELSE
                 MOVE 1 TO FLAG-ARCHIVIO-KO
              END-IF
              CLOSE VMPRINC-FILE
           ELSE
              IF NOT VMPRINC-NON-ESISTE
                 MOVE 1 TO FLAG-ARCHIVIO-KO
              END-IF
           END-IF.
      *---- BASTA UN INCIDENTE NON SEGNATO: IL PROBLEMA RESTA APERTO --*
           IF ARCHIVIO-KO
              MOVE MSG-FILE-ERRORE TO MESSO
              CLOSE VMPROB-FILE
              GO TO EX-CHIUDI-PROBLEMA.
      *
           IF VM10-TITOLO-EDIT NOT = SPACE
              MOVE VM10-TITOLO-EDIT  TO VMPROB-TITOLO
           END-IF.
           IF VM10-CAUSA-EDIT NOT = SPACE
              MOVE VM10-CAUSA-EDIT   TO VMPROB-CAUSA
           END-IF.
           IF VM10-RESP-EDIT NOT = SPACE
              MOVE VM10-RESP-EDIT    TO VMPROB-TITOLARE
           END-IF.
           IF VM10-DESCR-EDIT NOT = SPACE
              MOVE VM10-DESCR-EDIT   TO VMPROB-DESCRIZIONE
           END-IF.
           MOVE VM10-RISOL-EDIT     TO VMPROB-RISOLUZIONE.
           SET VMPROB-CHIUSO        TO TRUE.
           MOVE EIBDATE             TO VMPROB-CHIUSO-DATA.
           MOVE EIBTIME             TO VMPROB-CHIUSO-ORA.
           MOVE VM10-UTENTE         TO VMPROB-CHIUSO-UTENTE.
           REWRITE VMPROB-REC.
           IF NOT VMPROB-OK
              MOVE MSG-FILE-ERRORE TO MESSO
              CLOSE VMPROB-FILE
              GO TO EX-CHIUDI-PROBLEMA.
           CLOSE VMPROB-FILE.
      *
           MOVE VM10-PROBL-NUM      TO VM10-NUM.
           MOVE VM10-NUM-X          TO VM10-PROBL-CORRENTE.
           MOVE 1                   TO VM10-PAGINA
                                       FLAG-RICARICA.
           MOVE MSG-PROB-CHIUSO     TO VM10-MSG-TESTO.
           MOVE VM10-SEGNATI        TO VM10-NUM.
           PERFORM COMPONI-MESSO-PROBLEMA
              THRU EX-COMPONI-MESSO-PROBLEMA.
      *
       EX-CHIUDI-PROBLEMA.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- SCORRE I COLLEGAMENTI DEL PROBLEMA (VMPRINC APERTO IN ----*
      *---- LETTURA, VMINC IN AGGIORNAMENTO) E SEGNA REVISIONATI GLI -*
      *---- INCIDENTI CHE NON LO SONO ANCORA. UN ERRORE DI LETTURA O -*
      *---- DI RISCRITTURA ACCENDE FLAG-ARCHIVIO-KO E IL PROBLEMA ----*
      *---- NON VIENE CHIUSO; RIPETENDO LA CHIUSURA GLI INCIDENTI ----*
      *---- GIA' SEGNATI VENGONO SALTATI -----------------------------*
      *-------------------------------------------------------------*
       REVISIONA-INCIDENTI.
      *
           MOVE ZERO           TO FLAG-FINE-LINK.
           MOVE VM10-PROBL-NUM TO VMPRINC-PROBLEMA.
           MOVE ZERO           TO VMPRINC-INCIDENTE.
           START VMPRINC-FILE KEY NOT < VMPRINC-CHIAVE
              INVALID KEY
                 MOVE 1 TO FLAG-FINE-LINK
           END-START.
           PERFORM REVISIONA-INCIDENTE
              THRU EX-REVISIONA-INCIDENTE
              UNTIL FINE-LINK.
      *
       EX-REVISIONA-INCIDENTI.
           EXIT.
      *
       REVISIONA-INCIDENTE.
      *
           READ VMPRINC-FILE NEXT RECORD
              AT END
                 MOVE 1 TO FLAG-FINE-LINK
                 GO TO EX-REVISIONA-INCIDENTE
           END-READ.
           IF NOT VMPRINC-OK
              MOVE 1 TO FLAG-FINE-LINK
                        FLAG-ARCHIVIO-KO
              GO TO EX-REVISIONA-INCIDENTE.
           IF VMPRINC-PROBLEMA NOT = VM10-PROBL-NUM
              MOVE 1 TO FLAG-FINE-LINK
              GO TO EX-REVISIONA-INCIDENTE.
      *
      *---- UN INCIDENTE COLLEGATO GIA' CANCELLATO DALLA PULIZIA NON --*
      *---- HA PIU' NULLA DA SEGNARE ----------------------------------*
           MOVE VMPRINC-INCIDENTE TO VMINC-NUMERO.
           READ VMINC-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF VMINC-NOTFND
              GO TO EX-REVISIONA-INCIDENTE.
           IF NOT VMINC-OK
              MOVE 1 TO FLAG-FINE-LINK
                        FLAG-ARCHIVIO-KO
              GO TO EX-REVISIONA-INCIDENTE.
           IF VMINC-REVISTO
              GO TO EX-REVISIONA-INCIDENTE.
      *
           SET VMINC-REVISTO     TO TRUE.
           MOVE VM10-UTENTE      TO VMINC-REV-UTENTE.
           REWRITE VMINC-REC.
           IF NOT VMINC-OK
              MOVE 1 TO FLAG-FINE-LINK
                        FLAG-ARCHIVIO-KO
              GO TO EX-REVISIONA-INCIDENTE.
           ADD 1 TO VM10-SEGNATI.
      *
       EX-REVISIONA-INCIDENTE.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- APERTURA DEI PROBLEMI IN AGGIORNAMENTO CON CREAZIONE -----*
      *---- DEL FILE AL PRIMO PROBLEMA -------------------------------*
      *-------------------------------------------------------------*
       APRI-VMPROB-IO.
      *
           OPEN I-O VMPROB-FILE.
           IF VMPROB-NON-ESISTE
              OPEN OUTPUT VMPROB-FILE
              IF VMPROB-OK
                 CLOSE VMPROB-FILE
                 OPEN I-O VMPROB-FILE
              END-IF
           END-IF.
      *
       EX-APRI-VMPROB-IO.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- APERTURA DEI COLLEGAMENTI IN AGGIORNAMENTO CON CREAZIONE -*
      *---- DEL FILE AL PRIMO COLLEGAMENTO ---------------------------*
      *-------------------------------------------------------------*
       APRI-VMPRINC-IO.
      *
           OPEN I-O VMPRINC-FILE.
           IF VMPRINC-NON-ESISTE
              OPEN OUTPUT VMPRINC-FILE
              IF VMPRINC-OK
                 CLOSE VMPRINC-FILE
                 OPEN I-O VMPRINC-FILE
              END-IF
           END-IF.
      *
       EX-APRI-VMPRINC-IO.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- PROSSIMO NUMERO DI PROBLEMA DAL RECORD DI CONTROLLO ------*
      *---- (PROBLEMA ZERO), CREATO ALLA PRIMA ASSEGNAZIONE ----------*
      *-------------------------------------------------------------*
       ASSEGNA-NUMERO-VMPROB.
      *
           MOVE VMPROB-REC TO VM10-RECORD-SOSPESO.
           MOVE ZERO TO FLAG-PROB-CTL-TROVATO.
           MOVE ZERO TO VMPROB-NUMERO.
           READ VMPROB-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 1 TO FLAG-PROB-CTL-TROVATO
           END-READ.
           IF PROB-CTL-TROVATO
              COMPUTE VM10-NUMERO-LAV = VMPROB-CTL-ULTIMO + 1
              MOVE VM10-NUMERO-LAV TO VMPROB-CTL-ULTIMO
              REWRITE VMPROB-REC
           ELSE
              MOVE 1 TO VM10-NUMERO-LAV
              MOVE SPACE TO VMPROB-REC
              MOVE ZERO TO VMPROB-CTL-NUMERO
              MOVE VM10-NUMERO-LAV TO VMPROB-CTL-ULTIMO
              WRITE VMPROB-REC
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF.
           MOVE VM10-RECORD-SOSPESO TO VMPROB-REC.
      *
       EX-ASSEGNA-NUMERO-VMPROB.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- RIGHE DI DETTAGLIO DEL PROBLEMA CORRENTE: TESTATA, DATE E *
      *---- LA PAGINA DI INCIDENTI COLLEGATI (RILETTI OGNI VOLTA) ----*
      *-------------------------------------------------------------*
       CARICA-DETTAGLIO.
      *
           MOVE SPACE TO L01O L02O L03O L04O
                         L05O L06O L07O L08O.
           IF VM10-PROBL-CORRENTE = SPACE OR LOW-VALUE
              GO TO EX-CARICA-DETTAGLIO.
           MOVE VM10-PROBL-CORRENTE TO VM10-NUM-X.
           IF VM10-NUM-X NOT NUMERIC
              GO TO EX-CARICA-DETTAGLIO.
      *
           OPEN INPUT VMPROB-FILE.
           IF NOT VMPROB-OK
              GO TO EX-CARICA-DETTAGLIO.
           MOVE VM10-NUM TO VMPROB-NUMERO.
           READ VMPROB-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF NOT VMPROB-OK
              CLOSE VMPROB-FILE
              GO TO EX-CARICA-DETTAGLIO.
           CLOSE VMPROB-FILE.
      *
           MOVE VMPROB-NUMERO        TO RPB-NUMERO
                                        VM10-PROBL-NUM.
           IF VMPROB-APERTO
              MOVE "APERTO"          TO RPB-STATO
           ELSE
              MOVE "CHIUSO"          TO RPB-STATO
           END-IF.
           MOVE VMPROB-CAUSA         TO RPB-CAUSA.
           MOVE VMPROB-TITOLARE      TO RPB-TITOLARE.
           MOVE VMPROB-INCIDENTI     TO RPB-INCIDENTI
                                        VM10-INC-TOTALI.
           MOVE RIGA-PROBLEMA        TO L01O.
      *
           MOVE VMPROB-APERTO-DATA   TO CONV-DATA-GIUL.
           PERFORM CONVERTI-DATA   THRU EX-CONVERTI-DATA.
           MOVE CONV-DATA-EDIT       TO RDT-APERTO-DATA.
           MOVE VMPROB-APERTO-UTENTE TO RDT-APERTO-UTENTE.
           IF VMPROB-CHIUSO-DATA = ZERO
              MOVE SPACE             TO RDT-CHIUSO-DATA
                                        RDT-CHIUSO-UTENTE
           ELSE
              MOVE VMPROB-CHIUSO-DATA TO CONV-DATA-GIUL
              PERFORM CONVERTI-DATA THRU EX-CONVERTI-DATA
              MOVE CONV-DATA-EDIT    TO RDT-CHIUSO-DATA
              MOVE VMPROB-CHIUSO-UTENTE TO RDT-CHIUSO-UTENTE
           END-IF.
           MOVE RIGA-DATE            TO L02O.
      *
           IF VM10-INC-TOTALI = ZERO
              GO TO EX-CARICA-DETTAGLIO.
           COMPUTE VM10-PAGINE = (VM10-INC-TOTALI + 4) / 5.
           IF VM10-PAGINA > VM10-PAGINE OR VM10-PAGINA < 1
              MOVE VM10-PAGINE       TO VM10-PAGINA
           END-IF.
           MOVE VM10-PAGINA          TO RTS-PAGINA.
           MOVE VM10-PAGINE          TO RTS-PAGINE.
           MOVE RIGA-TESTATA         TO L03O.
      *
      *---- INCIDENTI DELLA PAGINA: SI SALTANO QUELLI DELLE PAGINE ----*
      *---- PRECEDENTI E SI MOSTRANO I 5 SEGUENTI ---------------------*
           OPEN INPUT VMPRINC-FILE.
           IF NOT VMPRINC-OK
              GO TO EX-CARICA-DETTAGLIO.
           MOVE ZERO TO FLAG-INC-LEGGIBILI.
           OPEN INPUT VMINC-FILE.
           IF VMINC-OK
              MOVE 1 TO FLAG-INC-LEGGIBILI
           END-IF.
           COMPUTE VM10-SALTA = (VM10-PAGINA - 1) * 5.
           MOVE ZERO                 TO VM10-LETTI
                                        VM10-RIGA-IND
                                        FLAG-FINE-LINK.
           MOVE VM10-PROBL-NUM       TO VMPRINC-PROBLEMA.
           MOVE ZERO                 TO VMPRINC-INCIDENTE.
           START VMPRINC-FILE KEY NOT < VMPRINC-CHIAVE
              INVALID KEY
                 MOVE 1 TO FLAG-FINE-LINK
           END-START.
           PERFORM CARICA-INCIDENTE THRU EX-CARICA-INCIDENTE
              UNTIL FINE-LINK OR VM10-RIGA-IND NOT < 5.
           IF INC-LEGGIBILI
              CLOSE VMINC-FILE
           END-IF.
           CLOSE VMPRINC-FILE.
      *
       EX-CARICA-DETTAGLIO.
           EXIT.
      *
       CARICA-INCIDENTE.
      *
           READ VMPRINC-FILE NEXT RECORD
              AT END
                 MOVE 1 TO FLAG-FINE-LINK
                 GO TO EX-CARICA-INCIDENTE
           END-READ.
           IF NOT VMPRINC-OK OR
              VMPRINC-PROBLEMA NOT = VM10-PROBL-NUM
              MOVE 1 TO FLAG-FINE-LINK
              GO TO EX-CARICA-INCIDENTE.
           ADD 1 TO VM10-LETTI.
           IF VM10-LETTI NOT > VM10-SALTA
              GO TO EX-CARICA-INCIDENTE.
      *
           MOVE SPACE                TO RIGA-INCIDENTE.
           MOVE VMPRINC-INCIDENTE    TO RIN-NUMERO.
           IF INC-LEGGIBILI
              MOVE VMPRINC-INCIDENTE TO VMINC-NUMERO
              READ VMINC-FILE
                 INVALID KEY
                    CONTINUE
              END-READ
           END-IF.
           IF INC-LEGGIBILI AND VMINC-OK
              MOVE VMINC-EIBDATE     TO CONV-DATA-GIUL
              PERFORM CONVERTI-DATA THRU EX-CONVERTI-DATA
              MOVE CONV-DATA-EDIT    TO RIN-DATA
              MOVE VMINC-EIBTIME     TO VM10-ORA-LAV
              PERFORM EDITA-ORA    THRU EX-EDITA-ORA
              MOVE VM10-ORA-EDIT     TO RIN-ORA
              MOVE VMINC-TIPO-ABN    TO RIN-TIPO
              MOVE VMINC-ABEND       TO RIN-ABEND
              MOVE VMINC-PARAGRAFO   TO RIN-PARAGRAFO
              MOVE VMINC-EIBTRMID    TO RIN-TRMID
              IF VMINC-REVISTO
                 MOVE "REVISTO"      TO RIN-REVISTO
              ELSE
                 MOVE "APERTO"       TO RIN-REVISTO
              END-IF
           ELSE
              MOVE "NON PIU' IN VMINC" TO RIN-PARAGRAFO
           END-IF.
      *
           ADD 1 TO VM10-RIGA-IND.
           EVALUATE VM10-RIGA-IND
              WHEN 1
                 MOVE RIGA-INCIDENTE TO L04O
              WHEN 2
                 MOVE RIGA-INCIDENTE TO L05O
              WHEN 3
                 MOVE RIGA-INCIDENTE TO L06O
              WHEN 4
                 MOVE RIGA-INCIDENTE TO L07O
              WHEN OTHER
                 MOVE RIGA-INCIDENTE TO L08O
           END-EVALUATE.
      *
       EX-CARICA-INCIDENTE.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- ORA HHMMSS IN HH:MM:SS -----------------------------------*
      *-------------------------------------------------------------*
       EDITA-ORA.
      *
           MOVE VM10-ORA-HH TO VM10-ED-HH.
           MOVE VM10-ORA-MI TO VM10-ED-MI.
           MOVE VM10-ORA-SS TO VM10-ED-SS.
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
      *---- CHI APRE, COLLEGA O CHIUDE UN PROBLEMA DEVE AVERE --------*
      *---- L'ABILITAZIONE ALLA REVISIONE DEGLI INCIDENTI (LA --------*
      *---- CHIUSURA LI SEGNA REVISIONATI). FILE PROFILI NON ---------*
      *---- INSTALLATO = TUTTO PERMESSO, UTENTE SENZA PROFILO = ------*
      *---- FUNZIONE RIFIUTATA ---------------------------------------*
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
              IF VMPROF-REVISIONE-SI
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
      *---- COMPONE IN MESSO IL MESSAGGIO CON IL NUMERO IN VM10-NUM --*
      *-------------------------------------------------------------*
       COMPONI-MESSO-PROBLEMA.
      *
           MOVE VM10-NUM            TO VM10-MSG-NUM.
           MOVE VM10-MSG-AREA       TO MESSO.
      *
       EX-COMPONI-MESSO-PROBLEMA.
           EXIT.
      *
       SEND-MAPPA.
      *
           MOVE MSG-AIUTO-TASTI      TO DTASTO.
           PERFORM RIEMPI-MAPPA   THRU  EX-RIEMPI-MAPPA.
           MOVE -1 TO PROBLL.
      *
           IF  DATA-ONLY
      *===================================================== START ==== *C43401
      *        EXEC CICS SEND MAP ("MPPVM10")                           *C43401
      *                        MAPSET   ("TMPVM10")                     *C43401
      *                        DATAONLY                                 *C43401
      *                        FRSET                                    *C43401
      *                        FREEKB                                   *C43401
      *                        CURSOR                                   *C43401
      *                        END-EXEC                                 *C43401
      *---------------------------------------------------------------- *C43401
               MOVE "TMPVM10" TO C43401-WS-MAPSET                       *C43401
               MOVE "MPPVM10" TO C43401-WS-MAP                          *C43401
               MOVE MPPVM10O TO C43401-WS-DATI                          *C43401
               MOVE MPPVM10-TIPO-MAPPA TO C43401-TIPO-MAPPA             *C43401
               MOVE MPPVM10-NUM-CAMPI TO C43401-NUM-CAMPI               *C43401
               MOVE MPPVM10-TAB-CAMPI TO C43401-TAB-CAMPI               *C43401
               MOVE MPPVM10-ATTR-INI TO C43401-ATTR-INI                 *C43401
               MOVE MPPVM10-PC-INI TO C43401-PC-INI                     *C43401
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
      *       EXEC CICS SEND MAP ("MPPVM10")                            *C43401
      *                       MAPSET    ("TMPVM10")                     *C43401
      *                       FREEKB                                    *C43401
      *                       CURSOR                                    *C43401
      *                       ERASE                                     *C43401
      *                   END-EXEC.                                     *C43401
      *---------------------------------------------------------------- *C43401
              MOVE "TMPVM10" TO C43401-WS-MAPSET                        *C43401
              MOVE "MPPVM10" TO C43401-WS-MAP                           *C43401
              MOVE MPPVM10O TO C43401-WS-DATI                           *C43401
              MOVE MPPVM10-TIPO-MAPPA TO C43401-TIPO-MAPPA              *C43401
              MOVE MPPVM10-NUM-CAMPI TO C43401-NUM-CAMPI                *C43401
              MOVE MPPVM10-TAB-CAMPI TO C43401-TAB-CAMPI                *C43401
              MOVE MPPVM10-ATTR-INI TO C43401-ATTR-INI                  *C43401
              MOVE MPPVM10-PC-INI TO C43401-PC-INI                      *C43401
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
      *    EXEC   CICS RETURN TRANSID    ("VM10")                       *C43401
      *                       COMMAREA   (DFH-AREA-TOT)                 *C43401
      *                       LENGTH     (LEN-COMMAREA)                 *C43401
      *           END-EXEC.                                             *C43401
      *---------------------------------------------------------------- *C43401
           MOVE "U " TO C43401-STARTCODE                                *C43401
           MOVE "VM10" TO EIBTRNID                                      *C43401
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
           MOVE VM10-PROBL-EDIT  TO PROBLO.
      *
           IF VM10-PROBL-EDIT = SPACE
              MOVE ALL "_"       TO PROBLO.
      *
           MOVE VM10-INCID-EDIT  TO INCIDO.
      *
           IF VM10-INCID-EDIT = SPACE
              MOVE ALL "_"       TO INCIDO.
      *
           MOVE VM10-CAUSA-EDIT  TO CAUSAO.
      *
           IF VM10-CAUSA-EDIT = SPACE
              MOVE ALL "_"       TO CAUSAO.
      *
           MOVE VM10-RESP-EDIT   TO RESPO.
      *
           IF VM10-RESP-EDIT = SPACE
              MOVE ALL "_"       TO RESPO.
      *
           MOVE VM10-TITOLO-EDIT TO TITOLOO.
      *
           IF VM10-TITOLO-EDIT = SPACE
              MOVE ALL "_"       TO TITOLOO.
      *
           MOVE VM10-DESCR1-EDIT TO DESCR1O.
      *
           IF VM10-DESCR1-EDIT = SPACE
              MOVE ALL "_"       TO DESCR1O.
      *
           MOVE VM10-DESCR2-EDIT TO DESCR2O.
      *
           IF VM10-DESCR2-EDIT = SPACE
              MOVE ALL "_"       TO DESCR2O.
      *
           MOVE VM10-RISOL1-EDIT TO RISOL1O.
      *
           IF VM10-RISOL1-EDIT = SPACE
              MOVE ALL "_"       TO RISOL1O.
      *
           MOVE VM10-RISOL2-EDIT TO RISOL2O.
      *
           IF VM10-RISOL2-EDIT = SPACE
              MOVE ALL "_"       TO RISOL2O.
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
           MOVE DFHBMUNN       TO PROBLA.
           MOVE DFHBMUNN       TO INCIDA.
           MOVE DFHBMUNP       TO CAUSAA.
           MOVE DFHBMUNP       TO RESPA.
           MOVE DFHBMUNP       TO TITOLOA.
           MOVE DFHBMUNP       TO DESCR1A.
           MOVE DFHBMUNP       TO DESCR2A.
           MOVE DFHBMUNP       TO RISOL1A.
           MOVE DFHBMUNP       TO RISOL2A.
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
                 MOVE "PROBLEM NUMBER MISSING"
                                     TO MSG-CHIAVE-MANCANTE
                 MOVE "PROBLEM READ"
                                     TO MSG-PROB-LETTO
                 MOVE "PROBLEM NOT FOUND"
                                     TO MSG-PROB-NON-TROV
                 MOVE "PROBLEM OPENED"
                                     TO MSG-PROB-APERTO
                 MOVE "PROBLEM CLOSED, INCIDENTS REVIEWED:"
                                     TO MSG-PROB-CHIUSO
                 MOVE "PROBLEM ALREADY CLOSED"
                                     TO MSG-PROB-GIA-CHIUSO
                 MOVE "TITLE AND CAUSE CODE REQUIRED"
                                     TO MSG-DATI-MANCANTI
                 MOVE "RESOLUTION REQUIRED TO CLOSE"
                                     TO MSG-RISOL-MANCANTE
                 MOVE "INCIDENT LINKED"
                                     TO MSG-INC-COLLEGATO
                 MOVE "INCIDENT NOT FOUND"
                                     TO MSG-INC-NON-TROV
                 MOVE "INCIDENT ALREADY LINKED TO PROBLEM"
                                     TO MSG-INC-GIA-COLL
                 MOVE "INCIDENT NUMBER MISSING"
                                     TO MSG-INC-MANCANTE
                 MOVE "NO MORE LINKED INCIDENTS"
                                     TO MSG-FINE-LISTA
                 MOVE "PROBLEM FILE NOT AVAILABLE"
                                     TO MSG-FILE-ERRORE
                 MOVE "FUNCTION NOT AUTHORIZED FOR THIS USER"
                                     TO MSG-NON-AUTORIZZATO
                 MOVE "F3=EXIT ENTER=SHOW F5=OPEN F6=LINK INCIDENT F9=CL
      -              "OSE F7/F8=INCIDENTS"
                                     TO MSG-AIUTO-TASTI
                 MOVE "INVALID CALL"
                                     TO MSG-RICHIAMO-ERRATO
              WHEN OTHER
                 MOVE "TASTO INVALIDO"
                                     TO MSG-TASTO-INVALIDO
                 MOVE "NUMERO DI PROBLEMA MANCANTE"
                                     TO MSG-CHIAVE-MANCANTE
                 MOVE "PROBLEMA LETTO"
                                     TO MSG-PROB-LETTO
                 MOVE "PROBLEMA NON TROVATO"
                                     TO MSG-PROB-NON-TROV
                 MOVE "PROBLEMA APERTO"
                                     TO MSG-PROB-APERTO
                 MOVE "PROBLEMA CHIUSO, INCIDENTI REVISIONATI:"
                                     TO MSG-PROB-CHIUSO
                 MOVE "PROBLEMA GIA' CHIUSO"
                                     TO MSG-PROB-GIA-CHIUSO
                 MOVE "TITOLO E CODICE CAUSA OBBLIGATORI"
                                     TO MSG-DATI-MANCANTI
                 MOVE "RISOLUZIONE OBBLIGATORIA PER CHIUDERE"
                                     TO MSG-RISOL-MANCANTE
                 MOVE "INCIDENTE COLLEGATO"
                                     TO MSG-INC-COLLEGATO
                 MOVE "INCIDENTE NON TROVATO"
                                     TO MSG-INC-NON-TROV
                 MOVE "INCIDENTE GIA' COLLEGATO AL PROBLEMA"
                                     TO MSG-INC-GIA-COLL
                 MOVE "NUMERO DI INCIDENTE MANCANTE"
                                     TO MSG-INC-MANCANTE
                 MOVE "NON CI SONO ALTRI INCIDENTI COLLEGATI"
                                     TO MSG-FINE-LISTA
                 MOVE "ARCHIVIO PROBLEMI NON DISPONIBILE"
                                     TO MSG-FILE-ERRORE
                 MOVE "FUNZIONE NON AUTORIZZATA PER L'UTENTE"
                                     TO MSG-NON-AUTORIZZATO
                 MOVE "F3=USCITA INVIO=MOSTRA F5=APRI F6=COLLEGA F9=CHIU
      -              "DI F7/F8=INCIDENTI"
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
           MOVE "VM10TAST" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:20) TO MSG-TASTO-INVALIDO
           END-IF.
      *
           MOVE "VM10CHIA" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:40) TO MSG-CHIAVE-MANCANTE
           END-IF.
      *
           MOVE "VM10LETT" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:40) TO MSG-PROB-LETTO
           END-IF.
      *
           MOVE "VM10NTRO" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:40) TO MSG-PROB-NON-TROV
           END-IF.
      *
           MOVE "VM10APRE" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:40) TO MSG-PROB-APERTO
           END-IF.
      *
           MOVE "VM10CHIU" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:40) TO MSG-PROB-CHIUSO
           END-IF.
      *
           MOVE "VM10GCHI" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:40) TO MSG-PROB-GIA-CHIUSO
           END-IF.
      *
           MOVE "VM10DATI" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:40) TO MSG-DATI-MANCANTI
           END-IF.
      *
           MOVE "VM10RISO" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:40) TO MSG-RISOL-MANCANTE
           END-IF.
      *
           MOVE "VM10COLL" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:40) TO MSG-INC-COLLEGATO
           END-IF.
      *
           MOVE "VM10INTR" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:40) TO MSG-INC-NON-TROV
           END-IF.
      *
           MOVE "VM10GCOL" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:40) TO MSG-INC-GIA-COLL
           END-IF.
      *
           MOVE "VM10INCM" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:40) TO MSG-INC-MANCANTE
           END-IF.
      *
           MOVE "VM10FINE" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:40) TO MSG-FINE-LISTA
           END-IF.
      *
           MOVE "VM10FILE" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:40) TO MSG-FILE-ERRORE
           END-IF.
      *
           MOVE "VM10NAUT" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:40) TO MSG-NON-AUTORIZZATO
           END-IF.
      *
           MOVE "VM10AIUT" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:94) TO MSG-AIUTO-TASTI
           END-IF.
      *
           MOVE "VM10RICH" TO VMMSG-ID.
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
