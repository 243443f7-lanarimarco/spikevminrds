       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BPVM023.
      *------------------------------------------------*
      *     RICERTIFICAZIONE DEGLI ACCESSI VMPROF      *
      *------------------------------------------------*
      *   ELENCA OGNI PROFILO VMPROF CON I DIRITTI      *
      *   (CASI, REVISIONE, PROFILI), L'ULTIMA ATTIVITA'*
      *   SU VMLOG, L'ULTIMO INCIDENTE VMINC REVISIO-   *
      *   NATO E L'ULTIMA MODIFICA DI MANUTENZIONE SU   *
      *   VMAUDIT. CHI HA DIRITTI E NESSUNA ATTIVITA'   *
      *   DA PIU' DEI GIORNI DELLA SCHEDA E' DORMIENTE. *
      *   CON LA SCHEDA DI REVOCA I DIRITTI DEI         *
      *   DORMIENTI VENGONO TOLTI (OGNI REVOCA SU       *
      *   VMAUDIT) E SI STAMPA LA LISTA DA FIRMARE DAL  *
      *   CAPO GRUPPO CON LE UTENZE REVOCATE E QUELLE   *
      *   CHE MANTENGONO DIRITTI DA CONFERMARE.         *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.                         *CSTD
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--------------------------------------------------------------*
      *    SCHEDA PARAMETRO: COL. 1-3 GIORNI DI INATTIVITA' (VUOTA =  *
      *    90), COL. 5 MODO (VUOTA = SOLO REPORT, R = REVOCA)         *
      *--------------------------------------------------------------*
           SELECT BPVMPAR-FILE ASSIGN TO BPVMPAR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS BPVMPAR-STATUS.
      *--------------------------------------------------------------*
      *    PROFILI DI AUTORIZZAZIONE DEGLI UTENTI                     *
      *--------------------------------------------------------------*
           SELECT VMPROF-FILE  ASSIGN TO VMPROF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VMPROF-UTENTE
                  FILE STATUS  IS VMPROF-STATUS.
      *--------------------------------------------------------------*
      *    LOG DELLE TRANSAZIONI VM00                                 *
      *--------------------------------------------------------------*
           SELECT VMLOG-FILE   ASSIGN TO VMLOG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS VMLOG-STATUS.
      *--------------------------------------------------------------*
      *    ARCHIVIO INCIDENTI (UTENTE DELLA REVISIONE)                *
      *--------------------------------------------------------------*
           SELECT VMINC-FILE   ASSIGN TO VMINC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VMINC-NUMERO
                  FILE STATUS  IS VMINC-STATUS.
      *--------------------------------------------------------------*
      *    GIORNALE DELLE MODIFICHE: LETTO PER LE ULTIME MODIFICHE    *
      *    DI OGNI UTENTE, POI ESTESO CON LE REVOCHE                  *
      *--------------------------------------------------------------*
           SELECT VMAUDIT-FILE ASSIGN TO VMAUDIT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS VMAUDIT-STATUS.
      *--------------------------------------------------------------*
      *    REPORT DI RICERTIFICAZIONE                                 *
      *--------------------------------------------------------------*
           SELECT VMRECRPT-FILE ASSIGN TO VMRECRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS VMRECRPT-STATUS.
      *--------------------------------------------------------------*
      *    LISTA DA FIRMARE DAL CAPO GRUPPO (SOLO IN REVOCA)          *
      *--------------------------------------------------------------*
           SELECT VMRECFIR-FILE ASSIGN TO VMRECFIR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS VMRECFIR-STATUS.
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
           05  BPVMPAR-GIORNI        PIC X(3).
           05  FILLER                PIC X(1).
           05  BPVMPAR-MODO          PIC X(1).
           05  FILLER                PIC X(75).
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
       FD  VMLOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMLOG-REC.
           05  VMLOG-UTENTE          PIC X(15).
           05  VMLOG-TERM            PIC X(15).
           05  VMLOG-EIBTRMID        PIC X(4).
           05  VMLOG-EIBDATE         PIC S9(7) COMP-3.
           05  VMLOG-EIBTIME         PIC S9(7) COMP-3.
           05  VMLOG-TASTO           PIC XX.
           05  VMLOG-CAMPO-INPUT-SW  PIC X.
               88  VMLOG-CAMPO-VUOTO         VALUE "S".
               88  VMLOG-CAMPO-VALORIZZATO   VALUE "N".
           05  VMLOG-ESITO-ECO       PIC XX.
           05  VMLOG-CINPUT          PIC X(50).
           05  VMLOG-CINPUT2         PIC X(15).
           05  VMLOG-CINPUT-EXT      PIC X(60).
           05  FILLER                PIC X(8).
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
       FD  VMRECRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMRECRPT-REC              PIC X(132).
      *
       FD  VMRECFIR-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMRECFIR-REC              PIC X(132).
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
        05   VMPROF-STATUS                 PIC XX VALUE "00".
             88  VMPROF-OK                        VALUE "00".
             88  VMPROF-NON-ESISTE                VALUE "35".
        05   VMLOG-STATUS                  PIC XX VALUE "00".
             88  VMLOG-OK                         VALUE "00".
        05   VMINC-STATUS                  PIC XX VALUE "00".
             88  VMINC-OK                         VALUE "00".
        05   VMAUDIT-STATUS                PIC XX VALUE "00".
             88  VMAUDIT-OK                       VALUE "00".
             88  VMAUDIT-OCCUPATO                 VALUE "93".
        05   VMRECRPT-STATUS               PIC XX VALUE "00".
             88  VMRECRPT-OK                      VALUE "00".
        05   VMRECFIR-STATUS               PIC XX VALUE "00".
             88  VMRECFIR-OK                      VALUE "00".
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
        05   FLAG-FINE-VMPROF              PIC 9   VALUE ZERO.
             88  FINE-VMPROF                      VALUE 1.
        05   FLAG-FINE-VMLOG               PIC 9   VALUE ZERO.
             88  FINE-VMLOG                       VALUE 1.
        05   FLAG-FINE-VMINC               PIC 9   VALUE ZERO.
             88  FINE-VMINC                       VALUE 1.
        05   FLAG-FINE-VMAUDIT             PIC 9   VALUE ZERO.
             88  FINE-VMAUDIT                     VALUE 1.
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
        05   CAT-PROGRAMMA         PIC X(8)  VALUE "BPVM023".
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
      *       SCHEDA PARAMETRO: GIORNI DI INATTIVITA' E MODO         *
      *--------------------------------------------------------------*
       01  PARAMETRO-AREE.
        05   PAR-GIORNI            PIC 9(3)  VALUE 90.
        05   PAR-MODO              PIC X     VALUE SPACE.
             88  SOLO-REPORT              VALUE SPACE.
             88  REVOCA                   VALUE "R".
             88  PAR-MODO-VALIDO          VALUE SPACE "R".
      *--------------------------------------------------------------*
      *       OGGI E DATA LIMITE DELL'ATTIVITA' (GIULIANA 0CAADDD):  *
      *       OGGI MENO I GIORNI DELLA SCHEDA, ARRETRANDO DI ANNO    *
      *       IN ANNO FINCHE' SERVE                                  *
      *--------------------------------------------------------------*
       01  CALC-AREE.
        05   CALC-OGGI.
             10 CALC-OGGI-AAAA     PIC 9(4).
             10 CALC-OGGI-DDD      PIC 9(3).
        05   CALC-ANNO             PIC 9(4)  VALUE ZERO.
        05   CALC-DDD              PIC S9(5) COMP-4 VALUE ZERO.
        05   CALC-RESTO            PIC 9(3)  COMP-4 VALUE ZERO.
        05   CALC-QUOZIENTE        PIC 9(4)  COMP-4 VALUE ZERO.
        05   CALC-LIMITE           PIC 9(7)  VALUE ZERO.
      *--------------------------------------------------------------*
      *       GIORNALE DELLE REVOCHE (UTENTE = PROGRAMMA)            *
      *--------------------------------------------------------------*
       01  AUDIT-AREE.
        05   AUD-PROGRAMMA         PIC X(8)  VALUE "BPVM023".
        05   AUD-OPERAZIONE        PIC X     VALUE SPACE.
        05   AUD-CHIAVE            PIC X(20) VALUE SPACE.
        05   AUD-PRIMA             PIC X(1100) VALUE SPACE.
        05   AUD-GIORNO            PIC 9(7)  VALUE ZERO.
        05   AUD-ORARIO            PIC 9(8)  VALUE ZERO.
      *--------------------------------------------------------------*
      *       UTENTI DI VMPROF (LETTI IN ORDINE DI CHIAVE) CON I     *
      *       DIRITTI E LE ULTIME DATE DI ATTIVITA' (GIULIANE)       *
      *--------------------------------------------------------------*
       01  TABELLA-UTENTI.
        05   UTE-MAX               PIC 9(4) COMP-4 VALUE 500.
        05   UTE-USATI             PIC 9(4) COMP-4 VALUE ZERO.
        05   UTE-TROVATO           PIC 9(4) COMP-4 VALUE ZERO.
        05   UTE-LAV               PIC 9(4) COMP-4 VALUE ZERO.
        05   UTE-CERCATO           PIC X(10) VALUE SPACE.
        05   UTE-ULTIMO-CERCATO    PIC X(10) VALUE LOW-VALUE.
        05   FLAG-UTE-TRABOCCO     PIC 9    VALUE ZERO.
             88  UTE-TRABOCCO             VALUE 1.
        05   UTE-ELEM OCCURS 500 INDEXED BY UTE-IND.
             10 UTE-UTENTE         PIC X(10).
             10 UTE-DIRITTI.
                15 UTE-AUT-CASI    PIC X.
                15 UTE-AUT-REV     PIC X.
                15 UTE-AUT-PRF     PIC X.
             10 UTE-ULT-LOG        PIC 9(7).
             10 UTE-REV-NUMERO     PIC 9(7).
             10 UTE-REV-DATA       PIC 9(7).
             10 UTE-MAN-DATA       PIC 9(7).
             10 UTE-MAN-FILE       PIC X(8).
             10 UTE-ULTIMA         PIC 9(7).
             10 UTE-STATO          PIC X.
                88  UTE-ATTIVO             VALUE "A".
                88  UTE-DORMIENTE          VALUE "D".
                88  UTE-REVOCATO           VALUE "R".
                88  UTE-REVOCA-FALLITA     VALUE "F".
                88  UTE-SENZA-DIRITTI      VALUE "S".
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
        05   CONV-DATA-STAMPA      PIC X(10) VALUE SPACE.
        05   FILLER  VALUE "312831303130313130313031".
             10 MESE-GG            PIC 99 OCCURS 12.
      *--------------------------------------------------------------*
      *       CONTATORI DEL REPORT                                   *
      *--------------------------------------------------------------*
       01  CONTATORI.
        05   CONTA-PROFILI         PIC 9(5) COMP-4 VALUE ZERO.
        05   CONTA-CON-DIRITTI     PIC 9(5) COMP-4 VALUE ZERO.
        05   CONTA-DORMIENTI       PIC 9(5) COMP-4 VALUE ZERO.
        05   CONTA-REVOCATI        PIC 9(5) COMP-4 VALUE ZERO.
        05   CONTA-FALLITI         PIC 9(5) COMP-4 VALUE ZERO.
      *--------------------------------------------------------------*
      *       RIGHE DEL REPORT                                       *
      *--------------------------------------------------------------*
       01  RIGA-TITOLO.
        05   FILLER                PIC X(40) VALUE
             "RICERTIFICAZIONE ACCESSI VMPROF - GIORNO".
        05   FILLER                PIC X     VALUE SPACE.
        05   TITOLO-GIORNO         PIC X(10).
        05   FILLER                PIC X(22) VALUE
             " - INATTIVITA' OLTRE ".
        05   TITOLO-SOGLIA         PIC ZZ9.
        05   FILLER                PIC X(16) VALUE
             " GIORNI - MODO: ".
        05   TITOLO-MODO           PIC X(20).
        05   FILLER                PIC X(20) VALUE SPACE.
      *
       01  RIGA-COLONNE.
        05   FILLER                PIC X(40) VALUE
             "UTENTE      C R P   ULT.VMLOG    INC.REV".
        05   FILLER                PIC X(40) VALUE
             " DEL          ULT.MODIF. FILE       ULT.".
        05   FILLER                PIC X(29) VALUE
             "ATTIV.   ESITO               ".
        05   FILLER                PIC X(23) VALUE SPACE.
      *
       01  RIGA-UTENTE.
        05   RPT-UTENTE            PIC X(10).
        05   FILLER                PIC XX    VALUE SPACE.
        05   RPT-CASI              PIC X.
        05   FILLER                PIC X     VALUE SPACE.
        05   RPT-REV               PIC X.
        05   FILLER                PIC X     VALUE SPACE.
        05   RPT-PRF               PIC X.
        05   FILLER                PIC X(3)  VALUE SPACE.
        05   RPT-ULT-LOG           PIC X(10).
        05   FILLER                PIC X(3)  VALUE SPACE.
        05   RPT-REV-NUMERO        PIC ZZZZZZ9.
        05   FILLER                PIC X     VALUE SPACE.
        05   RPT-REV-DATA          PIC X(10).
        05   FILLER                PIC X(3)  VALUE SPACE.
        05   RPT-MAN-DATA          PIC X(10).
        05   FILLER                PIC X     VALUE SPACE.
        05   RPT-MAN-FILE          PIC X(8).
        05   FILLER                PIC X(3)  VALUE SPACE.
        05   RPT-ULTIMA            PIC X(10).
        05   FILLER                PIC X(3)  VALUE SPACE.
        05   RPT-ESITO             PIC X(20).
        05   FILLER                PIC X(23) VALUE SPACE.
      *
       01  RIGA-CONTEGGI.
        05   FILLER                PIC XX    VALUE SPACE.
        05   FILLER                PIC X(9)  VALUE "PROFILI  ".
        05   CONTEGGI-PROFILI      PIC ZZZZ9.
        05   FILLER                PIC X(15) VALUE "  CON DIRITTI  ".
        05   CONTEGGI-CON-DIRITTI  PIC ZZZZ9.
        05   FILLER                PIC X(14) VALUE "  DORMIENTI   ".
        05   CONTEGGI-DORMIENTI    PIC ZZZZ9.
        05   FILLER                PIC X(13) VALUE "  REVOCATI   ".
        05   CONTEGGI-REVOCATI     PIC ZZZZ9.
        05   FILLER                PIC X(20) VALUE
             "  REVOCHE FALLITE   ".
        05   CONTEGGI-FALLITI      PIC ZZZZ9.
        05   FILLER                PIC X(34) VALUE SPACE.
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
      *--------------------------------------------------------------*
      *       RIGHE DELLA LISTA DA FIRMARE                           *
      *--------------------------------------------------------------*
       01  FIRMA-TITOLO.
        05   FILLER                PIC X(44) VALUE
             "LISTA DI RICERTIFICAZIONE ACCESSI VMPROF DEL".
        05   FILLER                PIC X     VALUE SPACE.
        05   FIRMA-GIORNO          PIC X(10).
        05   FILLER                PIC X(77) VALUE SPACE.
      *
       01  FIRMA-SEZIONE.
        05   FILLER                PIC X(4)  VALUE SPACE.
        05   FIRMA-SEZ-DESCR       PIC X(70).
        05   FILLER                PIC X(58) VALUE SPACE.
      *
       01  FIRMA-COLONNE.
        05   FILLER                PIC X(4)  VALUE SPACE.
        05   FILLER                PIC X(40) VALUE
             "UTENTE     C R P   ULT.ATTIV.           ".
        05   FILLER                PIC X(88) VALUE SPACE.
      *
       01  FIRMA-UTENTE.
        05   FILLER                PIC X(4)  VALUE SPACE.
        05   FIR-UTENTE            PIC X(10).
        05   FILLER                PIC X     VALUE SPACE.
        05   FIR-CASI              PIC X.
        05   FILLER                PIC X     VALUE SPACE.
        05   FIR-REV               PIC X.
        05   FILLER                PIC X     VALUE SPACE.
        05   FIR-PRF               PIC X.
        05   FILLER                PIC X(3)  VALUE SPACE.
        05   FIR-ULTIMA            PIC X(10).
        05   FILLER                PIC X(10) VALUE SPACE.
        05   FIR-NOTA              PIC X(40).
        05   FILLER                PIC X(49) VALUE SPACE.
      *
       01  FIRMA-CHIUSURA.
        05   FILLER                PIC X(4)  VALUE SPACE.
        05   FILLER                PIC X(40) VALUE
             "IL CAPO GRUPPO ______________________   ".
        05   FILLER                PIC X(40) VALUE
             "DATA ____________   FIRMA _____________".
        05   FILLER                PIC X(48) VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *-------------------------------------------------------------*
      *------------------------ MAINLINE -----------------------------*
      *-------------------------------------------------------------*
       BPVM023-MAIN.
      *
      *---- CATENA DEI LAVORI: INIZIO CORSA SUL LIBRO MASTRO E --------*
      *---- CONTROLLO DEI PREDECESSORI; SE UNO NON HA FINITO OGGI -----*
      *---- CON UN RC ACCETTATO IL PASSO NON GIRA E CHIUDE CON 12 -----*
           PERFORM INIZIO-CATENA      THRU EX-INIZIO-CATENA.
           IF PREDECESSORI-KO
              MOVE 12 TO RETURN-CODE
           ELSE
              PERFORM ESEGUI-BPVM023 THRU EX-ESEGUI-BPVM023
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
       ESEGUI-BPVM023.
      *
           OPEN OUTPUT VMRECRPT-FILE.
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
              MOVE "SCHEDA PARAMETRO ERRATA, GIORNI O MODO NON VALIDI"
                TO ERRORE-DESCR
              MOVE BPVMPAR-REC (1:8) TO ERRORE-VALORE
              WRITE VMRECRPT-REC FROM RIGA-ERRORE
              CLOSE VMRECRPT-FILE
              MOVE 8 TO RETURN-CODE
              GO TO EX-ESEGUI-BPVM023.
      *
           MOVE PAR-GIORNI TO TITOLO-SOGLIA.
           IF REVOCA
              MOVE "REVOCA DEI DORMIENTI" TO TITOLO-MODO
           ELSE
              MOVE "SOLO REPORT"          TO TITOLO-MODO
           END-IF.
           WRITE VMRECRPT-REC FROM RIGA-TITOLO.
           WRITE VMRECRPT-REC FROM RIGA-VUOTA.
      *
           PERFORM CALCOLA-LIMITE     THRU EX-CALCOLA-LIMITE.
      *
           PERFORM CARICA-PROFILI     THRU EX-CARICA-PROFILI.
           IF VMPROF-NON-ESISTE
              MOVE "PROFILI VMPROF NON INSTALLATI: ACCESSO LIBERO"
                TO ERRORE-DESCR
              MOVE SPACE TO ERRORE-VALORE
              WRITE VMRECRPT-REC FROM RIGA-ERRORE
              CLOSE VMRECRPT-FILE
              GO TO EX-ESEGUI-BPVM023.
           IF NOT VMPROF-OK
              MOVE "PROFILI VMPROF NON DISPONIBILI, STATO"
                TO ERRORE-DESCR
              MOVE VMPROF-STATUS TO ERRORE-VALORE
              WRITE VMRECRPT-REC FROM RIGA-ERRORE
              CLOSE VMRECRPT-FILE
              MOVE 8 TO RETURN-CODE
              GO TO EX-ESEGUI-BPVM023.
      *
      *---- SENZA LE FONTI DI ATTIVITA' UN UTENTE SEMBREREBBE ---------*
      *---- DORMIENTE: NON SI RICERTIFICA E TANTO MENO SI REVOCA ------*
           PERFORM LEGGI-VMLOG        THRU EX-LEGGI-VMLOG.
           IF NOT VMLOG-OK
              MOVE "LOG VMLOG NON DISPONIBILE, STATO"
                TO ERRORE-DESCR
              MOVE VMLOG-STATUS TO ERRORE-VALORE
              WRITE VMRECRPT-REC FROM RIGA-ERRORE
              CLOSE VMRECRPT-FILE
              MOVE 8 TO RETURN-CODE
              GO TO EX-ESEGUI-BPVM023.
           PERFORM LEGGI-VMINC        THRU EX-LEGGI-VMINC.
           IF NOT VMINC-OK
              MOVE "ARCHIVIO INCIDENTI VMINC NON DISPONIBILE, STATO"
                TO ERRORE-DESCR
              MOVE VMINC-STATUS TO ERRORE-VALORE
              WRITE VMRECRPT-REC FROM RIGA-ERRORE
              CLOSE VMRECRPT-FILE
              MOVE 8 TO RETURN-CODE
              GO TO EX-ESEGUI-BPVM023.
           PERFORM LEGGI-VMAUDIT      THRU EX-LEGGI-VMAUDIT.
      *
           IF REVOCA
              OPEN I-O VMPROF-FILE
              IF NOT VMPROF-OK
                 MOVE "PROFILI VMPROF NON AGGIORNABILI, STATO"
                   TO ERRORE-DESCR
                 MOVE VMPROF-STATUS TO ERRORE-VALORE
                 WRITE VMRECRPT-REC FROM RIGA-ERRORE
                 CLOSE VMRECRPT-FILE
                 MOVE 8 TO RETURN-CODE
                 GO TO EX-ESEGUI-BPVM023
              END-IF
              PERFORM APRI-VMAUDIT   THRU EX-APRI-VMAUDIT
              IF GIORNALE-KO
                 MOVE "GIORNALE VMAUDIT NON ACCODABILE, STATO"
                   TO ERRORE-DESCR
                 MOVE VMAUDIT-STATUS TO ERRORE-VALORE
                 WRITE VMRECRPT-REC FROM RIGA-ERRORE
                 CLOSE VMPROF-FILE
                       VMRECRPT-FILE
                 MOVE 8 TO RETURN-CODE
                 GO TO EX-ESEGUI-BPVM023
              END-IF
           END-IF.
      *
           WRITE VMRECRPT-REC FROM RIGA-COLONNE.
           MOVE 1 TO UTE-LAV.
           PERFORM ESAMINA-UTENTE THRU EX-ESAMINA-UTENTE
              UNTIL UTE-LAV > UTE-USATI.
      *
           IF REVOCA
              CLOSE VMPROF-FILE
              PERFORM STAMPA-FIRMA   THRU EX-STAMPA-FIRMA
           END-IF.
      *
           WRITE VMRECRPT-REC FROM RIGA-VUOTA.
           MOVE CONTA-PROFILI     TO CONTEGGI-PROFILI.
           MOVE CONTA-CON-DIRITTI TO CONTEGGI-CON-DIRITTI.
           MOVE CONTA-DORMIENTI   TO CONTEGGI-DORMIENTI.
           MOVE CONTA-REVOCATI    TO CONTEGGI-REVOCATI.
           MOVE CONTA-FALLITI     TO CONTEGGI-FALLITI.
           WRITE VMRECRPT-REC FROM RIGA-CONTEGGI.
           IF UTE-TRABOCCO
              MOVE "ALTRI PROFILI OLTRE CAPIENZA NON RICERTIFICATI"
                TO TRABOCCO-DESCR
              WRITE VMRECRPT-REC FROM RIGA-TRABOCCO
           END-IF.
      *
           CLOSE VMRECRPT-FILE.
      *
      *---- RICERTIFICAZIONE INCOMPLETA O REVOCA FALLITA = GRAVE, -----*
      *---- UTENTI DORMIENTI (REVOCATI O NO) = AVVERTIMENTO -----------*
           IF UTE-TRABOCCO OR CONTA-FALLITI > ZERO
              MOVE 8 TO RETURN-CODE
           ELSE
              IF CONTA-DORMIENTI > ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
      *
       EX-ESEGUI-BPVM023.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- LETTURA E CONTROLLO DELLA SCHEDA PARAMETRO: SCHEDA -------*
      *---- ASSENTE O GIORNI VUOTI = 90, MODO VUOTO = SOLO REPORT ----*
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
           IF BPVMPAR-GIORNI NOT = SPACE AND LOW-VALUE
              IF BPVMPAR-GIORNI NUMERIC
                 MOVE BPVMPAR-GIORNI TO PAR-GIORNI
              ELSE
                 SET PARAMETRO-KO TO TRUE
              END-IF
           END-IF.
           IF PAR-GIORNI = ZERO
              SET PARAMETRO-KO TO TRUE
           END-IF.
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
      *---- DATA LIMITE = OGGI MENO I GIORNI DELLA SCHEDA, IN --------*
      *---- GIULIANA 0CAADDD COME LE DATE DI VMLOG/VMINC/VMAUDIT -----*
      *-------------------------------------------------------------*
       CALCOLA-LIMITE.
      *
           ACCEPT CALC-OGGI FROM DAY YYYYDDD.
           MOVE CALC-OGGI-AAAA TO CALC-ANNO.
           MOVE CALC-OGGI-DDD  TO CALC-DDD.
           SUBTRACT PAR-GIORNI FROM CALC-DDD.
           PERFORM RINCULA-UN-ANNO THRU EX-RINCULA-UN-ANNO
              UNTIL CALC-DDD > ZERO.
      *
           COMPUTE CALC-LIMITE = ((CALC-ANNO - 1900) * 1000)
                               +  CALC-DDD.
      *
       EX-CALCOLA-LIMITE.
           EXIT.
      *
       RINCULA-UN-ANNO.
      *
           SUBTRACT 1 FROM CALC-ANNO.
           DIVIDE CALC-ANNO BY 4
              GIVING CALC-QUOZIENTE
              REMAINDER CALC-RESTO.
           IF CALC-RESTO = ZERO
              ADD 366 TO CALC-DDD
           ELSE
              ADD 365 TO CALC-DDD
           END-IF.
      *
       EX-RINCULA-UN-ANNO.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- CARICA I PROFILI CON I LORO DIRITTI, SENZA ATTIVITA' -----*
      *-------------------------------------------------------------*
       CARICA-PROFILI.
      *
           OPEN INPUT VMPROF-FILE.
           IF NOT VMPROF-OK
              GO TO EX-CARICA-PROFILI.
      *
           MOVE ZERO TO FLAG-FINE-VMPROF.
           PERFORM CARICA-UN-PROFILO THRU EX-CARICA-UN-PROFILO
              UNTIL FINE-VMPROF.
           CLOSE VMPROF-FILE.
           MOVE "00" TO VMPROF-STATUS.
      *
       EX-CARICA-PROFILI.
           EXIT.
      *
       CARICA-UN-PROFILO.
      *
           READ VMPROF-FILE NEXT
              AT END
                 SET FINE-VMPROF TO TRUE
                 GO TO EX-CARICA-UN-PROFILO
           END-READ.
           ADD 1 TO CAT-LETTI.
           IF UTE-USATI NOT < UTE-MAX
              MOVE 1 TO FLAG-UTE-TRABOCCO
              GO TO EX-CARICA-UN-PROFILO.
      *
           ADD 1 TO UTE-USATI.
           SET UTE-IND TO UTE-USATI.
           MOVE VMPROF-UTENTE        TO UTE-UTENTE (UTE-IND).
           MOVE VMPROF-AUT-CASI      TO UTE-AUT-CASI (UTE-IND).
           MOVE VMPROF-AUT-REVISIONE TO UTE-AUT-REV (UTE-IND).
           MOVE VMPROF-AUT-PROFILI   TO UTE-AUT-PRF (UTE-IND).
           MOVE ZERO                 TO UTE-ULT-LOG (UTE-IND)
                                        UTE-REV-NUMERO (UTE-IND)
                                        UTE-REV-DATA (UTE-IND)
                                        UTE-MAN-DATA (UTE-IND)
                                        UTE-ULTIMA (UTE-IND).
           MOVE SPACE                TO UTE-MAN-FILE (UTE-IND)
                                        UTE-STATO (UTE-IND).
      *
       EX-CARICA-UN-PROFILO.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- POSIZIONE DELL'UTENTE CERCATO (ZERO SE NON HA PROFILO); --*
      *---- LO STESSO UTENTE DI SEGUITO NON SI RICERCA ---------------*
      *-------------------------------------------------------------*
       CERCA-UTENTE.
      *
           IF UTE-CERCATO = UTE-ULTIMO-CERCATO
              GO TO EX-CERCA-UTENTE.
           MOVE UTE-CERCATO TO UTE-ULTIMO-CERCATO.
      *
           MOVE ZERO TO UTE-TROVATO.
           SET UTE-IND TO 1.
           SEARCH UTE-ELEM
              AT END
                 CONTINUE
              WHEN UTE-IND > UTE-USATI
                 CONTINUE
              WHEN UTE-UTENTE (UTE-IND) = UTE-CERCATO
                 SET UTE-TROVATO TO UTE-IND
           END-SEARCH.
      *
       EX-CERCA-UTENTE.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- ULTIMA TRANSAZIONE DI OGNI UTENTE SU VMLOG (IL PROFILO ---*
      *---- E' SUI PRIMI 10 CARATTERI DELL'UTENTE) -------------------*
      *-------------------------------------------------------------*
       LEGGI-VMLOG.
      *
           OPEN INPUT VMLOG-FILE.
           IF NOT VMLOG-OK
              GO TO EX-LEGGI-VMLOG.
      *
           MOVE ZERO      TO FLAG-FINE-VMLOG.
           MOVE LOW-VALUE TO UTE-ULTIMO-CERCATO.
           PERFORM TRATTA-UN-LOG THRU EX-TRATTA-UN-LOG
              UNTIL FINE-VMLOG.
           CLOSE VMLOG-FILE.
           MOVE "00" TO VMLOG-STATUS.
      *
       EX-LEGGI-VMLOG.
           EXIT.
      *
       TRATTA-UN-LOG.
      *
           READ VMLOG-FILE
              AT END
                 SET FINE-VMLOG TO TRUE
                 GO TO EX-TRATTA-UN-LOG
           END-READ.
           ADD 1 TO CAT-LETTI.
      *
           MOVE VMLOG-UTENTE (1:10) TO UTE-CERCATO.
           PERFORM CERCA-UTENTE THRU EX-CERCA-UTENTE.
           IF UTE-TROVATO = ZERO
              GO TO EX-TRATTA-UN-LOG.
           IF VMLOG-EIBDATE > UTE-ULT-LOG (UTE-TROVATO)
              MOVE VMLOG-EIBDATE TO UTE-ULT-LOG (UTE-TROVATO)
           END-IF.
      *
       EX-TRATTA-UN-LOG.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- ULTIMO INCIDENTE REVISIONATO DA OGNI UTENTE: IL NUMERO ---*
      *---- PIU' ALTO E LA SUA DATA (LA REVISIONE NON HA DATA ---------*
      *---- PROPRIA, QUELLA DELL'INCIDENTE NE E' IL LIMITE BASSO) ----*
      *-------------------------------------------------------------*
       LEGGI-VMINC.
      *
           OPEN INPUT VMINC-FILE.
           IF NOT VMINC-OK
              GO TO EX-LEGGI-VMINC.
      *
           MOVE ZERO      TO FLAG-FINE-VMINC.
           MOVE LOW-VALUE TO UTE-ULTIMO-CERCATO.
           PERFORM TRATTA-UN-INCIDENTE THRU EX-TRATTA-UN-INCIDENTE
              UNTIL FINE-VMINC.
           CLOSE VMINC-FILE.
           MOVE "00" TO VMINC-STATUS.
      *
       EX-LEGGI-VMINC.
           EXIT.
      *
       TRATTA-UN-INCIDENTE.
      *
           READ VMINC-FILE NEXT
              AT END
                 SET FINE-VMINC TO TRUE
                 GO TO EX-TRATTA-UN-INCIDENTE
           END-READ.
           ADD 1 TO CAT-LETTI.
      *---- IL RECORD DI CONTROLLO (NUMERO ZERO) NON E' UN INCIDENTE --*
           IF VMINC-NUMERO = ZERO OR NOT VMINC-REVISTO
              GO TO EX-TRATTA-UN-INCIDENTE.
      *
           MOVE VMINC-REV-UTENTE TO UTE-CERCATO.
           PERFORM CERCA-UTENTE THRU EX-CERCA-UTENTE.
           IF UTE-TROVATO = ZERO
              GO TO EX-TRATTA-UN-INCIDENTE.
           IF VMINC-NUMERO > UTE-REV-NUMERO (UTE-TROVATO)
              MOVE VMINC-NUMERO  TO UTE-REV-NUMERO (UTE-TROVATO)
              MOVE VMINC-EIBDATE TO UTE-REV-DATA (UTE-TROVATO)
           END-IF.
      *
       EX-TRATTA-UN-INCIDENTE.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- ULTIMA MODIFICA DI MANUTENZIONE DI OGNI UTENTE SUL -------*
      *---- GIORNALE (GIORNALE ASSENTE = NESSUNA MODIFICA) -----------*
      *-------------------------------------------------------------*
       LEGGI-VMAUDIT.
      *
           OPEN INPUT VMAUDIT-FILE.
           IF NOT VMAUDIT-OK
              GO TO EX-LEGGI-VMAUDIT.
      *
           MOVE ZERO      TO FLAG-FINE-VMAUDIT.
           MOVE LOW-VALUE TO UTE-ULTIMO-CERCATO.
           PERFORM TRATTA-UNA-MODIFICA THRU EX-TRATTA-UNA-MODIFICA
              UNTIL FINE-VMAUDIT.
           CLOSE VMAUDIT-FILE.
      *
       EX-LEGGI-VMAUDIT.
           EXIT.
      *
       TRATTA-UNA-MODIFICA.
      *
           READ VMAUDIT-FILE
              AT END
                 SET FINE-VMAUDIT TO TRUE
                 GO TO EX-TRATTA-UNA-MODIFICA
           END-READ.
           ADD 1 TO CAT-LETTI.
      *
           MOVE VMAUDIT-UTENTE (1:10) TO UTE-CERCATO.
           PERFORM CERCA-UTENTE THRU EX-CERCA-UTENTE.
           IF UTE-TROVATO = ZERO
              GO TO EX-TRATTA-UNA-MODIFICA.
           IF VMAUDIT-DATA NOT < UTE-MAN-DATA (UTE-TROVATO)
              MOVE VMAUDIT-DATA      TO UTE-MAN-DATA (UTE-TROVATO)
              MOVE VMAUDIT-NOME-FILE TO UTE-MAN-FILE (UTE-TROVATO)
           END-IF.
      *
       EX-TRATTA-UNA-MODIFICA.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- ESITO DI UN UTENTE: ULTIMA ATTIVITA' = LA PIU' RECENTE ---*
      *---- DELLE TRE; CON DIRITTI E ATTIVITA' PRIMA DEL LIMITE (O ---*
      *---- NESSUNA) E' DORMIENTE E IN REVOCA PERDE I DIRITTI --------*
      *-------------------------------------------------------------*
       ESAMINA-UTENTE.
      *
           SET UTE-IND TO UTE-LAV.
           ADD 1 TO CONTA-PROFILI.
      *
           MOVE UTE-ULT-LOG (UTE-IND) TO UTE-ULTIMA (UTE-IND).
           IF UTE-REV-DATA (UTE-IND) > UTE-ULTIMA (UTE-IND)
              MOVE UTE-REV-DATA (UTE-IND) TO UTE-ULTIMA (UTE-IND)
           END-IF.
           IF UTE-MAN-DATA (UTE-IND) > UTE-ULTIMA (UTE-IND)
              MOVE UTE-MAN-DATA (UTE-IND) TO UTE-ULTIMA (UTE-IND)
           END-IF.
      *
           IF UTE-AUT-CASI (UTE-IND) NOT = "S" AND
              UTE-AUT-REV (UTE-IND)  NOT = "S" AND
              UTE-AUT-PRF (UTE-IND)  NOT = "S"
              SET UTE-SENZA-DIRITTI (UTE-IND) TO TRUE
              MOVE "SENZA DIRITTI"     TO RPT-ESITO
           ELSE
              ADD 1 TO CONTA-CON-DIRITTI
              IF UTE-ULTIMA (UTE-IND) < CALC-LIMITE
                 SET UTE-DORMIENTE (UTE-IND) TO TRUE
                 ADD 1 TO CONTA-DORMIENTI
                 MOVE "DORMIENTE"      TO RPT-ESITO
              ELSE
                 SET UTE-ATTIVO (UTE-IND) TO TRUE
                 MOVE "ATTIVO"         TO RPT-ESITO
              END-IF
           END-IF.
      *
           MOVE UTE-UTENTE (UTE-IND)   TO RPT-UTENTE.
           MOVE UTE-AUT-CASI (UTE-IND) TO RPT-CASI.
           MOVE UTE-AUT-REV (UTE-IND)  TO RPT-REV.
           MOVE UTE-AUT-PRF (UTE-IND)  TO RPT-PRF.
      *
           IF REVOCA AND UTE-DORMIENTE (UTE-IND)
              PERFORM REVOCA-DIRITTI THRU EX-REVOCA-DIRITTI
              IF UTE-REVOCATO (UTE-IND)
                 MOVE "DORMIENTE, REVOCATO" TO RPT-ESITO
              ELSE
                 MOVE "REVOCA FALLITA"      TO RPT-ESITO
              END-IF
           END-IF.
      *
           MOVE UTE-ULT-LOG (UTE-IND) TO CONV-DATA-GIUL.
           PERFORM DATA-STAMPA THRU EX-DATA-STAMPA.
           MOVE CONV-DATA-STAMPA TO RPT-ULT-LOG.
           MOVE UTE-REV-NUMERO (UTE-IND) TO RPT-REV-NUMERO.
           MOVE UTE-REV-DATA (UTE-IND) TO CONV-DATA-GIUL.
           PERFORM DATA-STAMPA THRU EX-DATA-STAMPA.
           MOVE CONV-DATA-STAMPA TO RPT-REV-DATA.
           MOVE UTE-MAN-DATA (UTE-IND) TO CONV-DATA-GIUL.
           PERFORM DATA-STAMPA THRU EX-DATA-STAMPA.
           MOVE CONV-DATA-STAMPA TO RPT-MAN-DATA.
           MOVE UTE-MAN-FILE (UTE-IND) TO RPT-MAN-FILE.
           MOVE UTE-ULTIMA (UTE-IND) TO CONV-DATA-GIUL.
           PERFORM DATA-STAMPA THRU EX-DATA-STAMPA.
           MOVE CONV-DATA-STAMPA TO RPT-ULTIMA.
           WRITE VMRECRPT-REC FROM RIGA-UTENTE.
      *
           ADD 1 TO UTE-LAV.
      *
       EX-ESAMINA-UTENTE.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- REVOCA: I TRE DIRITTI A "N" SUL PROFILO, CON LA RIGA -----*
      *---- DI GIORNALE (IMMAGINE PRIMA E DOPO) ----------------------*
      *-------------------------------------------------------------*
       REVOCA-DIRITTI.
      *
           SET UTE-REVOCA-FALLITA (UTE-IND) TO TRUE.
           IF GIORNALE-KO
              ADD 1 TO CONTA-FALLITI
              GO TO EX-REVOCA-DIRITTI.
           MOVE UTE-UTENTE (UTE-IND) TO VMPROF-UTENTE.
           READ VMPROF-FILE
              INVALID KEY
                 ADD 1 TO CONTA-FALLITI
                 GO TO EX-REVOCA-DIRITTI
           END-READ.
           MOVE VMPROF-REC TO AUD-PRIMA.
           MOVE "N"        TO VMPROF-AUT-CASI
                              VMPROF-AUT-REVISIONE
                              VMPROF-AUT-PROFILI.
           REWRITE VMPROF-REC
              INVALID KEY
                 ADD 1 TO CONTA-FALLITI
                 GO TO EX-REVOCA-DIRITTI
           END-REWRITE.
      *
           SET UTE-REVOCATO (UTE-IND) TO TRUE.
           ADD 1 TO CONTA-REVOCATI.
           ADD 1 TO CAT-SCRITTI.
           MOVE "R"           TO AUD-OPERAZIONE.
           MOVE VMPROF-UTENTE TO AUD-CHIAVE.
           PERFORM SCRIVI-VMAUDIT THRU EX-SCRIVI-VMAUDIT.
      *
       EX-REVOCA-DIRITTI.
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
      *---- UNA RIGA DI GIORNALE PER OGNI PROFILO REVOCATO -----------*
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
           MOVE "VMPROF"           TO VMAUDIT-NOME-FILE.
           MOVE AUD-OPERAZIONE     TO VMAUDIT-OPERAZIONE.
           MOVE AUD-CHIAVE         TO VMAUDIT-CHIAVE.
           MOVE AUD-PRIMA          TO VMAUDIT-PRIMA.
           MOVE VMPROF-REC         TO VMAUDIT-DOPO.
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
      *---- LISTA DA FIRMARE: PRIMA LE UTENZE REVOCATE (O NON -------*
      *---- REVOCATE PER ERRORE), POI QUELLE CHE MANTENGONO DIRITTI --*
      *---- CON LA CASELLA DI CONFERMA, INFINE LA FIRMA --------------*
      *-------------------------------------------------------------*
       STAMPA-FIRMA.
      *
           OPEN OUTPUT VMRECFIR-FILE.
           IF NOT VMRECFIR-OK
              GO TO EX-STAMPA-FIRMA.
      *
           MOVE TITOLO-GIORNO TO FIRMA-GIORNO.
           WRITE VMRECFIR-REC FROM FIRMA-TITOLO.
      *
           WRITE VMRECFIR-REC FROM RIGA-VUOTA.
           MOVE "UTENZE DORMIENTI: DIRITTI REVOCATI" TO FIRMA-SEZ-DESCR.
           WRITE VMRECFIR-REC FROM FIRMA-SEZIONE.
           WRITE VMRECFIR-REC FROM FIRMA-COLONNE.
           MOVE 1 TO UTE-LAV.
           PERFORM FIRMA-REVOCATO THRU EX-FIRMA-REVOCATO
              UNTIL UTE-LAV > UTE-USATI.
      *
           WRITE VMRECFIR-REC FROM RIGA-VUOTA.
           MOVE "UTENZE ATTIVE CHE MANTENGONO DIRITTI: DA CONFERMARE"
             TO FIRMA-SEZ-DESCR.
           WRITE VMRECFIR-REC FROM FIRMA-SEZIONE.
           WRITE VMRECFIR-REC FROM FIRMA-COLONNE.
           MOVE 1 TO UTE-LAV.
           PERFORM FIRMA-ATTIVO THRU EX-FIRMA-ATTIVO
              UNTIL UTE-LAV > UTE-USATI.
      *
           WRITE VMRECFIR-REC FROM RIGA-VUOTA.
           WRITE VMRECFIR-REC FROM RIGA-VUOTA.
           WRITE VMRECFIR-REC FROM FIRMA-CHIUSURA.
           CLOSE VMRECFIR-FILE.
      *
       EX-STAMPA-FIRMA.
           EXIT.
      *
       FIRMA-REVOCATO.
      *
           SET UTE-IND TO UTE-LAV.
           ADD 1 TO UTE-LAV.
           IF UTE-REVOCATO (UTE-IND)
              MOVE "REVOCATO"                   TO FIR-NOTA
           ELSE
              IF UTE-REVOCA-FALLITA (UTE-IND)
                 MOVE "REVOCA FALLITA, DA TOGLIERE CON VM04"
                   TO FIR-NOTA
              ELSE
                 GO TO EX-FIRMA-REVOCATO
              END-IF
           END-IF.
           PERFORM RIGA-FIRMA THRU EX-RIGA-FIRMA.
      *
       EX-FIRMA-REVOCATO.
           EXIT.
      *
       FIRMA-ATTIVO.
      *
           SET UTE-IND TO UTE-LAV.
           ADD 1 TO UTE-LAV.
           IF NOT UTE-ATTIVO (UTE-IND)
              GO TO EX-FIRMA-ATTIVO.
           MOVE "CONFERMA   SI [ ]   NO [ ]"  TO FIR-NOTA.
           PERFORM RIGA-FIRMA THRU EX-RIGA-FIRMA.
      *
       EX-FIRMA-ATTIVO.
           EXIT.
      *
       RIGA-FIRMA.
      *
           MOVE UTE-UTENTE (UTE-IND)   TO FIR-UTENTE.
           MOVE UTE-AUT-CASI (UTE-IND) TO FIR-CASI.
           MOVE UTE-AUT-REV (UTE-IND)  TO FIR-REV.
           MOVE UTE-AUT-PRF (UTE-IND)  TO FIR-PRF.
           MOVE UTE-ULTIMA (UTE-IND)   TO CONV-DATA-GIUL.
           PERFORM DATA-STAMPA THRU EX-DATA-STAMPA.
           MOVE CONV-DATA-STAMPA       TO FIR-ULTIMA.
           WRITE VMRECFIR-REC FROM FIRMA-UTENTE.
      *
       EX-RIGA-FIRMA.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- DATA GIULIANA PER LA STAMPA: ZERO = MAI -------------------*
      *-------------------------------------------------------------*
       DATA-STAMPA.
      *
           IF CONV-DATA-GIUL = ZERO
              MOVE "MAI" TO CONV-DATA-STAMPA
              GO TO EX-DATA-STAMPA.
           PERFORM CONVERTI-DATA THRU EX-CONVERTI-DATA.
           MOVE CONV-DATA-EDIT TO CONV-DATA-STAMPA.
      *
       EX-DATA-STAMPA.
           EXIT.
      *
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
       END PROGRAM BPVM023.
