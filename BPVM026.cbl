       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BPVM026.
      *------------------------------------------------*
      *     REGISTRO DEI FERMI DELLE REGIONI VM00       *
      *------------------------------------------------*
      *   DOPO OGNI CORSA DELLA SUITE BATCH CONFRONTA   *
      *   L'ULTIMO ESITO DI OGNI REGIONE SU BPVMRPT     *
      *   CON LO STATO LASCIATO DALLA CORSA PRECEDENTE  *
      *   SUL REGISTRO DEI FERMI VMFERMO: UNA REGIONE   *
      *   KO SENZA FERMO APERTO APRE UN FERMO (PRIMO KO *
      *   VISTO = ORA DELLA CORSA BPVM000), UNA REGIONE *
      *   OK CON UN FERMO APERTO LO CHIUDE (PRIMO OK    *
      *   DOPO IL FERMO) CON LA DURATA IN MINUTI. OGNI  *
      *   FERMO PORTA GLI INCIDENTI VMINC DEL TERMINALE *
      *   CADUTI NELL'INTERVALLO. UN FERMO APERTO       *
      *   DENTRO UNA FINESTRA DI MANUTENZIONE VMMANUT   *
      *   E' MARCATO PIANIFICATO. ESITO N/D = NESSUNA   *
      *   INFORMAZIONE, IL FERMO RESTA COM'E'. CONTANO  *
      *   SOLO LE RIGHE DELL'ULTIMA CORSA SU BPVMRPT    *
      *   (DATA E ORA DI CORSA SULLE RIGHE): UNA        *
      *   REGIONE CHE NON VI COMPARE E' N/D.            *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.                         *CSTD
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--------------------------------------------------------------*
      *    REPORT RIEPILOGATIVO DELL'ESECUZIONE BATCH                 *
      *--------------------------------------------------------------*
           SELECT BPVMRPT-FILE ASSIGN TO BPVMRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS BPVMRPT-STATUS.
      *--------------------------------------------------------------*
      *    REGISTRO DEI FERMI DELLE REGIONI (REGIONE + PRIMO KO)      *
      *--------------------------------------------------------------*
           SELECT VMFERMO-FILE ASSIGN TO VMFERMO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VMFERMO-CHIAVE
                  FILE STATUS  IS VMFERMO-STATUS.
      *--------------------------------------------------------------*
      *    FILE DEGLI INCIDENTI (ABEND) SEGNALATI DA C43401ABRT       *
      *--------------------------------------------------------------*
           SELECT VMINC-FILE   ASSIGN TO VMINC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS VMINC-NUMERO
                  FILE STATUS  IS VMINC-STATUS.
      *--------------------------------------------------------------*
      *    FINESTRE DI MANUTENZIONE PIANIFICATA DELLE REGIONI         *
      *--------------------------------------------------------------*
           SELECT VMMANUT-FILE ASSIGN TO VMMANUT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VMMANUT-CHIAVE
                  FILE STATUS  IS VMMANUT-STATUS.
      *--------------------------------------------------------------*
      *    ELENCO DEI FERMI APERTI, IN CORSO E CHIUSI DALLA CORSA     *
      *--------------------------------------------------------------*
           SELECT VMFERLST-FILE ASSIGN TO VMFERLST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS VMFERLST-STATUS.
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
       FD  BPVMRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  BPVMRPT-REC.
           05  BPVMRPT-EIBTRMID      PIC X(4).
           05  FILLER                PIC X(1).
           05  BPVMRPT-REGIONE       PIC X(8).
           05  FILLER                PIC X(1).
           05  BPVMRPT-ESEGUITI      PIC X(4).
           05  FILLER                PIC X(1).
           05  BPVMRPT-SUPERATI      PIC X(4).
           05  FILLER                PIC X(1).
           05  BPVMRPT-FALLITI       PIC X(4).
           05  FILLER                PIC X(1).
           05  BPVMRPT-ESITO         PIC X(4).
           05  FILLER                PIC X(1).
           05  BPVMRPT-CORSA         PIC X(14).
           05  FILLER                PIC X(132).
      *
       FD  VMFERMO-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMFERMO-REC.
      *---- REGIONE E PRIMO KO VISTO: DATA 0CAADDD E ORA HHMMSS -------*
           05  VMFERMO-CHIAVE.
               10  VMFERMO-REGIONE      PIC X(8).
               10  VMFERMO-INIZIO-DATA  PIC 9(7).
               10  VMFERMO-INIZIO-ORA   PIC 9(6).
           05  VMFERMO-EIBTRMID      PIC X(4).
      *---- PRIMO OK DOPO IL FERMO (DATA ZERO = FERMO IN CORSO) -------*
           05  VMFERMO-FINE-DATA     PIC 9(7).
           05  VMFERMO-FINE-ORA      PIC 9(6).
      *---- DURATA IN MINUTI (FERMO IN CORSO: FINO ALL'ULTIMO KO) -----*
           05  VMFERMO-DURATA        PIC 9(7).
      *---- INCIDENTI DEL TERMINALE NELL'INTERVALLO, PRIMO E ULTIMO ---*
           05  VMFERMO-INCIDENTI     PIC 9(5).
           05  VMFERMO-INC-PRIMO     PIC 9(7).
           05  VMFERMO-INC-ULTIMO    PIC 9(7).
      *---- ULTIMA CORSA CHE HA VISTO LA REGIONE KO E NUMERO DI CORSE -*
           05  VMFERMO-ULTKO-DATA    PIC 9(7).
           05  VMFERMO-ULTKO-ORA     PIC 9(6).
           05  VMFERMO-CORSE-KO      PIC 9(5).
      *---- "S" = PRIMO KO DENTRO UNA FINESTRA DI MANUTENZIONE --------*
           05  VMFERMO-PIANIFICATO   PIC X.
               88  VMFERMO-PIANIF            VALUE "S".
           05  FILLER                PIC X(17).
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
           05  VMINC-VMTEST-CHIAVE.
               10  VMINC-VMTEST-CATEG PIC X(8).
               10  VMINC-VMTEST-ID    PIC X(8).
           05  VMINC-TASTO           PIC XX.
           05  VMINC-UTENTE          PIC X(15).
           05  VMINC-TICKET          PIC X(8).
           05  VMINC-TICKET-STATO    PIC X.
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
       FD  VMFERLST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMFERLST-REC              PIC X(132).
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
        05   BPVMRPT-STATUS                PIC XX VALUE "00".
             88  BPVMRPT-OK                       VALUE "00".
             88  BPVMRPT-NON-ESISTE               VALUE "35".
        05   VMFERMO-STATUS                PIC XX VALUE "00".
             88  VMFERMO-OK                       VALUE "00".
             88  VMFERMO-NON-ESISTE               VALUE "35".
        05   VMINC-STATUS                  PIC XX VALUE "00".
             88  VMINC-OK                         VALUE "00".
             88  VMINC-NON-ESISTE                 VALUE "35".
        05   VMMANUT-STATUS                PIC XX VALUE "00".
             88  VMMANUT-OK                       VALUE "00".
        05   VMFERLST-STATUS               PIC XX VALUE "00".
             88  VMFERLST-OK                      VALUE "00".
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
        05   FLAG-FINE-VMFERMO             PIC 9   VALUE ZERO.
             88  FINE-VMFERMO                     VALUE 1.
        05   FLAG-FINE-VMMANUT             PIC 9   VALUE ZERO.
             88  FINE-VMMANUT                     VALUE 1.
        05   FLAG-FERMO-APERTO             PIC 9   VALUE ZERO.
             88  FERMO-APERTO                     VALUE 1.
        05   FLAG-CORSA-TROVATA            PIC 9   VALUE ZERO.
             88  CORSA-TROVATA                    VALUE 1.
        05   FLAG-DA-AGGIORNARE            PIC 9   VALUE ZERO.
             88  DA-AGGIORNARE                    VALUE 1.
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
        05   CAT-PROGRAMMA         PIC X(8)  VALUE "BPVM026".
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
      *       DATA E ORA DI OGGI E DELLA CORSA BPVM000 ESAMINATA     *
      *       (DATA GIULIANA 0CAADDD, ORA HHMMSS)                    *
      *--------------------------------------------------------------*
       01  OGGI-AREE.
        05   OGGI-AAAADDD          PIC 9(7)  VALUE ZERO.
        05   OGGI-ORARIO           PIC 9(8)  VALUE ZERO.
        05   OGGI-GIUL             PIC 9(7)  VALUE ZERO.
        05   OGGI-ORA              PIC 9(6)  VALUE ZERO.
        05   RUN-DATA              PIC 9(7)  VALUE ZERO.
        05   RUN-ORA               PIC 9(6)  VALUE ZERO.
        05   RUN-ORA-R REDEFINES RUN-ORA.
             10 RUN-HH             PIC 99.
             10 RUN-MI             PIC 99.
             10 RUN-SS             PIC 99.
        05   RUN-ISTANTE           PIC 9(13) COMP-3 VALUE ZERO.
        05   RUN-ORA-LEDGER        PIC X(6)  VALUE SPACE.
        05   RPT-CORSA             PIC X(14) VALUE SPACE.
      *--------------------------------------------------------------*
      *       ULTIMO ESITO DI OGNI REGIONE E AZIONE SUL REGISTRO:    *
      *       N FERMO NUOVO, P FERMO CHE PROSEGUE, C FERMO CHIUSO    *
      *--------------------------------------------------------------*
       01  TABELLA-REGIONI.
        05   REG-MAX               PIC 9(4) COMP-4 VALUE 200.
        05   REG-USATE             PIC 9(4) COMP-4 VALUE ZERO.
        05   FLAG-REG-TRABOCCO     PIC 9    VALUE ZERO.
             88  REG-TRABOCCO             VALUE 1.
        05   REG-ELEM OCCURS 200 INDEXED BY REG-X.
             10 REG-REGIONE        PIC X(8).
             10 REG-EIBTRMID       PIC X(4).
             10 REG-ESITO          PIC X(4).
             10 REG-AZIONE         PIC X.
                88  REG-NUOVO             VALUE "N".
                88  REG-PROSEGUE          VALUE "P".
                88  REG-CHIUSO            VALUE "C".
                88  REG-CON-FERMO         VALUE "N" "P" "C".
             10 REG-INIZIO-DATA    PIC 9(7).
             10 REG-INIZIO-ORA     PIC 9(6).
             10 REG-DA             PIC 9(13) COMP-3.
             10 REG-INCIDENTI      PIC 9(5) COMP-4.
             10 REG-INC-PRIMO      PIC 9(7).
             10 REG-INC-ULTIMO     PIC 9(7).
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
      *       DURATA DI UN FERMO: GIORNI ASSOLUTI DALLE DATE          *
      *       GIULIANE (ANNI BISESTILI OGNI 4, COME IN TUTTA LA       *
      *       PROCEDURA) E MINUTI DEL GIORNO                          *
      *--------------------------------------------------------------*
       01  DURATA-AREE.
        05   ASS-DATA              PIC 9(7)  VALUE ZERO.
        05   ASS-SECOLO            PIC 9(3)  COMP-4 VALUE ZERO.
        05   ASS-AADDD             PIC 9(5)  VALUE ZERO.
        05   ASS-AA                PIC 9(3)  COMP-4 VALUE ZERO.
        05   ASS-DDD               PIC 9(3)  COMP-4 VALUE ZERO.
        05   ASS-ANNO              PIC 9(4)  COMP-4 VALUE ZERO.
        05   ASS-BISESTILI         PIC 9(4)  COMP-4 VALUE ZERO.
        05   ASS-GIORNI            PIC 9(7)  COMP-4 VALUE ZERO.
        05   DUR-GIORNI-INIZIO     PIC 9(7)  COMP-4 VALUE ZERO.
        05   DUR-ORA               PIC 9(6)  VALUE ZERO.
        05   DUR-ORA-R REDEFINES DUR-ORA.
             10 DUR-HH             PIC 99.
             10 DUR-MI             PIC 99.
             10 DUR-SS             PIC 99.
        05   DUR-MINUTI-INIZIO     PIC 9(5)  COMP-4 VALUE ZERO.
        05   DUR-MINUTI            PIC S9(9) COMP-4 VALUE ZERO.
        05   DUR-ORE               PIC 9(7)  COMP-4 VALUE ZERO.
        05   DUR-RESTO             PIC 9(3)  COMP-4 VALUE ZERO.
        05   DUR-EDIT.
             10 DUR-ED-ORE         PIC ZZZZ9.
             10 FILLER             PIC X VALUE ".".
             10 DUR-ED-MIN         PIC 99.
      *--------------------------------------------------------------*
      *       CONVERSIONE DATA GIULIANA 0CAADDD IN GG/MM/AAAA         *
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
      *       CONTATORI DELLA CORSA                                  *
      *--------------------------------------------------------------*
       01  CONTATORI.
        05   CONTA-REGIONI         PIC 9(5) COMP-4 VALUE ZERO.
        05   CONTA-APERTI          PIC 9(5) COMP-4 VALUE ZERO.
        05   CONTA-IN-CORSO        PIC 9(5) COMP-4 VALUE ZERO.
        05   CONTA-CHIUSI          PIC 9(5) COMP-4 VALUE ZERO.
        05   CONTA-ERRORI          PIC 9(5) COMP-4 VALUE ZERO.
        05   CONTA-AZIONI          PIC 9(5) COMP-4 VALUE ZERO.
      *--------------------------------------------------------------*
      *       RIGHE DELL'ELENCO                                      *
      *--------------------------------------------------------------*
       01  RIGA-TITOLO.
        05   FILLER                PIC X(47) VALUE
             "REGISTRO DEI FERMI DELLE REGIONI VM00 - CORSA D".
        05   FILLER                PIC X(3)  VALUE "EL ".
        05   TITOLO-DATA           PIC X(10).
        05   FILLER                PIC X     VALUE SPACE.
        05   TITOLO-ORA            PIC 99.99.99.
        05   FILLER                PIC X     VALUE SPACE.
        05   TITOLO-FONTE          PIC X(45).
        05   FILLER                PIC X(17) VALUE SPACE.
      *
       01  RIGA-INTESTAZIONE.
        05   FILLER                PIC X(44) VALUE
             "REGIONE  TERM ESITO EVENTO    PRIMO KO VISTO".
        05   FILLER                PIC X(42) VALUE
             "       PRIMO OK DOPO       ORE.MIN  CORSE ".
        05   FILLER                PIC X(46) VALUE
             "INCIDENTI   PRIMO  ULTIMO PIAN                ".
      *
       01  RIGA-FERMO.
        05   FER-REGIONE           PIC X(8).
        05   FILLER                PIC X     VALUE SPACE.
        05   FER-EIBTRMID          PIC X(4).
        05   FILLER                PIC X     VALUE SPACE.
        05   FER-ESITO             PIC X(4).
        05   FILLER                PIC X(2)  VALUE SPACE.
        05   FER-EVENTO            PIC X(9).
        05   FILLER                PIC X     VALUE SPACE.
        05   FER-INIZIO-DATA       PIC X(10).
        05   FILLER                PIC X     VALUE SPACE.
        05   FER-INIZIO-ORA        PIC 99.99.99.
        05   FILLER                PIC X(2)  VALUE SPACE.
        05   FER-FINE-DATA         PIC X(10).
        05   FILLER                PIC X     VALUE SPACE.
        05   FER-FINE-ORA          PIC X(8).
        05   FILLER                PIC X     VALUE SPACE.
        05   FER-DURATA            PIC X(8).
        05   FILLER                PIC X     VALUE SPACE.
        05   FER-CORSE-KO          PIC ZZZZ9.
        05   FILLER                PIC X(5)  VALUE SPACE.
        05   FER-INCIDENTI         PIC ZZZZ9.
        05   FILLER                PIC X     VALUE SPACE.
        05   FER-INC-PRIMO         PIC ZZZZZZ9.
        05   FILLER                PIC X     VALUE SPACE.
        05   FER-INC-ULTIMO        PIC ZZZZZZ9.
        05   FILLER                PIC X(3)  VALUE SPACE.
        05   FER-PIANIF            PIC X(2).
        05   FILLER                PIC X(16) VALUE SPACE.
      *
       01  RIGA-CONTEGGI.
        05   FILLER                PIC X(18) VALUE "REGIONI ESAMINATE ".
        05   CONTEGGI-REGIONI      PIC ZZZZ9.
        05   FILLER                PIC X(16) VALUE "  FERMI APERTI ".
        05   CONTEGGI-APERTI       PIC ZZZZ9.
        05   FILLER                PIC X(11) VALUE "  IN CORSO ".
        05   CONTEGGI-IN-CORSO     PIC ZZZZ9.
        05   FILLER                PIC X(10) VALUE "  CHIUSI ".
        05   CONTEGGI-CHIUSI       PIC ZZZZ9.
        05   FILLER                PIC X(23) VALUE
             "  AGGIORNAMENTI FALLITI".
        05   FILLER                PIC X     VALUE SPACE.
        05   CONTEGGI-ERRORI       PIC ZZZZ9.
        05   FILLER                PIC X(28) VALUE SPACE.
      *
       01  RIGA-NOTA.
        05   FILLER                PIC X(4)  VALUE SPACE.
        05   NOTA-DESCR            PIC X(60).
        05   FILLER                PIC X(68) VALUE SPACE.
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
       BPVM026-MAIN.
      *
      *---- CATENA DEI LAVORI: INIZIO CORSA SUL LIBRO MASTRO E --------*
      *---- CONTROLLO DEI PREDECESSORI; SE UNO NON HA FINITO OGGI -----*
      *---- CON UN RC ACCETTATO IL PASSO NON GIRA E CHIUDE CON 12 -----*
           PERFORM INIZIO-CATENA      THRU EX-INIZIO-CATENA.
           IF PREDECESSORI-KO
              MOVE 12 TO RETURN-CODE
           ELSE
              PERFORM ESEGUI-BPVM026 THRU EX-ESEGUI-BPVM026
           END-IF.
           PERFORM FINE-CATENA        THRU EX-FINE-CATENA.
      *
           GOBACK.
      *
      *-------------------------------------------------------------*
      *------------------ ELABORAZIONE DEL PASSO ---------------------*
      *-------------------------------------------------------------*
       ESEGUI-BPVM026.
      *
           OPEN OUTPUT VMFERLST-FILE.
      *
           ACCEPT OGGI-AAAADDD FROM DAY YYYYDDD.
           ACCEPT OGGI-ORARIO  FROM TIME.
           COMPUTE OGGI-GIUL = OGGI-AAAADDD - 1900000.
           COMPUTE OGGI-ORA  = OGGI-ORARIO / 100.
      *
      *---- IL MOMENTO DELLO STATO E' LA FINE DELL'ULTIMA CORSA -------*
      *---- BPVM000 DI OGGI SUL LIBRO MASTRO; SE NON C'E' VALE L'ORA --*
      *---- DI QUESTO PASSO -------------------------------------------*
           PERFORM CERCA-ORA-CORSA    THRU EX-CERCA-ORA-CORSA.
           MOVE OGGI-GIUL TO RUN-DATA.
           IF CORSA-TROVATA
              MOVE RUN-ORA-LEDGER TO RUN-ORA
              MOVE "(FINE DELL'ULTIMA CORSA BPVM000 DI OGGI)"
                TO TITOLO-FONTE
           ELSE
              MOVE OGGI-ORA       TO RUN-ORA
              MOVE "(ORA DEL PASSO: CORSA BPVM000 NON REGISTRATA)"
                TO TITOLO-FONTE
           END-IF.
           COMPUTE RUN-ISTANTE = RUN-DATA * 1000000 + RUN-ORA.
      *
           MOVE RUN-DATA TO CONV-DATA-GIUL.
           PERFORM CONVERTI-DATA      THRU EX-CONVERTI-DATA.
           MOVE CONV-DATA-EDIT TO TITOLO-DATA.
           MOVE RUN-ORA        TO TITOLO-ORA.
           WRITE VMFERLST-REC FROM RIGA-TITOLO.
           WRITE VMFERLST-REC FROM RIGA-VUOTA.
      *
           PERFORM CARICA-ESITI       THRU EX-CARICA-ESITI.
           IF NOT BPVMRPT-OK AND REG-USATE = ZERO
              MOVE "REPORT DELLA SUITE BPVMRPT NON DISPONIBILE, STATO"
                TO ERRORE-DESCR
              MOVE BPVMRPT-STATUS TO ERRORE-VALORE
              WRITE VMFERLST-REC FROM RIGA-ERRORE
              CLOSE VMFERLST-FILE
              MOVE 8 TO RETURN-CODE
              GO TO EX-ESEGUI-BPVM026.
      *
      *---- REGISTRO CREATO ALLA PRIMA CORSA ---------------------------*
           OPEN I-O VMFERMO-FILE.
           IF VMFERMO-NON-ESISTE
              OPEN OUTPUT VMFERMO-FILE
              IF VMFERMO-OK
                 CLOSE VMFERMO-FILE
                 OPEN I-O VMFERMO-FILE
              END-IF
           END-IF.
           IF NOT VMFERMO-OK
              MOVE "REGISTRO DEI FERMI VMFERMO NON DISPONIBILE, STATO"
                TO ERRORE-DESCR
              MOVE VMFERMO-STATUS TO ERRORE-VALORE
              WRITE VMFERLST-REC FROM RIGA-ERRORE
              CLOSE VMFERLST-FILE
              MOVE 8 TO RETURN-CODE
              GO TO EX-ESEGUI-BPVM026.
      *
           COMPUTE FIN-DA-ISTANTE = RUN-DATA * 10000.
           COMPUTE FIN-A-ISTANTE  = RUN-DATA * 10000 + 2359.
           PERFORM CARICA-FINESTRE    THRU EX-CARICA-FINESTRE.
      *
      *---- CONFRONTO CON LO STATO LASCIATO DALLA CORSA PRECEDENTE ----*
           PERFORM ESAMINA-REGIONE    THRU EX-ESAMINA-REGIONE
              VARYING REG-X FROM 1 BY 1
              UNTIL REG-X > REG-USATE.
      *
      *---- INCIDENTI DEI TERMINALI NEGLI INTERVALLI DEI FERMI --------*
           IF CONTA-AZIONI > ZERO
              PERFORM CONTA-INCIDENTI THRU EX-CONTA-INCIDENTI
           END-IF.
      *
           WRITE VMFERLST-REC FROM RIGA-INTESTAZIONE.
           PERFORM AGGIORNA-FERMO     THRU EX-AGGIORNA-FERMO
              VARYING REG-X FROM 1 BY 1
              UNTIL REG-X > REG-USATE.
      *
           CLOSE VMFERMO-FILE.
      *
           WRITE VMFERLST-REC FROM RIGA-VUOTA.
           MOVE CONTA-REGIONI      TO CONTEGGI-REGIONI.
           MOVE CONTA-APERTI       TO CONTEGGI-APERTI.
           MOVE CONTA-IN-CORSO     TO CONTEGGI-IN-CORSO.
           MOVE CONTA-CHIUSI       TO CONTEGGI-CHIUSI.
           MOVE CONTA-ERRORI       TO CONTEGGI-ERRORI.
           WRITE VMFERLST-REC FROM RIGA-CONTEGGI.
           IF REG-TRABOCCO
              MOVE "ALTRE REGIONI OLTRE CAPIENZA (200), NON ESAMINATE"
                TO NOTA-DESCR
              WRITE VMFERLST-REC FROM RIGA-NOTA
           END-IF.
           IF FIN-TRABOCCO
              MOVE "FINESTRE VMMANUT OLTRE CAPIENZA (200), IGNORATE"
                TO NOTA-DESCR
              WRITE VMFERLST-REC FROM RIGA-NOTA
           END-IF.
           IF NOT VMINC-OK AND CONTA-AZIONI > ZERO
              MOVE "INCIDENTI VMINC NON DISPONIBILI, NON CONTATI"
                TO NOTA-DESCR
              WRITE VMFERLST-REC FROM RIGA-NOTA
           END-IF.
      *
           CLOSE VMFERLST-FILE.
      *
      *---- REGISTRO NON AGGIORNATO = GRAVE; REGIONI FERME O ELENCO ---*
      *---- O FINESTRE INCOMPLETI = AVVERTIMENTO ----------------------*
           IF CONTA-ERRORI > ZERO
              MOVE 8 TO RETURN-CODE
           ELSE
              IF CONTA-APERTI   > ZERO
              OR CONTA-IN-CORSO > ZERO
              OR REG-TRABOCCO
              OR FIN-TRABOCCO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
      *
       EX-ESEGUI-BPVM026.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- ORA DI FINE DELL'ULTIMA CORSA BPVM000 DI OGGI SUL --------*
      *---- LIBRO MASTRO (LE COPIE A FETTE FINISCONO PIU' VOLTE: -----*
      *---- VALE LA PIU' TARDA) --------------------------------------*
      *-------------------------------------------------------------*
       CERCA-ORA-CORSA.
      *
           MOVE ZERO TO FLAG-CORSA-TROVATA
                        FLAG-FINE-JOBLED.
           MOVE SPACE TO RUN-ORA-LEDGER.
           OPEN INPUT VMJOBLED-FILE.
           IF NOT VMJOBLED-OK
              GO TO EX-CERCA-ORA-CORSA.
           PERFORM LEGGI-CORSA-BPVM000 THRU EX-LEGGI-CORSA-BPVM000
              UNTIL FINE-JOBLED.
           CLOSE VMJOBLED-FILE.
      *
       EX-CERCA-ORA-CORSA.
           EXIT.
      *
       LEGGI-CORSA-BPVM000.
      *
           READ VMJOBLED-FILE NEXT
              AT END
                 SET FINE-JOBLED TO TRUE
                 GO TO EX-LEGGI-CORSA-BPVM000
           END-READ.
           IF VMJOBLED-PROGRAMMA NOT = "BPVM000" OR
              VMJOBLED-DATA NOT = CAT-DATA OR
              NOT VMJOBLED-FINE OR
              VMJOBLED-ORA-FINE NOT NUMERIC
              GO TO EX-LEGGI-CORSA-BPVM000.
           IF NOT CORSA-TROVATA OR
              VMJOBLED-ORA-FINE > RUN-ORA-LEDGER
              MOVE VMJOBLED-ORA-FINE TO RUN-ORA-LEDGER
              SET CORSA-TROVATA TO TRUE
           END-IF.
      *
       EX-LEGGI-CORSA-BPVM000.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- ESITO PER REGIONE DELL'ULTIMA CORSA SU BPVMRPT: IN MOD ---*
      *---- LE CORSE SI ACCODANO, E OGNI CAMBIO DI CORSA SULLE RIGHE -*
      *---- DI RIEPILOGO RIPARTE DA TABELLA VUOTA; ALLA FINE RESTANO -*
      *---- SOLO LE REGIONI DELL'ULTIMA CORSA (LE ALTRE SONO N/D) ----*
      *-------------------------------------------------------------*
       CARICA-ESITI.
      *
           MOVE ZERO TO REG-USATE
                        FLAG-REG-TRABOCCO
                        FLAG-FINE-FILE.
           MOVE LOW-VALUE TO RPT-CORSA.
           OPEN INPUT BPVMRPT-FILE.
           IF NOT BPVMRPT-OK
              GO TO EX-CARICA-ESITI.
           PERFORM CARICA-UN-ESITO THRU EX-CARICA-UN-ESITO
              UNTIL FINE-FILE.
           CLOSE BPVMRPT-FILE.
      *
       EX-CARICA-ESITI.
           EXIT.
      *
       CARICA-UN-ESITO.
      *
           READ BPVMRPT-FILE
              AT END
                 SET FINE-FILE TO TRUE
                 GO TO EX-CARICA-UN-ESITO
           END-READ.
           ADD 1 TO CAT-LETTI.
      *---- LE RIGHE DI DETTAGLIO HANNO IL TERMINALE A SPAZIO ---------*
           IF BPVMRPT-EIBTRMID = SPACE OR LOW-VALUE OR
              BPVMRPT-REGIONE  = SPACE OR LOW-VALUE
              GO TO EX-CARICA-UN-ESITO.
      *
           IF BPVMRPT-CORSA NOT = RPT-CORSA
              MOVE BPVMRPT-CORSA TO RPT-CORSA
              MOVE ZERO          TO REG-USATE
                                    FLAG-REG-TRABOCCO
           END-IF.
      *
           SET REG-X TO 1.
           SEARCH REG-ELEM
              AT END
                 PERFORM NUOVA-REGIONE THRU EX-NUOVA-REGIONE
              WHEN REG-X > REG-USATE
                 PERFORM NUOVA-REGIONE THRU EX-NUOVA-REGIONE
              WHEN REG-REGIONE (REG-X)  = BPVMRPT-REGIONE AND
                   REG-EIBTRMID (REG-X) = BPVMRPT-EIBTRMID
                 MOVE BPVMRPT-ESITO TO REG-ESITO (REG-X)
           END-SEARCH.
      *
       EX-CARICA-UN-ESITO.
           EXIT.
      *
       NUOVA-REGIONE.
      *
           IF REG-USATE NOT < REG-MAX
              MOVE 1 TO FLAG-REG-TRABOCCO
              GO TO EX-NUOVA-REGIONE.
           ADD 1 TO REG-USATE.
           SET REG-X TO REG-USATE.
           MOVE BPVMRPT-REGIONE  TO REG-REGIONE (REG-X).
           MOVE BPVMRPT-EIBTRMID TO REG-EIBTRMID (REG-X).
           MOVE BPVMRPT-ESITO    TO REG-ESITO (REG-X).
           MOVE SPACE            TO REG-AZIONE (REG-X).
           MOVE ZERO             TO REG-INIZIO-DATA (REG-X)
                                    REG-INIZIO-ORA (REG-X)
                                    REG-DA (REG-X)
                                    REG-INCIDENTI (REG-X)
                                    REG-INC-PRIMO (REG-X)
                                    REG-INC-ULTIMO (REG-X).
      *
       EX-NUOVA-REGIONE.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- KO SENZA FERMO APERTO = NUOVO FERMO; KO CON FERMO -------*
      *---- APERTO = IL FERMO PROSEGUE; OK CON FERMO APERTO = --------*
      *---- FERMO CHIUSO; OK SENZA FERMO O N/D = NIENTE DA FARE ------*
      *-------------------------------------------------------------*
       ESAMINA-REGIONE.
      *
           ADD 1 TO CONTA-REGIONI.
           IF REG-ESITO (REG-X) NOT = "OK  " AND
              REG-ESITO (REG-X) NOT = "KO  "
              GO TO EX-ESAMINA-REGIONE.
      *
           PERFORM CERCA-FERMO-APERTO THRU EX-CERCA-FERMO-APERTO.
      *
           IF REG-ESITO (REG-X) = "KO  "
              IF FERMO-APERTO
                 MOVE "P"         TO REG-AZIONE (REG-X)
              ELSE
                 MOVE "N"         TO REG-AZIONE (REG-X)
                 MOVE RUN-DATA    TO REG-INIZIO-DATA (REG-X)
                 MOVE RUN-ORA     TO REG-INIZIO-ORA (REG-X)
              END-IF
           ELSE
              IF FERMO-APERTO
                 MOVE "C"         TO REG-AZIONE (REG-X)
              END-IF
           END-IF.
           COMPUTE REG-DA (REG-X) = REG-INIZIO-DATA (REG-X) * 1000000
                                  + REG-INIZIO-ORA (REG-X).
      *
      *---- UNA CORSA NON PIU' RECENTE DEL PRIMO KO (RIPRESA DI UN ----*
      *---- PASSO SU UN BPVMRPT GIA' ESAMINATO) NON CHIUDE IL FERMO ---*
           IF REG-CHIUSO (REG-X) AND
              RUN-ISTANTE NOT > REG-DA (REG-X)
              MOVE SPACE TO REG-AZIONE (REG-X)
           END-IF.
           IF REG-CON-FERMO (REG-X)
              ADD 1 TO CONTA-AZIONI
           END-IF.
      *
       EX-ESAMINA-REGIONE.
           EXIT.
      *
      *---- L'ULTIMO FERMO SENZA PRIMO OK DELLA REGIONE, SE C'E' ------*
       CERCA-FERMO-APERTO.
      *
           MOVE ZERO TO FLAG-FERMO-APERTO
                        FLAG-FINE-VMFERMO.
           MOVE REG-REGIONE (REG-X) TO VMFERMO-REGIONE.
           MOVE ZERO                TO VMFERMO-INIZIO-DATA
                                       VMFERMO-INIZIO-ORA.
           START VMFERMO-FILE KEY IS NOT < VMFERMO-CHIAVE
              INVALID KEY
                 SET FINE-VMFERMO TO TRUE
           END-START.
           PERFORM LEGGI-FERMO THRU EX-LEGGI-FERMO
              UNTIL FINE-VMFERMO.
      *
       EX-CERCA-FERMO-APERTO.
           EXIT.
      *
       LEGGI-FERMO.
      *
           READ VMFERMO-FILE NEXT
              AT END
                 SET FINE-VMFERMO TO TRUE
                 GO TO EX-LEGGI-FERMO
           END-READ.
           IF VMFERMO-REGIONE NOT = REG-REGIONE (REG-X)
              SET FINE-VMFERMO TO TRUE
              GO TO EX-LEGGI-FERMO.
           ADD 1 TO CAT-LETTI.
           IF VMFERMO-FINE-DATA = ZERO
              SET FERMO-APERTO TO TRUE
              MOVE VMFERMO-INIZIO-DATA TO REG-INIZIO-DATA (REG-X)
              MOVE VMFERMO-INIZIO-ORA  TO REG-INIZIO-ORA (REG-X)
           END-IF.
      *
       EX-LEGGI-FERMO.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- UNA PASSATA SU VMINC: OGNI INCIDENTE DEL TERMINALE DI ---*
      *---- UNA REGIONE CON FERMO, DAL PRIMO KO ALLA CORSA ATTUALE ---*
      *-------------------------------------------------------------*
       CONTA-INCIDENTI.
      *
           MOVE ZERO TO FLAG-FINE-FILE.
           OPEN INPUT VMINC-FILE.
           IF NOT VMINC-OK
              GO TO EX-CONTA-INCIDENTI.
           PERFORM CONTA-UN-INCIDENTE THRU EX-CONTA-UN-INCIDENTE
              UNTIL FINE-FILE.
           CLOSE VMINC-FILE.
      *
       EX-CONTA-INCIDENTI.
           EXIT.
      *
       CONTA-UN-INCIDENTE.
      *
           READ VMINC-FILE NEXT
              AT END
                 SET FINE-FILE TO TRUE
                 GO TO EX-CONTA-UN-INCIDENTE
           END-READ.
           ADD 1 TO CAT-LETTI.
      *---- IL RECORD DI CONTROLLO (NUMERO ZERO) NON E' UN INCIDENTE --*
           IF VMINC-NUMERO = ZERO
              GO TO EX-CONTA-UN-INCIDENTE.
           IF VMINC-EIBDATE NOT NUMERIC OR
              VMINC-EIBTIME NOT NUMERIC
              GO TO EX-CONTA-UN-INCIDENTE.
      *
           PERFORM ATTRIBUISCI-INCIDENTE THRU EX-ATTRIBUISCI-INCIDENTE
              VARYING REG-X FROM 1 BY 1
              UNTIL REG-X > REG-USATE.
      *
       EX-CONTA-UN-INCIDENTE.
           EXIT.
      *
       ATTRIBUISCI-INCIDENTE.
      *
           IF NOT REG-CON-FERMO (REG-X) OR
              REG-EIBTRMID (REG-X) NOT = VMINC-EIBTRMID
              GO TO EX-ATTRIBUISCI-INCIDENTE.
           IF VMINC-EIBDATE * 1000000 + VMINC-EIBTIME < REG-DA (REG-X)
           OR VMINC-EIBDATE * 1000000 + VMINC-EIBTIME > RUN-ISTANTE
              GO TO EX-ATTRIBUISCI-INCIDENTE.
      *
           ADD 1 TO REG-INCIDENTI (REG-X).
           IF REG-INC-PRIMO (REG-X) = ZERO
              MOVE VMINC-NUMERO TO REG-INC-PRIMO (REG-X)
           END-IF.
           MOVE VMINC-NUMERO    TO REG-INC-ULTIMO (REG-X).
      *
       EX-ATTRIBUISCI-INCIDENTE.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- REGISTRA IL NUOVO FERMO, AGGIORNA QUELLO CHE PROSEGUE ----*
      *---- O CHIUDE QUELLO FINITO, E NE STAMPA LA RIGA --------------*
      *-------------------------------------------------------------*
       AGGIORNA-FERMO.
      *
           IF NOT REG-CON-FERMO (REG-X)
              GO TO EX-AGGIORNA-FERMO.
      *
           MOVE ZERO TO FLAG-DA-AGGIORNARE.
           IF REG-NUOVO (REG-X)
              MOVE SPACE                  TO VMFERMO-REC
              MOVE REG-REGIONE (REG-X)    TO VMFERMO-REGIONE
              MOVE RUN-DATA               TO VMFERMO-INIZIO-DATA
              MOVE RUN-ORA                TO VMFERMO-INIZIO-ORA
              MOVE REG-EIBTRMID (REG-X)   TO VMFERMO-EIBTRMID
              MOVE ZERO                   TO VMFERMO-FINE-DATA
                                             VMFERMO-FINE-ORA
                                             VMFERMO-DURATA
                                             VMFERMO-CORSE-KO
                                             VMFERMO-ULTKO-DATA
                                             VMFERMO-ULTKO-ORA
              MOVE REG-EIBTRMID (REG-X)   TO FIN-CERCA-TRMID
              COMPUTE FIN-ISTANTE = RUN-DATA * 10000
                                  + RUN-HH * 100 + RUN-MI
              PERFORM CERCA-FINESTRA THRU EX-CERCA-FINESTRA
              IF IN-FINESTRA
                 MOVE "S"                 TO VMFERMO-PIANIFICATO
              ELSE
                 MOVE "N"                 TO VMFERMO-PIANIFICATO
              END-IF
           ELSE
              MOVE REG-REGIONE (REG-X)    TO VMFERMO-REGIONE
              MOVE REG-INIZIO-DATA (REG-X) TO VMFERMO-INIZIO-DATA
              MOVE REG-INIZIO-ORA (REG-X) TO VMFERMO-INIZIO-ORA
              READ VMFERMO-FILE
                 INVALID KEY
                    CONTINUE
              END-READ
              IF NOT VMFERMO-OK
                 ADD 1 TO CONTA-ERRORI
                 GO TO EX-AGGIORNA-FERMO
              END-IF
              SET DA-AGGIORNARE TO TRUE
           END-IF.
      *
      *---- UNA RIPRESA DEL PASSO SULLA STESSA CORSA NON CONTA UNA ----*
      *---- SECONDA VOLTA LA CORSA KO ----------------------------------*
           IF REG-ESITO (REG-X) = "KO  "
              IF VMFERMO-ULTKO-DATA NOT = RUN-DATA OR
                 VMFERMO-ULTKO-ORA  NOT = RUN-ORA
                 ADD 1 TO VMFERMO-CORSE-KO
              END-IF
              MOVE RUN-DATA               TO VMFERMO-ULTKO-DATA
              MOVE RUN-ORA                TO VMFERMO-ULTKO-ORA
           ELSE
              MOVE RUN-DATA               TO VMFERMO-FINE-DATA
              MOVE RUN-ORA                TO VMFERMO-FINE-ORA
           END-IF.
           PERFORM CALCOLA-DURATA     THRU EX-CALCOLA-DURATA.
           MOVE DUR-MINUTI                TO VMFERMO-DURATA.
           MOVE REG-INCIDENTI (REG-X)     TO VMFERMO-INCIDENTI.
           MOVE REG-INC-PRIMO (REG-X)     TO VMFERMO-INC-PRIMO.
           MOVE REG-INC-ULTIMO (REG-X)    TO VMFERMO-INC-ULTIMO.
      *
           IF DA-AGGIORNARE
              REWRITE VMFERMO-REC
                 INVALID KEY
                    CONTINUE
              END-REWRITE
           ELSE
              WRITE VMFERMO-REC
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF.
           IF NOT VMFERMO-OK
              ADD 1 TO CONTA-ERRORI
              GO TO EX-AGGIORNA-FERMO.
           ADD 1 TO CAT-SCRITTI.
      *
           EVALUATE TRUE
              WHEN REG-NUOVO (REG-X)
                 ADD 1 TO CONTA-APERTI
                 MOVE "APERTO"    TO FER-EVENTO
              WHEN REG-PROSEGUE (REG-X)
                 ADD 1 TO CONTA-IN-CORSO
                 MOVE "IN CORSO"  TO FER-EVENTO
              WHEN OTHER
                 ADD 1 TO CONTA-CHIUSI
                 MOVE "CHIUSO"    TO FER-EVENTO
           END-EVALUATE.
           PERFORM STAMPA-FERMO       THRU EX-STAMPA-FERMO.
      *
       EX-AGGIORNA-FERMO.
           EXIT.
      *
       STAMPA-FERMO.
      *
           MOVE VMFERMO-REGIONE       TO FER-REGIONE.
           MOVE VMFERMO-EIBTRMID      TO FER-EIBTRMID.
           MOVE REG-ESITO (REG-X)     TO FER-ESITO.
           MOVE VMFERMO-INIZIO-DATA   TO CONV-DATA-GIUL.
           PERFORM CONVERTI-DATA      THRU EX-CONVERTI-DATA.
           MOVE CONV-DATA-EDIT        TO FER-INIZIO-DATA.
           MOVE VMFERMO-INIZIO-ORA    TO FER-INIZIO-ORA.
           IF VMFERMO-FINE-DATA = ZERO
              MOVE "IN CORSO"         TO FER-FINE-DATA
              MOVE SPACE              TO FER-FINE-ORA
           ELSE
              MOVE VMFERMO-FINE-DATA  TO CONV-DATA-GIUL
              PERFORM CONVERTI-DATA   THRU EX-CONVERTI-DATA
              MOVE CONV-DATA-EDIT     TO FER-FINE-DATA
              MOVE VMFERMO-FINE-ORA   TO DUR-ORA
              MOVE DUR-HH             TO FER-FINE-ORA (1:2)
              MOVE "."                TO FER-FINE-ORA (3:1)
              MOVE DUR-MI             TO FER-FINE-ORA (4:2)
              MOVE "."                TO FER-FINE-ORA (6:1)
              MOVE DUR-SS             TO FER-FINE-ORA (7:2)
           END-IF.
           MOVE VMFERMO-DURATA        TO DUR-MINUTI.
           PERFORM EDITA-DURATA       THRU EX-EDITA-DURATA.
           MOVE DUR-EDIT              TO FER-DURATA.
           MOVE VMFERMO-CORSE-KO      TO FER-CORSE-KO.
           MOVE VMFERMO-INCIDENTI     TO FER-INCIDENTI.
           MOVE VMFERMO-INC-PRIMO     TO FER-INC-PRIMO.
           MOVE VMFERMO-INC-ULTIMO    TO FER-INC-ULTIMO.
           IF VMFERMO-PIANIF
              MOVE "SI"               TO FER-PIANIF
           ELSE
              MOVE SPACE              TO FER-PIANIF
           END-IF.
           WRITE VMFERLST-REC FROM RIGA-FERMO.
      *
       EX-STAMPA-FERMO.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- MINUTI DAL PRIMO KO DEL RECORD ALLA CORSA ATTUALE ---------*
      *-------------------------------------------------------------*
       CALCOLA-DURATA.
      *
           MOVE VMFERMO-INIZIO-DATA TO ASS-DATA.
           PERFORM GIORNO-ASSOLUTO    THRU EX-GIORNO-ASSOLUTO.
           MOVE ASS-GIORNI          TO DUR-GIORNI-INIZIO.
           MOVE VMFERMO-INIZIO-ORA  TO DUR-ORA.
           COMPUTE DUR-MINUTI-INIZIO = DUR-HH * 60 + DUR-MI.
      *
           MOVE RUN-DATA            TO ASS-DATA.
           PERFORM GIORNO-ASSOLUTO    THRU EX-GIORNO-ASSOLUTO.
           COMPUTE DUR-MINUTI = (ASS-GIORNI - DUR-GIORNI-INIZIO) * 1440
                              + RUN-HH * 60 + RUN-MI
                              - DUR-MINUTI-INIZIO.
           IF DUR-MINUTI < ZERO
              MOVE ZERO TO DUR-MINUTI
           END-IF.
      *
       EX-CALCOLA-DURATA.
           EXIT.
      *
      *---- GIORNI TRASCORSI DALL'ANNO ZERO ALLA DATA 0CAADDD ---------*
       GIORNO-ASSOLUTO.
      *
           DIVIDE ASS-DATA BY 100000
              GIVING ASS-SECOLO
              REMAINDER ASS-AADDD.
           DIVIDE ASS-AADDD BY 1000
              GIVING ASS-AA
              REMAINDER ASS-DDD.
           COMPUTE ASS-ANNO = 1900 + ASS-SECOLO * 100 + ASS-AA.
           COMPUTE ASS-BISESTILI = (ASS-ANNO - 1) / 4.
           COMPUTE ASS-GIORNI = ASS-ANNO * 365 + ASS-BISESTILI
                              + ASS-DDD.
      *
       EX-GIORNO-ASSOLUTO.
           EXIT.
      *
      *---- MINUTI IN ORE.MINUTI ---------------------------------------*
       EDITA-DURATA.
      *
           DIVIDE DUR-MINUTI BY 60
              GIVING DUR-ORE
              REMAINDER DUR-RESTO.
           IF DUR-ORE > 99999
              MOVE 99999 TO DUR-ORE
              MOVE 59    TO DUR-RESTO
           END-IF.
           MOVE DUR-ORE   TO DUR-ED-ORE.
           MOVE DUR-RESTO TO DUR-ED-MIN.
      *
       EX-EDITA-DURATA.
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
       END PROGRAM BPVM026.
