       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BPVM029.
      *------------------------------------------------*
      *         RAPPORTO MENSILE DEI PROBLEMI VM00      *
      *------------------------------------------------*
      *   DAI PROBLEMI VMPROB APERTI E CHIUSI CON LA    *
      *   TRANSAZIONE VM10 ELENCA I PROBLEMI APERTI NEL *
      *   MESE, QUELLI CHIUSI NEL MESE CON I GIORNI     *
      *   IMPIEGATI A CHIUDERLI E QUELLI ANCORA APERTI  *
      *   A FINE MESE CON LA LORO ETA' IN GIORNI. PER   *
      *   OGNI CODICE CAUSA CONTA I PROBLEMI E GLI      *
      *   INCIDENTI COLLEGATI (VMPRINC), IN TOTALE E    *
      *   ACCADUTI NEL MESE (DATA DELL'INCIDENTE VMINC).*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.                         *CSTD
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--------------------------------------------------------------*
      *    SCHEDA PARAMETRO: COL. 1-6 MESE MMAAAA (VUOTA = MESE       *
      *    PRECEDENTE A QUELLO DELLA CORSA)                           *
      *--------------------------------------------------------------*
           SELECT BPVMPAR-FILE ASSIGN TO BPVMPAR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS BPVMPAR-STATUS.
      *--------------------------------------------------------------*
      *    PROBLEMI DEGLI INCIDENTI VM00 (NUMERO ZERO = RECORD DI     *
      *    CONTROLLO CON L'ULTIMO NUMERO ASSEGNATO)                   *
      *--------------------------------------------------------------*
           SELECT VMPROB-FILE  ASSIGN TO VMPROB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
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
      *    FILE DEGLI INCIDENTI (ABEND) SEGNALATI DA C43401ABRT       *
      *--------------------------------------------------------------*
           SELECT VMINC-FILE   ASSIGN TO VMINC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VMINC-NUMERO
                  FILE STATUS  IS VMINC-STATUS.
      *--------------------------------------------------------------*
      *    RAPPORTO MENSILE DEI PROBLEMI                              *
      *--------------------------------------------------------------*
           SELECT VMPRBRPT-FILE ASSIGN TO VMPRBRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS VMPRBRPT-STATUS.
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
           05  BPVMPAR-MESE.
               10  BPVMPAR-MM        PIC X(2).
               10  BPVMPAR-AAAA      PIC X(4).
           05  FILLER                PIC X(74).
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
           05  FILLER                PIC X(53).
      *
       FD  VMPRBRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMPRBRPT-REC              PIC X(132).
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
        05   VMPROB-STATUS                 PIC XX VALUE "00".
             88  VMPROB-OK                        VALUE "00".
        05   VMPRINC-STATUS                PIC XX VALUE "00".
             88  VMPRINC-OK                       VALUE "00".
        05   VMINC-STATUS                  PIC XX VALUE "00".
             88  VMINC-OK                         VALUE "00".
        05   VMPRBRPT-STATUS               PIC XX VALUE "00".
             88  VMPRBRPT-OK                      VALUE "00".
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
        05   FLAG-FINE-VMPROB              PIC 9   VALUE ZERO.
             88  FINE-VMPROB                      VALUE 1.
        05   FLAG-FINE-LINK                PIC 9   VALUE ZERO.
             88  FINE-LINK                        VALUE 1.
        05   FLAG-COLLEGAMENTI             PIC 9   VALUE ZERO.
             88  COLLEGAMENTI-LEGGIBILI           VALUE 1.
        05   FLAG-CAU-TRABOCCO             PIC 9   VALUE ZERO.
             88  CAU-TRABOCCO                     VALUE 1.
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
        05   CAT-PROGRAMMA         PIC X(8)  VALUE "BPVM029".
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
      *       MESE DEL RAPPORTO E SUOI ESTREMI IN GIULIANA 0CAADDD   *
      *--------------------------------------------------------------*
       01  MESE-AREE.
        05   OGGI-SISTEMA.
             10 OGGI-SI-AAAA       PIC 9(4).
             10 OGGI-SI-MM         PIC 99.
             10 OGGI-SI-GG         PIC 99.
        05   MESE-MMAAAA-X.
             10 MESE-MM-X          PIC X(2).
             10 MESE-AAAA-X        PIC X(4).
        05   MESE-MMAAAA-R REDEFINES MESE-MMAAAA-X.
             10 MESE-MM            PIC 99.
             10 MESE-AAAA          PIC 9(4).
        05   MESE-SECOLO           PIC 9     VALUE ZERO.
        05   MESE-AA               PIC 99    VALUE ZERO.
        05   MESE-QUOZIENTE        PIC 9(3)  COMP-4 VALUE ZERO.
        05   MESE-RESTO            PIC 9(3)  COMP-4 VALUE ZERO.
        05   MESE-IND              PIC 9(3)  COMP-4 VALUE ZERO.
        05   MESE-DDD              PIC 9(3)  COMP-4 VALUE ZERO.
        05   MESE-DA               PIC 9(7)  VALUE ZERO.
        05   MESE-A                PIC 9(7)  VALUE ZERO.
        05   MESE-EDIT.
             10 MESE-ED-MM         PIC 99.
             10 FILLER             PIC X VALUE "/".
             10 MESE-ED-AAAA       PIC 9(4).
      *--------------------------------------------------------------*
      *       PASSATA IN CORSO SUI PROBLEMI (1 = APERTI NEL MESE,    *
      *       2 = CHIUSI NEL MESE, 3 = APERTI A FINE MESE) E         *
      *       POSIZIONE DEL PROBLEMA LETTO RISPETTO AL MESE          *
      *--------------------------------------------------------------*
       01  PROBLEMA-AREE.
        05   PRB-PASSATA           PIC 9     VALUE ZERO.
             88  PASSATA-APERTI           VALUE 1.
             88  PASSATA-CHIUSI           VALUE 2.
             88  PASSATA-FINE-MESE        VALUE 3.
        05   PRB-APERTO-MESE       PIC X     VALUE SPACE.
             88  APERTO-NEL-MESE          VALUE "S".
        05   PRB-CHIUSO-MESE       PIC X     VALUE SPACE.
             88  CHIUSO-NEL-MESE          VALUE "S".
        05   PRB-APERTO-FINE       PIC X     VALUE SPACE.
             88  APERTO-A-FINE-MESE       VALUE "S".
        05   PRB-GIORNI            PIC 9(5)  COMP-4 VALUE ZERO.
        05   PRB-GIORNI-APERTO     PIC 9(7)  COMP-4 VALUE ZERO.
        05   PRB-RIGHE             PIC 9(5)  COMP-4 VALUE ZERO.
        05   PRB-INC-MESE          PIC 9(7)  COMP-4 VALUE ZERO.
      *---- GIORNI TRASCORSI DALL'ANNO ZERO ALLA DATA 0CAADDD ---------*
        05   ASS-DATA              PIC 9(7)  VALUE ZERO.
        05   ASS-SECOLO            PIC 9(3)  COMP-4 VALUE ZERO.
        05   ASS-AADDD             PIC 9(5)  VALUE ZERO.
        05   ASS-AA                PIC 9(3)  COMP-4 VALUE ZERO.
        05   ASS-DDD               PIC 9(3)  COMP-4 VALUE ZERO.
        05   ASS-ANNO              PIC 9(4)  COMP-4 VALUE ZERO.
        05   ASS-BISESTILI         PIC 9(4)  COMP-4 VALUE ZERO.
        05   ASS-GIORNI            PIC 9(7)  COMP-4 VALUE ZERO.
        05   ASS-GIORNI-FINE-MESE  PIC 9(7)  COMP-4 VALUE ZERO.
      *--------------------------------------------------------------*
      *       TOTALI DEL MESE ED ETA' DEI PROBLEMI APERTI A FINE MESE*
      *--------------------------------------------------------------*
       01  TOTALI-AREE.
        05   TOT-APERTI            PIC 9(5)  COMP-4 VALUE ZERO.
        05   TOT-CHIUSI            PIC 9(5)  COMP-4 VALUE ZERO.
        05   TOT-APERTI-FINE       PIC 9(5)  COMP-4 VALUE ZERO.
        05   TOT-ETA-GIORNI        PIC 9(9)  COMP-4 VALUE ZERO.
        05   TOT-ETA-MASSIMA       PIC 9(5)  COMP-4 VALUE ZERO.
        05   TOT-INC-COLLEGATI     PIC 9(7)  COMP-4 VALUE ZERO.
        05   TOT-INC-MESE          PIC 9(7)  COMP-4 VALUE ZERO.
      *--------------------------------------------------------------*
      *       TABELLA DEI CODICI CAUSA DEI PROBLEMI DEL MESE (APERTI *
      *       O CHIUSI NEL MESE, O APERTI A FINE MESE): PROBLEMI E   *
      *       INCIDENTI COLLEGATI, IN TOTALE E ACCADUTI NEL MESE     *
      *--------------------------------------------------------------*
       01  CAUSE-AREE.
        05   CAU-MAX               PIC 9(4)  COMP-4 VALUE 200.
        05   CAU-USATI             PIC 9(4)  COMP-4 VALUE ZERO.
        05   CAU-TROVATA           PIC 9(4)  COMP-4 VALUE ZERO.
        05   CAU-NUM               PIC 9(4)  COMP-4 VALUE ZERO.
        05   CAU-ELEM OCCURS 200 INDEXED BY CAU-IND.
             10 CAU-CODICE         PIC X(4).
             10 CAU-APERTI         PIC 9(5)  COMP-4.
             10 CAU-CHIUSI         PIC 9(5)  COMP-4.
             10 CAU-APERTI-FINE    PIC 9(5)  COMP-4.
             10 CAU-INC-COLLEGATI  PIC 9(7)  COMP-4.
             10 CAU-INC-MESE       PIC 9(7)  COMP-4.
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
      *       RIGHE DEL RAPPORTO                                     *
      *--------------------------------------------------------------*
       01  RIGA-TITOLO.
        05   FILLER                PIC X(52) VALUE
             "RAPPORTO MENSILE DEI PROBLEMI DEGLI INCIDENTI VM00 -".
        05   FILLER                PIC X(6)  VALUE " MESE ".
        05   TITOLO-MESE           PIC X(7).
        05   FILLER                PIC X(67) VALUE SPACE.
      *
       01  RIGA-SEZIONE.
        05   SEZIONE-DESCR         PIC X(70).
        05   FILLER                PIC X(62) VALUE SPACE.
      *
       01  RIGA-COLONNE.
        05   FILLER                PIC X(4)  VALUE SPACE.
        05   FILLER                PIC X(9)  VALUE "NUMERO".
        05   FILLER                PIC X(6)  VALUE "CAUSA".
        05   FILLER                PIC X(12) VALUE "APERTO IL".
        05   FILLER                PIC X(12) VALUE "CHIUSO IL".
        05   FILLER                PIC X(7)  VALUE "GIORNI".
        05   FILLER                PIC X(12) VALUE "RESPONSAB.".
        05   FILLER                PIC X(7)  VALUE "INCID.".
        05   FILLER                PIC X(40) VALUE "TITOLO".
        05   FILLER                PIC X(23) VALUE SPACE.
      *
       01  RIGA-PROBLEMA.
        05   FILLER                PIC X(4)  VALUE SPACE.
        05   PRB-NUMERO            PIC 9(7).
        05   FILLER                PIC X(2)  VALUE SPACE.
        05   PRB-CAUSA             PIC X(4).
        05   FILLER                PIC X(2)  VALUE SPACE.
        05   PRB-APERTO-DATA       PIC X(10).
        05   FILLER                PIC X(2)  VALUE SPACE.
        05   PRB-CHIUSO-DATA       PIC X(10).
        05   FILLER                PIC X(2)  VALUE SPACE.
        05   PRB-GIORNI-ED         PIC ZZZZ9.
        05   FILLER                PIC X(2)  VALUE SPACE.
        05   PRB-TITOLARE          PIC X(10).
        05   FILLER                PIC X(2)  VALUE SPACE.
        05   PRB-INCIDENTI         PIC ZZZZ9.
        05   FILLER                PIC X(2)  VALUE SPACE.
        05   PRB-TITOLO            PIC X(40).
        05   FILLER                PIC X(23) VALUE SPACE.
      *
       01  RIGA-COLONNE-CAUSE.
        05   FILLER                PIC X(4)  VALUE SPACE.
        05   FILLER                PIC X(8)  VALUE "CAUSA".
        05   FILLER                PIC X(17) VALUE "APERTI NEL MESE".
        05   FILLER                PIC X(17) VALUE "CHIUSI NEL MESE".
        05   FILLER                PIC X(20) VALUE "APERTI A FINE MESE".
        05   FILLER                PIC X(21) VALUE
             "INCIDENTI COLLEGATI".
        05   FILLER                PIC X(16) VALUE "DI CUI NEL MESE".
        05   FILLER                PIC X(29) VALUE SPACE.
      *
       01  RIGA-CAUSA.
        05   FILLER                PIC X(4)  VALUE SPACE.
        05   RCA-CODICE            PIC X(8).
        05   FILLER                PIC X(10) VALUE SPACE.
        05   RCA-APERTI            PIC ZZZZ9.
        05   FILLER                PIC X(12) VALUE SPACE.
        05   RCA-CHIUSI            PIC ZZZZ9.
        05   FILLER                PIC X(15) VALUE SPACE.
        05   RCA-APERTI-FINE       PIC ZZZZ9.
        05   FILLER                PIC X(14) VALUE SPACE.
        05   RCA-INC-COLLEGATI     PIC ZZZZZZ9.
        05   FILLER                PIC X(10) VALUE SPACE.
        05   RCA-INC-MESE          PIC ZZZZZZ9.
        05   FILLER                PIC X(30) VALUE SPACE.
      *
       01  RIGA-ETA.
        05   FILLER                PIC X(4)  VALUE SPACE.
        05   FILLER                PIC X(38) VALUE
             "ETA' DEI PROBLEMI APERTI A FINE MESE:".
        05   FILLER                PIC X(14) VALUE "MEDIA GIORNI".
        05   ETA-MEDIA             PIC ZZZZ9.
        05   FILLER                PIC X(18) VALUE
             "   MASSIMA GIORNI".
        05   ETA-MASSIMA           PIC ZZZZ9.
        05   FILLER                PIC X(48) VALUE SPACE.
      *
       01  RIGA-NOTA.
        05   FILLER                PIC X(4)  VALUE SPACE.
        05   NOTA-DESCR            PIC X(70).
        05   FILLER                PIC X(58) VALUE SPACE.
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
       BPVM029-MAIN.
      *
      *---- CATENA DEI LAVORI: INIZIO CORSA SUL LIBRO MASTRO E --------*
      *---- CONTROLLO DEI PREDECESSORI; SE UNO NON HA FINITO OGGI -----*
      *---- CON UN RC ACCETTATO IL PASSO NON GIRA E CHIUDE CON 12 -----*
           PERFORM INIZIO-CATENA      THRU EX-INIZIO-CATENA.
           IF PREDECESSORI-KO
              MOVE 12 TO RETURN-CODE
           ELSE
              PERFORM ESEGUI-BPVM029 THRU EX-ESEGUI-BPVM029
           END-IF.
           PERFORM FINE-CATENA        THRU EX-FINE-CATENA.
      *
           GOBACK.
      *
      *-------------------------------------------------------------*
      *------------------ ELABORAZIONE DEL PASSO ---------------------*
      *-------------------------------------------------------------*
       ESEGUI-BPVM029.
      *
           OPEN OUTPUT VMPRBRPT-FILE.
      *
           PERFORM LEGGI-PARAMETRO    THRU EX-LEGGI-PARAMETRO.
           IF PARAMETRO-KO
              MOVE "SCHEDA PARAMETRO ERRATA, MESE NON MMAAAA"
                TO ERRORE-DESCR
              MOVE MESE-MMAAAA-X TO ERRORE-VALORE
              WRITE VMPRBRPT-REC FROM RIGA-ERRORE
              CLOSE VMPRBRPT-FILE
              MOVE 8 TO RETURN-CODE
              GO TO EX-ESEGUI-BPVM029.
      *
           PERFORM CALCOLA-MESE       THRU EX-CALCOLA-MESE.
           MOVE MESE-MM   TO MESE-ED-MM.
           MOVE MESE-AAAA TO MESE-ED-AAAA.
           MOVE MESE-EDIT TO TITOLO-MESE.
           WRITE VMPRBRPT-REC FROM RIGA-TITOLO.
           WRITE VMPRBRPT-REC FROM RIGA-VUOTA.
      *
           OPEN INPUT VMPROB-FILE.
           IF NOT VMPROB-OK
              MOVE "ARCHIVIO DEI PROBLEMI VMPROB NON DISPONIBILE, STATO"
                TO ERRORE-DESCR
              MOVE VMPROB-STATUS TO ERRORE-VALORE
              WRITE VMPRBRPT-REC FROM RIGA-ERRORE
              CLOSE VMPRBRPT-FILE
              MOVE 8 TO RETURN-CODE
              GO TO EX-ESEGUI-BPVM029.
           CLOSE VMPROB-FILE.
      *
      *---- ETA' A FINE MESE: GIORNI DALL'APERTURA ALL'ULTIMO GIORNO --*
           MOVE MESE-A     TO ASS-DATA.
           PERFORM GIORNO-ASSOLUTO    THRU EX-GIORNO-ASSOLUTO.
           MOVE ASS-GIORNI TO ASS-GIORNI-FINE-MESE.
      *
      *---- COLLEGAMENTI E INCIDENTI SERVONO SOLO ALLA PRIMA PASSATA --*
      *---- PER GLI INCIDENTI ACCADUTI NEL MESE; SENZA UNO DEI DUE ----*
      *---- FILE SI CONTANO SOLO I TOTALI DEI PROBLEMI ----------------*
           MOVE ZERO TO FLAG-COLLEGAMENTI.
           OPEN INPUT VMPRINC-FILE.
           IF VMPRINC-OK
              OPEN INPUT VMINC-FILE
              IF VMINC-OK
                 MOVE 1 TO FLAG-COLLEGAMENTI
              ELSE
                 CLOSE VMPRINC-FILE
              END-IF
           END-IF.
      *
           MOVE 1 TO PRB-PASSATA.
           MOVE "PROBLEMI APERTI NEL MESE (GIORNI = DURATA O ETA')"
                TO SEZIONE-DESCR.
           PERFORM SCORRI-PROBLEMI    THRU EX-SCORRI-PROBLEMI.
           IF COLLEGAMENTI-LEGGIBILI
              CLOSE VMINC-FILE
                    VMPRINC-FILE
           END-IF.
      *
           MOVE 2 TO PRB-PASSATA.
           MOVE "PROBLEMI CHIUSI NEL MESE (GIORNI = DURATA)"
                TO SEZIONE-DESCR.
           PERFORM SCORRI-PROBLEMI    THRU EX-SCORRI-PROBLEMI.
      *
           MOVE 3 TO PRB-PASSATA.
           MOVE "PROBLEMI APERTI A FINE MESE (GIORNI = ETA')"
                TO SEZIONE-DESCR.
           PERFORM SCORRI-PROBLEMI    THRU EX-SCORRI-PROBLEMI.
      *
           IF TOT-APERTI-FINE > ZERO
              COMPUTE ETA-MEDIA ROUNDED =
                      TOT-ETA-GIORNI / TOT-APERTI-FINE
              MOVE TOT-ETA-MASSIMA TO ETA-MASSIMA
              WRITE VMPRBRPT-REC FROM RIGA-ETA
              WRITE VMPRBRPT-REC FROM RIGA-VUOTA
           END-IF.
      *
           PERFORM STAMPA-CAUSE       THRU EX-STAMPA-CAUSE.
      *
           CLOSE VMPRBRPT-FILE.
      *
      *---- PROBLEMI ANCORA APERTI A FINE MESE = AVVERTIMENTO ---------*
           IF TOT-APERTI-FINE > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
      *
       EX-ESEGUI-BPVM029.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- SCHEDA FACOLTATIVA: COL. 1-6 MESE MMAAAA; DD DUMMY O ----*
      *---- SCHEDA VUOTA = MESE PRECEDENTE A QUELLO DI OGGI ----------*
      *-------------------------------------------------------------*
       LEGGI-PARAMETRO.
      *
           ACCEPT OGGI-SISTEMA FROM DATE YYYYMMDD.
           IF OGGI-SI-MM = 1
              MOVE 12 TO MESE-MM
              COMPUTE MESE-AAAA = OGGI-SI-AAAA - 1
           ELSE
              COMPUTE MESE-MM = OGGI-SI-MM - 1
              MOVE OGGI-SI-AAAA TO MESE-AAAA
           END-IF.
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
           IF BPVMPAR-MESE = SPACE OR LOW-VALUE
              GO TO EX-LEGGI-PARAMETRO.
           MOVE BPVMPAR-MESE TO MESE-MMAAAA-X.
           IF MESE-MMAAAA-X NOT NUMERIC
              SET PARAMETRO-KO TO TRUE
              GO TO EX-LEGGI-PARAMETRO.
           IF MESE-MM < 1 OR MESE-MM > 12 OR
              MESE-AAAA < 1900 OR MESE-AAAA > 2099
              SET PARAMETRO-KO TO TRUE
           END-IF.
      *
       EX-LEGGI-PARAMETRO.
           EXIT.
      *
      *---- PRIMO E ULTIMO GIORNO DEL MESE IN GIULIANA 0CAADDD --------*
       CALCOLA-MESE.
      *
           COMPUTE MESE-SECOLO = (MESE-AAAA - 1900) / 100.
           COMPUTE MESE-AA     = MESE-AAAA - 1900 - MESE-SECOLO * 100.
      *
           MOVE 28 TO MESE-GG (2).
           DIVIDE MESE-AA BY 4
              GIVING MESE-QUOZIENTE
              REMAINDER MESE-RESTO.
           IF MESE-RESTO = ZERO
              MOVE 29 TO MESE-GG (2)
           END-IF.
      *
           MOVE ZERO TO MESE-DDD.
           MOVE 1    TO MESE-IND.
           PERFORM SOMMA-MESE THRU EX-SOMMA-MESE
              UNTIL MESE-IND NOT < MESE-MM.
      *
           COMPUTE MESE-DA = MESE-SECOLO * 100000 + MESE-AA * 1000
                           + MESE-DDD + 1.
           COMPUTE MESE-A  = MESE-DA - 1 + MESE-GG (MESE-MM).
      *
       EX-CALCOLA-MESE.
           EXIT.
      *
       SOMMA-MESE.
      *
           ADD MESE-GG (MESE-IND) TO MESE-DDD.
           ADD 1 TO MESE-IND.
      *
       EX-SOMMA-MESE.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- UNA PASSATA SU TUTTI I PROBLEMI: TITOLO DELLA SEZIONE, ---*
      *---- RIGHE DEI PROBLEMI CHE VI RIENTRANO E, SE NESSUNO, NOTA --*
      *-------------------------------------------------------------*
       SCORRI-PROBLEMI.
      *
           WRITE VMPRBRPT-REC FROM RIGA-SEZIONE.
           WRITE VMPRBRPT-REC FROM RIGA-COLONNE.
           MOVE ZERO TO PRB-RIGHE
                        FLAG-FINE-VMPROB.
           OPEN INPUT VMPROB-FILE.
           PERFORM ESAMINA-PROBLEMA   THRU EX-ESAMINA-PROBLEMA
              UNTIL FINE-VMPROB.
           CLOSE VMPROB-FILE.
           IF PRB-RIGHE = ZERO
              MOVE "NESSUN PROBLEMA" TO NOTA-DESCR
              WRITE VMPRBRPT-REC FROM RIGA-NOTA
           END-IF.
           WRITE VMPRBRPT-REC FROM RIGA-VUOTA.
      *
       EX-SCORRI-PROBLEMI.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- UN PROBLEMA (IN ORDINE DI NUMERO, SALTANDO IL RECORD DI --*
      *---- CONTROLLO): POSIZIONE RISPETTO AL MESE; ALLA PRIMA -------*
      *---- PASSATA I PROBLEMI DEL MESE VANNO NEI CODICI CAUSA -------*
      *-------------------------------------------------------------*
       ESAMINA-PROBLEMA.
      *
           READ VMPROB-FILE NEXT
              AT END
                 SET FINE-VMPROB TO TRUE
                 GO TO EX-ESAMINA-PROBLEMA
           END-READ.
           IF PASSATA-APERTI
              ADD 1 TO CAT-LETTI
           END-IF.
           IF VMPROB-NUMERO = ZERO OR
              VMPROB-APERTO-DATA > MESE-A
              GO TO EX-ESAMINA-PROBLEMA.
      *
           MOVE SPACE TO PRB-APERTO-MESE
                         PRB-CHIUSO-MESE
                         PRB-APERTO-FINE.
           IF VMPROB-APERTO-DATA NOT < MESE-DA
              SET APERTO-NEL-MESE TO TRUE
           END-IF.
           IF VMPROB-CHIUSO AND
              VMPROB-CHIUSO-DATA NOT < MESE-DA AND
              VMPROB-CHIUSO-DATA NOT > MESE-A
              SET CHIUSO-NEL-MESE TO TRUE
           END-IF.
      *---- CHIUSO DOPO LA FINE DEL MESE = ANCORA APERTO A FINE MESE -*
           IF VMPROB-APERTO OR
              VMPROB-CHIUSO-DATA > MESE-A
              SET APERTO-A-FINE-MESE TO TRUE
           END-IF.
           IF NOT APERTO-NEL-MESE AND
              NOT CHIUSO-NEL-MESE AND
              NOT APERTO-A-FINE-MESE
              GO TO EX-ESAMINA-PROBLEMA.
      *
           EVALUATE TRUE
              WHEN PASSATA-APERTI
                 PERFORM ACCUMULA-CAUSA THRU EX-ACCUMULA-CAUSA
                 IF APERTO-NEL-MESE
                    PERFORM STAMPA-PROBLEMA THRU EX-STAMPA-PROBLEMA
                 END-IF
              WHEN PASSATA-CHIUSI
                 IF CHIUSO-NEL-MESE
                    PERFORM STAMPA-PROBLEMA THRU EX-STAMPA-PROBLEMA
                 END-IF
              WHEN PASSATA-FINE-MESE
                 IF APERTO-A-FINE-MESE
                    PERFORM STAMPA-PROBLEMA THRU EX-STAMPA-PROBLEMA
                    ADD PRB-GIORNI TO TOT-ETA-GIORNI
                    IF PRB-GIORNI > TOT-ETA-MASSIMA
                       MOVE PRB-GIORNI TO TOT-ETA-MASSIMA
                    END-IF
                 END-IF
           END-EVALUATE.
      *
       EX-ESAMINA-PROBLEMA.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- RIGA DEL PROBLEMA: GIORNI = DURATA FINO ALLA CHIUSURA SE -*
      *---- CHIUSO ENTRO FINE MESE, ALTRIMENTI ETA' A FINE MESE ------*
      *-------------------------------------------------------------*
       STAMPA-PROBLEMA.
      *
           MOVE VMPROB-APERTO-DATA    TO ASS-DATA.
           PERFORM GIORNO-ASSOLUTO    THRU EX-GIORNO-ASSOLUTO.
           MOVE ASS-GIORNI            TO PRB-GIORNI-APERTO.
      *
           MOVE VMPROB-NUMERO         TO PRB-NUMERO.
           MOVE VMPROB-CAUSA          TO PRB-CAUSA.
           MOVE VMPROB-APERTO-DATA    TO CONV-DATA-GIUL.
           PERFORM CONVERTI-DATA      THRU EX-CONVERTI-DATA.
           MOVE CONV-DATA-EDIT        TO PRB-APERTO-DATA.
           IF APERTO-A-FINE-MESE
              MOVE SPACE              TO PRB-CHIUSO-DATA
              COMPUTE PRB-GIORNI = ASS-GIORNI-FINE-MESE
                                 - PRB-GIORNI-APERTO
           ELSE
              MOVE VMPROB-CHIUSO-DATA TO CONV-DATA-GIUL
              PERFORM CONVERTI-DATA   THRU EX-CONVERTI-DATA
              MOVE CONV-DATA-EDIT     TO PRB-CHIUSO-DATA
              MOVE VMPROB-CHIUSO-DATA TO ASS-DATA
              PERFORM GIORNO-ASSOLUTO THRU EX-GIORNO-ASSOLUTO
              COMPUTE PRB-GIORNI = ASS-GIORNI - PRB-GIORNI-APERTO
           END-IF.
           MOVE PRB-GIORNI            TO PRB-GIORNI-ED.
           MOVE VMPROB-TITOLARE       TO PRB-TITOLARE.
           MOVE VMPROB-INCIDENTI      TO PRB-INCIDENTI.
           MOVE VMPROB-TITOLO         TO PRB-TITOLO.
           WRITE VMPRBRPT-REC FROM RIGA-PROBLEMA.
           ADD 1 TO PRB-RIGHE.
      *
       EX-STAMPA-PROBLEMA.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- RIGA DEL CODICE CAUSA DEL PROBLEMA (NUOVA SE MANCA; CON LA *
      *---- TABELLA PIENA IL PROBLEMA CONTA SOLO NEI TOTALI) E SUOI --*
      *---- CONTEGGI DI PROBLEMI E INCIDENTI -------------------------*
      *-------------------------------------------------------------*
       ACCUMULA-CAUSA.
      *
           MOVE ZERO TO PRB-INC-MESE.
           IF COLLEGAMENTI-LEGGIBILI
              PERFORM CONTA-INCIDENTI-MESE
                 THRU EX-CONTA-INCIDENTI-MESE
           END-IF.
      *
           IF APERTO-NEL-MESE
              ADD 1 TO TOT-APERTI
           END-IF.
           IF CHIUSO-NEL-MESE
              ADD 1 TO TOT-CHIUSI
           END-IF.
           IF APERTO-A-FINE-MESE
              ADD 1 TO TOT-APERTI-FINE
           END-IF.
           ADD VMPROB-INCIDENTI TO TOT-INC-COLLEGATI.
           ADD PRB-INC-MESE     TO TOT-INC-MESE.
      *
           MOVE ZERO TO CAU-TROVATA.
           SET CAU-IND TO 1.
           SEARCH CAU-ELEM
              AT END
                 CONTINUE
              WHEN CAU-IND > CAU-USATI
                 CONTINUE
              WHEN CAU-CODICE (CAU-IND) = VMPROB-CAUSA
                 SET CAU-TROVATA TO CAU-IND
           END-SEARCH.
           IF CAU-TROVATA = ZERO
              IF CAU-USATI NOT < CAU-MAX
                 MOVE 1 TO FLAG-CAU-TRABOCCO
                 GO TO EX-ACCUMULA-CAUSA
              END-IF
              ADD 1 TO CAU-USATI
              MOVE CAU-USATI    TO CAU-TROVATA
              MOVE VMPROB-CAUSA TO CAU-CODICE (CAU-TROVATA)
              MOVE ZERO         TO CAU-APERTI (CAU-TROVATA)
                                   CAU-CHIUSI (CAU-TROVATA)
                                   CAU-APERTI-FINE (CAU-TROVATA)
                                   CAU-INC-COLLEGATI (CAU-TROVATA)
                                   CAU-INC-MESE (CAU-TROVATA)
           END-IF.
      *
           IF APERTO-NEL-MESE
              ADD 1 TO CAU-APERTI (CAU-TROVATA)
           END-IF.
           IF CHIUSO-NEL-MESE
              ADD 1 TO CAU-CHIUSI (CAU-TROVATA)
           END-IF.
           IF APERTO-A-FINE-MESE
              ADD 1 TO CAU-APERTI-FINE (CAU-TROVATA)
           END-IF.
           ADD VMPROB-INCIDENTI TO CAU-INC-COLLEGATI (CAU-TROVATA).
           ADD PRB-INC-MESE     TO CAU-INC-MESE (CAU-TROVATA).
      *
       EX-ACCUMULA-CAUSA.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- INCIDENTI COLLEGATI AL PROBLEMA LA CUI DATA (VMINC-EIBDATE) *
      *---- CADE NEL MESE; UN INCIDENTE NON PIU' IN VMINC NON CONTA --*
      *-------------------------------------------------------------*
       CONTA-INCIDENTI-MESE.
      *
           MOVE ZERO           TO FLAG-FINE-LINK.
           MOVE VMPROB-NUMERO  TO VMPRINC-PROBLEMA.
           MOVE ZERO           TO VMPRINC-INCIDENTE.
           START VMPRINC-FILE KEY NOT < VMPRINC-CHIAVE
              INVALID KEY
                 MOVE 1 TO FLAG-FINE-LINK
           END-START.
           PERFORM CONTA-INCIDENTE    THRU EX-CONTA-INCIDENTE
              UNTIL FINE-LINK.
      *
       EX-CONTA-INCIDENTI-MESE.
           EXIT.
      *
       CONTA-INCIDENTE.
      *
           READ VMPRINC-FILE NEXT RECORD
              AT END
                 MOVE 1 TO FLAG-FINE-LINK
                 GO TO EX-CONTA-INCIDENTE
           END-READ.
           IF NOT VMPRINC-OK OR
              VMPRINC-PROBLEMA NOT = VMPROB-NUMERO
              MOVE 1 TO FLAG-FINE-LINK
              GO TO EX-CONTA-INCIDENTE.
           ADD 1 TO CAT-LETTI.
      *
           MOVE VMPRINC-INCIDENTE TO VMINC-NUMERO.
           READ VMINC-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF NOT VMINC-OK
              GO TO EX-CONTA-INCIDENTE.
           ADD 1 TO CAT-LETTI.
           IF VMINC-EIBDATE NOT < MESE-DA AND
              VMINC-EIBDATE NOT > MESE-A
              ADD 1 TO PRB-INC-MESE
           END-IF.
      *
       EX-CONTA-INCIDENTE.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- PROSPETTO PER CODICE CAUSA CON IL TOTALE DI TUTTE --------*
      *-------------------------------------------------------------*
       STAMPA-CAUSE.
      *
           MOVE "PROBLEMI E INCIDENTI COLLEGATI PER CODICE CAUSA"
                TO SEZIONE-DESCR.
           WRITE VMPRBRPT-REC FROM RIGA-SEZIONE.
           IF CAU-USATI = ZERO
              MOVE "NESSUN PROBLEMA NEL MESE" TO NOTA-DESCR
              WRITE VMPRBRPT-REC FROM RIGA-NOTA
              GO TO EX-STAMPA-CAUSE.
      *
           WRITE VMPRBRPT-REC FROM RIGA-COLONNE-CAUSE.
           PERFORM STAMPA-UNA-CAUSA   THRU EX-STAMPA-UNA-CAUSA
              VARYING CAU-NUM FROM 1 BY 1
              UNTIL CAU-NUM > CAU-USATI.
      *
           WRITE VMPRBRPT-REC FROM RIGA-VUOTA.
           MOVE "TUTTE"               TO RCA-CODICE.
           MOVE TOT-APERTI            TO RCA-APERTI.
           MOVE TOT-CHIUSI            TO RCA-CHIUSI.
           MOVE TOT-APERTI-FINE       TO RCA-APERTI-FINE.
           MOVE TOT-INC-COLLEGATI     TO RCA-INC-COLLEGATI.
           MOVE TOT-INC-MESE          TO RCA-INC-MESE.
           WRITE VMPRBRPT-REC FROM RIGA-CAUSA.
      *
           IF CAU-TRABOCCO
              MOVE "CODICI CAUSA OLTRE 200: CONTATI SOLO NEL TOTALE"
                TO NOTA-DESCR
              WRITE VMPRBRPT-REC FROM RIGA-NOTA
           END-IF.
           IF NOT COLLEGAMENTI-LEGGIBILI
              MOVE "VMPRINC O VMINC ASSENTE: INCIDENTI MESE NON CONTATI"
                TO NOTA-DESCR
              WRITE VMPRBRPT-REC FROM RIGA-NOTA
           END-IF.
      *
       EX-STAMPA-CAUSE.
           EXIT.
      *
       STAMPA-UNA-CAUSA.
      *
           MOVE CAU-CODICE (CAU-NUM)        TO RCA-CODICE.
           MOVE CAU-APERTI (CAU-NUM)        TO RCA-APERTI.
           MOVE CAU-CHIUSI (CAU-NUM)        TO RCA-CHIUSI.
           MOVE CAU-APERTI-FINE (CAU-NUM)   TO RCA-APERTI-FINE.
           MOVE CAU-INC-COLLEGATI (CAU-NUM) TO RCA-INC-COLLEGATI.
           MOVE CAU-INC-MESE (CAU-NUM)      TO RCA-INC-MESE.
           WRITE VMPRBRPT-REC FROM RIGA-CAUSA.
      *
       EX-STAMPA-UNA-CAUSA.
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
       END PROGRAM BPVM029.
