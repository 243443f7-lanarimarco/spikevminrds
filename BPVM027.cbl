       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BPVM027.
      *------------------------------------------------*
      *     RAPPORTO MENSILE DEI FERMI DELLE REGIONI    *
      *------------------------------------------------*
      *   DAL REGISTRO DEI FERMI VMFERMO SCRITTO DA     *
      *   BPVM026 ELENCA, PER OGNI REGIONE, I FERMI     *
      *   INIZIATI NEL MESE (PRIMO KO VISTO) E NE DA'   *
      *   IL NUMERO, IL FERMO TOTALE, IL TEMPO MEDIO DI *
      *   RIPRISTINO (MTTR) E IL FERMO PIU' LUNGO.      *
      *   CONTANO SOLO I FERMI CHIUSI E NON PIANIFICATI;*
      *   QUELLI ANCORA IN CORSO E QUELLI INIZIATI IN   *
      *   UNA FINESTRA DI MANUTENZIONE SONO ELENCATI E  *
      *   CONTATI A PARTE.                              *
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
      *    REGISTRO DEI FERMI DELLE REGIONI (REGIONE + PRIMO KO)      *
      *--------------------------------------------------------------*
           SELECT VMFERMO-FILE ASSIGN TO VMFERMO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS VMFERMO-CHIAVE
                  FILE STATUS  IS VMFERMO-STATUS.
      *--------------------------------------------------------------*
      *    RAPPORTO MENSILE DEI FERMI                                 *
      *--------------------------------------------------------------*
           SELECT VMFERRPT-FILE ASSIGN TO VMFERRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS VMFERRPT-STATUS.
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
       FD  VMFERRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMFERRPT-REC              PIC X(132).
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
        05   VMFERMO-STATUS                PIC XX VALUE "00".
             88  VMFERMO-OK                       VALUE "00".
        05   VMFERRPT-STATUS               PIC XX VALUE "00".
             88  VMFERRPT-OK                      VALUE "00".
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
        05   FLAG-FINE-VMFERMO             PIC 9   VALUE ZERO.
             88  FINE-VMFERMO                     VALUE 1.
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
        05   CAT-PROGRAMMA         PIC X(8)  VALUE "BPVM027".
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
      *       TOTALI DELLA REGIONE IN CORSO E DI TUTTE LE REGIONI:   *
      *       FERMI CHIUSI E NON PIANIFICATI (BASE DELL'MTTR), LORO  *
      *       MINUTI, IL PIU' LUNGO, IN CORSO, PIANIFICATI E         *
      *       INCIDENTI                                              *
      *--------------------------------------------------------------*
       01  TOTALI-AREE.
        05   RGN-REGIONE           PIC X(8)  VALUE SPACE.
        05   RGN-TOTALI.
             10 RGN-FERMI          PIC 9(5)  COMP-4.
             10 RGN-MINUTI         PIC 9(9)  COMP-4.
             10 RGN-MASSIMO        PIC 9(7)  COMP-4.
             10 RGN-MASSIMO-DATA   PIC 9(7).
             10 RGN-IN-CORSO       PIC 9(5)  COMP-4.
             10 RGN-PIANIF         PIC 9(5)  COMP-4.
             10 RGN-INCIDENTI      PIC 9(7)  COMP-4.
        05   TOT-TOTALI.
             10 TOT-FERMI          PIC 9(5)  COMP-4.
             10 TOT-MINUTI         PIC 9(9)  COMP-4.
             10 TOT-MASSIMO        PIC 9(7)  COMP-4.
             10 TOT-MASSIMO-DATA   PIC 9(7).
             10 TOT-IN-CORSO       PIC 9(5)  COMP-4.
             10 TOT-PIANIF         PIC 9(5)  COMP-4.
             10 TOT-INCIDENTI      PIC 9(7)  COMP-4.
        05   TOT-REGIONI           PIC 9(5)  COMP-4 VALUE ZERO.
        05   TOT-REGIONE-MAX       PIC X(8)  VALUE SPACE.
      *--------------------------------------------------------------*
      *       DURATE IN ORE.MINUTI                                   *
      *--------------------------------------------------------------*
       01  DURATA-AREE.
        05   DUR-MINUTI            PIC 9(9)  COMP-4 VALUE ZERO.
        05   DUR-ORE               PIC 9(7)  COMP-4 VALUE ZERO.
        05   DUR-RESTO             PIC 9(3)  COMP-4 VALUE ZERO.
        05   DUR-EDIT.
             10 DUR-ED-ORE         PIC ZZZZ9.
             10 FILLER             PIC X VALUE ".".
             10 DUR-ED-MIN         PIC 99.
        05   DUR-ORA               PIC 9(6)  VALUE ZERO.
        05   DUR-ORA-R REDEFINES DUR-ORA.
             10 DUR-HH             PIC 99.
             10 DUR-MI             PIC 99.
             10 DUR-SS             PIC 99.
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
        05   FILLER                PIC X(47) VALUE
             "RAPPORTO MENSILE DEI FERMI DELLE REGIONI VM00 -".
        05   FILLER                PIC X(6)  VALUE " MESE ".
        05   TITOLO-MESE           PIC X(7).
        05   FILLER                PIC X(72) VALUE
             "  (FERMI INIZIATI NEL MESE; DURATE IN ORE.MINUTI)".
      *
       01  RIGA-REGIONE.
        05   FILLER                PIC X(8)  VALUE "REGIONE ".
        05   REGIONE-NOME          PIC X(8).
        05   FILLER                PIC X(12) VALUE "  TERMINALE ".
        05   REGIONE-EIBTRMID      PIC X(4).
        05   FILLER                PIC X(100) VALUE SPACE.
      *
       01  RIGA-FERMO.
        05   FILLER                PIC X(13) VALUE "    PRIMO KO ".
        05   FER-INIZIO-DATA       PIC X(10).
        05   FILLER                PIC X     VALUE SPACE.
        05   FER-INIZIO-ORA        PIC 99.99.99.
        05   FILLER                PIC X(11) VALUE "  PRIMO OK ".
        05   FER-FINE-DATA         PIC X(10).
        05   FILLER                PIC X     VALUE SPACE.
        05   FER-FINE-ORA          PIC X(8).
        05   FILLER                PIC X(9)  VALUE "  DURATA ".
        05   FER-DURATA            PIC X(8).
        05   FILLER                PIC X(11) VALUE "  CORSE KO ".
        05   FER-CORSE-KO          PIC ZZZZ9.
        05   FILLER                PIC X(12) VALUE "  INCIDENTI ".
        05   FER-INCIDENTI         PIC ZZZZ9.
        05   FILLER                PIC X(2)  VALUE SPACE.
        05   FER-NOTA              PIC X(11).
        05   FILLER                PIC X(7)  VALUE SPACE.
      *
       01  RIGA-TOTALE.
        05   TOTALE-DESCR          PIC X(12).
        05   FILLER                PIC X(6)  VALUE "FERMI ".
        05   TOTALE-FERMI          PIC ZZZZ9.
        05   FILLER                PIC X(15) VALUE "  FERMO TOTALE ".
        05   TOTALE-MINUTI         PIC X(8).
        05   FILLER                PIC X(7)  VALUE "  MTTR ".
        05   TOTALE-MTTR           PIC X(8).
        05   FILLER                PIC X(13) VALUE "  PIU' LUNGO ".
        05   TOTALE-MASSIMO        PIC X(8).
        05   FILLER                PIC X(5)  VALUE " DEL ".
        05   TOTALE-MASSIMO-DATA   PIC X(10).
        05   FILLER                PIC X(11) VALUE "  IN CORSO ".
        05   TOTALE-IN-CORSO       PIC ZZZZ9.
        05   FILLER                PIC X(14) VALUE "  PIANIFICATI ".
        05   TOTALE-PIANIF         PIC ZZZZ9.
      *
       01  RIGA-INCIDENTI.
        05   FILLER                PIC X(12) VALUE SPACE.
        05   FILLER                PIC X(26) VALUE
             "INCIDENTI NEGLI INTERVALLI".
        05   FILLER                PIC X     VALUE SPACE.
        05   INCID-TOTALE          PIC ZZZZZZ9.
        05   FILLER                PIC X(17) VALUE
             "  REGIONI FERME  ".
        05   INCID-REGIONI         PIC ZZZZ9.
        05   FILLER                PIC X(27) VALUE
             "  PIU' LUNGO NELLA REGIONE ".
        05   INCID-REGIONE-MAX     PIC X(8).
        05   FILLER                PIC X(29) VALUE SPACE.
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
       BPVM027-MAIN.
      *
      *---- CATENA DEI LAVORI: INIZIO CORSA SUL LIBRO MASTRO E --------*
      *---- CONTROLLO DEI PREDECESSORI; SE UNO NON HA FINITO OGGI -----*
      *---- CON UN RC ACCETTATO IL PASSO NON GIRA E CHIUDE CON 12 -----*
           PERFORM INIZIO-CATENA      THRU EX-INIZIO-CATENA.
           IF PREDECESSORI-KO
              MOVE 12 TO RETURN-CODE
           ELSE
              PERFORM ESEGUI-BPVM027 THRU EX-ESEGUI-BPVM027
           END-IF.
           PERFORM FINE-CATENA        THRU EX-FINE-CATENA.
      *
           GOBACK.
      *
      *-------------------------------------------------------------*
      *------------------ ELABORAZIONE DEL PASSO ---------------------*
      *-------------------------------------------------------------*
       ESEGUI-BPVM027.
      *
           OPEN OUTPUT VMFERRPT-FILE.
      *
           PERFORM LEGGI-PARAMETRO    THRU EX-LEGGI-PARAMETRO.
           IF PARAMETRO-KO
              MOVE "SCHEDA PARAMETRO ERRATA, MESE NON MMAAAA"
                TO ERRORE-DESCR
              MOVE MESE-MMAAAA-X TO ERRORE-VALORE
              WRITE VMFERRPT-REC FROM RIGA-ERRORE
              CLOSE VMFERRPT-FILE
              MOVE 8 TO RETURN-CODE
              GO TO EX-ESEGUI-BPVM027.
      *
           PERFORM CALCOLA-MESE       THRU EX-CALCOLA-MESE.
           MOVE MESE-MM   TO MESE-ED-MM.
           MOVE MESE-AAAA TO MESE-ED-AAAA.
           MOVE MESE-EDIT TO TITOLO-MESE.
           WRITE VMFERRPT-REC FROM RIGA-TITOLO.
           WRITE VMFERRPT-REC FROM RIGA-VUOTA.
      *
           OPEN INPUT VMFERMO-FILE.
           IF NOT VMFERMO-OK
              MOVE "REGISTRO DEI FERMI VMFERMO NON DISPONIBILE, STATO"
                TO ERRORE-DESCR
              MOVE VMFERMO-STATUS TO ERRORE-VALORE
              WRITE VMFERRPT-REC FROM RIGA-ERRORE
              CLOSE VMFERRPT-FILE
              MOVE 8 TO RETURN-CODE
              GO TO EX-ESEGUI-BPVM027.
      *
           MOVE ZERO  TO TOT-TOTALI.
           MOVE SPACE TO RGN-REGIONE.
           PERFORM ESAMINA-FERMO      THRU EX-ESAMINA-FERMO
              UNTIL FINE-VMFERMO.
           IF RGN-REGIONE NOT = SPACE
              PERFORM CHIUDI-REGIONE  THRU EX-CHIUDI-REGIONE
           END-IF.
           CLOSE VMFERMO-FILE.
      *
      *---- TOTALE DI TUTTE LE REGIONI --------------------------------*
           IF TOT-REGIONI = ZERO
              MOVE "NESSUN FERMO INIZIATO NEL MESE" TO NOTA-DESCR
              WRITE VMFERRPT-REC FROM RIGA-NOTA
           ELSE
              MOVE "TUTTE:"         TO TOTALE-DESCR
              MOVE TOT-FERMI        TO RGN-FERMI
              MOVE TOT-MINUTI       TO RGN-MINUTI
              MOVE TOT-MASSIMO      TO RGN-MASSIMO
              MOVE TOT-MASSIMO-DATA TO RGN-MASSIMO-DATA
              MOVE TOT-IN-CORSO     TO RGN-IN-CORSO
              MOVE TOT-PIANIF       TO RGN-PIANIF
              PERFORM STAMPA-TOTALE THRU EX-STAMPA-TOTALE
              WRITE VMFERRPT-REC FROM RIGA-VUOTA
              WRITE VMFERRPT-REC FROM RIGA-TOTALE
              MOVE TOT-INCIDENTI    TO INCID-TOTALE
              MOVE TOT-REGIONI      TO INCID-REGIONI
              MOVE TOT-REGIONE-MAX  TO INCID-REGIONE-MAX
              WRITE VMFERRPT-REC FROM RIGA-INCIDENTI
           END-IF.
      *
           CLOSE VMFERRPT-FILE.
      *
      *---- FERMI DEL MESE NON ANCORA RIPRISTINATI = AVVERTIMENTO -----*
           IF TOT-IN-CORSO > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
      *
       EX-ESEGUI-BPVM027.
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
      *---- UN FERMO DEL REGISTRO (IN ORDINE DI REGIONE E PRIMO KO): -*
      *---- SE E' INIZIATO NEL MESE VA NELLA REGIONE E NEI TOTALI ----*
      *-------------------------------------------------------------*
       ESAMINA-FERMO.
      *
           READ VMFERMO-FILE NEXT
              AT END
                 SET FINE-VMFERMO TO TRUE
                 GO TO EX-ESAMINA-FERMO
           END-READ.
           ADD 1 TO CAT-LETTI.
           IF VMFERMO-INIZIO-DATA < MESE-DA OR
              VMFERMO-INIZIO-DATA > MESE-A
              GO TO EX-ESAMINA-FERMO.
      *
           IF VMFERMO-REGIONE NOT = RGN-REGIONE
              IF RGN-REGIONE NOT = SPACE
                 PERFORM CHIUDI-REGIONE THRU EX-CHIUDI-REGIONE
              END-IF
              MOVE VMFERMO-REGIONE  TO RGN-REGIONE
                                       REGIONE-NOME
              MOVE VMFERMO-EIBTRMID TO REGIONE-EIBTRMID
              MOVE ZERO             TO RGN-TOTALI
              ADD 1 TO TOT-REGIONI
              WRITE VMFERRPT-REC FROM RIGA-REGIONE
           END-IF.
      *
           PERFORM STAMPA-FERMO       THRU EX-STAMPA-FERMO.
      *
           ADD VMFERMO-INCIDENTI TO RGN-INCIDENTI
                                    TOT-INCIDENTI.
           EVALUATE TRUE
              WHEN VMFERMO-PIANIF
                 ADD 1 TO RGN-PIANIF
                          TOT-PIANIF
              WHEN VMFERMO-FINE-DATA = ZERO
                 ADD 1 TO RGN-IN-CORSO
                          TOT-IN-CORSO
              WHEN OTHER
                 ADD 1 TO RGN-FERMI
                          TOT-FERMI
                 ADD VMFERMO-DURATA TO RGN-MINUTI
                                       TOT-MINUTI
                 IF VMFERMO-DURATA > RGN-MASSIMO
                    MOVE VMFERMO-DURATA      TO RGN-MASSIMO
                    MOVE VMFERMO-INIZIO-DATA TO RGN-MASSIMO-DATA
                 END-IF
                 IF VMFERMO-DURATA > TOT-MASSIMO
                    MOVE VMFERMO-DURATA      TO TOT-MASSIMO
                    MOVE VMFERMO-INIZIO-DATA TO TOT-MASSIMO-DATA
                    MOVE VMFERMO-REGIONE     TO TOT-REGIONE-MAX
                 END-IF
           END-EVALUATE.
      *
       EX-ESAMINA-FERMO.
           EXIT.
      *
       STAMPA-FERMO.
      *
           MOVE VMFERMO-INIZIO-DATA   TO CONV-DATA-GIUL.
           PERFORM CONVERTI-DATA      THRU EX-CONVERTI-DATA.
           MOVE CONV-DATA-EDIT        TO FER-INIZIO-DATA.
           MOVE VMFERMO-INIZIO-ORA    TO FER-INIZIO-ORA.
           MOVE SPACE                 TO FER-NOTA.
           IF VMFERMO-FINE-DATA = ZERO
              MOVE "IN CORSO"         TO FER-FINE-DATA
              MOVE SPACE              TO FER-FINE-ORA
              MOVE "(IN CORSO)"       TO FER-NOTA
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
           IF VMFERMO-PIANIF
              MOVE "PIANIFICATO"      TO FER-NOTA
           END-IF.
           MOVE VMFERMO-DURATA        TO DUR-MINUTI.
           PERFORM EDITA-DURATA       THRU EX-EDITA-DURATA.
           MOVE DUR-EDIT              TO FER-DURATA.
           MOVE VMFERMO-CORSE-KO      TO FER-CORSE-KO.
           MOVE VMFERMO-INCIDENTI     TO FER-INCIDENTI.
           WRITE VMFERRPT-REC FROM RIGA-FERMO.
      *
       EX-STAMPA-FERMO.
           EXIT.
      *
      *---- RIGA DI TOTALE DELLA REGIONE APPENA CONCLUSA ---------------*
       CHIUDI-REGIONE.
      *
           MOVE "  REGIONE:"  TO TOTALE-DESCR.
           PERFORM STAMPA-TOTALE      THRU EX-STAMPA-TOTALE.
           WRITE VMFERRPT-REC FROM RIGA-TOTALE.
           WRITE VMFERRPT-REC FROM RIGA-VUOTA.
      *
       EX-CHIUDI-REGIONE.
           EXIT.
      *
      *---- NUMERO, FERMO TOTALE, MTTR E PIU' LUNGO DAI TOTALI RGN- ----*
       STAMPA-TOTALE.
      *
           MOVE RGN-FERMI    TO TOTALE-FERMI.
           MOVE RGN-MINUTI   TO DUR-MINUTI.
           PERFORM EDITA-DURATA       THRU EX-EDITA-DURATA.
           MOVE DUR-EDIT     TO TOTALE-MINUTI.
           IF RGN-FERMI > ZERO
              COMPUTE DUR-MINUTI ROUNDED = RGN-MINUTI / RGN-FERMI
              PERFORM EDITA-DURATA    THRU EX-EDITA-DURATA
              MOVE DUR-EDIT  TO TOTALE-MTTR
              MOVE RGN-MASSIMO TO DUR-MINUTI
              PERFORM EDITA-DURATA    THRU EX-EDITA-DURATA
              MOVE DUR-EDIT  TO TOTALE-MASSIMO
              MOVE RGN-MASSIMO-DATA TO CONV-DATA-GIUL
              PERFORM CONVERTI-DATA   THRU EX-CONVERTI-DATA
              MOVE CONV-DATA-EDIT TO TOTALE-MASSIMO-DATA
           ELSE
              MOVE "     -"  TO TOTALE-MTTR
                                TOTALE-MASSIMO
              MOVE SPACE     TO TOTALE-MASSIMO-DATA
           END-IF.
           MOVE RGN-IN-CORSO TO TOTALE-IN-CORSO.
           MOVE RGN-PIANIF   TO TOTALE-PIANIF.
      *
       EX-STAMPA-TOTALE.
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
       END PROGRAM BPVM027.
