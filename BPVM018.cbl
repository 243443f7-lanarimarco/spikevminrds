       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BPVM018.
      *------------------------------------------------*
      *     STATO GIORNALIERO DELLA CATENA DEI LAVORI   *
      *------------------------------------------------*
      *   LEGGE IL LIBRO MASTRO COMUNE VMJOBLED, SUL    *
      *   QUALE OGNI PROGRAMMA BPVM ANNOTA INIZIO E     *
      *   FINE DELLE SUE CORSE, E PER IL GIORNO DELLA   *
      *   SCHEDA (VUOTA = OGGI) STAMPA PER OGNI LAVORO  *
      *   DELLA CATENA ATTESA (SCHEDE VMJOBCAT) E PER   *
      *   OGNI ALTRO LAVORO GIRATO NEL GIORNO: CORSE,   *
      *   ORA DI INIZIO E FINE, RC, RECORD LETTI E      *
      *   SCRITTI DELL'ULTIMA CORSA E LO STATO:         *
      *   ESEGUITO, SALTATO (PREDECESSORE NON CONCLUSO, *
      *   RC 12), IN CORSO O INTERROTTO, MANCANTE.      *
      *   CHIUDE CON CC=8 SE MANCA O SI E' INTERROTTO   *
      *   UN LAVORO DELLA CATENA, CC=4 SE ALMENO UNO E' *
      *   STATO SALTATO, CC=8 ANCHE PER SCHEDA ERRATA.  *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.                         *CSTD
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--------------------------------------------------------------*
      *    SCHEDA PARAMETRO (FACOLTATIVA): COL. 1-8 GIORNO DA         *
      *    ESAMINARE GGMMAAAA (VUOTA = OGGI)                          *
      *--------------------------------------------------------------*
           SELECT BPVMPAR-FILE ASSIGN TO BPVMPAR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS BPVMPAR-STATUS.
      *--------------------------------------------------------------*
      *    CATENA ATTESA OGNI GIORNO: COL. 1-8 PROGRAMMA              *
      *--------------------------------------------------------------*
           SELECT VMJOBCAT-FILE ASSIGN TO VMJOBCAT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS VMJOBCAT-STATUS.
      *--------------------------------------------------------------*
      *    PROSPETTO DELLO STATO DELLA CATENA                         *
      *--------------------------------------------------------------*
           SELECT VMJOBRPT-FILE ASSIGN TO VMJOBRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS VMJOBRPT-STATUS.
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
           05  BPVMPAR-GIORNO        PIC X(8).
           05  FILLER                PIC X(72).
      *
       FD  VMJOBCAT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMJOBCAT-REC.
           05  VMJOBCAT-PROGRAMMA    PIC X(8).
           05  FILLER                PIC X(72).
      *
       FD  VMJOBRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMJOBRPT-REC              PIC X(132).
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
        05   VMJOBCAT-STATUS               PIC XX VALUE "00".
             88  VMJOBCAT-OK                      VALUE "00".
        05   VMJOBRPT-STATUS               PIC XX VALUE "00".
             88  VMJOBRPT-OK                      VALUE "00".
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
        05   FLAG-FINE-JOBCAT              PIC 9   VALUE ZERO.
             88  FINE-JOBCAT                      VALUE 1.
        05   FLAG-PARAMETRO-KO             PIC 9   VALUE ZERO.
             88  PARAMETRO-KO                     VALUE 1.
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
        05   CAT-PROGRAMMA         PIC X(8)  VALUE "BPVM018".
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
      *       GIORNO ESAMINATO, NEL FORMATO GGMMAAAA DEL LIBRO       *
      *       MASTRO                                                 *
      *--------------------------------------------------------------*
       01  GIORNO-AREE.
        05   GIORNO-GGMMAAAA.
             10 GIORNO-GG          PIC 99.
             10 GIORNO-MM          PIC 99.
             10 GIORNO-AAAA        PIC 9(4).
        05   GIORNO-GGMMAAAA-X REDEFINES GIORNO-GGMMAAAA PIC X(8).
      *--------------------------------------------------------------*
      *       LAVORI DEL GIORNO: QUELLI DELLA CATENA ATTESA PER      *
      *       PRIMI, POI QUELLI TROVATI SOLO SUL LIBRO MASTRO; PER   *
      *       OGNUNO L'ULTIMO INIZIO E L'ULTIMA FINE ANNOTATI        *
      *--------------------------------------------------------------*
       01  TABELLA-LAVORI.
        05   LAV-MAX               PIC 9(4) COMP-4 VALUE 50.
        05   LAV-USATI             PIC 9(4) COMP-4 VALUE ZERO.
        05   LAV-IND               PIC 9(4) COMP-4 VALUE ZERO.
        05   LAV-CERCA             PIC X(8) VALUE SPACE.
        05   FLAG-LAV-TRABOCCO     PIC 9    VALUE ZERO.
             88  LAV-TRABOCCO             VALUE 1.
        05   FLAG-LAV-TROVATO      PIC 9    VALUE ZERO.
             88  LAV-TROVATO              VALUE 1.
        05   LAV-ELEM OCCURS 50.
             10 LAV-PROGRAMMA      PIC X(8).
             10 LAV-ATTESO         PIC X.
                88  LAV-IN-CATENA          VALUE "S".
             10 LAV-INIZI          PIC 9(4) COMP-4.
             10 LAV-CORSE          PIC 9(4) COMP-4.
             10 LAV-ULTIMO-INIZIO  PIC X(6).
             10 LAV-ORA-INIZIO     PIC X(6).
             10 LAV-ORA-FINE       PIC X(6).
             10 LAV-RC             PIC 9(4).
             10 LAV-LETTI          PIC 9(9) COMP-4.
             10 LAV-SCRITTI        PIC 9(9) COMP-4.
             10 LAV-MANCANTE       PIC X(8).
      *--------------------------------------------------------------*
      *       CONTATORI PER IL PROSPETTO E IL CONDITION CODE         *
      *--------------------------------------------------------------*
       01  CONTA-AREE.
        05   CONTA-ESEGUITI        PIC 9(4) COMP-4 VALUE ZERO.
        05   CONTA-SALTATI         PIC 9(4) COMP-4 VALUE ZERO.
        05   CONTA-INTERROTTI      PIC 9(4) COMP-4 VALUE ZERO.
        05   CONTA-MANCANTI        PIC 9(4) COMP-4 VALUE ZERO.
        05   CONTA-FUORI-CATENA    PIC 9(4) COMP-4 VALUE ZERO.
      *--------------------------------------------------------------*
      *       RIGHE DEL PROSPETTO                                    *
      *--------------------------------------------------------------*
       01  RIGA-TITOLO.
        05   FILLER                PIC X(49) VALUE
             "STATO DELLA CATENA DEI LAVORI VM00 - GIORNO      ".
        05   TITOLO-DATA.
             10 TITOLO-GG          PIC 99.
             10 FILLER             PIC X VALUE "/".
             10 TITOLO-MM          PIC 99.
             10 FILLER             PIC X VALUE "/".
             10 TITOLO-AAAA        PIC 9(4).
        05   FILLER                PIC X(73) VALUE SPACE.
      *
       01  RIGA-INTESTAZIONE.
        05   FILLER                PIC X(10) VALUE "PROGRAMMA ".
        05   FILLER                PIC X(8)  VALUE "CATENA  ".
        05   FILLER                PIC X(6)  VALUE "CORSE ".
        05   FILLER                PIC X(10) VALUE "INIZIO    ".
        05   FILLER                PIC X(10) VALUE "FINE      ".
        05   FILLER                PIC X(6)  VALUE "  RC  ".
        05   FILLER                PIC X(11) VALUE "     LETTI ".
        05   FILLER                PIC X(11) VALUE "   SCRITTI ".
        05   FILLER                PIC X(23) VALUE
             " STATO".
        05   FILLER                PIC X(12) VALUE "PREDECESSORE".
        05   FILLER                PIC X(25) VALUE SPACE.
      *
       01  RIGA-LAVORO.
        05   LAVORO-PROGRAMMA      PIC X(8)  VALUE SPACE.
        05   FILLER                PIC X(2)  VALUE SPACE.
        05   LAVORO-CATENA         PIC X(6)  VALUE SPACE.
        05   FILLER                PIC X(2)  VALUE SPACE.
        05   LAVORO-CORSE          PIC ZZZ9.
        05   FILLER                PIC X(2)  VALUE SPACE.
        05   LAVORO-INIZIO         PIC X(8)  VALUE SPACE.
        05   FILLER                PIC X(2)  VALUE SPACE.
        05   LAVORO-FINE           PIC X(8)  VALUE SPACE.
        05   FILLER                PIC X(2)  VALUE SPACE.
        05   LAVORO-RC             PIC X(4)  VALUE SPACE.
        05   FILLER                PIC X(2)  VALUE SPACE.
        05   LAVORO-LETTI          PIC X(9)  VALUE SPACE.
        05   FILLER                PIC X(2)  VALUE SPACE.
        05   LAVORO-SCRITTI        PIC X(9)  VALUE SPACE.
        05   FILLER                PIC X(2)  VALUE SPACE.
        05   LAVORO-STATO          PIC X(21) VALUE SPACE.
        05   FILLER                PIC X(2)  VALUE SPACE.
        05   LAVORO-MANCANTE       PIC X(8)  VALUE SPACE.
        05   FILLER                PIC X(29) VALUE SPACE.
      *
       01  NUMERO-EDIT             PIC ZZZZZZZZ9.
       01  RC-EDIT                 PIC ZZZ9.
      *
      *---- ORA HHMMSS DEL LIBRO MASTRO E SUA FORMA HH:MM:SS ----------*
       01  ORA-LAVORO.
        05   ORA-LAV-HH            PIC XX.
        05   ORA-LAV-MI            PIC XX.
        05   ORA-LAV-SS            PIC XX.
       01  ORA-EDIT.
        05   ORA-ED-HH             PIC XX.
        05   FILLER                PIC X VALUE ":".
        05   ORA-ED-MI             PIC XX.
        05   FILLER                PIC X VALUE ":".
        05   ORA-ED-SS             PIC XX.
      *
       01  RIGA-TOTALI.
        05   FILLER                PIC X(10) VALUE "ESEGUITI  ".
        05   TOT-ESEGUITI          PIC ZZZ9.
        05   FILLER                PIC X(11) VALUE "  SALTATI  ".
        05   TOT-SALTATI           PIC ZZZ9.
        05   FILLER                PIC X(14) VALUE "  INTERROTTI  ".
        05   TOT-INTERROTTI        PIC ZZZ9.
        05   FILLER                PIC X(12) VALUE "  MANCANTI  ".
        05   TOT-MANCANTI          PIC ZZZ9.
        05   FILLER                PIC X(16) VALUE "  FUORI CATENA  ".
        05   TOT-FUORI-CATENA      PIC ZZZ9.
        05   FILLER                PIC X(49) VALUE SPACE.
      *
       01  RIGA-TRABOCCO.
        05   FILLER                PIC X(50) VALUE
             "ALTRI LAVORI OLTRE CAPIENZA DELLA TABELLA IGNORATI".
        05   FILLER                PIC X(82) VALUE SPACE.
      *
       01  RIGA-ERRORE.
        05   FILLER                PIC X(50) VALUE
             "SCHEDA PARAMETRO MALFORMATA: GIORNO GGMMAAAA IN CO".
        05   FILLER                PIC X(8)  VALUE "L. 1-8".
        05   FILLER                PIC X(74) VALUE SPACE.
      *
       01  RIGA-VUOTA              PIC X(132) VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *-------------------------------------------------------------*
      *------------------------ MAINLINE -----------------------------*
      *-------------------------------------------------------------*
       BPVM018-MAIN.
      *
      *---- CATENA DEI LAVORI: INIZIO CORSA SUL LIBRO MASTRO E --------*
      *---- CONTROLLO DEI PREDECESSORI; SE UNO NON HA FINITO OGGI -----*
      *---- CON UN RC ACCETTATO IL PASSO NON GIRA E CHIUDE CON 12 -----*
           PERFORM INIZIO-CATENA      THRU EX-INIZIO-CATENA.
           IF PREDECESSORI-KO
              MOVE 12 TO RETURN-CODE
           ELSE
              PERFORM ESEGUI-BPVM018 THRU EX-ESEGUI-BPVM018
           END-IF.
           PERFORM FINE-CATENA        THRU EX-FINE-CATENA.
      *
           GOBACK.
      *
      *-------------------------------------------------------------*
      *------------------ ELABORAZIONE DEL PASSO ---------------------*
      *-------------------------------------------------------------*
       ESEGUI-BPVM018.
      *
           OPEN OUTPUT VMJOBRPT-FILE.
           PERFORM LEGGI-PARAMETRO THRU EX-LEGGI-PARAMETRO.
           IF PARAMETRO-KO
              WRITE VMJOBRPT-REC FROM RIGA-ERRORE
              CLOSE VMJOBRPT-FILE
              MOVE 8 TO RETURN-CODE
              GO TO EX-ESEGUI-BPVM018.
      *
           MOVE GIORNO-GG   TO TITOLO-GG.
           MOVE GIORNO-MM   TO TITOLO-MM.
           MOVE GIORNO-AAAA TO TITOLO-AAAA.
           WRITE VMJOBRPT-REC FROM RIGA-TITOLO.
           WRITE VMJOBRPT-REC FROM RIGA-VUOTA.
           WRITE VMJOBRPT-REC FROM RIGA-INTESTAZIONE.
           WRITE VMJOBRPT-REC FROM RIGA-VUOTA.
      *
           PERFORM CARICA-CATENA   THRU EX-CARICA-CATENA.
           PERFORM ESAMINA-LIBRO   THRU EX-ESAMINA-LIBRO.
           PERFORM STAMPA-LAVORO   THRU EX-STAMPA-LAVORO
              VARYING LAV-IND FROM 1 BY 1
              UNTIL LAV-IND > LAV-USATI.
      *
           WRITE VMJOBRPT-REC FROM RIGA-VUOTA.
           IF LAV-TRABOCCO
              WRITE VMJOBRPT-REC FROM RIGA-TRABOCCO
           END-IF.
           MOVE CONTA-ESEGUITI     TO TOT-ESEGUITI.
           MOVE CONTA-SALTATI      TO TOT-SALTATI.
           MOVE CONTA-INTERROTTI   TO TOT-INTERROTTI.
           MOVE CONTA-MANCANTI     TO TOT-MANCANTI.
           MOVE CONTA-FUORI-CATENA TO TOT-FUORI-CATENA.
           WRITE VMJOBRPT-REC FROM RIGA-TOTALI.
           CLOSE VMJOBRPT-FILE.
      *
           IF CONTA-MANCANTI > ZERO OR CONTA-INTERROTTI > ZERO
              MOVE 8 TO RETURN-CODE
           ELSE
              IF CONTA-SALTATI > ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
      *
       EX-ESEGUI-BPVM018.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- GIORNO DA ESAMINARE: DALLA SCHEDA O, SE ASSENTE, OGGI ----*
      *-------------------------------------------------------------*
       LEGGI-PARAMETRO.
      *
      *---- LA DATA DI SISTEMA E' GIA' STATA PRESA PER LA CATENA ------*
           MOVE CAT-GG   TO GIORNO-GG.
           MOVE CAT-MM   TO GIORNO-MM.
           MOVE CAT-AAAA TO GIORNO-AAAA.
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
           IF BPVMPAR-GIORNO = SPACE OR LOW-VALUE
              GO TO EX-LEGGI-PARAMETRO.
           IF BPVMPAR-GIORNO NOT NUMERIC
              SET PARAMETRO-KO TO TRUE
              GO TO EX-LEGGI-PARAMETRO.
           MOVE BPVMPAR-GIORNO TO GIORNO-GGMMAAAA-X.
           IF GIORNO-MM < 1 OR GIORNO-MM > 12 OR
              GIORNO-GG < 1 OR GIORNO-GG > 31
              SET PARAMETRO-KO TO TRUE
           END-IF.
      *
       EX-LEGGI-PARAMETRO.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- CATENA ATTESA: UN LAVORO PER SCHEDA, NELL'ORDINE IN CUI --*
      *---- VA STAMPATO; SCHEDE ASSENTI = NESSUN LAVORO ATTESO --------*
      *-------------------------------------------------------------*
       CARICA-CATENA.
      *
           OPEN INPUT VMJOBCAT-FILE.
           IF NOT VMJOBCAT-OK
              GO TO EX-CARICA-CATENA.
           PERFORM LEGGI-CATENA-ATTESA THRU EX-LEGGI-CATENA-ATTESA
              UNTIL FINE-JOBCAT.
           CLOSE VMJOBCAT-FILE.
      *
       EX-CARICA-CATENA.
           EXIT.
      *
       LEGGI-CATENA-ATTESA.
      *
           READ VMJOBCAT-FILE
              AT END
                 SET FINE-JOBCAT TO TRUE
                 GO TO EX-LEGGI-CATENA-ATTESA
           END-READ.
           IF VMJOBCAT-PROGRAMMA = SPACE
              GO TO EX-LEGGI-CATENA-ATTESA.
      *
           MOVE VMJOBCAT-PROGRAMMA TO LAV-CERCA.
           PERFORM CERCA-LAVORO THRU EX-CERCA-LAVORO.
           IF LAV-TROVATO
              MOVE "S" TO LAV-ATTESO (LAV-IND)
           END-IF.
      *
       EX-LEGGI-CATENA-ATTESA.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- RICERCA DEL LAVORO IN TABELLA, CON INSERIMENTO IN CODA ---*
      *---- SE NUOVO (LAV-IND RESTA SULLA VOCE TROVATA O AGGIUNTA) ---*
      *-------------------------------------------------------------*
       CERCA-LAVORO.
      *
           MOVE ZERO TO FLAG-LAV-TROVATO.
           PERFORM CONFRONTA-LAVORO THRU EX-CONFRONTA-LAVORO
              VARYING LAV-IND FROM 1 BY 1
              UNTIL LAV-IND > LAV-USATI OR LAV-TROVATO.
           IF LAV-TROVATO
              SUBTRACT 1 FROM LAV-IND
              GO TO EX-CERCA-LAVORO.
      *
           IF LAV-USATI NOT < LAV-MAX
              SET LAV-TRABOCCO TO TRUE
              GO TO EX-CERCA-LAVORO.
           ADD 1 TO LAV-USATI.
           MOVE LAV-USATI    TO LAV-IND.
           MOVE LAV-CERCA    TO LAV-PROGRAMMA (LAV-IND).
           MOVE "N"          TO LAV-ATTESO (LAV-IND).
           MOVE ZERO         TO LAV-INIZI (LAV-IND)
                                LAV-CORSE (LAV-IND)
                                LAV-RC (LAV-IND)
                                LAV-LETTI (LAV-IND)
                                LAV-SCRITTI (LAV-IND).
           MOVE SPACE        TO LAV-ULTIMO-INIZIO (LAV-IND)
                                LAV-ORA-INIZIO (LAV-IND)
                                LAV-ORA-FINE (LAV-IND)
                                LAV-MANCANTE (LAV-IND).
           SET LAV-TROVATO TO TRUE.
      *
       EX-CERCA-LAVORO.
           EXIT.
      *
       CONFRONTA-LAVORO.
      *
           IF LAV-PROGRAMMA (LAV-IND) = LAV-CERCA
              SET LAV-TROVATO TO TRUE
           END-IF.
      *
       EX-CONFRONTA-LAVORO.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- SCORRE IL LIBRO MASTRO: DEL GIORNO ESAMINATO TIENE ------*
      *---- L'ULTIMO INIZIO E L'ULTIMA FINE DI OGNI LAVORO (QUESTO ---*
      *---- PROSPETTO, CHE STA GIRANDO, NON VIENE ELENCATO) ----------*
      *-------------------------------------------------------------*
       ESAMINA-LIBRO.
      *
           MOVE ZERO TO FLAG-FINE-JOBLED.
           OPEN INPUT VMJOBLED-FILE.
           IF NOT VMJOBLED-OK
              GO TO EX-ESAMINA-LIBRO.
           PERFORM ESAMINA-UNA-CORSA THRU EX-ESAMINA-UNA-CORSA
              UNTIL FINE-JOBLED.
           CLOSE VMJOBLED-FILE.
      *
       EX-ESAMINA-LIBRO.
           EXIT.
      *
       ESAMINA-UNA-CORSA.
      *
           READ VMJOBLED-FILE NEXT
              AT END
                 SET FINE-JOBLED TO TRUE
                 GO TO EX-ESAMINA-UNA-CORSA
           END-READ.
           ADD 1 TO CAT-LETTI.
           IF VMJOBLED-DATA NOT = GIORNO-GGMMAAAA-X OR
              VMJOBLED-PROGRAMMA = CAT-PROGRAMMA
              GO TO EX-ESAMINA-UNA-CORSA.
      *
           MOVE VMJOBLED-PROGRAMMA TO LAV-CERCA.
           PERFORM CERCA-LAVORO THRU EX-CERCA-LAVORO.
           IF NOT LAV-TROVATO
              GO TO EX-ESAMINA-UNA-CORSA.
      *
           IF VMJOBLED-INIZIO
              ADD 1 TO LAV-INIZI (LAV-IND)
              MOVE VMJOBLED-ORA-INIZIO TO LAV-ULTIMO-INIZIO (LAV-IND)
              GO TO EX-ESAMINA-UNA-CORSA.
      *
           ADD 1 TO LAV-CORSE (LAV-IND).
           MOVE VMJOBLED-ORA-INIZIO    TO LAV-ORA-INIZIO (LAV-IND).
           MOVE VMJOBLED-ORA-FINE      TO LAV-ORA-FINE (LAV-IND).
           MOVE VMJOBLED-MANCANTE      TO LAV-MANCANTE (LAV-IND).
           IF VMJOBLED-RC NUMERIC
              MOVE VMJOBLED-RC         TO LAV-RC (LAV-IND)
           END-IF.
           IF VMJOBLED-LETTI NUMERIC
              MOVE VMJOBLED-LETTI      TO LAV-LETTI (LAV-IND)
           END-IF.
           IF VMJOBLED-SCRITTI NUMERIC
              MOVE VMJOBLED-SCRITTI    TO LAV-SCRITTI (LAV-IND)
           END-IF.
      *
       EX-ESAMINA-UNA-CORSA.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- UNA RIGA PER LAVORO CON LO STATO DELL'ULTIMA CORSA: UN ---*
      *---- INIZIO SENZA FINE, PIU' RECENTE DELL'ULTIMA FINE, E' UNA -*
      *---- CORSA ANCORA IN ATTO O TERMINATA IN ABEND; UN ABEND ------*
      *---- SEGUITO DA UNA RIPETIZIONE CONCLUSA NON VIENE SEGNALATO --*
      *-------------------------------------------------------------*
       STAMPA-LAVORO.
      *
           MOVE SPACE                     TO RIGA-LAVORO.
           MOVE LAV-PROGRAMMA (LAV-IND)   TO LAVORO-PROGRAMMA.
           MOVE LAV-CORSE (LAV-IND)       TO LAVORO-CORSE.
           IF LAV-IN-CATENA (LAV-IND)
              MOVE "SI"                   TO LAVORO-CATENA
           ELSE
              MOVE "NO"                   TO LAVORO-CATENA
              ADD 1 TO CONTA-FUORI-CATENA
           END-IF.
      *
           IF LAV-ULTIMO-INIZIO (LAV-IND) = SPACE
              MOVE "MANCANTE"             TO LAVORO-STATO
              ADD 1 TO CONTA-MANCANTI
              WRITE VMJOBRPT-REC FROM RIGA-LAVORO
              GO TO EX-STAMPA-LAVORO.
      *
           IF LAV-INIZI (LAV-IND) > LAV-CORSE (LAV-IND) AND
              (LAV-CORSE (LAV-IND) = ZERO OR
               LAV-ULTIMO-INIZIO (LAV-IND) > LAV-ORA-FINE (LAV-IND))
              MOVE LAV-ULTIMO-INIZIO (LAV-IND) TO ORA-LAVORO
              PERFORM EDITA-ORA THRU EX-EDITA-ORA
              MOVE ORA-EDIT               TO LAVORO-INIZIO
              MOVE "IN CORSO/INTERROTTO"  TO LAVORO-STATO
              IF LAV-IN-CATENA (LAV-IND)
                 ADD 1 TO CONTA-INTERROTTI
              END-IF
              WRITE VMJOBRPT-REC FROM RIGA-LAVORO
              GO TO EX-STAMPA-LAVORO.
      *
           MOVE LAV-ORA-INIZIO (LAV-IND)  TO ORA-LAVORO.
           PERFORM EDITA-ORA THRU EX-EDITA-ORA.
           MOVE ORA-EDIT                  TO LAVORO-INIZIO.
           MOVE LAV-ORA-FINE (LAV-IND)    TO ORA-LAVORO.
           PERFORM EDITA-ORA THRU EX-EDITA-ORA.
           MOVE ORA-EDIT                  TO LAVORO-FINE.
           MOVE LAV-RC (LAV-IND)          TO RC-EDIT.
           MOVE RC-EDIT                   TO LAVORO-RC.
           MOVE LAV-LETTI (LAV-IND)       TO NUMERO-EDIT.
           MOVE NUMERO-EDIT               TO LAVORO-LETTI.
           MOVE LAV-SCRITTI (LAV-IND)     TO NUMERO-EDIT.
           MOVE NUMERO-EDIT               TO LAVORO-SCRITTI.
      *
           IF LAV-RC (LAV-IND) = 12
              MOVE "SALTATO"              TO LAVORO-STATO
              MOVE LAV-MANCANTE (LAV-IND) TO LAVORO-MANCANTE
              ADD 1 TO CONTA-SALTATI
           ELSE
              MOVE "ESEGUITO"             TO LAVORO-STATO
              ADD 1 TO CONTA-ESEGUITI
           END-IF.
           WRITE VMJOBRPT-REC FROM RIGA-LAVORO.
      *
       EX-STAMPA-LAVORO.
           EXIT.
      *
      *---- HHMMSS DEL LIBRO MASTRO IN HH:MM:SS -----------------------*
       EDITA-ORA.
      *
           MOVE ORA-LAV-HH TO ORA-ED-HH.
           MOVE ORA-LAV-MI TO ORA-ED-MI.
           MOVE ORA-LAV-SS TO ORA-ED-SS.
      *
       EX-EDITA-ORA.
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
       END PROGRAM BPVM018.
