       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BPVM016.
      *------------------------------------------------*
      *     PROSPETTO DEL GIORNALE MODIFICHE VMAUDIT    *
      *------------------------------------------------*
      *   LEGGE IL GIORNALE DELLE MODIFICHE SCRITTO     *
      *   DALLE TRANSAZIONI VM01/VM04 E DAI CARICHI     *
      *   BPVM008, BPVM010, BPVM014, BPVM015 E NE       *
      *   STAMPA LE RIGHE SELEZIONATE DALLA SCHEDA      *
      *   PARAMETRO (INTERVALLO DI DATE, FILE, UTENTE)  *
      *   CON LE IMMAGINI DEL RECORD PRIMA E DOPO LA    *
      *   MODIFICA. CHIUDE CON CC=4 SE NESSUNA RIGA     *
      *   E' STATA SELEZIONATA, CC=8 SE LA SCHEDA E'    *
      *   MALFORMATA.                                   *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.                         *CSTD
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--------------------------------------------------------------*
      *    SCHEDA PARAMETRO (FACOLTATIVA): COL. 1-8 DATA INIZIALE    *
      *    GGMMAAAA, COL. 10-17 DATA FINALE GGMMAAAA, COL. 19-26     *
      *    FILE, COL. 28-42 UTENTE (CAMPO VUOTO = NESSUN FILTRO)     *
      *--------------------------------------------------------------*
           SELECT BPVMPAR-FILE ASSIGN TO BPVMPAR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS BPVMPAR-STATUS.
      *--------------------------------------------------------------*
      *    GIORNALE DELLE MODIFICHE AI FILE DI SERVIZIO VM00          *
      *--------------------------------------------------------------*
           SELECT VMAUDIT-FILE ASSIGN TO VMAUDIT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS VMAUDIT-STATUS.
      *--------------------------------------------------------------*
      *    PROSPETTO DELLE MODIFICHE SELEZIONATE                      *
      *--------------------------------------------------------------*
           SELECT VMAUDRPT-FILE ASSIGN TO VMAUDRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS VMAUDRPT-STATUS.
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
           05  BPVMPAR-DATA-DA       PIC X(8).
           05  FILLER                PIC X(1).
           05  BPVMPAR-DATA-A        PIC X(8).
           05  FILLER                PIC X(1).
           05  BPVMPAR-FILE-SEL      PIC X(8).
           05  FILLER                PIC X(1).
           05  BPVMPAR-UTENTE        PIC X(15).
           05  FILLER                PIC X(38).
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
       FD  VMAUDRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMAUDRPT-REC              PIC X(132).
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
        05   VMAUDIT-STATUS                PIC XX VALUE "00".
             88  VMAUDIT-OK                       VALUE "00".
             88  VMAUDIT-NON-ESISTE               VALUE "35".
        05   VMAUDRPT-STATUS               PIC XX VALUE "00".
             88  VMAUDRPT-OK                      VALUE "00".
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
        05   FLAG-FINE-VMAUDIT             PIC 9   VALUE ZERO.
             88  FINE-VMAUDIT                     VALUE 1.
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
        05   CAT-PROGRAMMA         PIC X(8)  VALUE "BPVM016".
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
      *       SELEZIONE RICHIESTA: DATE GIULIANE 0CAADDD, FILE E     *
      *       UTENTE (SPAZIO = TUTTI)                                *
      *--------------------------------------------------------------*
       01  SELEZIONE-AREE.
        05   SEL-GIUL-DA           PIC S9(7) COMP-3 VALUE ZERO.
        05   SEL-GIUL-A            PIC S9(7) COMP-3 VALUE +9999999.
        05   SEL-DATA-DA           PIC X(10) VALUE "INIZIO".
        05   SEL-DATA-A            PIC X(10) VALUE "OGGI".
        05   SEL-FILE              PIC X(8)  VALUE SPACE.
        05   SEL-UTENTE            PIC X(15) VALUE SPACE.
      *--------------------------------------------------------------*
      *       DATA DELLA SCHEDA: DA GGMMAAAA A GIULIANA 0CAADDD      *
      *--------------------------------------------------------------*
       01  LIMITE-AREE.
        05   LIMITE-GGMMAAAA.
             10 LIMITE-GG          PIC 99.
             10 LIMITE-MM          PIC 99.
             10 LIMITE-SS          PIC 99.
             10 LIMITE-AA          PIC 99.
        05   LIMITE-GGMMAAAA-X REDEFINES LIMITE-GGMMAAAA PIC X(8).
        05   LIMITE-GIULIANA       PIC S9(7) COMP-3 VALUE ZERO.
        05   LIMITE-SECOLO         PIC 9     VALUE ZERO.
        05   LIMITE-DDD            PIC 9(3)  COMP-4 VALUE ZERO.
        05   LIMITE-IND            PIC 9(3)  COMP-4 VALUE ZERO.
        05   LIMITE-RESTO          PIC 9(3)  COMP-4 VALUE ZERO.
        05   LIMITE-QUOZIENTE      PIC 9(3)  COMP-4 VALUE ZERO.
        05   LIMITE-DATA-EDIT      PIC X(10) VALUE SPACE.
        05   FILLER  VALUE "312831303130313130313031".
             10 MESE-GG            PIC 99 OCCURS 12.
      *--------------------------------------------------------------*
      *       DA DATA GIULIANA 0CAADDD A GG/MM/AAAA PER LA STAMPA    *
      *--------------------------------------------------------------*
       01  CONV-DATA-AREE.
        05   CONV-DATA-GIUL        PIC S9(7) COMP-3 VALUE ZERO.
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
        05   CONV-ORA              PIC 9(7)  VALUE ZERO.
        05   CONV-ORA-R REDEFINES CONV-ORA.
             10 FILLER             PIC 9.
             10 CONV-HH            PIC 99.
             10 CONV-MI            PIC 99.
             10 CONV-SS            PIC 99.
      *--------------------------------------------------------------*
      *       CONTATORI PER IL PROSPETTO E IL CONDITION CODE         *
      *--------------------------------------------------------------*
       01  CONTA-AREE.
        05   CONTA-LETTI           PIC 9(7) COMP-4 VALUE ZERO.
        05   CONTA-SELEZIONATI     PIC 9(7) COMP-4 VALUE ZERO.
        05   CONTA-INSERIMENTI     PIC 9(7) COMP-4 VALUE ZERO.
        05   CONTA-SOSTITUZIONI    PIC 9(7) COMP-4 VALUE ZERO.
        05   CONTA-CANCELLAZIONI   PIC 9(7) COMP-4 VALUE ZERO.
      *--------------------------------------------------------------*
      *       IMMAGINE PRIMA O DOPO IN PEZZI DA 100 CARATTERI: SI    *
      *       STAMPANO FINO ALL'ULTIMO PEZZO NON VUOTO               *
      *--------------------------------------------------------------*
       01  IMMAGINE-AREE.
        05   IMM-AREA              PIC X(1100) VALUE SPACE.
        05   IMM-AREA-R REDEFINES IMM-AREA.
             10 IMM-PEZZO          PIC X(100) OCCURS 11.
        05   IMM-NUM               PIC 9(4)  COMP-4 VALUE ZERO.
        05   IMM-ULTIMO            PIC 9(4)  COMP-4 VALUE ZERO.
      *--------------------------------------------------------------*
      *       RIGHE DEL PROSPETTO                                    *
      *--------------------------------------------------------------*
       01  RIGA-TITOLO.
        05   FILLER                PIC X(37) VALUE
             "GIORNALE MODIFICHE FILE VM00 - DAL  ".
        05   TITOLO-DATA-DA        PIC X(10) VALUE SPACE.
        05   FILLER                PIC X(4)  VALUE " AL ".
        05   TITOLO-DATA-A         PIC X(10) VALUE SPACE.
        05   FILLER                PIC X(7)  VALUE " FILE ".
        05   TITOLO-FILE           PIC X(8)  VALUE SPACE.
        05   FILLER                PIC X(8)  VALUE " UTENTE ".
        05   TITOLO-UTENTE         PIC X(15) VALUE SPACE.
        05   FILLER                PIC X(33) VALUE SPACE.
      *
       01  RIGA-INTESTAZIONE.
        05   FILLER                PIC X(11) VALUE "DATA       ".
        05   FILLER                PIC X(9)  VALUE "ORA      ".
        05   FILLER                PIC X(16) VALUE "UTENTE          ".
        05   FILLER                PIC X(16) VALUE "TERMINALE       ".
        05   FILLER                PIC X(9)  VALUE "PROGRAM. ".
        05   FILLER                PIC X(9)  VALUE "FILE     ".
        05   FILLER                PIC X(14) VALUE "OPERAZIONE    ".
        05   FILLER                PIC X(20) VALUE "CHIAVE".
        05   FILLER                PIC X(28) VALUE SPACE.
      *
       01  RIGA-DETTAGLIO.
        05   DET-DATA              PIC X(10) VALUE SPACE.
        05   FILLER                PIC X(1)  VALUE SPACE.
        05   DET-ORA               PIC X(8)  VALUE SPACE.
        05   FILLER                PIC X(1)  VALUE SPACE.
        05   DET-UTENTE            PIC X(15) VALUE SPACE.
        05   FILLER                PIC X(1)  VALUE SPACE.
        05   DET-TERM              PIC X(15) VALUE SPACE.
        05   FILLER                PIC X(1)  VALUE SPACE.
        05   DET-PROGRAMMA         PIC X(8)  VALUE SPACE.
        05   FILLER                PIC X(1)  VALUE SPACE.
        05   DET-FILE              PIC X(8)  VALUE SPACE.
        05   FILLER                PIC X(1)  VALUE SPACE.
        05   DET-OPERAZIONE        PIC X(13) VALUE SPACE.
        05   FILLER                PIC X(1)  VALUE SPACE.
        05   DET-CHIAVE            PIC X(20) VALUE SPACE.
        05   FILLER                PIC X(28) VALUE SPACE.
      *
      *---- IMMAGINE DEL RECORD IN RIGHE DA 100 CARATTERI -------------*
       01  RIGA-IMMAGINE.
        05   FILLER                PIC X(4)  VALUE SPACE.
        05   IMM-ETICHETTA         PIC X(8)  VALUE SPACE.
        05   IMM-VALORE            PIC X(100) VALUE SPACE.
        05   FILLER                PIC X(20) VALUE SPACE.
      *
       01  RIGA-TOTALI.
        05   FILLER                PIC X(13) VALUE "RIGHE LETTE  ".
        05   TOT-LETTI             PIC ZZZZZZ9.
        05   FILLER                PIC X(15) VALUE "  SELEZIONATE  ".
        05   TOT-SELEZIONATI       PIC ZZZZZZ9.
        05   FILLER                PIC X(15) VALUE "  INSERIMENTI  ".
        05   TOT-INSERIMENTI       PIC ZZZZZZ9.
        05   FILLER                PIC X(16) VALUE "  SOSTITUZIONI  ".
        05   TOT-SOSTITUZIONI      PIC ZZZZZZ9.
        05   FILLER                PIC X(17) VALUE "  CANCELLAZIONI  ".
        05   TOT-CANCELLAZIONI     PIC ZZZZZZ9.
        05   FILLER                PIC X(21) VALUE SPACE.
      *
       01  RIGA-ERRORE.
        05   FILLER                PIC X(50) VALUE
             "SCHEDA PARAMETRO MALFORMATA: DATE GGMMAAAA IN COL.".
        05   FILLER                PIC X(40) VALUE
             " 1-8 E 10-17, INIZIALE NON OLTRE FINALE".
        05   FILLER                PIC X(42) VALUE SPACE.
      *
       01  RIGA-ASSENTE.
        05   FILLER                PIC X(51) VALUE
             "GIORNALE VMAUDIT ASSENTE: NESSUNA MODIFICA ANNOTATA".
        05   FILLER                PIC X(81) VALUE SPACE.
      *
       01  RIGA-VUOTA              PIC X(132) VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *-------------------------------------------------------------*
      *------------------------ MAINLINE -----------------------------*
      *-------------------------------------------------------------*
       BPVM016-MAIN.
      *
      *---- CATENA DEI LAVORI: INIZIO CORSA SUL LIBRO MASTRO E --------*
      *---- CONTROLLO DEI PREDECESSORI; SE UNO NON HA FINITO OGGI -----*
      *---- CON UN RC ACCETTATO IL PASSO NON GIRA E CHIUDE CON 12 -----*
           PERFORM INIZIO-CATENA      THRU EX-INIZIO-CATENA.
           IF PREDECESSORI-KO
              MOVE 12 TO RETURN-CODE
           ELSE
              PERFORM ESEGUI-BPVM016 THRU EX-ESEGUI-BPVM016
           END-IF.
           PERFORM FINE-CATENA        THRU EX-FINE-CATENA.
      *
           GOBACK.
      *
      *-------------------------------------------------------------*
      *------------------ ELABORAZIONE DEL PASSO ---------------------*
      *-------------------------------------------------------------*
       ESEGUI-BPVM016.
      *
           OPEN OUTPUT VMAUDRPT-FILE.
           PERFORM LEGGI-PARAMETRO THRU EX-LEGGI-PARAMETRO.
           IF PARAMETRO-KO
              WRITE VMAUDRPT-REC FROM RIGA-ERRORE
              CLOSE VMAUDRPT-FILE
              MOVE 8 TO RETURN-CODE
              GO TO EX-ESEGUI-BPVM016.
      *
           PERFORM STAMPA-TESTATA  THRU EX-STAMPA-TESTATA.
      *
           OPEN INPUT VMAUDIT-FILE.
           IF NOT VMAUDIT-OK
              WRITE VMAUDRPT-REC FROM RIGA-ASSENTE
              CLOSE VMAUDRPT-FILE
              MOVE 4 TO RETURN-CODE
              GO TO EX-ESEGUI-BPVM016.
      *
           PERFORM ESAMINA-VMAUDIT THRU EX-ESAMINA-VMAUDIT
              UNTIL FINE-VMAUDIT.
           CLOSE VMAUDIT-FILE.
      *
           PERFORM STAMPA-TOTALI   THRU EX-STAMPA-TOTALI.
           CLOSE VMAUDRPT-FILE.
      *
           IF CONTA-SELEZIONATI = ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
      *
      *---- RECORD LETTI E SCRITTI PER IL LIBRO MASTRO DELLA CATENA ---*
           MOVE CONTA-LETTI TO CAT-LETTI.
      *
       EX-ESEGUI-BPVM016.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- LETTURA E CONTROLLO DELLA SCHEDA PARAMETRO: SCHEDA -------*
      *---- ASSENTE O CAMPI VUOTI = NESSUN FILTRO ---------------------*
      *-------------------------------------------------------------*
       LEGGI-PARAMETRO.
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
           IF BPVMPAR-DATA-DA NOT = SPACE AND LOW-VALUE
              MOVE BPVMPAR-DATA-DA TO LIMITE-GGMMAAAA-X
              PERFORM CTR-DATA THRU EX-CTR-DATA
              IF PARAMETRO-KO
                 GO TO EX-LEGGI-PARAMETRO
              END-IF
              MOVE LIMITE-GIULIANA  TO SEL-GIUL-DA
              MOVE LIMITE-DATA-EDIT TO SEL-DATA-DA
           END-IF.
      *
           IF BPVMPAR-DATA-A NOT = SPACE AND LOW-VALUE
              MOVE BPVMPAR-DATA-A TO LIMITE-GGMMAAAA-X
              PERFORM CTR-DATA THRU EX-CTR-DATA
              IF PARAMETRO-KO
                 GO TO EX-LEGGI-PARAMETRO
              END-IF
              MOVE LIMITE-GIULIANA  TO SEL-GIUL-A
              MOVE LIMITE-DATA-EDIT TO SEL-DATA-A
           END-IF.
      *
           IF SEL-GIUL-DA > SEL-GIUL-A
              SET PARAMETRO-KO TO TRUE
              GO TO EX-LEGGI-PARAMETRO.
      *
           MOVE BPVMPAR-FILE-SEL TO SEL-FILE.
           INSPECT SEL-FILE REPLACING ALL LOW-VALUE BY SPACE.
           MOVE BPVMPAR-UTENTE   TO SEL-UTENTE.
           INSPECT SEL-UTENTE REPLACING ALL LOW-VALUE BY SPACE.
      *
       EX-LEGGI-PARAMETRO.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- CONTROLLO DI UNA DATA GGMMAAAA DELLA SCHEDA E ------------*
      *---- CONVERSIONE NELLA GIULIANA 0CAADDD DI EIBDATE ------------*
      *-------------------------------------------------------------*
       CTR-DATA.
      *
           IF LIMITE-GGMMAAAA-X NOT NUMERIC
              SET PARAMETRO-KO TO TRUE
              GO TO EX-CTR-DATA.
           IF LIMITE-SS < 19 OR LIMITE-SS > 28
              SET PARAMETRO-KO TO TRUE
              GO TO EX-CTR-DATA.
           IF LIMITE-MM < 1 OR LIMITE-MM > 12
              SET PARAMETRO-KO TO TRUE
              GO TO EX-CTR-DATA.
           IF LIMITE-GG < 1 OR LIMITE-GG > 31
              SET PARAMETRO-KO TO TRUE
              GO TO EX-CTR-DATA.
           COMPUTE LIMITE-SECOLO = LIMITE-SS - 19.
      *
           MOVE 28 TO MESE-GG (2).
           DIVIDE LIMITE-AA BY 4
              GIVING LIMITE-QUOZIENTE
              REMAINDER LIMITE-RESTO.
           IF LIMITE-RESTO = ZERO
              MOVE 29 TO MESE-GG (2)
           END-IF.
      *
           MOVE ZERO TO LIMITE-DDD.
           MOVE 1    TO LIMITE-IND.
           PERFORM SOMMA-MESE THRU EX-SOMMA-MESE
              UNTIL LIMITE-IND NOT < LIMITE-MM.
           ADD LIMITE-GG TO LIMITE-DDD.
      *
           COMPUTE LIMITE-GIULIANA = (LIMITE-SECOLO * 100000)
                                   + (LIMITE-AA * 1000)
                                   +  LIMITE-DDD.
      *
           MOVE SPACE      TO LIMITE-DATA-EDIT.
           MOVE LIMITE-GG  TO LIMITE-DATA-EDIT (1:2).
           MOVE "/"        TO LIMITE-DATA-EDIT (3:1).
           MOVE LIMITE-MM  TO LIMITE-DATA-EDIT (4:2).
           MOVE "/"        TO LIMITE-DATA-EDIT (6:1).
           MOVE LIMITE-SS  TO LIMITE-DATA-EDIT (7:2).
           MOVE LIMITE-AA  TO LIMITE-DATA-EDIT (9:2).
      *
       EX-CTR-DATA.
           EXIT.
      *
       SOMMA-MESE.
      *
           ADD MESE-GG (LIMITE-IND) TO LIMITE-DDD.
           ADD 1 TO LIMITE-IND.
      *
       EX-SOMMA-MESE.
           EXIT.
      *
       STAMPA-TESTATA.
      *
           MOVE SEL-DATA-DA      TO TITOLO-DATA-DA.
           MOVE SEL-DATA-A       TO TITOLO-DATA-A.
           IF SEL-FILE = SPACE
              MOVE "TUTTI"       TO TITOLO-FILE
           ELSE
              MOVE SEL-FILE      TO TITOLO-FILE
           END-IF.
           IF SEL-UTENTE = SPACE
              MOVE "TUTTI"       TO TITOLO-UTENTE
           ELSE
              MOVE SEL-UTENTE    TO TITOLO-UTENTE
           END-IF.
           WRITE VMAUDRPT-REC FROM RIGA-TITOLO.
           WRITE VMAUDRPT-REC FROM RIGA-VUOTA.
           WRITE VMAUDRPT-REC FROM RIGA-INTESTAZIONE.
           WRITE VMAUDRPT-REC FROM RIGA-VUOTA.
      *
       EX-STAMPA-TESTATA.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- UNA RIGA DI GIORNALE ALLA VOLTA: FILTRO SU DATA, FILE ----*
      *---- E UTENTE, POI STAMPA CON LE IMMAGINI PRIMA E DOPO --------*
      *-------------------------------------------------------------*
       ESAMINA-VMAUDIT.
      *
           READ VMAUDIT-FILE
              AT END
                 SET FINE-VMAUDIT TO TRUE
                 GO TO EX-ESAMINA-VMAUDIT
           END-READ.
           ADD 1 TO CONTA-LETTI.
      *
           IF VMAUDIT-DATA < SEL-GIUL-DA OR
              VMAUDIT-DATA > SEL-GIUL-A
              GO TO EX-ESAMINA-VMAUDIT.
           IF SEL-FILE NOT = SPACE AND
              VMAUDIT-NOME-FILE NOT = SEL-FILE
              GO TO EX-ESAMINA-VMAUDIT.
           IF SEL-UTENTE NOT = SPACE AND
              VMAUDIT-UTENTE NOT = SEL-UTENTE
              GO TO EX-ESAMINA-VMAUDIT.
      *
           ADD 1 TO CONTA-SELEZIONATI.
           PERFORM STAMPA-MODIFICA THRU EX-STAMPA-MODIFICA.
      *
       EX-ESAMINA-VMAUDIT.
           EXIT.
      *
       STAMPA-MODIFICA.
      *
           MOVE SPACE             TO RIGA-DETTAGLIO.
           MOVE VMAUDIT-DATA      TO CONV-DATA-GIUL.
           PERFORM CONVERTI-DATA THRU EX-CONVERTI-DATA.
           MOVE CONV-DATA-EDIT    TO DET-DATA.
           MOVE VMAUDIT-ORA       TO CONV-ORA.
           MOVE CONV-HH           TO DET-ORA (1:2).
           MOVE ":"               TO DET-ORA (3:1).
           MOVE CONV-MI           TO DET-ORA (4:2).
           MOVE ":"               TO DET-ORA (6:1).
           MOVE CONV-SS           TO DET-ORA (7:2).
           MOVE VMAUDIT-UTENTE    TO DET-UTENTE.
           IF VMAUDIT-EIBTRMID = SPACE OR LOW-VALUE
              MOVE VMAUDIT-TERM   TO DET-TERM
           ELSE
              MOVE VMAUDIT-EIBTRMID TO DET-TERM
           END-IF.
           MOVE VMAUDIT-PROGRAMMA TO DET-PROGRAMMA.
           MOVE VMAUDIT-NOME-FILE TO DET-FILE.
           EVALUATE TRUE
              WHEN VMAUDIT-INSERIMENTO
                 MOVE "INSERIMENTO"   TO DET-OPERAZIONE
                 ADD 1 TO CONTA-INSERIMENTI
              WHEN VMAUDIT-SOSTITUZIONE
                 MOVE "SOSTITUZIONE"  TO DET-OPERAZIONE
                 ADD 1 TO CONTA-SOSTITUZIONI
              WHEN VMAUDIT-CANCELLAZIONE
                 MOVE "CANCELLAZIONE" TO DET-OPERAZIONE
                 ADD 1 TO CONTA-CANCELLAZIONI
              WHEN OTHER
                 MOVE VMAUDIT-OPERAZIONE TO DET-OPERAZIONE
           END-EVALUATE.
           MOVE VMAUDIT-CHIAVE    TO DET-CHIAVE.
           WRITE VMAUDRPT-REC FROM RIGA-DETTAGLIO.
      *
      *---- L'INSERIMENTO NON HA IMMAGINE PRIMA, LA CANCELLAZIONE -----*
      *---- NON HA IMMAGINE DOPO -------------------------------------*
           IF VMAUDIT-PRIMA NOT = SPACE
              MOVE "PRIMA:"              TO IMM-ETICHETTA
              MOVE VMAUDIT-PRIMA         TO IMM-AREA
              PERFORM STAMPA-IMMAGINE THRU EX-STAMPA-IMMAGINE
           END-IF.
           IF VMAUDIT-DOPO NOT = SPACE
              MOVE "DOPO:"               TO IMM-ETICHETTA
              MOVE VMAUDIT-DOPO          TO IMM-AREA
              PERFORM STAMPA-IMMAGINE THRU EX-STAMPA-IMMAGINE
           END-IF.
      *
       EX-STAMPA-MODIFICA.
           EXIT.
      *
      *---- L'IMMAGINE INTERA FINO ALL'ULTIMO PEZZO NON VUOTO (I ------*
      *---- PEZZI VUOTI IN MEZZO SI STAMPANO PER TENERE LE POSIZIONI) -*
       STAMPA-IMMAGINE.
      *
           MOVE 11 TO IMM-ULTIMO.
           PERFORM SCALA-PEZZO THRU EX-SCALA-PEZZO
              UNTIL IMM-ULTIMO = 1 OR
                    IMM-PEZZO (IMM-ULTIMO) NOT = SPACE.
           PERFORM STAMPA-PEZZO THRU EX-STAMPA-PEZZO
              VARYING IMM-NUM FROM 1 BY 1
              UNTIL IMM-NUM > IMM-ULTIMO.
      *
       EX-STAMPA-IMMAGINE.
           EXIT.
      *
       SCALA-PEZZO.
      *
           SUBTRACT 1 FROM IMM-ULTIMO.
      *
       EX-SCALA-PEZZO.
           EXIT.
      *
       STAMPA-PEZZO.
      *
           MOVE IMM-PEZZO (IMM-NUM)  TO IMM-VALORE.
           WRITE VMAUDRPT-REC FROM RIGA-IMMAGINE.
           MOVE SPACE                TO IMM-ETICHETTA.
      *
       EX-STAMPA-PEZZO.
           EXIT.
      *
       STAMPA-TOTALI.
      *
           MOVE CONTA-LETTI         TO TOT-LETTI.
           MOVE CONTA-SELEZIONATI   TO TOT-SELEZIONATI.
           MOVE CONTA-INSERIMENTI   TO TOT-INSERIMENTI.
           MOVE CONTA-SOSTITUZIONI  TO TOT-SOSTITUZIONI.
           MOVE CONTA-CANCELLAZIONI TO TOT-CANCELLAZIONI.
           WRITE VMAUDRPT-REC FROM RIGA-VUOTA.
           WRITE VMAUDRPT-REC FROM RIGA-TOTALI.
      *
       EX-STAMPA-TOTALI.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- DA DATA GIULIANA 0CAADDD A GG/MM/AAAA (COME IN BPVM012) -*
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
       END PROGRAM BPVM016.
