      *     SOLLECITO INCIDENTI VMINC NON REVISIONATI   *
      *------------------------------------------------*
      *   ELENCA OGNI INCIDENTE NON ANCORA REVISIONATO  *
      *   CON LA SUA ETA' IN GIORNI E L'EVENTUALE       *
      *   TICKET DEL SERVICE DESK, RAGGRUPPA PER        *
      *   TIPO ABEND E TERMINALE NELLE FASCE DI ETA'    *
      *   (1 GIORNO, 2-5, OLTRE 5), STAMPA LA           *
      *   CLASSIFICA DEI REVISORI (INCIDENTI CHIUSI     *
      *   QUALCHE INCIDENTE SUPERA LA SOGLIA DI ETA'    *
      *   DELLA SCHEDA PARAMETRO (GIORNI, COL. 1-3),    *
      *   COSI' LO SCHEDULATORE AVVISA IL CAPOTURNO.    *
      *   OGNI INCIDENTE RIPORTA LE RIPETIZIONI         *
      *   ACCORPATE (VMINCRIP) E L'ULTIMA OCCORRENZA;   *
      *   LA COL. 5-7 DELLA SCHEDA IMPOSTA SUL RECORD   *
      *   DI CONTROLLO DI VMINC LA FINESTRA DI          *
      *   ACCORPAMENTO IN MINUTI (VUOTA = INVARIATA).   *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.                         *CSTD
       FILE-CONTROL.
      *--------------------------------------------------------------*
      *    SCHEDA PARAMETRO CON LA SOGLIA DI ETA' (GIORNI, COL. 1-3)  *
      *    E LA FINESTRA DI ACCORPAMENTO DELLE RIPETIZIONI (MINUTI,   *
      *    COL. 5-7, VUOTA = INVARIATA)                               *
      *--------------------------------------------------------------*
           SELECT BPVMPAR-FILE ASSIGN TO BPVMPAR
                  ORGANIZATION IS SEQUENTIAL
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
      *    REPORT DI SOLLECITO                                        *
      *--------------------------------------------------------------*
           SELECT VMAGERPT-FILE ASSIGN TO VMAGERPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS VMAGERPT-STATUS.
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
           RECORDING MODE IS F.
       01  BPVMPAR-REC.
           05  BPVMPAR-SOGLIA        PIC X(3).
           05  FILLER                PIC X(1).
           05  BPVMPAR-FINESTRA      PIC X(3).
           05  FILLER                PIC X(73).
      *
       FD  VMINC-FILE
           LABEL RECORDS ARE STANDARD
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
      *---- ASSEGNATO E FINESTRA DI ACCORPAMENTO IN MINUTI ------------*
       01  VMINC-CTL-REC.
           05  VMINC-CTL-NUMERO      PIC 9(7).
           05  VMINC-CTL-ULTIMO      PIC 9(7).
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
       FD  VMAGERPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMAGERPT-REC              PIC X(132).
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
        05   VMINC-STATUS                  PIC XX VALUE "00".
             88  VMINC-OK                         VALUE "00".
             88  VMINC-NON-ESISTE                 VALUE "35".
        05   VMINCRIP-STATUS               PIC XX VALUE "00".
             88  VMINCRIP-OK                      VALUE "00".
             88  VMINCRIP-NON-ESISTE              VALUE "35".
        05   VMAGERPT-STATUS               PIC XX VALUE "00".
             88  VMAGERPT-OK                      VALUE "00".
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
             88  PARAMETRO-KO                     VALUE 1.
        05   FLAG-SOPRA-SOGLIA             PIC 9   VALUE ZERO.
             88  SOPRA-SOGLIA                     VALUE 1.
        05   FLAG-RIP-APERTO               PIC 9   VALUE ZERO.
             88  RIP-APERTO                       VALUE 1.
        05   FLAG-FINESTRA-KO              PIC 9   VALUE ZERO.
             88  FINESTRA-KO                      VALUE 1.
        05   FLAG-CTL-TROVATO              PIC 9   VALUE ZERO.
             88  CTL-TROVATO                      VALUE 1.
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
        05   CAT-PROGRAMMA         PIC X(8)  VALUE "BPVM012".
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
      *       SOGLIA DI ETA' IN GIORNI                               *
      *--------------------------------------------------------------*
        05   SOGLIA-X              PIC X(3)  VALUE SPACE.
        05   SOGLIA-GIORNI         PIC 9(3)  VALUE 5.
      *--------------------------------------------------------------*
      *       FINESTRA DI ACCORPAMENTO E RIPETIZIONI DELL'INCIDENTE   *
      *--------------------------------------------------------------*
       01  RIPETIZIONI-AREE.
        05   FINESTRA-X            PIC X(3)  VALUE SPACE.
        05   FINESTRA-MINUTI       PIC 9(3)  VALUE 30.
        05   RIP-OCCORRENZE        PIC 9(7)  VALUE ZERO.
        05   RIP-ULTIMA-DATA       PIC S9(7) COMP-3 VALUE ZERO.
        05   RIP-ULTIMA-ORA        PIC 9(6)  VALUE ZERO.
      *--------------------------------------------------------------*
      *       DATA DI OGGI E CALCOLO DELL'ETA' IN GIORNI:             *
      *       LE DATE GIULIANE 0CAADDD VENGONO PORTATE A GIORNI       *
      *       TRASCORSI DAL 1900 PRIMA DI SOTTRARRE                   *
       01  CONTATORI.
        05   CONTA-NON-REVISTI     PIC 9(7) COMP-4 VALUE ZERO.
        05   CONTA-SOPRA-SOGLIA    PIC 9(7) COMP-4 VALUE ZERO.
        05   CONTA-OCCORRENZE      PIC 9(7) COMP-4 VALUE ZERO.
      *--------------------------------------------------------------*
      *       CONVERSIONE DELLA DATA GIULIANA 0CAADDD IN GG/MM/AAAA   *
      *--------------------------------------------------------------*
        05   TITOLO-SOGLIA         PIC ZZ9.
        05   FILLER                PIC X(7)  VALUE " GIORNI".
        05   FILLER                PIC X(75) VALUE SPACE.
      *
       01  RIGA-FINESTRA.
        05   FILLER                PIC X(44) VALUE
             "FINESTRA DI ACCORPAMENTO DELLE RIPETIZIONI: ".
        05   FINESTRA-RPT          PIC ZZ9.
        05   FILLER                PIC X(8)  VALUE " MINUTI ".
        05   FINESTRA-NOTA         PIC X(40).
        05   FILLER                PIC X(37) VALUE SPACE.
      *
       01  RIGA-SEZIONE.
        05   FILLER                PIC XX    VALUE SPACE.
        05   FILLER                PIC X(6)  VALUE " ETA' ".
        05   INC-ETA               PIC ZZZZZZ9.
        05   INC-MARCA             PIC X(13).
        05   FILLER                PIC X(8)  VALUE " TICKET ".
        05   INC-TICKET            PIC X(8).
        05   FILLER                PIC X(7)  VALUE " VOLTE ".
        05   INC-VOLTE             PIC ZZZZZZ9.
        05   FILLER                PIC X(8)  VALUE " ULTIMA ".
        05   INC-ULTIMA-DATA       PIC X(10).
        05   FILLER                PIC X(1)  VALUE SPACE.
        05   INC-ULTIMA-ORA        PIC 99.99.99.
        05   FILLER                PIC X(2)  VALUE SPACE.
      *
       01  RIGA-TOTALI.
        05   FILLER                PIC X(26) VALUE
             "INCIDENTI NON REVISIONATI ".
        05   TOT-NON-REVISTI       PIC ZZZZZZ9.
        05   FILLER                PIC X(25) VALUE
             "  OCCORRENZE COMPLESSIVE ".
        05   TOT-OCCORRENZE        PIC ZZZZZZ9.
        05   FILLER                PIC X(67) VALUE SPACE.
      *
       01  RIGA-FASCIA.
        05   FILLER                PIC X(5)  VALUE "TIPO ".
             "SCHEDA PARAMETRO ASSENTE O SOGLIA NON NUMERICA:  ".
        05   ERRORE-SOGLIA         PIC X(3).
        05   FILLER                PIC X(80) VALUE SPACE.
      *
       01  RIGA-ERRORE-FINESTRA.
        05   FILLER                PIC X(49) VALUE
             "FINESTRA DI ACCORPAMENTO NON NUMERICA (COL. 5-7):".
        05   FILLER                PIC X(1)  VALUE SPACE.
        05   ERRORE-FINESTRA       PIC X(3).
        05   FILLER                PIC X(79) VALUE SPACE.
      *
       01  RIGA-VUOTA              PIC X(132) VALUE SPACE.
      *
      *------------------------ MAINLINE -----------------------------*
      *-------------------------------------------------------------*
       BPVM012-MAIN.
      *
      *---- CATENA DEI LAVORI: INIZIO CORSA SUL LIBRO MASTRO E --------*
      *---- CONTROLLO DEI PREDECESSORI; SE UNO NON HA FINITO OGGI -----*
      *---- CON UN RC ACCETTATO IL PASSO NON GIRA E CHIUDE CON 12 -----*
           PERFORM INIZIO-CATENA      THRU EX-INIZIO-CATENA.
           IF PREDECESSORI-KO
              MOVE 12 TO RETURN-CODE
           ELSE
              PERFORM ESEGUI-BPVM012 THRU EX-ESEGUI-BPVM012
           END-IF.
           PERFORM FINE-CATENA        THRU EX-FINE-CATENA.
      *
           GOBACK.
      *
      *-------------------------------------------------------------*
      *------------------ ELABORAZIONE DEL PASSO ---------------------*
      *-------------------------------------------------------------*
       ESEGUI-BPVM012.
      *
           OPEN OUTPUT VMAGERPT-FILE.
      *
              WRITE VMAGERPT-REC FROM RIGA-ERRORE
              CLOSE VMAGERPT-FILE
              MOVE 8 TO RETURN-CODE
              GO TO EX-ESEGUI-BPVM012.
      *
           IF FINESTRA-X NOT = SPACE AND FINESTRA-X NOT NUMERIC
              MOVE FINESTRA-X TO ERRORE-FINESTRA
              WRITE VMAGERPT-REC FROM RIGA-ERRORE-FINESTRA
              CLOSE VMAGERPT-FILE
              MOVE 8 TO RETURN-CODE
              GO TO EX-ESEGUI-BPVM012.
      *
           PERFORM IMPOSTA-FINESTRA   THRU EX-IMPOSTA-FINESTRA.
      *
           MOVE SOGLIA-GIORNI TO TITOLO-SOGLIA.
           WRITE VMAGERPT-REC FROM RIGA-TITOLO.
           MOVE FINESTRA-MINUTI TO FINESTRA-RPT.
           WRITE VMAGERPT-REC FROM RIGA-FINESTRA.
           WRITE VMAGERPT-REC FROM RIGA-VUOTA.
           MOVE "INCIDENTI NON REVISIONATI" TO SEZIONE-TITOLO.
           WRITE VMAGERPT-REC FROM RIGA-SEZIONE.
      *
           PERFORM CALCOLA-OGGI       THRU EX-CALCOLA-OGGI.
           PERFORM ESAMINA-INCIDENTI  THRU EX-ESAMINA-INCIDENTI.
           MOVE CONTA-NON-REVISTI TO TOT-NON-REVISTI.
           MOVE CONTA-OCCORRENZE  TO TOT-OCCORRENZE.
           WRITE VMAGERPT-REC FROM RIGA-TOTALI.
      *
           WRITE VMAGERPT-REC FROM RIGA-VUOTA.
           MOVE "FASCE DI ETA' PER TIPO ABEND E TERMINALE"
           IF SOPRA-SOGLIA
              MOVE 8 TO RETURN-CODE
           END-IF.
      *---- FINESTRA DA SCHEDA NON REGISTRATA: SEGNALAZIONE ------------*
           IF FINESTRA-KO AND NOT SOPRA-SOGLIA
              MOVE 4 TO RETURN-CODE
           END-IF.
      *
       EX-ESEGUI-BPVM012.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- LETTURA E CONTROLLO DELLA SCHEDA PARAMETRO ---------------*
      *-------------------------------------------------------------*
       LEGGI-PARAMETRO.
      *
           MOVE SPACE TO SOGLIA-X
                         FINESTRA-X.
           OPEN INPUT BPVMPAR-FILE.
           IF NOT BPVMPAR-OK
              SET PARAMETRO-KO TO TRUE
              GO TO EX-LEGGI-PARAMETRO.
      *
           MOVE BPVMPAR-SOGLIA TO SOGLIA-X.
           MOVE BPVMPAR-FINESTRA TO FINESTRA-X.
           IF SOGLIA-X NUMERIC
              MOVE SOGLIA-X TO SOGLIA-GIORNI
           ELSE
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- FINESTRA DI ACCORPAMENTO SUL RECORD DI CONTROLLO DI ------*
      *---- VMINC (CHIAVE ZERO): LA SCHEDA LA REGISTRA, ALTRIMENTI --*
      *---- SI RIPORTA QUELLA IN VIGORE. IL RECORD DI CONTROLLO -----*
      *---- NASCE CON IL PRIMO INCIDENTE (O CON BPVM022): SE MANCA --*
      *---- LA FINESTRA DELLA SCHEDA NON SI PUO' REGISTRARE ----------*
      *-------------------------------------------------------------*
       IMPOSTA-FINESTRA.
      *
           MOVE 30 TO FINESTRA-MINUTI.
           MOVE "(VALORE PREDEFINITO)" TO FINESTRA-NOTA.
           MOVE ZERO TO FLAG-CTL-TROVATO.
           OPEN I-O VMINC-FILE.
           IF VMINC-OK
              MOVE ZERO TO VMINC-NUMERO
              READ VMINC-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET CTL-TROVATO TO TRUE
              END-READ
              IF NOT CTL-TROVATO
                 CLOSE VMINC-FILE
              END-IF
           END-IF.
           IF NOT CTL-TROVATO
              IF FINESTRA-X NOT = SPACE
                 SET FINESTRA-KO TO TRUE
                 MOVE "NON REGISTRATA: MANCA IL RECORD DI CONTROLLO"
                   TO FINESTRA-NOTA
              END-IF
              GO TO EX-IMPOSTA-FINESTRA.
      *
           IF FINESTRA-X NOT = SPACE
              MOVE FINESTRA-X TO VMINC-CTL-FINESTRA
              REWRITE VMINC-CTL-REC
                 INVALID KEY
                    CONTINUE
              END-REWRITE
              MOVE "(DA SCHEDA PARAMETRO)" TO FINESTRA-NOTA
           ELSE
              MOVE "(DAL RECORD DI CONTROLLO)" TO FINESTRA-NOTA
           END-IF.
           IF VMINC-CTL-FINESTRA NUMERIC AND
              VMINC-CTL-FINESTRA > ZERO
              MOVE VMINC-CTL-FINESTRA TO FINESTRA-MINUTI
           ELSE
              MOVE "(VALORE PREDEFINITO)" TO FINESTRA-NOTA
           END-IF.
           CLOSE VMINC-FILE.
      *
       EX-IMPOSTA-FINESTRA.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- DATA DI SISTEMA IN GIORNI TRASCORSI DAL 1900 -------------*
      *-------------------------------------------------------------*
       CALCOLA-OGGI.
           IF NOT VMINC-OK
              SET FINE-FILE TO TRUE
           END-IF.
      *---- RIPETIZIONI FACOLTATIVE: SENZA FILE UNA PER INCIDENTE -----*
           MOVE ZERO TO FLAG-RIP-APERTO.
           OPEN INPUT VMINCRIP-FILE.
           IF VMINCRIP-OK
              SET RIP-APERTO TO TRUE
           END-IF.
           PERFORM ESAMINA-UN-INCIDENTE THRU EX-ESAMINA-UN-INCIDENTE
              UNTIL FINE-FILE.
           IF NOT VMINC-NON-ESISTE
              CLOSE VMINC-FILE
           END-IF.
           IF RIP-APERTO
              CLOSE VMINCRIP-FILE
           END-IF.
      *
       EX-ESAMINA-INCIDENTI.
           EXIT.
                 SET FINE-FILE TO TRUE
                 GO TO EX-ESAMINA-UN-INCIDENTE
           END-READ.
           ADD 1 TO CAT-LETTI.
      *---- IL RECORD DI CONTROLLO (NUMERO ZERO) NON E' UN INCIDENTE --*
           IF VMINC-NUMERO = ZERO
              GO TO EX-ESAMINA-UN-INCIDENTE.
              GO TO EX-ESAMINA-UN-INCIDENTE.
      *
           ADD 1 TO CONTA-NON-REVISTI.
           PERFORM LEGGI-RIPETIZIONE THRU EX-LEGGI-RIPETIZIONE.
           ADD RIP-OCCORRENZE TO CONTA-OCCORRENZE.
           PERFORM CALCOLA-ETA      THRU EX-CALCOLA-ETA.
           PERFORM STAMPA-INCIDENTE THRU EX-STAMPA-INCIDENTE.
           PERFORM ACCUMULA-FASCIA  THRU EX-ACCUMULA-FASCIA.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- RIPETIZIONI ACCORPATE NELL'INCIDENTE: SENZA RECORD ------*
      *---- L'INCIDENTE E' AVVENUTO UNA VOLTA SOLA ------------------*
      *-------------------------------------------------------------*
       LEGGI-RIPETIZIONE.
      *
           MOVE 1             TO RIP-OCCORRENZE.
           MOVE VMINC-EIBDATE TO RIP-ULTIMA-DATA.
           MOVE VMINC-EIBTIME TO RIP-ULTIMA-ORA.
           IF NOT RIP-APERTO
              GO TO EX-LEGGI-RIPETIZIONE.
      *
           MOVE VMINC-TIPO-ABN  TO VMINCRIP-TIPO-ABN.
           MOVE VMINC-ABEND     TO VMINCRIP-ABEND.
           MOVE VMINC-PARAGRAFO TO VMINCRIP-PARAGRAFO.
           MOVE VMINC-EIBTRMID  TO VMINCRIP-EIBTRMID.
           COMPUTE VMINCRIP-NUMERO-INV = 9999999 - VMINC-NUMERO.
           READ VMINCRIP-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF VMINCRIP-OK AND VMINCRIP-OCCORRENZE > ZERO
              MOVE VMINCRIP-OCCORRENZE  TO RIP-OCCORRENZE
              MOVE VMINCRIP-ULTIMA-DATA TO RIP-ULTIMA-DATA
              MOVE VMINCRIP-ULTIMA-ORA  TO RIP-ULTIMA-ORA
           END-IF.
      *
       EX-LEGGI-RIPETIZIONE.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- ETA' IN GIORNI DELL'INCIDENTE: ENTRAMBE LE DATE ----------*
      *---- GIULIANE PORTATE A GIORNI DAL 1900 PRIMA DI SOTTRARRE ----*
      *-------------------------------------------------------------*
           ELSE
              MOVE SPACE           TO INC-MARCA
           END-IF.
      *---- TICKET DEL SERVICE DESK; RICHIESTA PARTITA MA SENZA -------*
      *---- RISPOSTA ANCORA = "INVIATO" -------------------------------*
           IF VMINC-TICKET = SPACE OR LOW-VALUE
              IF VMINC-TICKET-INVIATO
                 MOVE "INVIATO"       TO INC-TICKET
              ELSE
                 MOVE SPACE           TO INC-TICKET
              END-IF
           ELSE
              MOVE VMINC-TICKET       TO INC-TICKET
           END-IF.
           MOVE RIP-OCCORRENZE  TO INC-VOLTE.
           MOVE RIP-ULTIMA-DATA TO CONV-DATA-GIUL.
           PERFORM CONVERTI-DATA THRU EX-CONVERTI-DATA.
           MOVE CONV-DATA-EDIT  TO INC-ULTIMA-DATA.
           MOVE RIP-ULTIMA-ORA  TO INC-ULTIMA-ORA.
           WRITE VMAGERPT-REC FROM RIGA-INCIDENTE.
      *
       EX-STAMPA-INCIDENTE.
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
       END PROGRAM BPVM012.
