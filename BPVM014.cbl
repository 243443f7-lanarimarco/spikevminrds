           SELECT VMCANRPT-FILE ASSIGN TO VMCANRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS VMCANRPT-STATUS.
      *--------------------------------------------------------------*
      *    GIORNALE DELLE MODIFICHE AI FILE DI SERVIZIO VM00          *
      *    (IMMAGINI PRIMA/DOPO DI INSERIMENTI, SOSTITUZIONI E        *
      *    CANCELLAZIONI)                                            *
      *--------------------------------------------------------------*
           SELECT VMAUDIT-FILE ASSIGN TO VMAUDIT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS VMAUDIT-STATUS.
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
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMCANRPT-REC              PIC X(132).
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
             88  VMTEST-NON-ESISTE                VALUE "35".
        05   VMCANRPT-STATUS               PIC XX VALUE "00".
             88  VMCANRPT-OK                      VALUE "00".
        05   VMAUDIT-STATUS                PIC XX VALUE "00".
             88  VMAUDIT-OK                       VALUE "00".
             88  VMAUDIT-OCCUPATO                 VALUE "93".
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
             88  SOLO-KO                          VALUE 1.
        05   FLAG-CASO-SCRITTO             PIC 9   VALUE ZERO.
             88  CASO-SCRITTO                     VALUE 1.
        05   FLAG-GIORNALE-KO              PIC 9   VALUE ZERO.
             88  GIORNALE-KO                      VALUE 1.
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
        05   CAT-PROGRAMMA         PIC X(8)  VALUE "BPVM014".
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
      *       GIORNO RICHIESTO: DA GGMMAAAA A GIULIANA 0CAADDD       *
      *--------------------------------------------------------------*
             10 PRO-ID-HHMMSS      PIC 9(6).
             10 PRO-ID-PROG        PIC 99.
      *--------------------------------------------------------------*
      *       GIORNALE VMAUDIT: L'UTENTE DI UNA CORSA BATCH E' IL     *
      *       NOME DEL LAVORO (COME NELLA SCHEDA JOB), IL TERMINALE  *
      *       E' "BATCH"                                             *
      *--------------------------------------------------------------*
       01  AUDIT-AREE.
        05   AUD-PROGRAMMA         PIC X(8)  VALUE "BPVM014".
        05   AUD-OPERAZIONE        PIC X     VALUE SPACE.
        05   AUD-CHIAVE            PIC X(20) VALUE SPACE.
        05   AUD-PRIMA             PIC X(1100) VALUE SPACE.
        05   AUD-GIORNO            PIC 9(7)  VALUE ZERO.
        05   AUD-ORARIO            PIC 9(8)  VALUE ZERO.
      *--------------------------------------------------------------*
      *       CONTATORI PER IL REPORT E IL CONDITION CODE            *
      *--------------------------------------------------------------*
       01  CONTA-AREE.
      *------------------------ MAINLINE -----------------------------*
      *-------------------------------------------------------------*
       BPVM014-MAIN.
      *
      *---- CATENA DEI LAVORI: INIZIO CORSA SUL LIBRO MASTRO E --------*
      *---- CONTROLLO DEI PREDECESSORI; SE UNO NON HA FINITO OGGI -----*
      *---- CON UN RC ACCETTATO IL PASSO NON GIRA E CHIUDE CON 12 -----*
           PERFORM INIZIO-CATENA      THRU EX-INIZIO-CATENA.
           IF PREDECESSORI-KO
              MOVE 12 TO RETURN-CODE
           ELSE
              PERFORM ESEGUI-BPVM014 THRU EX-ESEGUI-BPVM014
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
       ESEGUI-BPVM014.
      *
           OPEN OUTPUT VMCANRPT-FILE.
           PERFORM LEGGI-PARAMETRO THRU EX-LEGGI-PARAMETRO.
              WRITE VMCANRPT-REC FROM RIGA-ERRORE
              CLOSE VMCANRPT-FILE
              MOVE 8 TO RETURN-CODE
              GO TO EX-ESEGUI-BPVM014.
      *
           PERFORM STAMPA-TESTATA  THRU EX-STAMPA-TESTATA.
           PERFORM APRI-FILE       THRU EX-APRI-FILE.
           IF VMLOG-NON-ESISTE
              CLOSE VMCANRPT-FILE
              MOVE 8 TO RETURN-CODE
              GO TO EX-ESEGUI-BPVM014.
           IF GIORNALE-KO
              PERFORM CHIUDI-FILE  THRU EX-CHIUDI-FILE
              MOVE 8 TO RETURN-CODE
              GO TO EX-ESEGUI-BPVM014.
      *
           PERFORM ESAMINA-VMLOG   THRU EX-ESAMINA-VMLOG
              UNTIL FINE-VMLOG
                 OR GIORNALE-KO.
           PERFORM STAMPA-TOTALI   THRU EX-STAMPA-TOTALI.
           PERFORM CHIUDI-FILE     THRU EX-CHIUDI-FILE.
      *
              MOVE 4 TO RETURN-CODE
           END-IF.
      *
      *---- RECORD LETTI E SCRITTI PER IL LIBRO MASTRO DELLA CATENA ---*
           MOVE CONTA-LETTI    TO CAT-LETTI.
           MOVE CONTA-PROPOSTI TO CAT-SCRITTI.
      *
       EX-ESEGUI-BPVM014.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- LETTURA E CONTROLLO DELLA SCHEDA PARAMETRO ---------------*
                 OPEN I-O VMTEST-FILE
              END-IF
           END-IF.
           PERFORM APRI-VMAUDIT THRU EX-APRI-VMAUDIT.
      *
       EX-APRI-FILE.
           EXIT.
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
      *---- UNA RIGA DI GIORNALE PER OGNI MODIFICA APPLICATA: -------*
      *---- CHIAVE E IMMAGINI PRIMA E DOPO (LA CANCELLAZIONE -------*
      *---- NON HA IMMAGINE DOPO, L'INSERIMENTO NON HA IMMAGINE -----*
      *---- PRIMA) ---------------------------------------------------*
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
           MOVE "VMTEST"           TO VMAUDIT-NOME-FILE.
           MOVE AUD-OPERAZIONE     TO VMAUDIT-OPERAZIONE.
           MOVE AUD-CHIAVE         TO VMAUDIT-CHIAVE.
           MOVE AUD-PRIMA          TO VMAUDIT-PRIMA.
           IF VMAUDIT-CANCELLAZIONE
              MOVE SPACE           TO VMAUDIT-DOPO
           ELSE
              MOVE VMTEST-REC      TO VMAUDIT-DOPO
           END-IF.
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
      *---- UN RECORD DI LOG ALLA VOLTA: FILTRO SU TERMINALE, --------*
      *---- GIORNO E FINESTRA ORARIA, POI PROPOSTA DEL CASO ----------*
      *-------------------------------------------------------------*
           END-WRITE.
           IF VMTEST-OK
              SET CASO-SCRITTO TO TRUE
              MOVE "I"           TO AUD-OPERAZIONE
              MOVE VMTEST-CHIAVE TO AUD-CHIAVE
              MOVE SPACE         TO AUD-PRIMA
              PERFORM SCRIVI-VMAUDIT THRU EX-SCRIVI-VMAUDIT
           ELSE
              IF NOT VMTEST-DUPLICATO
                 MOVE 99 TO PRO-ID-PROG
      *
       EX-STAMPA-TOTALI.
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
       END PROGRAM BPVM014.
