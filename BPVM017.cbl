       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BPVM017.
      *------------------------------------------------*
      *     CONVERSIONE ALL'ANAGRAFICA REGIONI VMREG    *
      *------------------------------------------------*
      *   COSTRUISCE L'ANAGRAFICA UNICA VMREG DALLE TRE *
      *   LISTE SEPARATE: BPVMLST (TERMINALE, REGIONE,  *
      *   CATEGORIA), BPVMCTX (PA-REC DELLA REGIONE) E  *
      *   VMPART (SISTEMA PARTNER = REGIONE, PROGRAMMA  *
      *   DI ECO). OGNI REGIONE PRESENTE IN UNA SOLA    *
      *   DELLE LISTE VIENE CENSITA COMUNQUE E SEGNALATA*
      *   NEL PROSPETTO, COSI' LE DISCORDANZE EMERGONO. *
      *   LE REGIONI GIA' IN VMREG NON SI TOCCANO.      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.                         *CSTD
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--------------------------------------------------------------*
      *    LISTA DEI TERMINALI/REGIONI DA VERIFICARE                  *
      *--------------------------------------------------------------*
           SELECT BPVMLST-FILE ASSIGN TO BPVMLST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS BPVMLST-STATUS.
      *--------------------------------------------------------------*
      *    CONTESTO AZIENDALE PA-REC (TPCPA01) PER REGIONE            *
      *--------------------------------------------------------------*
           SELECT BPVMCTX-FILE ASSIGN TO BPVMCTX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS BPVMCTX-STATUS.
      *--------------------------------------------------------------*
      *    REGISTRO DEI PARTNER DA PROVARE (SISTEMA + PROGRAMMA)      *
      *--------------------------------------------------------------*
           SELECT VMPART-FILE  ASSIGN TO VMPART
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VMPART-CHIAVE
                  FILE STATUS  IS VMPART-STATUS.
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
      *    PROSPETTO DELLA CONVERSIONE                                *
      *--------------------------------------------------------------*
           SELECT VMREGRPT-FILE ASSIGN TO VMREGRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS VMREGRPT-STATUS.
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
      *
       FD  BPVMLST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  BPVMLST-REC.
           05  BPVMLST-EIBTRMID      PIC X(4).
           05  BPVMLST-REGIONE       PIC X(8).
           05  BPVMLST-CATEGORIA     PIC X(8).
           05  FILLER                PIC X(60).
      *
       FD  BPVMCTX-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  BPVMCTX-REC.
           05  BPVMCTX-REGIONE       PIC X(8).
           05  BPVMCTX-PA-REC        PIC X(1000).
      *
       FD  VMPART-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMPART-REC.
           05  VMPART-CHIAVE.
               10  VMPART-SISTEMA    PIC X(8).
               10  VMPART-PROGRAMMA  PIC X(8).
           05  VMPART-DESCRIZIONE    PIC X(20).
           05  VMPART-ATTIVO         PIC X.
               88  VMPART-ATTIVO-SI          VALUE "S".
           05  FILLER                PIC X(43).
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
       FD  VMREGRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMREGRPT-REC              PIC X(132).
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
      *       STATI DEI FILE                                         *
      *--------------------------------------------------------------*
       01  FILE-STATUS-AREE.
        05   BPVMLST-STATUS                PIC XX VALUE "00".
             88  BPVMLST-OK                       VALUE "00".
             88  BPVMLST-EOF                      VALUE "10".
        05   BPVMCTX-STATUS                PIC XX VALUE "00".
             88  BPVMCTX-OK                       VALUE "00".
             88  BPVMCTX-EOF                      VALUE "10".
             88  BPVMCTX-NON-ESISTE               VALUE "35".
        05   VMPART-STATUS                 PIC XX VALUE "00".
             88  VMPART-OK                        VALUE "00".
             88  VMPART-EOF                       VALUE "10".
             88  VMPART-NOTFND                    VALUE "23" "24".
             88  VMPART-NON-ESISTE                VALUE "35".
        05   VMREG-STATUS                  PIC XX VALUE "00".
             88  VMREG-OK                         VALUE "00".
             88  VMREG-EOF                        VALUE "10".
             88  VMREG-NOTFND                     VALUE "23" "24".
             88  VMREG-NON-ESISTE                 VALUE "35".
        05   VMREGRPT-STATUS               PIC XX VALUE "00".
             88  VMREGRPT-OK                      VALUE "00".
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
       01  FLAGS.
        05   FLAG-FINE-LISTA               PIC 9   VALUE ZERO.
             88  FINE-LISTA                       VALUE 1.
        05   FLAG-FINE-CONTESTO            PIC 9   VALUE ZERO.
             88  FINE-CONTESTO                    VALUE 1.
        05   FLAG-FINE-PARTNER             PIC 9   VALUE ZERO.
             88  FINE-PARTNER                     VALUE 1.
        05   FLAG-CONTESTO-TROVATO         PIC 9   VALUE ZERO.
             88  CONTESTO-TROVATO                 VALUE 1.
        05   FLAG-PARTNER-TROVATO          PIC 9   VALUE ZERO.
             88  PARTNER-TROVATO                  VALUE 1.
        05   FLAG-REGIONE-TROVATA          PIC 9   VALUE ZERO.
             88  REGIONE-TROVATA                  VALUE 1.
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
        05   CAT-PROGRAMMA         PIC X(8)  VALUE "BPVM017".
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
      *       GIORNALE VMAUDIT: L'UTENTE DI UNA CORSA BATCH E' IL     *
      *       NOME DEL LAVORO (COME NELLA SCHEDA JOB), IL TERMINALE  *
      *       E' "BATCH"                                             *
      *--------------------------------------------------------------*
       01  AUDIT-AREE.
        05   AUD-PROGRAMMA         PIC X(8)  VALUE "BPVM017".
        05   AUD-GIORNO            PIC 9(7)  VALUE ZERO.
        05   AUD-ORARIO            PIC 9(8)  VALUE ZERO.
      *--------------------------------------------------------------*
      *       REGIONE IN COSTRUZIONE E SUE PARTI TROVATE NELLE LISTE *
      *--------------------------------------------------------------*
       01  REGIONE-AREE.
        05   REG-REGIONE           PIC X(8)  VALUE SPACE.
        05   REG-PA-REC            PIC X(1000) VALUE SPACE.
        05   REG-SISTEMA           PIC X(8)  VALUE SPACE.
        05   REG-PROGRAMMA         PIC X(8)  VALUE SPACE.
        05   REG-DESCRIZIONE       PIC X(20) VALUE SPACE.
        05   REG-ATTIVO            PIC X     VALUE SPACE.
      *--------------------------------------------------------------*
      *       CONTATORI DELLA CONVERSIONE                            *
      *--------------------------------------------------------------*
       01  CONTATORI.
        05   CONTA-INSERITE        PIC 9(7) COMP-4 VALUE ZERO.
        05   CONTA-GIA-PRESENTI    PIC 9(7) COMP-4 VALUE ZERO.
        05   CONTA-DISCORDANZE     PIC 9(7) COMP-4 VALUE ZERO.
        05   CONTA-SCARTATE        PIC 9(7) COMP-4 VALUE ZERO.
      *--------------------------------------------------------------*
      *       RIGHE DEL PROSPETTO                                    *
      *--------------------------------------------------------------*
       01  RIGA-TITOLO.
        05   FILLER                PIC X(44) VALUE
             "CONVERSIONE ANAGRAFICA REGIONI VM00 (VMREG) ".
        05   FILLER                PIC X(88) VALUE SPACE.
      *
       01  RIGA-VOCE.
        05   FILLER                PIC X(8)  VALUE "REGIONE ".
        05   VOCE-RPT-REGIONE      PIC X(8).
        05   FILLER                PIC X(1)  VALUE SPACE.
        05   VOCE-RPT-TERM         PIC X(4).
        05   FILLER                PIC X(1)  VALUE SPACE.
        05   VOCE-RPT-ESITO        PIC X(12).
        05   FILLER                PIC X(1)  VALUE SPACE.
        05   VOCE-RPT-MOTIVO       PIC X(40).
        05   FILLER                PIC X(57) VALUE SPACE.
      *
       01  RIGA-CONTEGGI.
        05   FILLER                PIC XX    VALUE SPACE.
        05   FILLER                PIC X(10) VALUE "INSERITE  ".
        05   CONTEGGI-INSERITE     PIC ZZZZZZ9.
        05   FILLER                PIC X(15) VALUE "  GIA' PRESENTI".
        05   FILLER                PIC X     VALUE SPACE.
        05   CONTEGGI-GIA-PRESENTI PIC ZZZZZZ9.
        05   FILLER                PIC X(15) VALUE "  DISCORDANZE ".
        05   CONTEGGI-DISCORDANZE  PIC ZZZZZZ9.
        05   FILLER                PIC X(11) VALUE "  SCARTATE ".
        05   CONTEGGI-SCARTATE     PIC ZZZZZZ9.
        05   FILLER                PIC X(50) VALUE SPACE.
      *
       01  RIGA-ERRORE.
        05   FILLER                PIC X(40) VALUE
             "ANAGRAFICA VMREG NON DISPONIBILE        ".
        05   FILLER                PIC X(92) VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *-------------------------------------------------------------*
      *------------------------ MAINLINE -----------------------------*
      *-------------------------------------------------------------*
       BPVM017-MAIN.
      *
      *---- CATENA DEI LAVORI: INIZIO CORSA SUL LIBRO MASTRO E --------*
      *---- CONTROLLO DEI PREDECESSORI; SE UNO NON HA FINITO OGGI -----*
      *---- CON UN RC ACCETTATO IL PASSO NON GIRA E CHIUDE CON 12 -----*
           PERFORM INIZIO-CATENA      THRU EX-INIZIO-CATENA.
           IF PREDECESSORI-KO
              MOVE 12 TO RETURN-CODE
           ELSE
              PERFORM ESEGUI-BPVM017 THRU EX-ESEGUI-BPVM017
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
       ESEGUI-BPVM017.
      *
           OPEN OUTPUT VMREGRPT-FILE.
           WRITE VMREGRPT-REC FROM RIGA-TITOLO.
      *
           PERFORM APRI-VMREG-IO THRU EX-APRI-VMREG-IO.
           IF NOT VMREG-OK
              WRITE VMREGRPT-REC FROM RIGA-ERRORE
              CLOSE VMREGRPT-FILE
              MOVE 8 TO RETURN-CODE
              GO TO EX-ESEGUI-BPVM017.
           PERFORM APRI-VMAUDIT   THRU EX-APRI-VMAUDIT.
           IF GIORNALE-KO
              CLOSE VMREG-FILE
                    VMREGRPT-FILE
              MOVE 8 TO RETURN-CODE
              GO TO EX-ESEGUI-BPVM017.
      *
      *---- PRIMO GIRO: LE REGIONI DELLA LISTA DEI TERMINALI ----------*
           OPEN INPUT BPVMLST-FILE.
           IF NOT BPVMLST-OK
              SET FINE-LISTA TO TRUE
           END-IF.
           PERFORM TRATTA-LISTA THRU EX-TRATTA-LISTA
              UNTIL FINE-LISTA
                 OR GIORNALE-KO.
           IF BPVMLST-STATUS NOT = "35"
              CLOSE BPVMLST-FILE
           END-IF.
      *
      *---- SECONDO GIRO: I PARTNER DI VMPART SENZA REGIONE IN LISTA --*
           OPEN INPUT VMPART-FILE.
           IF NOT VMPART-OK
              SET FINE-PARTNER TO TRUE
           END-IF.
           PERFORM TRATTA-PARTNER THRU EX-TRATTA-PARTNER
              UNTIL FINE-PARTNER
                 OR GIORNALE-KO.
           IF NOT VMPART-NON-ESISTE
              CLOSE VMPART-FILE
           END-IF.
      *
      *---- TERZO GIRO: I CONTESTI DI BPVMCTX SENZA REGIONE ALTROVE ---*
           OPEN INPUT BPVMCTX-FILE.
           IF NOT BPVMCTX-OK
              SET FINE-CONTESTO TO TRUE
           END-IF.
           PERFORM TRATTA-CONTESTO THRU EX-TRATTA-CONTESTO
              UNTIL FINE-CONTESTO
                 OR GIORNALE-KO.
           IF NOT BPVMCTX-NON-ESISTE
              CLOSE BPVMCTX-FILE
           END-IF.
      *
           CLOSE VMREG-FILE.
      *
           MOVE CONTA-INSERITE     TO CONTEGGI-INSERITE.
           MOVE CONTA-GIA-PRESENTI TO CONTEGGI-GIA-PRESENTI.
           MOVE CONTA-DISCORDANZE  TO CONTEGGI-DISCORDANZE.
           MOVE CONTA-SCARTATE     TO CONTEGGI-SCARTATE.
           WRITE VMREGRPT-REC FROM RIGA-CONTEGGI.
           CLOSE VMREGRPT-FILE.
      *
           IF CONTA-DISCORDANZE > ZERO OR CONTA-SCARTATE > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
      *
      *---- RECORD LETTI E SCRITTI PER IL LIBRO MASTRO DELLA CATENA ---*
           MOVE CONTA-INSERITE TO CAT-SCRITTI.
      *
       EX-ESEGUI-BPVM017.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- APERTURA IN AGGIORNAMENTO CON CREAZIONE DEL FILE ---------*
      *---- ALLA PRIMA SCRITTURA (COME APRI-VMPART-IO DI BPVM015) ----*
      *-------------------------------------------------------------*
       APRI-VMREG-IO.
      *
           OPEN I-O VMREG-FILE.
           IF VMREG-NON-ESISTE
              OPEN OUTPUT VMREG-FILE
              IF VMREG-OK
                 CLOSE VMREG-FILE
                 OPEN I-O VMREG-FILE
              END-IF
           END-IF.
      *
       EX-APRI-VMREG-IO.
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
      *---- UNA RIGA DI GIORNALE PER OGNI REGIONE INSERITA: LA -------*
      *---- CONVERSIONE NON SOSTITUISCE NE' ELIMINA, QUINDI NON ------*
      *---- C'E' IMMAGINE PRIMA. SI CONSERVA L'INTERO RECORD ---------*
      *---- (DATI DELLA REGIONE E PA-REC) ----------------------------*
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
           MOVE "VMREG"            TO VMAUDIT-NOME-FILE.
           MOVE "I"                TO VMAUDIT-OPERAZIONE.
           MOVE VMREG-CHIAVE       TO VMAUDIT-CHIAVE.
           MOVE SPACE              TO VMAUDIT-PRIMA.
           MOVE VMREG-REC          TO VMAUDIT-DOPO.
           WRITE VMAUDIT-REC.
           IF NOT VMAUDIT-OK
              DISPLAY AUD-PROGRAMMA " VMAUDIT NON SCRITTO, STATO "
                      VMAUDIT-STATUS " CHIAVE " VMREG-CHIAVE
              SET GIORNALE-KO TO TRUE
           END-IF.
           CLOSE VMAUDIT-FILE.
      *
       EX-SCRIVI-VMAUDIT.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- UNA VOCE DELLA LISTA DEI TERMINALI: LA REGIONE PRENDE ----*
      *---- CONTESTO DA BPVMCTX E PARTNER DA VMPART ------------------*
      *-------------------------------------------------------------*
       TRATTA-LISTA.
      *
           READ BPVMLST-FILE
              AT END
                 SET FINE-LISTA TO TRUE
                 GO TO EX-TRATTA-LISTA
           END-READ.
           ADD 1 TO CAT-LETTI.
      *
           MOVE BPVMLST-REGIONE   TO VOCE-RPT-REGIONE.
           MOVE BPVMLST-EIBTRMID  TO VOCE-RPT-TERM.
           IF (BPVMLST-EIBTRMID = SPACE OR LOW-VALUE) OR
              (BPVMLST-REGIONE  = SPACE OR LOW-VALUE)
              ADD 1 TO CONTA-SCARTATE
              MOVE "SCARTATA    "          TO VOCE-RPT-ESITO
              MOVE "TERMINALE O REGIONE VUOTI IN BPVMLST   "
                TO VOCE-RPT-MOTIVO
              WRITE VMREGRPT-REC FROM RIGA-VOCE
              GO TO EX-TRATTA-LISTA.
      *
           MOVE BPVMLST-REGIONE TO REG-REGIONE.
           PERFORM CERCA-REGIONE THRU EX-CERCA-REGIONE.
           IF REGIONE-TROVATA
              ADD 1 TO CONTA-GIA-PRESENTI
              GO TO EX-TRATTA-LISTA.
      *
           PERFORM CERCA-CONTESTO THRU EX-CERCA-CONTESTO.
           PERFORM CERCA-PARTNER  THRU EX-CERCA-PARTNER.
      *
           MOVE SPACE              TO VMREG-REC.
           MOVE BPVMLST-REGIONE    TO VMREG-REGIONE.
           MOVE BPVMLST-EIBTRMID   TO VMREG-EIBTRMID.
           MOVE BPVMLST-CATEGORIA  TO VMREG-CATEGORIA.
           PERFORM COMPLETA-REGIONE THRU EX-COMPLETA-REGIONE.
      *
           MOVE "INSERITA    "     TO VOCE-RPT-ESITO.
           MOVE SPACE              TO VOCE-RPT-MOTIVO.
           EVALUATE TRUE
              WHEN NOT CONTESTO-TROVATO AND NOT PARTNER-TROVATO
                 MOVE "SENZA CONTESTO BPVMCTX NE' PARTNER VMPART"
                   TO VOCE-RPT-MOTIVO
              WHEN NOT CONTESTO-TROVATO
                 MOVE "SENZA CONTESTO IN BPVMCTX              "
                   TO VOCE-RPT-MOTIVO
              WHEN NOT PARTNER-TROVATO
                 MOVE "SENZA PARTNER IN VMPART                "
                   TO VOCE-RPT-MOTIVO
           END-EVALUATE.
           PERFORM SCRIVI-REGIONE THRU EX-SCRIVI-REGIONE.
      *
       EX-TRATTA-LISTA.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- UN PARTNER DI VMPART: SE LA SUA REGIONE (IL SISTEMA) -----*
      *---- NON E' ANCORA CENSITA NON ERA IN LISTA E NON VENIVA ------*
      *---- PROVATA; LA SI CENSISCE SENZA TERMINALE, DA COMPLETARE ---*
      *---- IN VM07 --------------------------------------------------*
      *-------------------------------------------------------------*
       TRATTA-PARTNER.
      *
           READ VMPART-FILE NEXT
              AT END
                 SET FINE-PARTNER TO TRUE
                 GO TO EX-TRATTA-PARTNER
           END-READ.
           ADD 1 TO CAT-LETTI.
      *
           MOVE VMPART-SISTEMA TO REG-REGIONE.
           PERFORM CERCA-REGIONE THRU EX-CERCA-REGIONE.
           IF REGIONE-TROVATA
              GO TO EX-TRATTA-PARTNER.
      *
           MOVE VMPART-PROGRAMMA   TO REG-PROGRAMMA.
           MOVE VMPART-DESCRIZIONE TO REG-DESCRIZIONE.
           MOVE VMPART-ATTIVO      TO REG-ATTIVO.
           MOVE VMPART-SISTEMA     TO REG-SISTEMA.
           MOVE 1 TO FLAG-PARTNER-TROVATO.
           PERFORM CERCA-CONTESTO THRU EX-CERCA-CONTESTO.
      *
           MOVE SPACE              TO VMREG-REC.
           MOVE VMPART-SISTEMA     TO VMREG-REGIONE.
           PERFORM COMPLETA-REGIONE THRU EX-COMPLETA-REGIONE.
      *
           MOVE VMPART-SISTEMA     TO VOCE-RPT-REGIONE.
           MOVE SPACE              TO VOCE-RPT-TERM.
           MOVE "INSERITA    "     TO VOCE-RPT-ESITO.
           MOVE "IN VMPART MA NON IN BPVMLST: TERMINALE ?"
             TO VOCE-RPT-MOTIVO.
           PERFORM SCRIVI-REGIONE THRU EX-SCRIVI-REGIONE.
      *
       EX-TRATTA-PARTNER.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- UN CONTESTO DI BPVMCTX DI UNA REGIONE CHE NON E' NE' -----*
      *---- IN LISTA NE' FRA I PARTNER: SI CENSISCE SENZA ------------*
      *---- TERMINALE, DA COMPLETARE IN VM07 -------------------------*
      *-------------------------------------------------------------*
       TRATTA-CONTESTO.
      *
           READ BPVMCTX-FILE
              AT END
                 SET FINE-CONTESTO TO TRUE
                 GO TO EX-TRATTA-CONTESTO
           END-READ.
           ADD 1 TO CAT-LETTI.
      *
           IF BPVMCTX-REGIONE = SPACE OR LOW-VALUE
              GO TO EX-TRATTA-CONTESTO.
           MOVE BPVMCTX-REGIONE TO REG-REGIONE.
           PERFORM CERCA-REGIONE THRU EX-CERCA-REGIONE.
           IF REGIONE-TROVATA
              GO TO EX-TRATTA-CONTESTO.
      *
           MOVE BPVMCTX-PA-REC     TO REG-PA-REC.
           MOVE 1 TO FLAG-CONTESTO-TROVATO.
           MOVE ZERO TO FLAG-PARTNER-TROVATO.
           MOVE SPACE              TO VMREG-REC.
           MOVE BPVMCTX-REGIONE    TO VMREG-REGIONE.
           PERFORM COMPLETA-REGIONE THRU EX-COMPLETA-REGIONE.
      *
           MOVE BPVMCTX-REGIONE    TO VOCE-RPT-REGIONE.
           MOVE SPACE              TO VOCE-RPT-TERM.
           MOVE "INSERITA    "     TO VOCE-RPT-ESITO.
           MOVE "SOLO IN BPVMCTX: TERMINALE ?           "
             TO VOCE-RPT-MOTIVO.
           PERFORM SCRIVI-REGIONE THRU EX-SCRIVI-REGIONE.
      *
       EX-TRATTA-CONTESTO.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- LA REGIONE REG-REGIONE E' GIA' IN VMREG? -----------------*
      *-------------------------------------------------------------*
       CERCA-REGIONE.
      *
           MOVE ZERO TO FLAG-REGIONE-TROVATA.
           MOVE REG-REGIONE TO VMREG-CHIAVE.
           READ VMREG-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 1 TO FLAG-REGIONE-TROVATA
           END-READ.
      *
       EX-CERCA-REGIONE.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- CERCA IL PA-REC DELLA REGIONE SU BPVMCTX (STESSA ---------*
      *---- SCANSIONE DI CERCA-CONTESTO IN BPVM000) ------------------*
      *-------------------------------------------------------------*
       CERCA-CONTESTO.
      *
           MOVE SPACE TO REG-PA-REC.
           MOVE ZERO  TO FLAG-CONTESTO-TROVATO
                         FLAG-FINE-CONTESTO.
      *
           OPEN INPUT BPVMCTX-FILE.
           IF NOT BPVMCTX-OK
              GO TO EX-CERCA-CONTESTO.
      *
           PERFORM LEGGI-CONTESTO THRU EX-LEGGI-CONTESTO
              UNTIL FINE-CONTESTO.
      *
           CLOSE BPVMCTX-FILE.
           MOVE ZERO TO FLAG-FINE-CONTESTO.
      *
       EX-CERCA-CONTESTO.
           EXIT.
      *
       LEGGI-CONTESTO.
      *
           READ BPVMCTX-FILE
              AT END
                 SET FINE-CONTESTO TO TRUE
                 GO TO EX-LEGGI-CONTESTO
           END-READ.
           IF BPVMCTX-REGIONE = REG-REGIONE
              MOVE BPVMCTX-PA-REC TO REG-PA-REC
              MOVE 1 TO FLAG-CONTESTO-TROVATO
              SET FINE-CONTESTO TO TRUE
           END-IF.
      *
       EX-LEGGI-CONTESTO.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- CERCA SU VMPART IL PRIMO PROGRAMMA DI ECO DEL SISTEMA ----*
      *---- CON LO STESSO NOME DELLA REGIONE -------------------------*
      *-------------------------------------------------------------*
       CERCA-PARTNER.
      *
           MOVE SPACE TO REG-SISTEMA
                         REG-PROGRAMMA
                         REG-DESCRIZIONE
                         REG-ATTIVO.
           MOVE ZERO  TO FLAG-PARTNER-TROVATO.
      *
           OPEN INPUT VMPART-FILE.
           IF NOT VMPART-OK
              GO TO EX-CERCA-PARTNER.
      *
           MOVE REG-REGIONE TO VMPART-SISTEMA.
           MOVE LOW-VALUE   TO VMPART-PROGRAMMA.
           START VMPART-FILE KEY NOT < VMPART-CHIAVE
              INVALID KEY
                 SET VMPART-NOTFND TO TRUE
           END-START.
           IF VMPART-OK
              READ VMPART-FILE NEXT
                 AT END
                    SET VMPART-NOTFND TO TRUE
              END-READ
           END-IF.
           IF VMPART-OK AND VMPART-SISTEMA = REG-REGIONE
              MOVE VMPART-SISTEMA     TO REG-SISTEMA
              MOVE VMPART-PROGRAMMA   TO REG-PROGRAMMA
              MOVE VMPART-DESCRIZIONE TO REG-DESCRIZIONE
              MOVE VMPART-ATTIVO      TO REG-ATTIVO
              MOVE 1 TO FLAG-PARTNER-TROVATO
           END-IF.
      *
           CLOSE VMPART-FILE.
      *
       EX-CERCA-PARTNER.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- COMPLETA IL RECORD VMREG CON CONTESTO E PARTNER TROVATI; *
      *---- GRUPPO DI SUPPORTO, CRITICITA' E SOGLIA SI DANNO POI IN  *
      *---- VM07 (SOGLIA ZERO = SOGLIA GENERALE DI BPVM003). SENZA   *
      *---- PARTNER LA REGIONE E' COMUNQUE ATTIVA PER LA SUITE       *
      *-------------------------------------------------------------*
       COMPLETA-REGIONE.
      *
           MOVE ZERO               TO VMREG-SOGLIA.
           MOVE AUD-PROGRAMMA      TO VMREG-UTENTE.
           IF CONTESTO-TROVATO
              MOVE REG-PA-REC      TO VMREG-PA-REC
           ELSE
              MOVE SPACE           TO VMREG-PA-REC
              MOVE ZERO            TO VMREG-PA-LONG
           END-IF.
           IF PARTNER-TROVATO
              MOVE REG-SISTEMA     TO VMREG-SISTEMA
              MOVE REG-PROGRAMMA   TO VMREG-PROGRAMMA
              MOVE REG-DESCRIZIONE TO VMREG-DESCRIZIONE
              MOVE REG-ATTIVO      TO VMREG-ATTIVO
           ELSE
              MOVE "S"             TO VMREG-ATTIVO
           END-IF.
      *
       EX-COMPLETA-REGIONE.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- SCRITTURA DELLA NUOVA REGIONE, GIORNALE E RIGA DI --------*
      *---- PROSPETTO (CON MOTIVO = DISCORDANZA FRA LE LISTE) --------*
      *-------------------------------------------------------------*
       SCRIVI-REGIONE.
      *
           WRITE VMREG-REC
              INVALID KEY
                 CONTINUE
           END-WRITE.
           IF NOT VMREG-OK
              ADD 1 TO CONTA-SCARTATE
              MOVE "SCARTATA    "          TO VOCE-RPT-ESITO
              MOVE "SCRITTURA SU VMREG NON RIUSCITA        "
                TO VOCE-RPT-MOTIVO
              WRITE VMREGRPT-REC FROM RIGA-VOCE
              GO TO EX-SCRIVI-REGIONE.
      *
           ADD 1 TO CONTA-INSERITE.
           IF VOCE-RPT-MOTIVO NOT = SPACE
              ADD 1 TO CONTA-DISCORDANZE
           END-IF.
           PERFORM SCRIVI-VMAUDIT THRU EX-SCRIVI-VMAUDIT.
           WRITE VMREGRPT-REC FROM RIGA-VOCE.
      *
       EX-SCRIVI-REGIONE.
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
       END PROGRAM BPVM017.
