       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BPVM021.
      *------------------------------------------------*
      *     REPORT DIVERGENZE ESITI TRA REGIONI        *
      *------------------------------------------------*
      *   PER IL GIORNO DELLA SCHEDA (VUOTA = OGGI)     *
      *   LEGGE LO STORICO VMHIST SCRITTO DA BPVM000    *
      *   E STAMPA OGNI CASO VMTEST CHE LO STESSO       *
      *   GIORNO E' SUPERATO SU ALCUNI TERMINALI E      *
      *   FALLITO SU ALTRI, CON I VALORI OTTENUTI       *
      *   AFFIANCATI (SUPERATI A SINISTRA, FALLITI A    *
      *   DESTRA). LE REGIONI DELL'ESITO DI MINORANZA   *
      *   (A PARITA' QUELLE FALLITE) SONO LE ANOMALE:   *
      *   IN CODA UN RIEPILOGO PER REGIONE DI QUANTE    *
      *   VOLTE LO SONO STATE.                          *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.                         *CSTD
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--------------------------------------------------------------*
      *    SCHEDA PARAMETRO: COL. 1-8 GIORNO GGMMAAAA (VUOTA = OGGI)  *
      *--------------------------------------------------------------*
           SELECT BPVMPAR-FILE ASSIGN TO BPVMPAR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS BPVMPAR-STATUS.
      *--------------------------------------------------------------*
      *    STORICO A CHIAVE DEGLI ESITI DI OGNI CASO ESEGUITO         *
      *--------------------------------------------------------------*
           SELECT VMHIST-FILE  ASSIGN TO VMHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VMHIST-CHIAVE
                  FILE STATUS  IS VMHIST-STATUS.
      *--------------------------------------------------------------*
      *    ANAGRAFICA DELLE REGIONI (TERMINALE DI OGNI REGIONE)       *
      *--------------------------------------------------------------*
           SELECT VMREG-FILE   ASSIGN TO VMREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS VMREG-CHIAVE
                  FILE STATUS  IS VMREG-STATUS.
      *--------------------------------------------------------------*
      *    FILE DI LAVORO PER L'ORDINAMENTO PER CASO E TERMINALE      *
      *--------------------------------------------------------------*
           SELECT VMDIV-SORT   ASSIGN TO SORTWK01.
      *--------------------------------------------------------------*
      *    REPORT DELLE DIVERGENZE                                    *
      *--------------------------------------------------------------*
           SELECT VMDIVRPT-FILE ASSIGN TO VMDIVRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS VMDIVRPT-STATUS.
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
       FD  VMHIST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMHIST-REC.
           05  VMHIST-CHIAVE.
               10  VMHIST-DATA       PIC 9(7).
               10  VMHIST-EIBTRMID   PIC X(4).
               10  VMHIST-CHIAVE-CASO.
                   15  VMHIST-CATEGORIA PIC X(8).
                   15  VMHIST-ID-CASO   PIC X(8).
           05  VMHIST-ESITO          PIC XX.
               88  VMHIST-SUPERATO           VALUE "OK".
               88  VMHIST-FALLITO            VALUE "KO".
           05  VMHIST-OTTENUTO       PIC X(50).
           05  FILLER                PIC X(1).
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
      *---- QUI NON SERVE E VIAGGIA COME FILLER -----------------------*
           05  VMREG-PA-REC          PIC X(1000).
      *
       SD  VMDIV-SORT.
       01  ORD-REC.
           05  ORD-CHIAVE-CASO       PIC X(16).
           05  ORD-EIBTRMID          PIC X(4).
           05  ORD-ESITO             PIC XX.
           05  ORD-OTTENUTO          PIC X(50).
           05  FILLER                PIC X(8).
      *
       FD  VMDIVRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMDIVRPT-REC              PIC X(132).
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
        05   VMHIST-STATUS                 PIC XX VALUE "00".
             88  VMHIST-OK                        VALUE "00".
             88  VMHIST-NON-ESISTE                VALUE "35".
        05   VMREG-STATUS                  PIC XX VALUE "00".
             88  VMREG-OK                         VALUE "00".
        05   VMDIVRPT-STATUS               PIC XX VALUE "00".
             88  VMDIVRPT-OK                      VALUE "00".
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
        05   FLAG-FINE-VMHIST              PIC 9   VALUE ZERO.
             88  FINE-VMHIST                      VALUE 1.
        05   FLAG-FINE-VMREG               PIC 9   VALUE ZERO.
             88  FINE-VMREG                       VALUE 1.
        05   FLAG-FINE-ORDINATO            PIC 9   VALUE ZERO.
             88  FINE-ORDINATO                    VALUE 1.
        05   FLAG-PRIMO-RECORD             PIC 9   VALUE ZERO.
             88  PRIMO-RECORD                     VALUE ZERO.
        05   FLAG-PARAMETRO-KO             PIC 9   VALUE ZERO.
             88  PARAMETRO-KO                     VALUE 1.
        05   FLAG-VMHIST-KO                PIC 9   VALUE ZERO.
             88  VMHIST-KO                        VALUE 1.
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
        05   CAT-PROGRAMMA         PIC X(8)  VALUE "BPVM021".
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
      *       GIORNO DELLA SCHEDA: DA GGMMAAAA A GIULIANA 0CAADDD     *
      *--------------------------------------------------------------*
       01  LIMITE-AREE.
        05   LIMITE-GGMMAAAA.
             10 LIMITE-GG          PIC 99.
             10 LIMITE-MM          PIC 99.
             10 LIMITE-SS          PIC 99.
             10 LIMITE-AA          PIC 99.
        05   LIMITE-GGMMAAAA-X REDEFINES LIMITE-GGMMAAAA PIC X(8).
        05   LIMITE-GIULIANA       PIC 9(7)  VALUE ZERO.
        05   LIMITE-SECOLO         PIC 9     VALUE ZERO.
        05   LIMITE-DDD            PIC 9(3)  COMP-4 VALUE ZERO.
        05   LIMITE-IND            PIC 9(3)  COMP-4 VALUE ZERO.
        05   LIMITE-RESTO          PIC 9(3)  COMP-4 VALUE ZERO.
        05   LIMITE-QUOZIENTE      PIC 9(3)  COMP-4 VALUE ZERO.
        05   LIMITE-DATA-EDIT      PIC X(10) VALUE SPACE.
        05   FILLER  VALUE "312831303130313130313031".
             10 MESE-GG            PIC 99 OCCURS 12.
      *--------------------------------------------------------------*
      *       TERMINALI DELL'ANAGRAFICA E DELLO STORICO DEL GIORNO   *
      *       CON I CONTEGGI DEL RIEPILOGO PER REGIONE               *
      *--------------------------------------------------------------*
       01  TABELLA-TERMINALI.
        05   TRM-MAX               PIC 9(4) COMP-4 VALUE 200.
        05   TRM-USATI             PIC 9(4) COMP-4 VALUE ZERO.
        05   TRM-TROVATO           PIC 9(4) COMP-4 VALUE ZERO.
        05   FLAG-TRM-TRABOCCO     PIC 9    VALUE ZERO.
             88  TRM-TRABOCCO             VALUE 1.
        05   TRM-ELEM OCCURS 200 INDEXED BY TRM-IND.
             10 TRM-EIBTRMID       PIC X(4).
             10 TRM-REGIONE        PIC X(8).
             10 TRM-CASI           PIC 9(5) COMP-4.
             10 TRM-DIVERGENTI     PIC 9(5) COMP-4.
             10 TRM-ANOMALIE       PIC 9(5) COMP-4.
      *--------------------------------------------------------------*
      *       CASO CORRENTE: UN ESITO PER TERMINALE, CON GLI INDICI  *
      *       DEI SUPERATI E DEI FALLITI PER LA STAMPA AFFIANCATA    *
      *--------------------------------------------------------------*
       01  CASO-AREE.
        05   CAS-CHIAVE-CASO       PIC X(16) VALUE SPACE.
        05   CAS-MAX               PIC 9(4) COMP-4 VALUE 200.
        05   CAS-USATI             PIC 9(4) COMP-4 VALUE ZERO.
        05   CAS-IND               PIC 9(4) COMP-4 VALUE ZERO.
        05   CAS-OK                PIC 9(4) COMP-4 VALUE ZERO.
        05   CAS-KO                PIC 9(4) COMP-4 VALUE ZERO.
        05   CAS-RIGHE             PIC 9(4) COMP-4 VALUE ZERO.
        05   CAS-RIGA              PIC 9(4) COMP-4 VALUE ZERO.
        05   CAS-ESITO-ANOMALO     PIC XX    VALUE SPACE.
        05   FLAG-CAS-TRABOCCO     PIC 9    VALUE ZERO.
             88  CAS-TRABOCCO             VALUE 1.
        05   CAS-ELEM OCCURS 200.
             10 CAS-EIBTRMID       PIC X(4).
             10 CAS-TRM            PIC 9(4) COMP-4.
             10 CAS-ESITO          PIC XX.
             10 CAS-OTTENUTO       PIC X(50).
        05   CAS-IND-OK            PIC 9(4) COMP-4 OCCURS 200.
        05   CAS-IND-KO            PIC 9(4) COMP-4 OCCURS 200.
      *--------------------------------------------------------------*
      *       CONTATORI DEL REPORT                                   *
      *--------------------------------------------------------------*
       01  CONTATORI.
        05   CONTA-ESITI           PIC 9(7) COMP-4 VALUE ZERO.
        05   CONTA-CASI            PIC 9(7) COMP-4 VALUE ZERO.
        05   CONTA-DIVERGENTI      PIC 9(7) COMP-4 VALUE ZERO.
        05   CONTA-MAX-ANOMALIE    PIC 9(5) COMP-4 VALUE ZERO.
      *--------------------------------------------------------------*
      *       RIGHE DEL REPORT                                       *
      *--------------------------------------------------------------*
       01  RIGA-TITOLO.
        05   FILLER                PIC X(48) VALUE
             "DIVERGENZE DI ESITO DEI CASI VMTEST TRA REGIONI ".
        05   FILLER                PIC X(9)  VALUE "- GIORNO ".
        05   TITOLO-GIORNO         PIC X(10).
        05   FILLER                PIC X(65) VALUE SPACE.
      *
       01  RIGA-COLONNE.
        05   FILLER                PIC X(40) VALUE
             " TERM REGIONE  OTTENUTO SUPERATO (OK)   ".
        05   FILLER                PIC X(27) VALUE SPACE.
        05   FILLER                PIC X(40) VALUE
             " TERM REGIONE  OTTENUTO FALLITO (KO)    ".
        05   FILLER                PIC X(25) VALUE SPACE.
      *
       01  RIGA-CASO.
        05   FILLER                PIC X(5)  VALUE "CASO ".
        05   RPT-CHIAVE            PIC X(17).
        05   FILLER                PIC X(14) VALUE "  SUPERATO SU ".
        05   RPT-OK                PIC ZZ9.
        05   FILLER                PIC X(13) VALUE "  FALLITO SU ".
        05   RPT-KO                PIC ZZ9.
        05   FILLER                PIC X(25) VALUE
             " TERMINALI  - ANOMALI I  ".
        05   RPT-ANOMALI           PIC X(8).
        05   FILLER                PIC X(44) VALUE SPACE.
      *
      *---- UNA COPPIA DI ESITI AFFIANCATI: L'ASTERISCO SEGNA IL ------*
      *---- LATO DELLE REGIONI ANOMALE ---------------------------------*
       01  RIGA-COPPIA.
        05   RPT-SEGNO-OK          PIC X.
        05   RPT-TRMID-OK          PIC X(4).
        05   FILLER                PIC X     VALUE SPACE.
        05   RPT-REGIONE-OK        PIC X(8).
        05   FILLER                PIC X     VALUE SPACE.
        05   RPT-OTTENUTO-OK       PIC X(50).
        05   FILLER                PIC X(2)  VALUE SPACE.
        05   RPT-SEGNO-KO          PIC X.
        05   RPT-TRMID-KO          PIC X(4).
        05   FILLER                PIC X     VALUE SPACE.
        05   RPT-REGIONE-KO        PIC X(8).
        05   FILLER                PIC X     VALUE SPACE.
        05   RPT-OTTENUTO-KO       PIC X(50).
      *
       01  RIGA-RIEPILOGO-TIT.
        05   FILLER                PIC X(40) VALUE
             "RIEPILOGO PER REGIONE (SOLO REGIONI CON ".
        05   FILLER                PIC X(20) VALUE
             "CASI DIVERGENTI)    ".
        05   FILLER                PIC X(72) VALUE SPACE.
      *
       01  RIGA-RIEPILOGO-COL.
        05   FILLER                PIC X(40) VALUE
             "TERM REGIONE     CASI ESEGUITI  DIVERGEN".
        05   FILLER                PIC X(30) VALUE
             "TI  VOLTE ANOMALA             ".
        05   FILLER                PIC X(62) VALUE SPACE.
      *
       01  RIGA-REGIONE.
        05   REG-TRMID             PIC X(4).
        05   FILLER                PIC X     VALUE SPACE.
        05   REG-REGIONE           PIC X(11).
        05   FILLER                PIC X(9)  VALUE SPACE.
        05   REG-CASI              PIC ZZZZ9.
        05   FILLER                PIC X(7)  VALUE SPACE.
        05   REG-DIVERGENTI        PIC ZZZZ9.
        05   FILLER                PIC X(10) VALUE SPACE.
        05   REG-ANOMALIE          PIC ZZZZ9.
        05   FILLER                PIC X     VALUE SPACE.
        05   REG-NOTA              PIC X(20).
        05   FILLER                PIC X(54) VALUE SPACE.
      *
       01  RIGA-CONTEGGI.
        05   FILLER                PIC XX    VALUE SPACE.
        05   FILLER                PIC X(14) VALUE "ESITI LETTI   ".
        05   CONTEGGI-ESITI        PIC ZZZZZZ9.
        05   FILLER                PIC X(16) VALUE "  CASI ESEGUITI ".
        05   CONTEGGI-CASI         PIC ZZZZZZ9.
        05   FILLER                PIC X(18) VALUE "  CASI DIVERGENTI ".
        05   CONTEGGI-DIVERGENTI   PIC ZZZZZZ9.
        05   FILLER                PIC X(61) VALUE SPACE.
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
      *
       PROCEDURE DIVISION.
      *-------------------------------------------------------------*
      *------------------------ MAINLINE -----------------------------*
      *-------------------------------------------------------------*
       BPVM021-MAIN.
      *
      *---- CATENA DEI LAVORI: INIZIO CORSA SUL LIBRO MASTRO E --------*
      *---- CONTROLLO DEI PREDECESSORI; SE UNO NON HA FINITO OGGI -----*
      *---- CON UN RC ACCETTATO IL PASSO NON GIRA E CHIUDE CON 12 -----*
           PERFORM INIZIO-CATENA      THRU EX-INIZIO-CATENA.
           IF PREDECESSORI-KO
              MOVE 12 TO RETURN-CODE
           ELSE
              PERFORM ESEGUI-BPVM021 THRU EX-ESEGUI-BPVM021
           END-IF.
           PERFORM FINE-CATENA        THRU EX-FINE-CATENA.
      *
           GOBACK.
      *
      *-------------------------------------------------------------*
      *------------------ ELABORAZIONE DEL PASSO ---------------------*
      *-------------------------------------------------------------*
       ESEGUI-BPVM021.
      *
           OPEN OUTPUT VMDIVRPT-FILE.
      *
           PERFORM LEGGI-PARAMETRO    THRU EX-LEGGI-PARAMETRO.
           PERFORM CTR-DATA           THRU EX-CTR-DATA.
      *
           IF PARAMETRO-KO
              MOVE "SCHEDA PARAMETRO ERRATA, GIORNO NON GGMMAAAA"
                TO ERRORE-DESCR
              MOVE LIMITE-GGMMAAAA-X TO ERRORE-VALORE
              WRITE VMDIVRPT-REC FROM RIGA-ERRORE
              CLOSE VMDIVRPT-FILE
              MOVE 8 TO RETURN-CODE
              GO TO EX-ESEGUI-BPVM021.
      *
           MOVE LIMITE-DATA-EDIT TO TITOLO-GIORNO.
           WRITE VMDIVRPT-REC FROM RIGA-TITOLO.
           WRITE VMDIVRPT-REC FROM RIGA-VUOTA.
      *
           PERFORM CARICA-REGIONI     THRU EX-CARICA-REGIONI.
      *
           SORT VMDIV-SORT
                ON ASCENDING KEY ORD-CHIAVE-CASO
                                 ORD-EIBTRMID
                INPUT  PROCEDURE IS PREPARA-VMHIST
                                 THRU EX-PREPARA-VMHIST
                OUTPUT PROCEDURE IS CONFRONTA-VMHIST
                                 THRU EX-CONFRONTA-VMHIST.
      *
           IF VMHIST-KO
              MOVE "STORICO VMHIST NON DISPONIBILE, STATO"
                TO ERRORE-DESCR
              MOVE VMHIST-STATUS TO ERRORE-VALORE
              WRITE VMDIVRPT-REC FROM RIGA-ERRORE
              CLOSE VMDIVRPT-FILE
              MOVE 8 TO RETURN-CODE
              GO TO EX-ESEGUI-BPVM021.
      *
           PERFORM STAMPA-RIEPILOGO   THRU EX-STAMPA-RIEPILOGO.
      *
           WRITE VMDIVRPT-REC FROM RIGA-VUOTA.
           MOVE CONTA-ESITI      TO CONTEGGI-ESITI.
           MOVE CONTA-CASI       TO CONTEGGI-CASI.
           MOVE CONTA-DIVERGENTI TO CONTEGGI-DIVERGENTI.
           WRITE VMDIVRPT-REC FROM RIGA-CONTEGGI.
           IF TRM-TRABOCCO
              MOVE "ALTRI TERMINALI OLTRE CAPIENZA NON RIEPILOGATI"
                TO TRABOCCO-DESCR
              WRITE VMDIVRPT-REC FROM RIGA-TRABOCCO
           END-IF.
           IF CAS-TRABOCCO
              MOVE "CASI CON PIU' TERMINALI DELLA CAPIENZA TRONCATI"
                TO TRABOCCO-DESCR
              WRITE VMDIVRPT-REC FROM RIGA-TRABOCCO
           END-IF.
      *
           CLOSE VMDIVRPT-FILE.
      *
      *---- UN CASO CHE DIVERGE TRA REGIONI E' UN AVVERTIMENTO --------*
           IF CONTA-DIVERGENTI > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
      *
       EX-ESEGUI-BPVM021.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- LETTURA E CONTROLLO DELLA SCHEDA PARAMETRO: SCHEDA -------*
      *---- ASSENTE O GIORNO VUOTO = OGGI ------------------------------*
      *-------------------------------------------------------------*
       LEGGI-PARAMETRO.
      *
           MOVE CAT-DATA TO LIMITE-GGMMAAAA-X.
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
           IF BPVMPAR-GIORNO NOT = SPACE AND LOW-VALUE
              MOVE BPVMPAR-GIORNO TO LIMITE-GGMMAAAA-X
           END-IF.
      *
       EX-LEGGI-PARAMETRO.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- CONTROLLO DI UNA DATA GGMMAAAA DELLA SCHEDA E ------------*
      *---- CONVERSIONE NELLA GIULIANA 0CAADDD DI VMHIST -------------*
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
      *-------------------------------------------------------------*
      *---- PRECARICA I TERMINALI DELL'ANAGRAFICA CON LA LORO --------*
      *---- REGIONE (ANAGRAFICA ASSENTE = TERMINALI NON CENSITI) -----*
      *-------------------------------------------------------------*
       CARICA-REGIONI.
      *
           MOVE ZERO TO FLAG-FINE-VMREG.
           OPEN INPUT VMREG-FILE.
           IF NOT VMREG-OK
              GO TO EX-CARICA-REGIONI.
           PERFORM CARICA-UNA-REGIONE THRU EX-CARICA-UNA-REGIONE
              UNTIL FINE-VMREG.
           CLOSE VMREG-FILE.
      *
       EX-CARICA-REGIONI.
           EXIT.
      *
       CARICA-UNA-REGIONE.
      *
           READ VMREG-FILE NEXT
              AT END
                 SET FINE-VMREG TO TRUE
                 GO TO EX-CARICA-UNA-REGIONE
           END-READ.
           IF VMREG-EIBTRMID = SPACE OR LOW-VALUE
              GO TO EX-CARICA-UNA-REGIONE.
           IF TRM-USATI NOT < TRM-MAX
              MOVE 1 TO FLAG-TRM-TRABOCCO
              GO TO EX-CARICA-UNA-REGIONE.
      *
           ADD 1 TO TRM-USATI.
           SET TRM-IND TO TRM-USATI.
           MOVE VMREG-EIBTRMID  TO TRM-EIBTRMID (TRM-IND).
           MOVE VMREG-REGIONE   TO TRM-REGIONE (TRM-IND).
           MOVE ZERO            TO TRM-CASI (TRM-IND)
                                   TRM-DIVERGENTI (TRM-IND)
                                   TRM-ANOMALIE (TRM-IND).
      *
       EX-CARICA-UNA-REGIONE.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- RILASCIA AL SORT I SOLI ESITI DEL GIORNO: LA CHIAVE ------*
      *---- DELLO STORICO COMINCIA CON LA DATA, PERCIO' SI PARTE -----*
      *---- DAL PRIMO RECORD DEL GIORNO E CI SI FERMA AL SUCCESSIVO --*
      *-------------------------------------------------------------*
       PREPARA-VMHIST.
      *
           MOVE ZERO TO FLAG-FINE-VMHIST.
           OPEN INPUT VMHIST-FILE.
           IF NOT VMHIST-OK
              SET VMHIST-KO TO TRUE
              GO TO EX-PREPARA-VMHIST.
      *
           MOVE LOW-VALUE       TO VMHIST-CHIAVE.
           MOVE LIMITE-GIULIANA TO VMHIST-DATA.
           START VMHIST-FILE KEY IS NOT < VMHIST-CHIAVE
              INVALID KEY
                 SET FINE-VMHIST TO TRUE
           END-START.
      *
           PERFORM RILASCIA-VMHIST THRU EX-RILASCIA-VMHIST
              UNTIL FINE-VMHIST.
      *
           CLOSE VMHIST-FILE.
      *
       EX-PREPARA-VMHIST.
           EXIT.
      *
       RILASCIA-VMHIST.
      *
           READ VMHIST-FILE NEXT
              AT END
                 SET FINE-VMHIST TO TRUE
                 GO TO EX-RILASCIA-VMHIST
           END-READ.
           ADD 1 TO CAT-LETTI.
           IF NOT VMHIST-OK OR
              VMHIST-DATA NOT = LIMITE-GIULIANA
              SET FINE-VMHIST TO TRUE
              GO TO EX-RILASCIA-VMHIST.
           ADD 1 TO CONTA-ESITI.
      *
           MOVE SPACE              TO ORD-REC.
           MOVE VMHIST-CHIAVE-CASO TO ORD-CHIAVE-CASO.
           MOVE VMHIST-EIBTRMID    TO ORD-EIBTRMID.
           MOVE VMHIST-ESITO       TO ORD-ESITO.
           MOVE VMHIST-OTTENUTO    TO ORD-OTTENUTO.
           RELEASE ORD-REC.
      *
       EX-RILASCIA-VMHIST.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- RICEVE GLI ESITI ORDINATI PER CASO E RACCOGLIE QUELLI ----*
      *---- DI TUTTI I TERMINALI, CON ROTTURA SULLA CHIAVE DEL CASO --*
      *-------------------------------------------------------------*
       CONFRONTA-VMHIST.
      *
           MOVE ZERO TO FLAG-FINE-ORDINATO.
           MOVE ZERO TO FLAG-PRIMO-RECORD.
      *
           PERFORM TRATTA-ORDINATO THRU EX-TRATTA-ORDINATO
              UNTIL FINE-ORDINATO.
      *
           IF NOT PRIMO-RECORD
              PERFORM CHIUDI-CASO THRU EX-CHIUDI-CASO
           END-IF.
      *
       EX-CONFRONTA-VMHIST.
           EXIT.
      *
       TRATTA-ORDINATO.
      *
           RETURN VMDIV-SORT
              AT END
                 SET FINE-ORDINATO TO TRUE
                 GO TO EX-TRATTA-ORDINATO
           END-RETURN.
      *
           IF PRIMO-RECORD
              PERFORM NUOVO-CASO THRU EX-NUOVO-CASO
              MOVE 1 TO FLAG-PRIMO-RECORD
           ELSE
              IF ORD-CHIAVE-CASO NOT = CAS-CHIAVE-CASO
                 PERFORM CHIUDI-CASO THRU EX-CHIUDI-CASO
                 PERFORM NUOVO-CASO  THRU EX-NUOVO-CASO
              END-IF
           END-IF.
      *
           PERFORM ACCUMULA-ESITO THRU EX-ACCUMULA-ESITO.
      *
       EX-TRATTA-ORDINATO.
           EXIT.
      *
       NUOVO-CASO.
      *
           MOVE ORD-CHIAVE-CASO TO CAS-CHIAVE-CASO.
           MOVE ZERO TO CAS-USATI
                        CAS-OK
                        CAS-KO.
      *
       EX-NUOVO-CASO.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- UN ESITO DEL CASO: VA NELLA TABELLA DEL CASO E CONTA -----*
      *---- NEL RIEPILOGO DEL SUO TERMINALE ---------------------------*
      *-------------------------------------------------------------*
       ACCUMULA-ESITO.
      *
           IF CAS-USATI NOT < CAS-MAX
              MOVE 1 TO FLAG-CAS-TRABOCCO
              GO TO EX-ACCUMULA-ESITO.
      *
           PERFORM CERCA-TERMINALE THRU EX-CERCA-TERMINALE.
           IF TRM-TROVATO > ZERO
              ADD 1 TO TRM-CASI (TRM-TROVATO)
           END-IF.
      *
           ADD 1 TO CAS-USATI.
           MOVE CAS-USATI    TO CAS-IND.
           MOVE ORD-EIBTRMID TO CAS-EIBTRMID (CAS-IND).
           MOVE TRM-TROVATO  TO CAS-TRM (CAS-IND).
           MOVE ORD-ESITO    TO CAS-ESITO (CAS-IND).
           MOVE ORD-OTTENUTO TO CAS-OTTENUTO (CAS-IND).
      *
           IF ORD-ESITO = "KO"
              ADD 1 TO CAS-KO
              MOVE CAS-IND TO CAS-IND-KO (CAS-KO)
           ELSE
              ADD 1 TO CAS-OK
              MOVE CAS-IND TO CAS-IND-OK (CAS-OK)
           END-IF.
      *
       EX-ACCUMULA-ESITO.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- POSIZIONE DEL TERMINALE NELLA TABELLA (ZERO SE PIENA): ---*
      *---- UN TERMINALE NON CENSITO IN VMREG VIENE AGGIUNTO SENZA ---*
      *---- REGIONE ---------------------------------------------------*
      *-------------------------------------------------------------*
       CERCA-TERMINALE.
      *
           MOVE ZERO TO TRM-TROVATO.
           SET TRM-IND TO 1.
           SEARCH TRM-ELEM
              AT END
                 CONTINUE
              WHEN TRM-IND > TRM-USATI
                 CONTINUE
              WHEN TRM-EIBTRMID (TRM-IND) = ORD-EIBTRMID
                 SET TRM-TROVATO TO TRM-IND
           END-SEARCH.
           IF TRM-TROVATO > ZERO
              GO TO EX-CERCA-TERMINALE.
      *
           IF TRM-USATI NOT < TRM-MAX
              MOVE 1 TO FLAG-TRM-TRABOCCO
              GO TO EX-CERCA-TERMINALE.
           ADD 1 TO TRM-USATI.
           MOVE TRM-USATI    TO TRM-TROVATO.
           MOVE ORD-EIBTRMID TO TRM-EIBTRMID (TRM-TROVATO).
           MOVE SPACE        TO TRM-REGIONE (TRM-TROVATO).
           MOVE ZERO         TO TRM-CASI (TRM-TROVATO)
                                TRM-DIVERGENTI (TRM-TROVATO)
                                TRM-ANOMALIE (TRM-TROVATO).
      *
       EX-CERCA-TERMINALE.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- CHIUDE IL CASO: DIVERGE SE HA ESITI SUPERATI E FALLITI. --*
      *---- ANOMALO E' L'ESITO DI MINORANZA; A PARITA' IL FALLITO ----*
      *-------------------------------------------------------------*
       CHIUDI-CASO.
      *
           ADD 1 TO CONTA-CASI.
           IF CAS-OK = ZERO OR CAS-KO = ZERO
              GO TO EX-CHIUDI-CASO.
      *
           ADD 1 TO CONTA-DIVERGENTI.
           IF CAS-OK < CAS-KO
              MOVE "OK" TO CAS-ESITO-ANOMALO
              MOVE "SUPERATI" TO RPT-ANOMALI
           ELSE
              MOVE "KO" TO CAS-ESITO-ANOMALO
              MOVE "FALLITI " TO RPT-ANOMALI
           END-IF.
      *
           PERFORM CONTA-ANOMALIA THRU EX-CONTA-ANOMALIA
              VARYING CAS-IND FROM 1 BY 1
              UNTIL CAS-IND > CAS-USATI.
      *
           MOVE SPACE                  TO RPT-CHIAVE.
           MOVE CAS-CHIAVE-CASO (1:8)  TO RPT-CHIAVE (1:8).
           MOVE "/"                    TO RPT-CHIAVE (9:1).
           MOVE CAS-CHIAVE-CASO (9:8)  TO RPT-CHIAVE (10:8).
           MOVE CAS-OK                 TO RPT-OK.
           MOVE CAS-KO                 TO RPT-KO.
           WRITE VMDIVRPT-REC FROM RIGA-CASO.
           WRITE VMDIVRPT-REC FROM RIGA-COLONNE.
      *
           MOVE CAS-OK TO CAS-RIGHE.
           IF CAS-KO > CAS-RIGHE
              MOVE CAS-KO TO CAS-RIGHE
           END-IF.
           PERFORM STAMPA-COPPIA THRU EX-STAMPA-COPPIA
              VARYING CAS-RIGA FROM 1 BY 1
              UNTIL CAS-RIGA > CAS-RIGHE.
           WRITE VMDIVRPT-REC FROM RIGA-VUOTA.
      *
       EX-CHIUDI-CASO.
           EXIT.
      *
       CONTA-ANOMALIA.
      *
           IF CAS-TRM (CAS-IND) = ZERO
              GO TO EX-CONTA-ANOMALIA.
           ADD 1 TO TRM-DIVERGENTI (CAS-TRM (CAS-IND)).
           IF CAS-ESITO (CAS-IND) = "KO"
              IF CAS-ESITO-ANOMALO = "KO"
                 ADD 1 TO TRM-ANOMALIE (CAS-TRM (CAS-IND))
              END-IF
           ELSE
              IF CAS-ESITO-ANOMALO = "OK"
                 ADD 1 TO TRM-ANOMALIE (CAS-TRM (CAS-IND))
              END-IF
           END-IF.
      *
       EX-CONTA-ANOMALIA.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- UNA RIGA DEL CASO: IL SUPERATO E IL FALLITO DI PARI ------*
      *---- POSIZIONE AFFIANCATI, LATO VUOTO QUANDO UNO DEI DUE ------*
      *---- ELENCHI E' FINITO -----------------------------------------*
      *-------------------------------------------------------------*
       STAMPA-COPPIA.
      *
           MOVE SPACE TO RPT-SEGNO-OK RPT-TRMID-OK RPT-REGIONE-OK
                         RPT-OTTENUTO-OK
                         RPT-SEGNO-KO RPT-TRMID-KO RPT-REGIONE-KO
                         RPT-OTTENUTO-KO.
      *
           IF CAS-RIGA NOT > CAS-OK
              MOVE CAS-IND-OK (CAS-RIGA) TO CAS-IND
              MOVE CAS-EIBTRMID (CAS-IND) TO RPT-TRMID-OK
              MOVE CAS-OTTENUTO (CAS-IND) TO RPT-OTTENUTO-OK
              MOVE "NON CENS"             TO RPT-REGIONE-OK
              IF CAS-TRM (CAS-IND) > ZERO AND
                 TRM-REGIONE (CAS-TRM (CAS-IND)) NOT = SPACE
                 MOVE TRM-REGIONE (CAS-TRM (CAS-IND))
                   TO RPT-REGIONE-OK
              END-IF
              IF CAS-ESITO-ANOMALO = "OK"
                 MOVE "*" TO RPT-SEGNO-OK
              END-IF
           END-IF.
      *
           IF CAS-RIGA NOT > CAS-KO
              MOVE CAS-IND-KO (CAS-RIGA) TO CAS-IND
              MOVE CAS-EIBTRMID (CAS-IND) TO RPT-TRMID-KO
              MOVE CAS-OTTENUTO (CAS-IND) TO RPT-OTTENUTO-KO
              MOVE "NON CENS"             TO RPT-REGIONE-KO
              IF CAS-TRM (CAS-IND) > ZERO AND
                 TRM-REGIONE (CAS-TRM (CAS-IND)) NOT = SPACE
                 MOVE TRM-REGIONE (CAS-TRM (CAS-IND))
                   TO RPT-REGIONE-KO
              END-IF
              IF CAS-ESITO-ANOMALO = "KO"
                 MOVE "*" TO RPT-SEGNO-KO
              END-IF
           END-IF.
      *
           WRITE VMDIVRPT-REC FROM RIGA-COPPIA.
      *
       EX-STAMPA-COPPIA.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- RIEPILOGO DELLE REGIONI COINVOLTE IN ALMENO UN CASO ------*
      *---- DIVERGENTE: LE PIU' SPESSO ANOMALE SONO SEGNALATE --------*
      *-------------------------------------------------------------*
       STAMPA-RIEPILOGO.
      *
           IF CONTA-DIVERGENTI = ZERO
              GO TO EX-STAMPA-RIEPILOGO.
      *
           MOVE ZERO TO CONTA-MAX-ANOMALIE.
           PERFORM TROVA-MAX-ANOMALIE THRU EX-TROVA-MAX-ANOMALIE
              VARYING TRM-IND FROM 1 BY 1
              UNTIL TRM-IND > TRM-USATI.
      *
           WRITE VMDIVRPT-REC FROM RIGA-RIEPILOGO-TIT.
           WRITE VMDIVRPT-REC FROM RIGA-RIEPILOGO-COL.
           PERFORM STAMPA-REGIONE THRU EX-STAMPA-REGIONE
              VARYING TRM-IND FROM 1 BY 1
              UNTIL TRM-IND > TRM-USATI.
      *
       EX-STAMPA-RIEPILOGO.
           EXIT.
      *
       TROVA-MAX-ANOMALIE.
      *
           IF TRM-ANOMALIE (TRM-IND) > CONTA-MAX-ANOMALIE
              MOVE TRM-ANOMALIE (TRM-IND) TO CONTA-MAX-ANOMALIE
           END-IF.
      *
       EX-TROVA-MAX-ANOMALIE.
           EXIT.
      *
       STAMPA-REGIONE.
      *
           IF TRM-DIVERGENTI (TRM-IND) = ZERO
              GO TO EX-STAMPA-REGIONE.
      *
           MOVE TRM-EIBTRMID (TRM-IND)   TO REG-TRMID.
           MOVE TRM-REGIONE (TRM-IND)    TO REG-REGIONE.
           IF TRM-REGIONE (TRM-IND) = SPACE
              MOVE "NON CENSITA" TO REG-REGIONE
           END-IF.
           MOVE TRM-CASI (TRM-IND)       TO REG-CASI.
           MOVE TRM-DIVERGENTI (TRM-IND) TO REG-DIVERGENTI.
           MOVE TRM-ANOMALIE (TRM-IND)   TO REG-ANOMALIE.
           MOVE SPACE                    TO REG-NOTA.
           IF TRM-ANOMALIE (TRM-IND) > ZERO AND
              TRM-ANOMALIE (TRM-IND) = CONTA-MAX-ANOMALIE
              MOVE "<< LA PIU' ANOMALA" TO REG-NOTA
           END-IF.
           WRITE VMDIVRPT-REC FROM RIGA-REGIONE.
      *
       EX-STAMPA-REGIONE.
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
       END PROGRAM BPVM021.
