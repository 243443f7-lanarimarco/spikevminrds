      *   RISPOSTA, AGGREGATI PER SETTIMANA E PER       *
      *   MESE, CON LA COLONNA DELTA SETTIMANA SU       *
      *   SETTIMANA DEL TEMPO MEDIO.                    *
      *   LE PROVE CADUTE IN UNA FINESTRA DI            *
      *   MANUTENZIONE PIANIFICATA (VMMANUT) SONO       *
      *   ESCLUSE DA DISPONIBILITA' E TEMPO MEDIO E     *
      *   CONTATE NELLA COLONNA PIANIF.                 *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.                         *CSTD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS VMPERF-STATUS.
      *--------------------------------------------------------------*
      *    FINESTRE DI MANUTENZIONE PIANIFICATA DELLE REGIONI         *
      *--------------------------------------------------------------*
           SELECT VMMANUT-FILE ASSIGN TO VMMANUT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VMMANUT-CHIAVE
                  FILE STATUS  IS VMMANUT-STATUS.
      *--------------------------------------------------------------*
      *    FILE DI LAVORO PER L'ORDINAMENTO                           *
      *--------------------------------------------------------------*
           SELECT VMTRD-SORT   ASSIGN TO SORTWK01.
           SELECT VMTRDRPT-FILE ASSIGN TO VMTRDRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS VMTRDRPT-STATUS.
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
           05  VMPERF-EIBDATE        PIC S9(7) COMP-3.
           05  VMPERF-INTERVALLO     PIC S9(7) COMP-3.
           05  VMPERF-EIBTIME        PIC S9(7) COMP-3.
      *---- DETTAGLIO: A SPAZIO PER IL GIRO DI SCHERMO, SISTEMA -------*
      *---- PARTNER PER LA PROVA FRA REGIONI, "SK" + CORSA PER LA -----*
      *---- PROVA DI CARICO; ESITO E CENTESIMI PER LE ULTIME DUE ------*
           05  VMPERF-PARTNER        PIC X(8).
           05  VMPERF-ESITO          PIC XX.
           05  VMPERF-CENTESIMI      PIC 9(6).
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
       SD  VMTRD-SORT.
       01  ORD-REC.
               88  ORD-DA-VMPERF            VALUE "P".
           05  ORD-ESITO-ECO         PIC XX.
           05  ORD-INTERVALLO        PIC S9(7) COMP-3.
           05  ORD-PIANIF            PIC X.
               88  ORD-IN-FINESTRA          VALUE "S".
           05  FILLER                PIC X(4).
      *
       FD  VMTRDRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMTRDRPT-REC              PIC X(132).
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
             88  VMPERF-OK                        VALUE "00".
        05   VMTRDRPT-STATUS               PIC XX VALUE "00".
             88  VMTRDRPT-OK                      VALUE "00".
        05   VMMANUT-STATUS                PIC XX VALUE "00".
             88  VMMANUT-OK                       VALUE "00".
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
             88  FINE-ORDINATO                    VALUE 1.
        05   FLAG-PRIMO-RECORD             PIC 9   VALUE ZERO.
             88  PRIMO-RECORD                     VALUE ZERO.
        05   FLAG-FINE-VMMANUT             PIC 9   VALUE ZERO.
             88  FINE-VMMANUT                     VALUE 1.
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
        05   CAT-PROGRAMMA         PIC X(8)  VALUE "BPVM005".
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
      *       REGIONE CORRENTE (ROTTURA DI CONTROLLO)                *
      *--------------------------------------------------------------*
       01  REGIONE-AREE.
        05   REG-EIBTRMID          PIC X(4)  VALUE SPACE.
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
        05   FIN-ORA-HHMM          PIC 9(5) COMP-4 VALUE ZERO.
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
      *       TABELLE DI ACCUMULO PER SETTIMANA E PER MESE:          *
      *       I RECORD ARRIVANO ORDINATI PER DATA, QUINDI LE         *
      *       CHIAVI DI PERIODO CRESCONO E BASTA ACCODARE            *
             10 STT-ECO-TOT        PIC 9(7) COMP-4.
             10 STT-PRF-CONTA      PIC 9(7) COMP-4.
             10 STT-PRF-SOMMA      PIC 9(9) COMP-4.
             10 STT-PIANIF         PIC 9(7) COMP-4.
      *
       01  TABELLA-MESI.
        05   MES-MAX               PIC 9(4) COMP-4 VALUE 60.
             10 MES-ECO-TOT        PIC 9(7) COMP-4.
             10 MES-PRF-CONTA      PIC 9(7) COMP-4.
             10 MES-PRF-SOMMA      PIC 9(9) COMP-4.
             10 MES-PIANIF         PIC 9(7) COMP-4.
      *--------------------------------------------------------------*
      *       PERIODI DEL RECORD CORRENTE (DA EIBDATE 0CAADDD)        *
      *--------------------------------------------------------------*
       01  RIGA-COLONNE.
        05   FILLER                PIC X(51) VALUE
             "  PERIODO      PROVE  DISPON.%    MEDIA    DELTA  ".
        05   FILLER                PIC X(9)  VALUE "  PIANIF.".
        05   FILLER                PIC X(72) VALUE SPACE.
      *
       01  RIGA-PERIODO.
        05   FILLER                PIC XX    VALUE SPACE.
        05   FILLER                PIC X     VALUE SPACE.
        05   PERIODO-DELTA         PIC +ZZZZ9,9.
        05   PERIODO-DELTA-X REDEFINES PERIODO-DELTA PIC X(8).
        05   FILLER                PIC X(10) VALUE SPACE.
        05   PERIODO-PIANIF        PIC ZZZZZZ9.
        05   FILLER                PIC X(72) VALUE SPACE.
      *
       01  RIGA-TRABOCCO.
        05   FILLER                PIC X(4)  VALUE SPACE.
      *------------------------ MAINLINE -----------------------------*
      *-------------------------------------------------------------*
       BPVM005-MAIN.
      *
      *---- CATENA DEI LAVORI: INIZIO CORSA SUL LIBRO MASTRO E --------*
      *---- CONTROLLO DEI PREDECESSORI; SE UNO NON HA FINITO OGGI -----*
      *---- CON UN RC ACCETTATO IL PASSO NON GIRA E CHIUDE CON 12 -----*
           PERFORM INIZIO-CATENA      THRU EX-INIZIO-CATENA.
           IF PREDECESSORI-KO
              MOVE 12 TO RETURN-CODE
           ELSE
              PERFORM ESEGUI-BPVM005 THRU EX-ESEGUI-BPVM005
           END-IF.
           PERFORM FINE-CATENA        THRU EX-FINE-CATENA.
      *
           GOBACK.
      *
      *-------------------------------------------------------------*
      *------------------ ELABORAZIONE DEL PASSO ---------------------*
      *-------------------------------------------------------------*
       ESEGUI-BPVM005.
      *
           OPEN OUTPUT VMTRDRPT-FILE.
      *
           WRITE VMTRDRPT-REC FROM RIGA-TITOLO.
      *
           PERFORM CARICA-FINESTRE THRU EX-CARICA-FINESTRE.
           IF FIN-TRABOCCO
              MOVE "FINESTRE DI MANUTENZIONE OLTRE CAPIENZA IGNORATE"
                TO TRABOCCO-DESCR
              WRITE VMTRDRPT-REC FROM RIGA-TRABOCCO
           END-IF.
           WRITE VMTRDRPT-REC FROM RIGA-VUOTA.
      *
           SORT VMTRD-SORT
      *
           CLOSE VMTRDRPT-FILE.
      *
       EX-ESEGUI-BPVM005.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- RILASCIA VMLOG E VMPERF COME RECORD UNIFICATI ------------*
                 SET FINE-VMLOG TO TRUE
                 GO TO EX-RILASCIA-VMLOG
           END-READ.
           ADD 1 TO CAT-LETTI.
      *
           MOVE SPACE             TO ORD-REC.
           MOVE VMLOG-EIBTRMID    TO ORD-EIBTRMID.
           MOVE "L"               TO ORD-TIPO.
           MOVE VMLOG-ESITO-ECO   TO ORD-ESITO-ECO.
           MOVE ZERO              TO ORD-INTERVALLO.
           MOVE VMLOG-EIBTRMID    TO FIN-CERCA-TRMID.
           DIVIDE VMLOG-EIBTIME BY 100 GIVING FIN-ORA-HHMM.
           COMPUTE FIN-ISTANTE = VMLOG-EIBDATE * 10000 + FIN-ORA-HHMM.
           PERFORM MARCA-PIANIFICATO THRU EX-MARCA-PIANIFICATO.
           RELEASE ORD-REC.
      *
       EX-RILASCIA-VMLOG.
                 SET FINE-VMPERF TO TRUE
                 GO TO EX-RILASCIA-VMPERF
           END-READ.
           ADD 1 TO CAT-LETTI.
      *---- LE ITERAZIONI DELLA PROVA DI CARICO NON SONO TRAFFICO -----*
      *---- REALE: RESTANO FUORI DA STATISTICHE E SOGLIE --------------*
           IF VMPERF-PARTNER (1:2) = "SK"
              GO TO EX-RILASCIA-VMPERF.
      *
           MOVE SPACE             TO ORD-REC.
           MOVE VMPERF-EIBTRMID   TO ORD-EIBTRMID.
           MOVE VMPERF-EIBDATE    TO ORD-EIBDATE.
           MOVE "P"               TO ORD-TIPO.
           MOVE VMPERF-INTERVALLO TO ORD-INTERVALLO.
           IF VMPERF-EIBTIME NOT NUMERIC
              MOVE ZERO TO VMPERF-EIBTIME
           END-IF.
           MOVE VMPERF-EIBTRMID   TO FIN-CERCA-TRMID.
           DIVIDE VMPERF-EIBTIME BY 100 GIVING FIN-ORA-HHMM.
           COMPUTE FIN-ISTANTE = VMPERF-EIBDATE * 10000 + FIN-ORA-HHMM.
           PERFORM MARCA-PIANIFICATO THRU EX-MARCA-PIANIFICATO.
           RELEASE ORD-REC.
      *
       EX-RILASCIA-VMPERF.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- EVENTO IN FINESTRA DI MANUTENZIONE: RECORD MARCATO ------*
      *---- COME PIANIFICATO, ESCLUSO DA DISPONIBILITA' E MEDIA -----*
      *-------------------------------------------------------------*
       MARCA-PIANIFICATO.
      *
           PERFORM CERCA-FINESTRA THRU EX-CERCA-FINESTRA.
           IF IN-FINESTRA
              MOVE "S" TO ORD-PIANIF
           ELSE
              MOVE "N" TO ORD-PIANIF
           END-IF.
      *
       EX-MARCA-PIANIFICATO.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- RICEVE I RECORD ORDINATI E ACCUMULA PER REGIONE, ---------*
      *---- CON ROTTURA DI CONTROLLO SUL TERMINALE -------------------*
      *-------------------------------------------------------------*
                              STT-ECO-TOT (STT-USATE)
                              STT-PRF-CONTA (STT-USATE)
                              STT-PRF-SOMMA (STT-USATE)
                              STT-PIANIF (STT-USATE)
              ELSE
                 MOVE 1 TO FLAG-STT-TRABOCCO
                 GO TO ACCUMULA-RECORD-MESE
                              MES-ECO-TOT (MES-USATI)
                              MES-PRF-CONTA (MES-USATI)
                              MES-PRF-SOMMA (MES-USATI)
                              MES-PIANIF (MES-USATI)
              ELSE
                 MOVE 1 TO FLAG-MES-TRABOCCO
                 GO TO EX-ACCUMULA-RECORD
      *
           IF ORD-DA-VMLOG
              ADD 1 TO STT-PROVE (STT-USATE)
              IF ORD-IN-FINESTRA
                 ADD 1 TO STT-PIANIF (STT-USATE)
                 GO TO EX-ACCUMULA-SETTIMANA
              END-IF
              IF ORD-ESITO-ECO = "OK" OR "KO"
                 ADD 1 TO STT-ECO-TOT (STT-USATE)
                 IF ORD-ESITO-ECO = "OK"
                 END-IF
              END-IF
           ELSE
              IF ORD-IN-FINESTRA
                 GO TO EX-ACCUMULA-SETTIMANA
              END-IF
              ADD 1 TO STT-PRF-CONTA (STT-USATE)
              ADD ORD-INTERVALLO TO STT-PRF-SOMMA (STT-USATE)
           END-IF.
      *
           IF ORD-DA-VMLOG
              ADD 1 TO MES-PROVE (MES-USATI)
              IF ORD-IN-FINESTRA
                 ADD 1 TO MES-PIANIF (MES-USATI)
                 GO TO EX-ACCUMULA-MESE
              END-IF
              IF ORD-ESITO-ECO = "OK" OR "KO"
                 ADD 1 TO MES-ECO-TOT (MES-USATI)
                 IF ORD-ESITO-ECO = "OK"
                 END-IF
              END-IF
           ELSE
              IF ORD-IN-FINESTRA
                 GO TO EX-ACCUMULA-MESE
              END-IF
              ADD 1 TO MES-PRF-CONTA (MES-USATI)
              ADD ORD-INTERVALLO TO MES-PRF-SOMMA (MES-USATI)
           END-IF.
           MOVE STA-CH-ANNO          TO PERIODO-ANNO.
           MOVE STA-CH-PROG          TO PERIODO-PROG.
           MOVE STT-PROVE (STA-IND)  TO PERIODO-PROVE.
           MOVE STT-PIANIF (STA-IND) TO PERIODO-PIANIF.
      *
           IF STT-ECO-TOT (STA-IND) > ZERO
              COMPUTE STA-DISP ROUNDED =
           MOVE STA-CH-ANNO          TO PERIODO-ANNO.
           MOVE STA-CH-PROG          TO PERIODO-PROG.
           MOVE MES-PROVE (STA-IND)  TO PERIODO-PROVE.
           MOVE MES-PIANIF (STA-IND) TO PERIODO-PIANIF.
      *
           IF MES-ECO-TOT (STA-IND) > ZERO
              COMPUTE STA-DISP ROUNDED =
      *
       EX-STAMPA-MESE.
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
       END PROGRAM BPVM005.
