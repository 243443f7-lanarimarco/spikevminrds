      *------------------------------------------------*
      *     GUIDA BATCH PROVE DI CONNETTIVITA' VM00     *
      *------------------------------------------------*
      *   LEGGE L'ANAGRAFICA DELLE REGIONI (VMREG)        *
      *   ED ESEGUE PER CIASCUNO L'INTERA SUITE DI PROVE  *
      *   DI VMTEST (LE STESSE PROVATE A MANO DA TPVM000  *
      *   TRAMITE PF2), SCRIVENDO L'ESITO SU BPVMRPT.     *
      *    SCHEDA OPZIONI DI LANCIO (FACOLTATIVA):                    *
      *    COL. 1-8 REGIONE, COL. 10-13 TERMINALE, COL. 15 "S" PER    *
      *    FERMARSI ALLA PRIMA REGIONE KO; COL. 17-18 E 20-21 FETTA   *
      *    E NUMERO DI FETTE PER LE CORSE PARALLELE SU VMREG          *
      *--------------------------------------------------------------*
           SELECT BPVMOPT-FILE ASSIGN TO BPVMOPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS BPVMOPT-STATUS.
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
      *    FILE DEI CASI DI PROVA DELLA SUITE DI REGRESSIONE VM00     *
      *--------------------------------------------------------------*
                  RECORD KEY   IS VMTEST-CHIAVE
                  FILE STATUS  IS VMTEST-STATUS.
      *--------------------------------------------------------------*
      *    REPORT RIEPILOGATIVO DELL'ESECUZIONE BATCH                 *
      *--------------------------------------------------------------*
           SELECT BPVMRPT-FILE ASSIGN TO BPVMRPT
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VMHIST-CHIAVE
                  FILE STATUS  IS VMHIST-STATUS.
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
           05  BPVMOPT-FETTE         PIC X(2).
           05  FILLER                PIC X(59).
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
       FD  VMTEST-FILE
           LABEL RECORDS ARE STANDARD
           05  VMTEST-ERR-ATTESI.
               10  VMTEST-ERR-FLAG   PIC X OCCURS 79.
           05  FILLER                PIC X(5).
      *
       FD  BPVMRPT-FILE
           LABEL RECORDS ARE STANDARD
           05  BPVMRPT-FALLITI       PIC ZZZ9.
           05  FILLER                PIC X(1)   VALUE SPACE.
           05  BPVMRPT-ESITO         PIC X(4).
           05  FILLER                PIC X(1)   VALUE SPACE.
      *---- CORSA: DATA GIULIANA 0CAADDD E ORA DI INIZIO, UGUALI SU ---*
      *---- TUTTE LE RIGHE DI RIEPILOGO DELLA STESSA CORSA ANCHE DOPO -*
      *---- UNA RIPARTENZA, COSI' CHI LEGGE PUO' TENERE SOLO L'ULTIMA -*
           05  BPVMRPT-CORSA-DATA    PIC 9(7).
           05  FILLER                PIC X(1)   VALUE SPACE.
           05  BPVMRPT-CORSA-ORA     PIC 9(6).
           05  FILLER                PIC X(132).
      *---- RIGA DI DETTAGLIO PER OGNI CASO FALLITO: IL TERMINALE -----*
      *---- RESTA A SPAZIO COSI' CHI LEGGE SOLO I RIEPILOGHI LA SALTA -*
       01  BPVMRPT-DET-REC.
       01  BPVMCKP-REC.
           05  BPVMCKP-EIBTRMID      PIC X(4).
           05  BPVMCKP-REGIONE       PIC X(8).
           05  BPVMCKP-CORSA-DATA    PIC X(7).
           05  BPVMCKP-CORSA-ORA     PIC X(6).
           05  FILLER                PIC X(55).
      *
       FD  VMHIST-FILE
           LABEL RECORDS ARE STANDARD
               88  VMHIST-FALLITO            VALUE "KO".
           05  VMHIST-OTTENUTO       PIC X(50).
           05  FILLER                PIC X(1).
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
        05   VMREG-STATUS                  PIC XX VALUE "00".
             88  VMREG-OK                         VALUE "00".
             88  VMREG-EOF                        VALUE "10".
             88  VMREG-NOTFND                     VALUE "23" "24".
             88  VMREG-NON-ESISTE                 VALUE "35".
        05   VMTEST-STATUS                 PIC XX VALUE "00".
             88  VMTEST-OK                        VALUE "00".
             88  VMTEST-NOTFND                    VALUE "23" "24".
             88  BPVMCKP-OK                       VALUE "00".
        05   BPVMOPT-STATUS                PIC XX VALUE "00".
             88  BPVMOPT-OK                       VALUE "00".
        05   VMHIST-STATUS                 PIC XX VALUE "00".
             88  VMHIST-OK                        VALUE "00".
             88  VMHIST-DUPLICATO                 VALUE "22".
             88  VMHIST-NON-ESISTE                VALUE "35".
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
             88  FINE-CHECKPOINT                  VALUE 1.
        05   FLAG-CORSA-A-FETTE            PIC 9   VALUE ZERO.
             88  CORSA-A-FETTE                    VALUE 1.
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
        05   CAT-PROGRAMMA         PIC X(8)  VALUE "BPVM000".
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
      *       OPZIONI DI LANCIO E CONTATORI PER IL CONDITION CODE    *
      *--------------------------------------------------------------*
      *       CONTESTO AZIENDALE DELLA REGIONE CORRENTE               *
      *--------------------------------------------------------------*
       01  CONTESTO-AREE.
        05   CTX-SIGLA             PIC XX   VALUE SPACE.
        05   CTX-COD-FIL           PIC XX   VALUE SPACE.
      *--------------------------------------------------------------*
        05   COD-X                 PIC XX    VALUE SPACE.
        05   COD-9 REDEFINES COD-X PIC 99.
      *--------------------------------------------------------------*
      *       ULTIMA VOCE COMPLETATA, LETTA DAL CHECKPOINT, CON LA    *
      *       DATA E L'ORA DELLA CORSA INTERROTTA                     *
      *--------------------------------------------------------------*
       01  RIPRESA-AREE.
        05   RIPRESA-EIBTRMID              PIC X(4)  VALUE SPACE.
        05   RIPRESA-REGIONE               PIC X(8)  VALUE SPACE.
        05   RIPRESA-CORSA-DATA            PIC 9(7)  VALUE ZERO.
        05   RIPRESA-CORSA-ORA             PIC 9(6)  VALUE ZERO.
      *--------------------------------------------------------------*
      *       CORSA SCRITTA SULLE RIGHE DI RIEPILOGO DI BPVMRPT       *
      *--------------------------------------------------------------*
       01  CORSA-AREE.
        05   CORSA-DATA                    PIC 9(7)  VALUE ZERO.
        05   CORSA-ORA                     PIC 9(6)  VALUE ZERO.
      *--------------------------------------------------------------*
      *       DATA DELLA CORSA (DAL SISTEMA, IN GIULIANA 0CAADDD)     *
      *       E APPOGGI PER LO STORICO VMHIST                         *
      *------------------------ MAINLINE -----------------------------*
      *-------------------------------------------------------------*
       BPVM000-MAIN.
      *
      *---- CATENA DEI LAVORI: INIZIO CORSA SUL LIBRO MASTRO E --------*
      *---- CONTROLLO DEI PREDECESSORI; SE UNO NON HA FINITO OGGI -----*
      *---- CON UN RC ACCETTATO IL PASSO NON GIRA E CHIUDE CON 12 -----*
           PERFORM INIZIO-CATENA      THRU EX-INIZIO-CATENA.
           IF PREDECESSORI-KO
              MOVE 12 TO RETURN-CODE
           ELSE
              PERFORM ESEGUI-BPVM000 THRU EX-ESEGUI-BPVM000
           END-IF.
           PERFORM FINE-CATENA        THRU EX-FINE-CATENA.
      *
           GOBACK.
      *
      *-------------------------------------------------------------*
      *------------------ ELABORAZIONE DEL PASSO ---------------------*
      *-------------------------------------------------------------*
       ESEGUI-BPVM000.
      *
           PERFORM LEGGI-OPZIONI      THRU EX-LEGGI-OPZIONI.
           PERFORM APRI-FILE          THRU EX-APRI-FILE.
      *---- LA CORSA SALTEREBBE L'INTERA LISTA SENZA PROVARE NULLA ----*
           IF IN-RIPRESA
              MOVE ZERO TO FLAG-RIPRESA
              CLOSE VMREG-FILE
              OPEN INPUT VMREG-FILE
              MOVE ZERO TO FLAG-FINE-LISTA
              MOVE ZERO TO CONTA-POSIZIONE
              PERFORM LEGGI-LISTA    THRU EX-LEGGI-LISTA
              END-IF
           END-IF.
      *
       EX-ESEGUI-BPVM000.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- SCHEDA OPZIONI FACOLTATIVA: FILTRO REGIONE/TERMINALE -----*
      *
       APRI-FILE.
      *
           OPEN INPUT  VMREG-FILE.
           OPEN OUTPUT BPVMRPT-FILE.
           PERFORM CALCOLA-DATA-CORSA THRU EX-CALCOLA-DATA-CORSA.
           PERFORM APRI-VMHIST        THRU EX-APRI-VMHIST.
           PERFORM LEGGI-CHECKPOINT   THRU EX-LEGGI-CHECKPOINT.
      *---- LA CORSA E' QUESTA (DATA DI SISTEMA E ORA DI INIZIO SUL ---*
      *---- LIBRO MASTRO); IN RIPRESA RESTA QUELLA INTERROTTA ---------*
           MOVE STORIA-DATA-GIUL TO CORSA-DATA.
           MOVE CAT-ORA-INIZIO   TO CORSA-ORA.
           IF IN-RIPRESA AND
              RIPRESA-CORSA-DATA > ZERO
              MOVE RIPRESA-CORSA-DATA TO CORSA-DATA
              MOVE RIPRESA-CORSA-ORA  TO CORSA-ORA
           END-IF.
           READ VMREG-FILE NEXT
              AT END
                 SET FINE-LISTA TO TRUE
           END-READ.
           IF NOT FINE-LISTA
              ADD 1 TO CONTA-POSIZIONE
              ADD 1 TO CAT-LETTI
           END-IF.
      *
       EX-APRI-FILE.
           MOVE ZERO  TO FLAG-FINE-CHECKPOINT.
           MOVE SPACE TO RIPRESA-EIBTRMID
                         RIPRESA-REGIONE.
           MOVE ZERO  TO RIPRESA-CORSA-DATA
                         RIPRESA-CORSA-ORA.
           OPEN INPUT BPVMCKP-FILE.
           IF NOT BPVMCKP-OK
              GO TO EX-LEGGI-CHECKPOINT.
           END-READ.
           MOVE BPVMCKP-EIBTRMID TO RIPRESA-EIBTRMID.
           MOVE BPVMCKP-REGIONE  TO RIPRESA-REGIONE.
      *---- UN CHECKPOINT SCRITTO SENZA LA CORSA NON LA RIPORTA -------*
           IF BPVMCKP-CORSA-DATA NUMERIC AND
              BPVMCKP-CORSA-ORA  NUMERIC
              MOVE BPVMCKP-CORSA-DATA TO RIPRESA-CORSA-DATA
              MOVE BPVMCKP-CORSA-ORA  TO RIPRESA-CORSA-ORA
           ELSE
              MOVE ZERO TO RIPRESA-CORSA-DATA
                           RIPRESA-CORSA-ORA
           END-IF.
      *
       EX-LEGGI-UN-CHECKPOINT.
           EXIT.
           OPEN OUTPUT BPVMCKP-FILE.
           IF BPVMCKP-OK
              MOVE SPACE            TO BPVMCKP-REC
              MOVE VMREG-EIBTRMID TO BPVMCKP-EIBTRMID
              MOVE VMREG-REGIONE  TO BPVMCKP-REGIONE
              MOVE CORSA-DATA     TO BPVMCKP-CORSA-DATA
              MOVE CORSA-ORA      TO BPVMCKP-CORSA-ORA
              WRITE BPVMCKP-REC
              CLOSE BPVMCKP-FILE
           END-IF.
      *
       CHIUDI-FILE.
      *
           CLOSE VMREG-FILE
                 BPVMRPT-FILE.
           IF VMHIST-OK
              CLOSE VMHIST-FILE
              GO TO EX-SCRIVI-VMHIST.
      *
           MOVE STORIA-DATA-GIUL  TO VMHIST-DATA.
           MOVE VMREG-EIBTRMID  TO VMHIST-EIBTRMID.
           MOVE VMTEST-CHIAVE     TO VMHIST-CHIAVE-CASO.
           MOVE STORIA-ESITO      TO VMHIST-ESITO.
           MOVE STORIA-OTTENUTO   TO VMHIST-OTTENUTO.
           IF VMHIST-DUPLICATO
              REWRITE VMHIST-REC
           END-IF.
           ADD 1 TO CAT-SCRITTI.
      *
       EX-SCRIVI-VMHIST.
           EXIT.
      *---- IN RIPARTENZA LE VOCI GIA' COMPLETATE NON VENGONO ---------*
      *---- RIELABORATE NE' RISCRITTE SU BPVMRPT (DISP=MOD) -----------*
           IF IN-RIPRESA
              IF VMREG-EIBTRMID = RIPRESA-EIBTRMID AND
                 VMREG-REGIONE  = RIPRESA-REGIONE
                 MOVE ZERO TO FLAG-RIPRESA
              END-IF
              PERFORM LEGGI-LISTA      THRU EX-LEGGI-LISTA
      *---- LE OPZIONI DI LANCIO POSSONO LIMITARE LA CORSA A UNA ------*
      *---- SOLA REGIONE O A UN SOLO TERMINALE DELLA LISTA ------------*
           IF OPZ-REGIONE NOT = SPACE AND
              VMREG-REGIONE NOT = OPZ-REGIONE
              PERFORM LEGGI-LISTA      THRU EX-LEGGI-LISTA
              GO TO EX-ELABORA-LISTA.
           IF OPZ-EIBTRMID NOT = SPACE AND
              VMREG-EIBTRMID NOT = OPZ-EIBTRMID
              PERFORM LEGGI-LISTA      THRU EX-LEGGI-LISTA
              GO TO EX-ELABORA-LISTA.
      *
      *
       CONTA-UNA-RESIDUA.
      *
           IF VMREG-EIBTRMID NOT = SPACE AND LOW-VALUE
              ADD 1 TO CONTA-VOCI-SALTATE
           END-IF.
           PERFORM LEGGI-LISTA THRU EX-LEGGI-LISTA.
      *
       LEGGI-LISTA.
      *
           READ VMREG-FILE NEXT
              AT END
                 SET FINE-LISTA TO TRUE
              NOT AT END
                 ADD 1 TO CONTA-POSIZIONE
                 ADD 1 TO CAT-LETTI
           END-READ.
      *
       EX-LEGGI-LISTA.
      *
           MOVE ZERO TO FLAG-VOCE-INVALIDA.
      *
           IF (VMREG-EIBTRMID = SPACE OR LOW-VALUE) OR
              (VMREG-REGIONE  = SPACE OR LOW-VALUE)
              SET VOCE-INVALIDA TO TRUE
           END-IF.
      *
      *---- CON UNA CATEGORIA SULLA VOCE DI LISTA SI ESEGUE SOLO ------*
      *---- QUELLA, ALTRIMENTI L'INTERA LIBRERIA ----------------------*
              MOVE LOW-VALUE TO VMTEST-CHIAVE
              IF NOT (VMREG-CATEGORIA = SPACE OR LOW-VALUE)
                 MOVE VMREG-CATEGORIA TO VMTEST-CATEGORIA
                 MOVE LOW-VALUE         TO VMTEST-ID-CASO
              END-IF
              START VMTEST-FILE KEY > VMTEST-CHIAVE
           END-READ.
      *
           IF VMTEST-OK
              IF NOT (VMREG-CATEGORIA = SPACE OR LOW-VALUE)
                 IF VMTEST-CATEGORIA NOT = VMREG-CATEGORIA
                    SET VMTEST-NOTFND TO TRUE
                 END-IF
              END-IF
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- CONTESTO AZIENDALE DAL PA-REC DELLA REGIONE IN VMREG; ----*
      *---- UN PA-REC NON VALORIZZATO LASCIA IL CONTESTO A SPAZIO, ---*
      *---- COME ONLINE ----------------------------------------------*
      *-------------------------------------------------------------*
       CERCA-CONTESTO.
      *
           MOVE VMREG-PA-SIGLA   TO CTX-SIGLA.
           MOVE VMREG-PA-COD-FIL TO CTX-COD-FIL.
           INSPECT CTX-SIGLA   REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT CTX-COD-FIL REPLACING ALL LOW-VALUE BY SPACE.
      *
       EX-CERCA-CONTESTO.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- TRATTIENE IL CASO FALLITO PER LE RIGHE DI DETTAGLIO ------*
       SCRIVI-BPVMRPT.
      *
           MOVE SPACE               TO BPVMRPT-REC.
           MOVE VMREG-EIBTRMID    TO BPVMRPT-EIBTRMID.
           MOVE VMREG-REGIONE     TO BPVMRPT-REGIONE.
           MOVE VMTEST-ESEGUITI     TO BPVMRPT-ESEGUITI.
           MOVE VMTEST-SUPERATI     TO BPVMRPT-SUPERATI.
           MOVE VMTEST-FALLITI      TO BPVMRPT-FALLITI.
              END-IF
           END-IF.
           MOVE ESITO-CORRENTE TO BPVMRPT-ESITO.
           MOVE CORSA-DATA     TO BPVMRPT-CORSA-DATA.
           MOVE CORSA-ORA      TO BPVMRPT-CORSA-ORA.
      *
           WRITE BPVMRPT-REC.
      *
      *
       EX-SCRIVI-DETTAGLIO.
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
       END PROGRAM BPVM000.
