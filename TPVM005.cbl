      *------------------------------------------------*
      *     PROVA DI LINK FRA REGIONI VM00 (VM05)       *
      *------------------------------------------------*
      *   SCORRE L'ANAGRAFICA DELLE REGIONI VMREG (PER  *
      *   OGNI REGIONE IL SISTEMA PARTNER E IL SUO      *
      *   PROGRAMMA DI ECO, DI NORMA IL TPVMECO DELLA   *
      *   REGIONE), INVIA A OGNI PARTNER ATTIVO LA      *
      *   CHIAMATA DI ECO SULLA COMMAREA TPE-REC E NE   *
      *   REGISTRA ESITO E TEMPO SU VMPERF; LO SCHERMO  *
      *   MOSTRA LA MATRICE DI                          *
      *   RAGGIUNGIBILITA', COSI' DOPO UN IPL SI PROVA  *
      *   OGNI TRATTA FRA REGIONI E NON SOLO IL GIRO    *
      *   LOCALE DEL PF1 DI VM00.                       *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
      *    FILE DEI TEMPI DI RISPOSTA CICS RILEVATI DA VM00           *
      *--------------------------------------------------------------*
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
      *    CATALOGO MESSAGGI MULTILINGUA DELLE TRANSAZIONI VM00       *
      *--------------------------------------------------------------*
           SELECT VMMSG-FILE   ASSIGN TO VMMSG
      *
       FILE SECTION.
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
       FD  VMPERF-FILE
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
      *---- DI INCIDENTE ASSEGNATO ------------------------------------*
       01  VMINC-CTL-REC.
           05  VMINC-CTL-NUMERO      PIC 9(7).
           05  VMINC-CTL-ULTIMO      PIC 9(7).
      *---- MINUTI DELLA FINESTRA DI ACCORPAMENTO DELLE RIPETIZIONI ---*
      *---- (ZERO O NON NUMERICO = 30 MINUTI) -------------------------*
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
       FD  VMMSG-FILE
           LABEL RECORDS ARE STANDARD
             88  VMMSG-OK                         VALUE "00".
             88  VMMSG-NOTFND                     VALUE "23" "24".
             88  VMMSG-NON-ESISTE                 VALUE "35".
        05   VMREG-STATUS                  PIC XX VALUE "00".
             88  VMREG-OK                         VALUE "00".
             88  VMREG-EOF                        VALUE "10".
             88  VMREG-NOTFND                     VALUE "23" "24".
             88  VMREG-NON-ESISTE                 VALUE "35".
        05   VMPERF-STATUS                 PIC XX VALUE "00".
             88  VMPERF-OK                        VALUE "00".
        05   VMINC-STATUS                  PIC XX VALUE "00".
             88  VMINC-OK                         VALUE "00".
             88  VMINC-NON-ESISTE                 VALUE "35".
        05   VMINCRIP-STATUS               PIC XX VALUE "00".
             88  VMINCRIP-OK                      VALUE "00".
             88  VMINCRIP-NON-ESISTE              VALUE "35".
      *--------------------------------------------------------------*
      *       AREA DI SUPPORTO PER LA SCRITTURA DEGLI INCIDENTI       *
      *--------------------------------------------------------------*
        05   INC-RECORD-SOSPESO            PIC X(100) VALUE SPACE.
        05   FLAG-INC-CTL-TROVATO          PIC 9     VALUE ZERO.
             88  INC-CTL-TROVATO                     VALUE 1.
        05   FLAG-INC-ACCORPATO            PIC 9     VALUE ZERO.
             88  INC-ACCORPATO                       VALUE 1.
        05   FLAG-INC-RIP-APERTO           PIC 9     VALUE ZERO.
             88  INC-RIP-APERTO                      VALUE 1.
        05   FLAG-INC-IN-FINESTRA          PIC 9     VALUE ZERO.
             88  INC-IN-FINESTRA                     VALUE 1.
        05   INC-FINESTRA                  PIC 9(3)  VALUE ZERO.
        05   INC-VMTEST-CHIAVE             PIC X(16) VALUE SPACE.
        05   INC-ORA-LAV                   PIC 9(7)  VALUE ZERO.
        05   FILLER REDEFINES INC-ORA-LAV.
             10  FILLER                    PIC 9.
             10  INC-ORA-HH                PIC 99.
             10  INC-ORA-MM                PIC 99.
             10  INC-ORA-SS                PIC 99.
        05   INC-SEC-PRIMA                 PIC S9(7) COMP-4 VALUE ZERO.
        05   INC-SEC-DOPO                  PIC S9(7) COMP-4 VALUE ZERO.
      *--------------------------------------------------------------*
      *       FLAGS                                                  *
      *--------------------------------------------------------------*
             88  NO-DATA-ONLY                      VALUE 1.
        05   FLAG-FINE-REGISTRO            PIC 9   VALUE ZERO.
             88  FINE-REGISTRO                     VALUE 1.
        05   FLAG-REGIONE-TROVATA          PIC 9   VALUE ZERO.
             88  REGIONE-TROVATA                   VALUE 1.
      *--------------------------------------------------------------*
      *       CAMPI VARI                                             *
      *--------------------------------------------------------------*
        05 VM5-SISTEMA-EDIT    PIC X(8)  VALUE SPACE.
        05 VM5-LISTA-IND       PIC 9(4) COMP-4 VALUE ZERO.
        05 TESTATA-LISTA       PIC X(60) VALUE
           "REGIONE   SISTEMA   PROGRAMMA ATT  ESITO  TEMPO SEC".
        05 RIGA-LISTA.
           10 RIGA-REGIONE     PIC X(8).
           10 FILLER           PIC X(2)  VALUE SPACE.
           10 RIGA-SISTEMA     PIC X(8).
           10 FILLER           PIC X(2)  VALUE SPACE.
           10 RIGA-PROGRAMMA   PIC X(8).
           10 FILLER           PIC X(2)  VALUE SPACE.
           10 RIGA-ATTIVO      PIC X.
           10 FILLER           PIC X(4)  VALUE SPACE.
           10 RIGA-ESITO       PIC XX.
           10 FILLER           PIC X(3)  VALUE SPACE.
           10 RIGA-TEMPO       PIC ZZZZ9,99.
           10 FILLER           PIC X(12) VALUE SPACE.
      *
      *===== COMMAREA TOT - LUNGHEZZA :1060+360 =================
        01 DFH-AREA-TOT.
      *======== COMMAREA =========== LUNGHEZZA :360 ==================
           03  DFH-AREA-DATI.
             05 VM5-SISTEMA-CORRENTE     PIC X(8)  VALUE SPACE.
             05 VM5-CHIAVE-TOP           PIC X(8)  VALUE SPACE.
             05 VM5-CHIAVE-ULTIMA        PIC X(8)  VALUE SPACE.
      *---- ESITI DELL'ULTIMA ESECUZIONE PER I PARTNER DELLA ----------*
      *---- PAGINA CORRENTE, COSI' SOPRAVVIVONO AL GIRO VIDEO ---------*
             05 VM5-RIS-TABELLA.
                10 VM5-RIS-ELEM OCCURS 8.
                   15 VM5-RIS-CHIAVE     PIC X(8).
                   15 VM5-RIS-ESITO      PIC XX.
                   15 VM5-RIS-CENT       PIC 9(7).
             05 FILLER                   PIC X(180) VALUE SPACE.
           02 FILLER                   PIC X(20) VALUE SPACE.
      *---------------------------------------------------------------*
      *      =========  C O P Y   E    I N C L U D E  =========       *
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- SCORRE LE REGIONI E INVIA L'ECO A OGNI PARTNER ATTIVO ---*
      *---- (LIMITATO AL SISTEMA DIGITATO, SE PRESENTE); OGNI --------*
      *---- CHIAMATA LASCIA UN RECORD SU VMPERF CON ESITO E TEMPO ----*
      *-------------------------------------------------------------*
                        FLAG-FINE-REGISTRO.
           PERFORM AZZERA-RISULTATI THRU EX-AZZERA-RISULTATI.
      *
           OPEN INPUT VMREG-FILE.
           IF NOT VMREG-OK
              MOVE MSG-FILE-ERRORE TO MESSO
              GO TO EX-ESEGUI-PROVE.
      *
           MOVE LOW-VALUE TO VMREG-CHIAVE.
           START VMREG-FILE KEY > VMREG-CHIAVE
              INVALID KEY
                 SET FINE-REGISTRO TO TRUE
           END-START.
           PERFORM PROVA-UN-PARTNER THRU EX-PROVA-UN-PARTNER
              UNTIL FINE-REGISTRO.
      *
           CLOSE VMREG-FILE.
      *
           IF PRV-PROVATI = ZERO AND PRV-SALTATI = ZERO
              MOVE MSG-REGISTRO-VUOTO TO MESSO
      *
       PROVA-UN-PARTNER.
      *
           READ VMREG-FILE NEXT
              AT END
                 SET FINE-REGISTRO TO TRUE
                 GO TO EX-PROVA-UN-PARTNER
           END-READ.
      *---- L'ANAGRAFICA E' PER REGIONE: IL FILTRO PER SISTEMA -------*
      *---- SCORRE TUTTO E SALTA LE REGIONI DI ALTRI SISTEMI ---------*
           IF VM5-SISTEMA-CORRENTE NOT = SPACE AND LOW-VALUE
              IF VMREG-SISTEMA NOT = VM5-SISTEMA-CORRENTE
                 GO TO EX-PROVA-UN-PARTNER
              END-IF
           END-IF.
      *
      *---- UN PARTNER DISATTIVATO, O UNA REGIONE SENZA PARTNER, -----*
      *---- RESTA IN MATRICE MA NON SI PROVA --------------------------*
           IF NOT VMREG-ATTIVO-SI OR
              VMREG-SISTEMA   = SPACE OR LOW-VALUE OR
              VMREG-PROGRAMMA = SPACE OR LOW-VALUE
              ADD 1 TO PRV-SALTATI
              MOVE "--" TO PRV-ESITO
              MOVE ZERO TO PRV-CENTESIMI
      *---- PROGRAMMA PARTNER DELLA REGIONE REMOTA --------------------*
           MOVE SPACE             TO PRV-PAYLOAD.
           MOVE "VM05"            TO PRV-PAYLOAD (1:4).
           MOVE VMREG-SISTEMA    TO PRV-PAYLOAD (5:8).
           MOVE VMREG-PROGRAMMA  TO PRV-PAYLOAD (13:8).
           MOVE EIBTRMID          TO PRV-PAYLOAD (21:4).
      *
           MOVE SPACE             TO TPE-REC.
      *
      *-------------------------------------------------------------*
      *---- STESSA MECCANICA DI LINK-TPVMECO IN TPVM000, MA IL -------*
      *---- NOME DEL PROGRAMMA VIENE DALL'ANAGRAFICA; IL PARTNER -----*
      *---- ASSENTE NON FA ABENDARE LA PROVA: E' L'ESITO CERCATO -----*
      *-------------------------------------------------------------*
       LINK-PARTNER.
      *===================================================== START ==== *C43401
      *    EXEC CICS LINK PROGRAM(VMREG-PROGRAMMA)                      *C43401
      *                   COMMAREA(TPE-REC)                             *C43401
      *                   LENGTH (TPE-LEN)                              *C43401
      *                   END-EXEC.                                     *C43401
      *---------------------------------------------------------------- *C43401
           MOVE VMREG-PROGRAMMA TO C43401-LK-N                          *C43401
           MOVE SPACE TO C43401-LK-X                                    *C43401
           MOVE C43401-LK-PCNX TO C43401-WK-PCNX                        *C43401
           PERFORM TEST AFTER UNTIL C43401-LK-N = SPACE                 *C43401
           MOVE EIBDATE           TO VMPERF-EIBDATE.
           MOVE EIBTIME           TO VMPERF-EIBTIME.
           COMPUTE VMPERF-INTERVALLO = PRV-CENTESIMI / 100.
           MOVE VMREG-SISTEMA    TO VMPERF-PARTNER.
           MOVE PRV-ESITO         TO VMPERF-ESITO.
           MOVE PRV-CENTESIMI     TO VMPERF-CENTESIMI.
      *
      *-------------------------------------------------------------*
       MEMORIZZA-RISULTATO.
      *
           IF VMREG-CHIAVE NOT > VM5-CHIAVE-TOP
              GO TO EX-MEMORIZZA-RISULTATO.
           IF PRV-RIS-IND NOT < 8
              GO TO EX-MEMORIZZA-RISULTATO.
           ADD 1 TO PRV-RIS-IND.
           MOVE VMREG-CHIAVE TO VM5-RIS-CHIAVE (PRV-RIS-IND).
           MOVE PRV-ESITO     TO VM5-RIS-ESITO  (PRV-RIS-IND).
           MOVE PRV-CENTESIMI TO VM5-RIS-CENT   (PRV-RIS-IND).
      *
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- SCORRIMENTO DELLA MATRICE (8 REGIONI PER PAGINA) ---------*
      *-------------------------------------------------------------*
       PAGINA-AVANTI.
      *
           EXIT.
      *
      *---- IL FILE A CHIAVE NON SI LEGGE ALL'INDIETRO: PF7 ------------*
      *---- RIPARTE DALL'INIZIO DELL'ANAGRAFICA ------------------------*
       PAGINA-INDIETRO.
      *
           MOVE LOW-VALUE TO VM5-CHIAVE-TOP.
       CARICA-LISTA.
      *
           MOVE SPACE TO VM5-CHIAVE-ULTIMA.
           OPEN INPUT VMREG-FILE.
           IF VMREG-OK
              MOVE VM5-CHIAVE-TOP TO VMREG-CHIAVE
              START VMREG-FILE KEY > VMREG-CHIAVE
                 INVALID KEY
                    SET VMREG-NOTFND TO TRUE
              END-START
           END-IF.
           PERFORM CARICA-RIGA-LISTA THRU EX-CARICA-RIGA-LISTA
              VARYING VM5-LISTA-IND FROM 1 BY 1
              UNTIL VM5-LISTA-IND > 8.
           IF NOT VMREG-NON-ESISTE
              CLOSE VMREG-FILE
           END-IF.
      *
       EX-CARICA-LISTA.
       CARICA-RIGA-LISTA.
      *
           MOVE SPACE TO RIGA-LISTA.
           MOVE ZERO  TO FLAG-REGIONE-TROVATA.
      *
           IF NOT VMREG-NON-ESISTE AND NOT VMREG-NOTFND
              PERFORM LEGGI-REGIONE-LISTA THRU EX-LEGGI-REGIONE-LISTA
                 UNTIL REGIONE-TROVATA OR VMREG-NOTFND
           END-IF.
      *
           IF REGIONE-TROVATA
              MOVE VMREG-REGIONE     TO RIGA-REGIONE
              MOVE VMREG-SISTEMA     TO RIGA-SISTEMA
              MOVE VMREG-PROGRAMMA   TO RIGA-PROGRAMMA
              MOVE VMREG-ATTIVO      TO RIGA-ATTIVO
              PERFORM CERCA-RISULTATO THRU EX-CERCA-RISULTATO
              MOVE VMREG-CHIAVE      TO VM5-CHIAVE-ULTIMA
           ELSE
              MOVE ALL "-" TO RIGA-REGIONE
           END-IF.
      *
           EVALUATE VM5-LISTA-IND
       EX-CARICA-RIGA-LISTA.
           EXIT.
      *
      *---- PROSSIMA REGIONE DEL SISTEMA DIGITATO (SE PRESENTE) -------*
       LEGGI-REGIONE-LISTA.
      *
           READ VMREG-FILE NEXT
              AT END
                 SET VMREG-NOTFND TO TRUE
                 GO TO EX-LEGGI-REGIONE-LISTA
           END-READ.
           IF NOT VMREG-OK
              SET VMREG-NOTFND TO TRUE
              GO TO EX-LEGGI-REGIONE-LISTA.
           IF VM5-SISTEMA-CORRENTE NOT = SPACE AND LOW-VALUE
              IF VMREG-SISTEMA NOT = VM5-SISTEMA-CORRENTE
                 GO TO EX-LEGGI-REGIONE-LISTA
              END-IF
           END-IF.
           MOVE 1 TO FLAG-REGIONE-TROVATA.
      *
       EX-LEGGI-REGIONE-LISTA.
           EXIT.
      *
      *---- RIPESCA L'ESITO MEMORIZZATO PER IL PARTNER IN RIGA ---------*
       CERCA-RISULTATO.
      *
      *
       CERCA-UN-RISULTATO.
      *
           IF VM5-RIS-CHIAVE (PRV-CERCA-IND) = VMREG-CHIAVE
              MOVE VM5-RIS-ESITO (PRV-CERCA-IND) TO RIGA-ESITO
              IF VM5-RIS-ESITO (PRV-CERCA-IND) = "OK" OR "KO"
                 COMPUTE RIGA-TEMPO =
           MOVE EIBDATE                  TO VMINC-EIBDATE.
           MOVE EIBTIME                  TO VMINC-EIBTIME.
           MOVE SPACE                    TO VMINC-REVISIONATO
                                            VMINC-REV-UTENTE
                                            VMINC-TICKET
                                            VMINC-TICKET-STATO.
      *---- CONTESTO DI PROVA: QUI NESSUN CASO ATTIVO -----------------*
           MOVE SPACE                    TO VMINC-VMTEST-CHIAVE
                                            VMINC-TASTO.
      *
           PERFORM APRI-VMINC-IO THRU EX-APRI-VMINC-IO.
           IF VMINC-OK
              PERFORM ACCORPA-RIPETIZIONE
                 THRU EX-ACCORPA-RIPETIZIONE
              IF NOT INC-ACCORPATO
                 PERFORM ASSEGNA-NUMERO-VMINC
                    THRU EX-ASSEGNA-NUMERO-VMINC
                 MOVE INC-NUMERO-LAV TO VMINC-NUMERO
                 WRITE VMINC-REC
                    INVALID KEY
                       CONTINUE
                 END-WRITE
                 PERFORM NUOVA-RIPETIZIONE
                    THRU EX-NUOVA-RIPETIZIONE
              END-IF
              IF INC-RIP-APERTO
                 CLOSE VMINCRIP-FILE
              END-IF
              CLOSE VMINC-FILE
           END-IF.
      *
      *
       EX-ASSEGNA-NUMERO-VMINC.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- RIPETIZIONE DI UN INCIDENTE GIA' APERTO: STESSO TIPO, ----*
      *---- ABEND, PARAGRAFO, TERMINALE E CASO DI PROVA, ENTRO LA ----*
      *---- FINESTRA DALL'ULTIMA OCCORRENZA E NON ANCORA REVISIONATO -*
      *---- = SI CONTA SUL PRIMO INCIDENTE E NON SE NE SCRIVE UNO ----*
      *---- NUOVO. VMINC DEVE ESSERE APERTO IN AGGIORNAMENTO ---------*
      *-------------------------------------------------------------*
       ACCORPA-RIPETIZIONE.
      *
           MOVE ZERO TO FLAG-INC-ACCORPATO.
           MOVE ZERO TO FLAG-INC-RIP-APERTO.
           MOVE VMINC-REC           TO INC-RECORD-SOSPESO.
           MOVE VMINC-VMTEST-CHIAVE TO INC-VMTEST-CHIAVE.
      *---- FINESTRA DAL RECORD DI CONTROLLO (CHIAVE ZERO) -----------*
           MOVE 30 TO INC-FINESTRA.
           MOVE ZERO TO VMINC-NUMERO.
           READ VMINC-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF VMINC-OK
              IF VMINC-CTL-FINESTRA NUMERIC AND
                 VMINC-CTL-FINESTRA > ZERO
                 MOVE VMINC-CTL-FINESTRA TO INC-FINESTRA
              END-IF
           END-IF.
           MOVE INC-RECORD-SOSPESO TO VMINC-REC.
      *
           PERFORM APRI-VMINCRIP-IO THRU EX-APRI-VMINCRIP-IO.
           IF NOT VMINCRIP-OK
              GO TO EX-ACCORPA-RIPETIZIONE.
           MOVE 1 TO FLAG-INC-RIP-APERTO.
      *---- ULTIMO INCIDENTE DEL GRUPPO (NUMERO INVERSO) --------------*
           MOVE VMINC-TIPO-ABN  TO VMINCRIP-TIPO-ABN.
           MOVE VMINC-ABEND     TO VMINCRIP-ABEND.
           MOVE VMINC-PARAGRAFO TO VMINCRIP-PARAGRAFO.
           MOVE VMINC-EIBTRMID  TO VMINCRIP-EIBTRMID.
           MOVE ZERO            TO VMINCRIP-NUMERO-INV.
           START VMINCRIP-FILE KEY NOT < VMINCRIP-CHIAVE
              INVALID KEY
                 CONTINUE
           END-START.
           IF NOT VMINCRIP-OK
              GO TO EX-ACCORPA-RIPETIZIONE.
           READ VMINCRIP-FILE NEXT
              AT END
                 CONTINUE
           END-READ.
           IF NOT VMINCRIP-OK
              GO TO EX-ACCORPA-RIPETIZIONE.
           IF VMINCRIP-TIPO-ABN  NOT = VMINC-TIPO-ABN  OR
              VMINCRIP-ABEND     NOT = VMINC-ABEND     OR
              VMINCRIP-PARAGRAFO NOT = VMINC-PARAGRAFO OR
              VMINCRIP-EIBTRMID  NOT = VMINC-EIBTRMID
              GO TO EX-ACCORPA-RIPETIZIONE.
      *
           PERFORM CTR-FINESTRA-INC THRU EX-CTR-FINESTRA-INC.
           IF NOT INC-IN-FINESTRA
              GO TO EX-ACCORPA-RIPETIZIONE.
      *---- L'INCIDENTE DI RIFERIMENTO DEVE ESSERE ANCORA APERTO -----*
           MOVE VMINCRIP-NUMERO TO VMINC-NUMERO.
           READ VMINC-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF VMINC-OK AND NOT VMINC-REVISTO AND
              VMINC-VMTEST-CHIAVE = INC-VMTEST-CHIAVE
              MOVE 1 TO FLAG-INC-ACCORPATO
           END-IF.
           MOVE INC-RECORD-SOSPESO TO VMINC-REC.
           IF NOT INC-ACCORPATO
              GO TO EX-ACCORPA-RIPETIZIONE.
      *
           ADD 1 TO VMINCRIP-OCCORRENZE.
           MOVE VMINC-EIBDATE TO VMINCRIP-ULTIMA-DATA.
           MOVE VMINC-EIBTIME TO VMINCRIP-ULTIMA-ORA.
           REWRITE VMINCRIP-REC
              INVALID KEY
                 CONTINUE
           END-REWRITE.
      *
       EX-ACCORPA-RIPETIZIONE.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- L'INCIDENTE IN VMINC-REC CADE NELLA FINESTRA DI ----------*
      *---- ACCORPAMENTO DALL'ULTIMA OCCORRENZA DEL GRUPPO? DATE ------*
      *---- 0CAADDD: STESSO GIORNO O GIORNO DOPO, ALTRIMENTI NO ------*
      *-------------------------------------------------------------*
       CTR-FINESTRA-INC.
      *
           MOVE ZERO TO FLAG-INC-IN-FINESTRA.
           MOVE VMINCRIP-ULTIMA-ORA TO INC-ORA-LAV.
           COMPUTE INC-SEC-PRIMA = INC-ORA-HH * 3600
                                 + INC-ORA-MM * 60 + INC-ORA-SS.
           MOVE VMINC-EIBTIME TO INC-ORA-LAV.
           COMPUTE INC-SEC-DOPO  = INC-ORA-HH * 3600
                                 + INC-ORA-MM * 60 + INC-ORA-SS.
      *
           IF VMINC-EIBDATE NOT = VMINCRIP-ULTIMA-DATA
              IF VMINC-EIBDATE = VMINCRIP-ULTIMA-DATA + 1
                 ADD 86400 TO INC-SEC-DOPO
              ELSE
                 GO TO EX-CTR-FINESTRA-INC
              END-IF
           END-IF.
      *
           IF INC-SEC-DOPO NOT < INC-SEC-PRIMA AND
              INC-SEC-DOPO - INC-SEC-PRIMA NOT > INC-FINESTRA * 60
              MOVE 1 TO FLAG-INC-IN-FINESTRA
           END-IF.
      *
       EX-CTR-FINESTRA-INC.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- PRIMA OCCORRENZA DI UN NUOVO INCIDENTE NEL FILE DELLE ----*
      *---- RIPETIZIONI (SE DISPONIBILE) -----------------------------*
      *-------------------------------------------------------------*
       NUOVA-RIPETIZIONE.
      *
           IF NOT INC-RIP-APERTO
              GO TO EX-NUOVA-RIPETIZIONE.
      *
           MOVE VMINC-TIPO-ABN  TO VMINCRIP-TIPO-ABN.
           MOVE VMINC-ABEND     TO VMINCRIP-ABEND.
           MOVE VMINC-PARAGRAFO TO VMINCRIP-PARAGRAFO.
           MOVE VMINC-EIBTRMID  TO VMINCRIP-EIBTRMID.
           COMPUTE VMINCRIP-NUMERO-INV = 9999999 - VMINC-NUMERO.
           MOVE VMINC-NUMERO    TO VMINCRIP-NUMERO.
           MOVE 1               TO VMINCRIP-OCCORRENZE.
           MOVE VMINC-EIBDATE   TO VMINCRIP-PRIMA-DATA
                                   VMINCRIP-ULTIMA-DATA.
           MOVE VMINC-EIBTIME   TO VMINCRIP-PRIMA-ORA
                                   VMINCRIP-ULTIMA-ORA.
           WRITE VMINCRIP-REC
              INVALID KEY
                 CONTINUE
           END-WRITE.
      *
       EX-NUOVA-RIPETIZIONE.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- APERTURA DELLE RIPETIZIONI IN AGGIORNAMENTO CON ----------*
      *---- CREAZIONE DEL FILE ALLA PRIMA SCRITTURA ------------------*
      *-------------------------------------------------------------*
       APRI-VMINCRIP-IO.
      *
           OPEN I-O VMINCRIP-FILE.
           IF VMINCRIP-NON-ESISTE
              OPEN OUTPUT VMINCRIP-FILE
              IF VMINCRIP-OK
                 CLOSE VMINCRIP-FILE
                 OPEN I-O VMINCRIP-FILE
              END-IF
           END-IF.
      *
       EX-APRI-VMINCRIP-IO.
           EXIT.
      *
       SEND-MAPPA.
      *
