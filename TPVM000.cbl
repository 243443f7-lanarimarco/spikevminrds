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
      *    FILE DEI TEMPI DI RISPOSTA CICS RILEVATI DA VM00           *
      *--------------------------------------------------------------*
           SELECT VMPERF-FILE  ASSIGN TO VMPERF
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VMMSG-CHIAVE
                  FILE STATUS  IS VMMSG-STATUS.
      *--------------------------------------------------------------*
      *    CORSE DELLA PROVA DI CARICO VM00 AVVIATE DA VM09           *
      *--------------------------------------------------------------*
           SELECT VMSOAK-FILE  ASSIGN TO VMSOAK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VMSOAK-RUN
                  FILE STATUS  IS VMSOAK-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
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
       FD  VMPERF-FILE
           LABEL RECORDS ARE STANDARD
           05  VMPERF-EIBDATE        PIC S9(7) COMP-3.
           05  VMPERF-INTERVALLO     PIC S9(7) COMP-3.
           05  VMPERF-EIBTIME        PIC S9(7) COMP-3.
      *---- DETTAGLIO DELLA PROVA: A SPAZIO PER IL GIRO DI SCHERMO, ---*
      *---- "SK" + CORSA, ESITO E CENTESIMI PER LA PROVA DI CARICO ----*
           05  VMPERF-PARTNER        PIC X(8).
           05  VMPERF-ESITO          PIC XX.
           05  VMPERF-CENTESIMI      PIC 9(6).
      *
       FD  VMPROF-FILE
           LABEL RECORDS ARE STANDARD
               10  VMMSG-ID          PIC X(8).
           05  VMMSG-TESTO           PIC X(94).
           05  FILLER                PIC X(15).
      *
       FD  VMSOAK-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMSOAK-REC.
           05  VMSOAK-RUN            PIC 9(6).
           05  VMSOAK-REGIONE        PIC X(8).
           05  VMSOAK-EIBTRMID       PIC X(4).
      *---- RITMO (AVVII AL MINUTO), DURATA (MINUTI), PASSO FRA -------*
      *---- DUE AVVII (SECONDI) E ITERAZIONI PIANIFICATE --------------*
           05  VMSOAK-RITMO          PIC 9(3).
           05  VMSOAK-DURATA         PIC 9(3).
           05  VMSOAK-PASSO          PIC 9(3).
           05  VMSOAK-PIANIFICATE    PIC 9(6).
           05  VMSOAK-STATO          PIC X.
               88  VMSOAK-ATTIVO             VALUE "A".
               88  VMSOAK-COMPLETATO         VALUE "C".
               88  VMSOAK-FERMATO            VALUE "S".
               88  VMSOAK-INTERROTTO         VALUE "E".
               88  VMSOAK-CONCLUSO           VALUE "C" "S" "E".
           05  VMSOAK-UTENTE         PIC X(10).
      *---- INIZIO E FINE: DATA 0CAADDD E ORA HHMMSS ------------------*
           05  VMSOAK-INIZIO-DATA    PIC 9(7).
           05  VMSOAK-INIZIO-ORA     PIC 9(6).
           05  VMSOAK-FINE-DATA      PIC 9(7).
           05  VMSOAK-FINE-ORA       PIC 9(6).
           05  VMSOAK-AVVIATE        PIC 9(6).
           05  VMSOAK-COMPLETATE     PIC 9(6).
      *---- RIEPILOGO DI BPVM025 (DATA ZERO = NON RIEPILOGATA); -------*
      *---- TEMPI IN CENTESIMI, PRODUTTIVITA' IN ITERAZIONI/MINUTO ----*
           05  VMSOAK-RIEPILOGO.
               10  VMSOAK-RIE-DATA    PIC 9(7).
               10  VMSOAK-RIE-ITER    PIC 9(6).
               10  VMSOAK-RIE-THRU    PIC 9(4)V99.
               10  VMSOAK-RIE-MEDIA   PIC 9(6).
               10  VMSOAK-RIE-P95     PIC 9(6).
               10  VMSOAK-RIE-MAX     PIC 9(6).
               10  VMSOAK-RIE-FALLITE PIC 9(6).
               10  VMSOAK-RIE-ABEND   PIC 9(6).
           05  FILLER                PIC X(69).
      *---- RECORD DI CONTROLLO (CORSA ZERO): ULTIMA CORSA ASSEGNATA --*
       01  VMSOAK-CTL-REC.
           05  VMSOAK-CTL-RUN        PIC 9(6).
           05  VMSOAK-CTL-ULTIMO     PIC 9(6).
           05  FILLER                PIC X(188).
      *
       WORKING-STORAGE SECTION.
      *    COPY C43401WK SUPPRESS.                                      *C43401
        05   LEN-MENU          PIC S9(4) COMP-4  VALUE +1060.           *C43401
      * 05   LEN-COMMAREA      PIC S9(4) COMP  VALUE +1420.             *C43401
        05   LEN-COMMAREA      PIC S9(4) COMP-4  VALUE +1420.           *C43401
        05   LEN-SOAK          PIC S9(4) COMP-4  VALUE +1100.           *C43401
       01  FILLER        VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
           02  EL-LETT         PIC X          OCCURS 36
                                              INDEXED   BY  I-LETT.
        05   VMINC-STATUS                  PIC XX VALUE "00".
             88  VMINC-OK                         VALUE "00".
             88  VMINC-NON-ESISTE                 VALUE "35".
        05   VMINCRIP-STATUS               PIC XX VALUE "00".
             88  VMINCRIP-OK                      VALUE "00".
             88  VMINCRIP-NON-ESISTE              VALUE "35".
        05   VMPERF-STATUS                 PIC XX VALUE "00".
             88  VMPERF-OK                        VALUE "00".
        05   VMPROF-STATUS                 PIC XX VALUE "00".
             88  VMPROF-OK                        VALUE "00".
             88  VMPROF-NOTFND                    VALUE "23" "24".
             88  VMPROF-NON-ESISTE                VALUE "35".
        05   VMSOAK-STATUS                 PIC XX VALUE "00".
             88  VMSOAK-OK                        VALUE "00".
             88  VMSOAK-NOTFND                    VALUE "23" "24".
             88  VMSOAK-NON-ESISTE                VALUE "35".
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
      *       AREA DI SUPPORTO PER IL CALCOLO DEL TEMPO DI RISPOSTA   *
      *       (CONVERSIONE 0HHMMSS IN SECONDI, VMPERF)                *
             88  CINPUT-DIGITATO                   VALUE 1.
        05   FLAG-AUTORIZZATO              PIC 9   VALUE ZERO.
             88  AUTORIZZATO                       VALUE 1.
        05   FLAG-SOAK-IN-CORSO            PIC 9   VALUE ZERO.
             88  SOAK-IN-CORSO                     VALUE 1.
        05   FLAG-SOAK-DA-ESEGUIRE         PIC 9   VALUE ZERO.
             88  SOAK-DA-ESEGUIRE                  VALUE 1.
        05   FLAG-SOAK-ULTIMA              PIC 9   VALUE ZERO.
             88  SOAK-ULTIMA                       VALUE 1.
      *--------------------------------------------------------------*
      *       CHIAVE DEL PROFILO DELL'OPERATORE COLLEGATO             *
      *--------------------------------------------------------------*
           10 FILLER           PIC X     VALUE SPACE.
           10 VMTEST-MSG-ESITO PIC X(20) VALUE SPACE.
           10 FILLER           PIC X(45) VALUE SPACE.
      *--------------------------------------------------------------*
      *       PROVA DI CARICO: DATI PASSATI DA START (VM09 O          *
      *       ITERAZIONE PRECEDENTE) E MISURA DELL'ITERAZIONE         *
      *--------------------------------------------------------------*
       01  SOAK-AREA.
        05 SOAK-MARCA          PIC X(4).
        05 SOAK-RUN            PIC 9(6).
        05 SOAK-REGIONE        PIC X(8).
        05 SOAK-EIBTRMID       PIC X(4).
        05 SOAK-PASSO          PIC 9(3).
        05 FILLER              PIC X(75).
        05 SOAK-PA-REC         PIC X(1000).
      *
       01  SOAK-AREE.
        05 SOAK-STARTCODE      PIC XX VALUE SPACE.
        05 SOAK-MINUTI         PIC 9(3) COMP-4 VALUE ZERO.
        05 SOAK-SECONDI        PIC 9(3) COMP-4 VALUE ZERO.
      *---- INTERVALLO DELLA START IN FORMATO HHMMSS ------------------*
        05 SOAK-INTERVALLO     PIC 9(6) VALUE ZERO.
        05 SOAK-CENT-INIZIO    PIC S9(9) COMP-4 VALUE ZERO.
        05 SOAK-CENTESIMI      PIC S9(9) COMP-4 VALUE ZERO.
        05 SOAK-ESITO          PIC XX VALUE SPACE.
        05 SOAK-PARTNER.
           10 FILLER           PIC XX VALUE "SK".
           10 SOAK-PARTNER-RUN PIC 9(6) VALUE ZERO.
      *
      *--------------------------------------------------------------*
      *       TASTO FUNZIONE                                         *
      *---------------------------------------------------------------- *C43401
      *
           PERFORM CARICA-MESSAGGI          THRU EX-CARICA-MESSAGGI.
      *
      *---- TASK AVVIATO DA START CON DATI: ITERAZIONE DELLA PROVA ----*
      *---- DI CARICO (VM09), SENZA COMMAREA NE' MAPPA ----------------*
      *===================================================== START ==== *C43401
      *    EXEC CICS   ASSIGN       STARTCODE (SOAK-STARTCODE)          *C43401
      *                             END-EXEC.                           *C43401
      *---------------------------------------------------------------- *C43401
           MOVE C43401-STARTCODE TO SOAK-STARTCODE.                     *C43401
      *===================================================== END   ==== *C43401
           IF  SOAK-STARTCODE = "SD"
              GO TO GIRO-SOAK.
      *
           IF  EIBCALEN = ZERO
              MOVE MSG-RICHIAMO-ERRATO     TO MESSAGGIO
       EX-SECONDO-GIRO.
           EXIT.
      *-------------------------------------------------------------*
      *---------------- GIRO DELLA PROVA DI CARICO --------------------*
      *-------------------------------------------------------------*
      *---- UN'ITERAZIONE: INVIO DI CINPUT NEL CONTESTO DELLA ---------*
      *---- REGIONE E PROVA DI LINK CON TPVMECO (PF1), CON IL ---------*
      *---- TEMPO DELL'ITERAZIONE SU VMPERF MARCATO CON LA CORSA. -----*
      *---- LA START DELL'ITERAZIONE SUCCESSIVA PARTE PER PRIMA, ------*
      *---- COSI' UN ABEND DI QUESTA NON INTERROMPE LA CATENA ---------*
       GIRO-SOAK.
      *
           PERFORM RICEVI-SOAK         THRU EX-RICEVI-SOAK.
           PERFORM AVANZA-SOAK         THRU EX-AVANZA-SOAK.
           IF NOT SOAK-DA-ESEGUIRE
              GO TO FINE-SOAK.
      *
           IF NOT SOAK-ULTIMA
              PERFORM AVVIA-PROSSIMA-SOAK
                 THRU EX-AVVIA-PROSSIMA-SOAK
           END-IF.
      *
           PERFORM ESEGUI-ITERAZIONE-SOAK
              THRU EX-ESEGUI-ITERAZIONE-SOAK.
           PERFORM SCRIVI-VMPERF       THRU EX-SCRIVI-VMPERF.
           IF SOAK-ESITO NOT = "OK"
              MOVE "SK"                TO C43401-TIPO-ABN
              MOVE "KO"                TO C43401-ABEND
              MOVE "GIRO-SOAK"         TO VMINC-PARAGRAFO-CORRENTE
              PERFORM SCRIVI-VMINC   THRU EX-SCRIVI-VMINC
           END-IF.
           PERFORM CHIUDI-ITERAZIONE-SOAK
              THRU EX-CHIUDI-ITERAZIONE-SOAK.
      *
       FINE-SOAK.
      *===================================================== START ==== *C43401
      *    EXEC       CICS  RETURN                                      *C43401
      *               END-EXEC.                                         *C43401
      *---------------------------------------------------------------- *C43401
           MOVE "CIXS" TO EIBTRNID                                      *C43401
           MOVE C43401-EIBCALEN TO EIBCALEN                             *C43401
           MOVE DFHCOMMAREA TO C43401-COMM-DATI                         *C43401
           MOVE SPACE TO C43401-LK-N                                    *C43401
                         C43401-LK-X                                    *C43401
           GO TO C43401-RETURN.                                         *C43401
      *===================================================== END   ==== *C43401
      *
      *---- DATI DELLA START: CORSA, REGIONE, TERMINALE, PASSO E ------*
      *---- PARAMETRI AZIENDALI PA-REC DELLA REGIONE ------------------*
       RICEVI-SOAK.
      *===================================================== START ==== *C43401
      *    EXEC CICS RETRIEVE INTO   (SOAK-AREA)                        *C43401
      *                       LENGTH (LEN-SOAK)                         *C43401
      *                       END-EXEC.                                 *C43401
      *---------------------------------------------------------------- *C43401
           MOVE C43401-COMM-DATI (1:LEN-SOAK) TO SOAK-AREA.             *C43401
      *===================================================== END   ==== *C43401
           IF SOAK-MARCA NOT = "SOAK" OR
              SOAK-RUN NOT NUMERIC OR
              SOAK-PASSO NOT NUMERIC
              MOVE MSG-RICHIAMO-ERRATO     TO MESSAGGIO
              PERFORM SEND-TEXT          THRU EX-SEND-TEXT.
      *
       EX-RICEVI-SOAK.
           EXIT.
      *
      *---- CONTA L'ITERAZIONE SULLA CORSA: CORSA FERMATA, ------------*
      *---- INTERROTTA O GIA' COMPLETA = NIENTE DA ESEGUIRE; ----------*
      *---- L'ULTIMA ITERAZIONE PIANIFICATA CHIUDE LA CORSA -----------*
       AVANZA-SOAK.
      *
           MOVE ZERO TO FLAG-SOAK-DA-ESEGUIRE
                        FLAG-SOAK-ULTIMA.
      *
           OPEN I-O VMSOAK-FILE.
           IF NOT VMSOAK-OK
              GO TO EX-AVANZA-SOAK.
           MOVE SOAK-RUN TO VMSOAK-RUN.
           READ VMSOAK-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF NOT VMSOAK-OK
              CLOSE VMSOAK-FILE
              GO TO EX-AVANZA-SOAK.
           IF NOT VMSOAK-ATTIVO OR
              VMSOAK-AVVIATE NOT < VMSOAK-PIANIFICATE
              CLOSE VMSOAK-FILE
              GO TO EX-AVANZA-SOAK.
      *
           ADD 1 TO VMSOAK-AVVIATE.
           IF VMSOAK-AVVIATE NOT < VMSOAK-PIANIFICATE
              MOVE 1       TO FLAG-SOAK-ULTIMA
              SET VMSOAK-COMPLETATO TO TRUE
              MOVE EIBDATE TO VMSOAK-FINE-DATA
              MOVE EIBTIME TO VMSOAK-FINE-ORA
           END-IF.
           REWRITE VMSOAK-REC.
           IF VMSOAK-OK
              MOVE 1 TO FLAG-SOAK-DA-ESEGUIRE
           END-IF.
           CLOSE VMSOAK-FILE.
      *
       EX-AVANZA-SOAK.
           EXIT.
      *
      *---- START DELL'ITERAZIONE SUCCESSIVA DOPO IL PASSO: SE --------*
      *---- NON RIESCE LA CORSA E' INTERROTTA (STATO "E") E -----------*
      *---- L'ERRORE VA SU VMINC, SENZA ABEND DI QUESTA ITERAZIONE ----*
       AVVIA-PROSSIMA-SOAK.
      *
           DIVIDE SOAK-PASSO BY 60
              GIVING SOAK-MINUTI
              REMAINDER SOAK-SECONDI.
           COMPUTE SOAK-INTERVALLO = (SOAK-MINUTI * 100)
                                   +  SOAK-SECONDI.
      *===================================================== START ==== *C43401
      *    EXEC CICS START TRANSID  ("VM00")                            *C43401
      *                    INTERVAL (SOAK-INTERVALLO)                   *C43401
      *                    TERMID   (SOAK-EIBTRMID)                     *C43401
      *                    FROM     (SOAK-AREA)                         *C43401
      *                    LENGTH   (LEN-SOAK)                          *C43401
      *                    END-EXEC.                                    *C43401
      *---------------------------------------------------------------- *C43401
           SET C43401-CO-INTERVAL TO TRUE                               *C43401
           MOVE SOAK-INTERVALLO TO C43401-DLY                           *C43401
           MOVE SOAK-EIBTRMID TO C43401-DEV-SW                          *C43401
           MOVE "VM00" TO C43401-CO-TRANID                              *C43401
           MOVE LEN-SOAK TO C43401-LENGTH                               *C43401
           CALL "C43401STRF" USING KPJBA                                *C43401
                                   C43401-EIB                           *C43401
                                   C43401-START                         *C43401
                                   C43401-DLY                           *C43401
                                   C43401-LENGTH SOAK-AREA              *C43401
           MOVE "CO" TO C43401-TIPO-ABN                                 *C43401
           MOVE C43401-CO-STATUS TO C43401-ABEND.                       *C43401
      *===================================================== END   ==== *C43401
           IF C43401-CO-OK
              GO TO EX-AVVIA-PROSSIMA-SOAK.
      *
           MOVE "AVVIA-PROSSIMA-SOAK" TO VMINC-PARAGRAFO-CORRENTE.
           PERFORM SCRIVI-VMINC THRU EX-SCRIVI-VMINC.
      *
           OPEN I-O VMSOAK-FILE.
           IF NOT VMSOAK-OK
              GO TO EX-AVVIA-PROSSIMA-SOAK.
           MOVE SOAK-RUN TO VMSOAK-RUN.
           READ VMSOAK-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF VMSOAK-OK AND VMSOAK-ATTIVO
              SET VMSOAK-INTERROTTO TO TRUE
              MOVE EIBDATE TO VMSOAK-FINE-DATA
              MOVE EIBTIME TO VMSOAK-FINE-ORA
              REWRITE VMSOAK-REC
           END-IF.
           CLOSE VMSOAK-FILE.
      *
       EX-AVVIA-PROSSIMA-SOAK.
           EXIT.
      *
      *---- L'ITERAZIONE GIRA COME UN OPERATORE SULLA REGIONE: --------*
      *---- CONTESTO PA-REC DELLA REGIONE, CINPUT VALIDO, INVIO E -----*
      *---- POI PF1. IL CONTESTO DI PROVA "*SOAK" + CORSA PORTA -------*
      *---- LA CORSA SU OGNI INCIDENTE SCRITTO NEL FRATTEMPO ----------*
       ESEGUI-ITERAZIONE-SOAK.
      *
           MOVE 1                 TO FLAG-SOAK-IN-CORSO.
           MOVE SOAK-PA-REC       TO DFH-AREA-PAR.
           MOVE "VM00"            TO DFH-CHNTE.
           PERFORM INIZIALIZZA  THRU EX-INIZIALIZZA.
           MOVE "*SOAK"           TO DFH-VMTEST-CATEG.
           MOVE SOAK-RUN          TO DFH-VMTEST-ID.
           MOVE SOAK-RUN          TO SOAK-PARTNER-RUN.
           MOVE EIBTIME           TO DFH-EIBTIME-INIZIO.
      *
           PERFORM CONVERTI-TEMPO-LOOP THRU EX-CONVERTI-TEMPO-LOOP.
           MOVE LOOP-CENT-FINE    TO SOAK-CENT-INIZIO.
      *
           MOVE PA-SIGLA          TO CINPUT (1:2).
           MOVE PA-COD-FIL        TO CINPUT (3:2).
           MOVE "SOAK"            TO CINPUT (5:4).
           MOVE SOAK-RUN          TO CINPUT (9:6).
           MOVE 1                 TO FLAG-CINPUT-DIGITATO.
           MOVE SPACE             TO LOOP-ESITO-ECO.
      *
           MOVE ZERO              TO TASTO-FUNZIONE.
           PERFORM CONTROLLI    THRU EX-CONTROLLI.
           MOVE "01"              TO TASTO-FUNZIONE.
           PERFORM CONTROLLI    THRU EX-CONTROLLI.
      *
           PERFORM CONVERTI-TEMPO-LOOP THRU EX-CONVERTI-TEMPO-LOOP.
           COMPUTE SOAK-CENTESIMI = LOOP-CENT-FINE
                                  - SOAK-CENT-INIZIO.
           IF SOAK-CENTESIMI < ZERO
              ADD 8640000 TO SOAK-CENTESIMI
           END-IF.
      *
           IF ERRORI = SPACE AND LOOP-ESITO-ECO = "OK"
              MOVE "OK" TO SOAK-ESITO
           ELSE
              MOVE "KO" TO SOAK-ESITO
           END-IF.
      *
       EX-ESEGUI-ITERAZIONE-SOAK.
           EXIT.
      *
      *---- ITERAZIONE ARRIVATA IN FONDO (ANCHE CON ESITO KO) ---------*
       CHIUDI-ITERAZIONE-SOAK.
      *
           OPEN I-O VMSOAK-FILE.
           IF NOT VMSOAK-OK
              GO TO EX-CHIUDI-ITERAZIONE-SOAK.
           MOVE SOAK-RUN TO VMSOAK-RUN.
           READ VMSOAK-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF VMSOAK-OK
              ADD 1 TO VMSOAK-COMPLETATE
              REWRITE VMSOAK-REC
           END-IF.
           CLOSE VMSOAK-FILE.
      *
       EX-CHIUDI-ITERAZIONE-SOAK.
           EXIT.
      *-------------------------------------------------------------*
      *------------ LOG DELLA PROVA DI CONNETTIVITA' ----------------*
      *-------------------------------------------------------------*
       SCRIVI-VMLOG.
           MOVE EIBDATE                  TO VMINC-EIBDATE.
           MOVE EIBTIME                  TO VMINC-EIBTIME.
           MOVE SPACE                    TO VMINC-REVISIONATO
                                            VMINC-REV-UTENTE
                                            VMINC-TICKET
                                            VMINC-TICKET-STATO.
      *---- CONTESTO DI PROVA: CASO VMTEST ATTIVO, TASTO IN CORSO -----*
      *---- E UTENTE COLLEGATO, PER RIPRODURRE L'ABEND DAL CASO -------*
           MOVE DFH-VMTEST-CHIAVE        TO VMINC-VMTEST-CHIAVE.
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
      *-------------------------------------------------------------*
      *---- LOG DEL TEMPO DI RISPOSTA DEL GIRO DI SCHERMO VM00 -------*
      *-------------------------------------------------------------*
           MOVE EIBTRMID    TO VMPERF-EIBTRMID.
           MOVE EIBDATE     TO VMPERF-EIBDATE.
           MOVE EIBTIME     TO VMPERF-EIBTIME.
           MOVE SPACE       TO VMPERF-PARTNER
                               VMPERF-ESITO.
           MOVE ZERO        TO VMPERF-CENTESIMI.
      *
      *---- EIBTIME/DFH-EIBTIME-INIZIO SONO IN FORMATO 0HHMMSS: -------*
      *---- SI CONVERTE OGNUNO IN SECONDI PRIMA DI SOTTRARRE, ---------*
           IF VMPERF-INTERVALLO < ZERO
              ADD 86400 TO VMPERF-INTERVALLO
           END-IF.
      *
      *---- ITERAZIONE DELLA PROVA DI CARICO: IL TEMPO E' QUELLO ------*
      *---- MISURATO SULL'OROLOGIO, LA CORSA VA NEL PARTNER -----------*
           IF SOAK-IN-CORSO
              MOVE SOAK-PARTNER   TO VMPERF-PARTNER
              MOVE SOAK-ESITO     TO VMPERF-ESITO
              MOVE SOAK-CENTESIMI TO VMPERF-CENTESIMI
              COMPUTE VMPERF-INTERVALLO = SOAK-CENTESIMI / 100
           END-IF.
      *
           OPEN EXTEND VMPERF-FILE.
           IF NOT VMPERF-OK
