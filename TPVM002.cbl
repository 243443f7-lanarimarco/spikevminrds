      *   RECENTE AL PIU' VECCHIO, CON FILTRI PER DATA   *
      *   E TIPO DI ABEND, E PERMETTE DI SEGNARE UN      *
      *   INCIDENTE COME REVISIONATO CON L'UTENTE CHE    *
      *   LO HA PRESO IN CARICO. UN INCIDENTE APERTO CON *
      *   TICKET DEL SERVICE DESK MOSTRA "T" E IL NUMERO *
      *   DI TICKET AL POSTO DEL REVISORE; LA SCELTA     *
      *   DELLA RIGA MOSTRA CASO DI PROVA E TICKET.      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.                         *CSTD
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
      *    PROFILI DI AUTORIZZAZIONE DEGLI OPERATORI VM00             *
      *--------------------------------------------------------------*
           SELECT VMPROF-FILE  ASSIGN TO VMPROF
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
       FD  VMPROF-FILE
           LABEL RECORDS ARE STANDARD
             88  VMINC-OK                         VALUE "00".
             88  VMINC-EOF                        VALUE "10".
             88  VMINC-NON-ESISTE                 VALUE "35".
        05   VMINCRIP-STATUS               PIC XX VALUE "00".
             88  VMINCRIP-OK                      VALUE "00".
             88  VMINCRIP-NON-ESISTE              VALUE "35".
        05   VMPROF-STATUS                 PIC XX VALUE "00".
             88  VMPROF-OK                        VALUE "00".
             88  VMPROF-NOTFND                    VALUE "23" "24".
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
             88  FILTRO-ERRATO                     VALUE 1.
        05   FLAG-AUTORIZZATO              PIC 9   VALUE ZERO.
             88  AUTORIZZATO                       VALUE 1.
        05   FLAG-RIP-APERTO               PIC 9   VALUE ZERO.
             88  RIP-APERTO                        VALUE 1.
      *--------------------------------------------------------------*
      *       CHIAVE DEL PROFILO DELL'OPERATORE COLLEGATO             *
      *--------------------------------------------------------------*
           10 FILLER             PIC X(1)  VALUE "/".
           10 VM2-CASO-MSG-ID    PIC X(8)  VALUE SPACE.
           10 FILLER             PIC X(42) VALUE SPACE.
      *---- TICKET DEL SERVICE DESK DELLA RIGA SCELTA, IN CODA AL -----*
      *---- MESSAGGIO DEL CASO (STATO I INVIATO, A APERTO, C CHIUSO, --*
      *---- R RESPINTO) -----------------------------------------------*
        05 VM2-TKT-MSG-AREA.
           10 FILLER             PIC X(7)  VALUE "TICKET ".
           10 VM2-TKT-MSG-TICKET PIC X(8)  VALUE SPACE.
           10 FILLER             PIC X(2)  VALUE " (".
           10 VM2-TKT-MSG-STATO  PIC X     VALUE SPACE.
           10 FILLER             PIC X     VALUE ")".
      *---- RIPETIZIONI ACCORPATE NELL'INCIDENTE DELLA RIGA SCELTA ----*
      *---- E ORA DELL'ULTIMA, IN CODA AL TICKET ----------------------*
        05 VM2-RIP-MSG-AREA.
           10 FILLER             PIC X(1)  VALUE SPACE.
           10 VM2-RIP-MSG-OCC    PIC ZZZ9.
           10 FILLER             PIC X(6)  VALUE "X ULT ".
           10 VM2-RIP-MSG-ORA    PIC 99.99.99.
           10 FILLER             PIC X(1)  VALUE SPACE.
        05 VM2-RIP-OCC         PIC 9(7) COMP-4 VALUE ZERO.
        05 VM2-RIP-ORA         PIC 9(6)  VALUE ZERO.
        05 VM2-ELEM OCCURS 200.
           10 VM2-E-POS        PIC 9(7) COMP-4.
           10 VM2-E-TIPO       PIC XX.
           10 VM2-E-REVIS      PIC X.
           10 VM2-E-REV-UTE    PIC X(10).
           10 VM2-E-CASO       PIC X(16).
           10 VM2-E-TICKET     PIC X(8).
           10 VM2-E-TKT-STATO  PIC X.
      *--------------------------------------------------------------*
      *       CONVERSIONI DI DATA (GIULIANA 0CAADDD E GGMMAA)         *
      *--------------------------------------------------------------*
        05 RIGA-REV-UTE        PIC X(10).
        05 FILLER              PIC X VALUE SPACE.
        05 RIGA-NUM-INC        PIC ZZZZZZ9.
        05 FILLER              PIC X VALUE SPACE.
      *---- RIPETIZIONI ACCORPATE (VUOTO = UNA SOLA, 99 = 99 O PIU') --*
        05 RIGA-OCC            PIC ZZ.
      *
      *===== COMMAREA TOT - LUNGHEZZA :1060+360 =================
        01 DFH-AREA-TOT.
           MOVE VMINC-REVISIONATO TO VM2-E-REVIS (VM2-SLOT).
           MOVE VMINC-REV-UTENTE TO VM2-E-REV-UTE (VM2-SLOT).
           MOVE VMINC-VMTEST-CHIAVE TO VM2-E-CASO (VM2-SLOT).
           MOVE VMINC-TICKET     TO VM2-E-TICKET (VM2-SLOT).
           MOVE VMINC-TICKET-STATO TO VM2-E-TKT-STATO (VM2-SLOT).
           IF VMINC-TICKET-DA-INVIARE
              MOVE SPACE TO VM2-E-TKT-STATO (VM2-SLOT)
           END-IF.
           IF VMINC-TICKET = LOW-VALUE
              MOVE SPACE TO VM2-E-TICKET (VM2-SLOT)
           END-IF.
      *
       EX-CARICA-UN-INCIDENTE.
           EXIT.
                TO VM2-CASO-MSG-ID
              MOVE VM2-CASO-MSG-AREA TO MESSO
           END-IF.
           IF VM2-E-TKT-STATO (VM2-SLOT) NOT = SPACE
              MOVE VM2-E-TICKET (VM2-SLOT)    TO VM2-TKT-MSG-TICKET
              MOVE VM2-E-TKT-STATO (VM2-SLOT) TO VM2-TKT-MSG-STATO
              MOVE VM2-TKT-MSG-AREA TO MESSO (41:19)
           END-IF.
      *
           PERFORM APRI-VMINCRIP-LETTURA THRU EX-APRI-VMINCRIP-LETTURA.
           PERFORM LEGGI-RIPETIZIONE THRU EX-LEGGI-RIPETIZIONE.
           IF RIP-APERTO
              CLOSE VMINCRIP-FILE
           END-IF.
           IF VM2-RIP-OCC > 1
              IF VM2-RIP-OCC > 9999
                 MOVE 9999 TO VM2-RIP-MSG-OCC
              ELSE
                 MOVE VM2-RIP-OCC TO VM2-RIP-MSG-OCC
              END-IF
              MOVE VM2-RIP-ORA TO VM2-RIP-MSG-ORA
              MOVE VM2-RIP-MSG-AREA TO MESSO (60:20)
           END-IF.
      *
       EX-MOSTRA-CASO-RIGA.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- RIPETIZIONI FACOLTATIVE: SENZA FILE OGNI INCIDENTE E' ---*
      *---- AVVENUTO UNA VOLTA SOLA ----------------------------------*
      *-------------------------------------------------------------*
       APRI-VMINCRIP-LETTURA.
      *
           MOVE ZERO TO FLAG-RIP-APERTO.
           OPEN INPUT VMINCRIP-FILE.
           IF VMINCRIP-OK
              SET RIP-APERTO TO TRUE
           END-IF.
      *
       EX-APRI-VMINCRIP-LETTURA.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- OCCORRENZE E ORA DELL'ULTIMA PER L'INCIDENTE DELLA -------*
      *---- POSIZIONE VM2-SLOT DELLA TABELLA -------------------------*
      *-------------------------------------------------------------*
       LEGGI-RIPETIZIONE.
      *
           MOVE 1                        TO VM2-RIP-OCC.
           MOVE VM2-E-EIBTIME (VM2-SLOT) TO VM2-RIP-ORA.
           IF NOT RIP-APERTO
              GO TO EX-LEGGI-RIPETIZIONE.
      *
           MOVE VM2-E-TIPO (VM2-SLOT)      TO VMINCRIP-TIPO-ABN.
           MOVE VM2-E-ABEND (VM2-SLOT)     TO VMINCRIP-ABEND.
           MOVE VM2-E-PARAGRAFO (VM2-SLOT) TO VMINCRIP-PARAGRAFO.
           MOVE VM2-E-TRMID (VM2-SLOT)     TO VMINCRIP-EIBTRMID.
           COMPUTE VMINCRIP-NUMERO-INV = 9999999 - VM2-E-POS (VM2-SLOT).
           READ VMINCRIP-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF VMINCRIP-OK AND VMINCRIP-OCCORRENZE > ZERO
              MOVE VMINCRIP-OCCORRENZE TO VM2-RIP-OCC
              MOVE VMINCRIP-ULTIMA-ORA TO VM2-RIP-ORA
           END-IF.
      *
       EX-LEGGI-RIPETIZIONE.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- SEGNA L'INCIDENTE DELLA RIGA SCELTA COME REVISIONATO -----*
      *---- CON L'UTENTE COLLEGATO, RISCRIVENDO IL RECORD ------------*
      *-------------------------------------------------------------*
      *-------------------------------------------------------------*
       RIEMPI-LISTA.
      *
           PERFORM APRI-VMINCRIP-LETTURA THRU EX-APRI-VMINCRIP-LETTURA.
           PERFORM RIEMPI-UNA-RIGA THRU EX-RIEMPI-UNA-RIGA
              VARYING VM2-RIGA-IND FROM 1 BY 1
              UNTIL VM2-RIGA-IND > 10.
           IF RIP-APERTO
              CLOSE VMINCRIP-FILE
           END-IF.
      *
       EX-RIEMPI-LISTA.
           EXIT.
              MOVE VM2-E-TRMID (VM2-SLOT)   TO RIGA-TRMID
              MOVE VM2-E-REVIS (VM2-SLOT)   TO RIGA-REVIS
              MOVE VM2-E-REV-UTE (VM2-SLOT) TO RIGA-REV-UTE
      *---- NON ANCORA REVISIONATO MA CON UN TICKET DEL SERVICE -------*
      *---- DESK: AL POSTO DEL REVISORE SI MOSTRA IL TICKET ("T") -----*
              IF VM2-E-REVIS (VM2-SLOT) NOT = "S" AND
                 VM2-E-TICKET (VM2-SLOT) NOT = SPACE
                 MOVE "T"                      TO RIGA-REVIS
                 MOVE VM2-E-TICKET (VM2-SLOT)  TO RIGA-REV-UTE
              END-IF
              MOVE VM2-E-POS (VM2-SLOT)     TO RIGA-NUM-INC
              PERFORM LEGGI-RIPETIZIONE THRU EX-LEGGI-RIPETIZIONE
              IF VM2-RIP-OCC > 99
                 MOVE 99                    TO RIGA-OCC
              END-IF
              IF VM2-RIP-OCC > 1 AND VM2-RIP-OCC NOT > 99
                 MOVE VM2-RIP-OCC           TO RIGA-OCC
              END-IF
              MOVE VM2-E-POS (VM2-SLOT)     TO VM2-V-POS (VM2-RIGA-IND)
              MOVE VM2-E-EIBDATE (VM2-SLOT)
                TO VM2-V-DATE (VM2-RIGA-IND)
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
