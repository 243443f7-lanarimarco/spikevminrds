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
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VMMSG-CHIAVE
                  FILE STATUS  IS VMMSG-STATUS.
      *--------------------------------------------------------------*
      *    GIORNALE DELLE MODIFICHE AI FILE DI SERVIZIO VM00          *
      *    (IMMAGINI PRIMA/DOPO DI INSERIMENTI, SOSTITUZIONI E        *
      *    CANCELLAZIONI)                                            *
      *--------------------------------------------------------------*
           SELECT VMAUDIT-FILE ASSIGN TO VMAUDIT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS VMAUDIT-STATUS.
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
       FD  VMMSG-FILE
           LABEL RECORDS ARE STANDARD
               10  VMMSG-ID          PIC X(8).
           05  VMMSG-TESTO           PIC X(94).
           05  FILLER                PIC X(15).
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
       WORKING-STORAGE SECTION.
      *    COPY C43401WK SUPPRESS.                                      *C43401
        05   VMINC-STATUS                  PIC XX VALUE "00".
             88  VMINC-OK                         VALUE "00".
             88  VMINC-NON-ESISTE                 VALUE "35".
        05   VMINCRIP-STATUS               PIC XX VALUE "00".
             88  VMINCRIP-OK                      VALUE "00".
             88  VMINCRIP-NON-ESISTE              VALUE "35".
        05   VMAUDIT-STATUS                PIC XX VALUE "00".
             88  VMAUDIT-OK                       VALUE "00".
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
      *       IMMAGINE DEL PROFILO PRIMA DELLA MODIFICA, PER IL      *
      *       GIORNALE VMAUDIT                                       *
      *--------------------------------------------------------------*
       01  AUDIT-AREE.
        05   AUD-PROGRAMMA                 PIC X(8)  VALUE "TPVM004".
        05   AUD-OPERAZIONE                PIC X     VALUE SPACE.
        05   AUD-PRIMA                     PIC X(1100) VALUE SPACE.
        05   AUD-STATO-KO                  PIC XX    VALUE SPACE.
      *--------------------------------------------------------------*
      *       FLAGS                                                  *
      *--------------------------------------------------------------*
             88  UTENTE-ASSENTE                    VALUE 1.
        05   FLAG-AUTORIZZATO              PIC 9   VALUE ZERO.
             88  AUTORIZZATO                       VALUE 1.
        05   FLAG-GIORNALE-KO              PIC 9   VALUE ZERO.
             88  GIORNALE-KO                       VALUE 1.
        05   FLAG-PROFILO-TROVATO          PIC 9   VALUE ZERO.
             88  PROFILO-TROVATO                   VALUE 1.
      *---- UN CAMPO NON RITRASMESSO DALLA MAPPA (MDT SPENTO) NON -----*
        05 MSG-PROFILO-ELIMINATO PIC X(20).
        05 MSG-PROFILO-NON-TROV PIC X(30).
        05 MSG-FILE-ERRORE      PIC X(40).
        05 MSG-GIORNALE-KO      PIC X(40).
        05 MSG-NON-AUTORIZZATO  PIC X(40).
        05 MSG-FLAG-ERRATO      PIC X(40).
        05 MSG-AIUTO-TASTI      PIC X(94).
              NOT INVALID KEY
                 MOVE 1 TO FLAG-PROFILO-TROVATO
           END-READ.
           IF PROFILO-TROVATO
              MOVE VMPROF-REC TO AUD-PRIMA
              MOVE "R"        TO AUD-OPERAZIONE
           ELSE
              MOVE SPACE      TO AUD-PRIMA
              MOVE "I"        TO AUD-OPERAZIONE
           END-IF.
      *
      *---- SUL PROFILO ESISTENTE SI SOVRASCRIVONO I SOLI CAMPI -------*
      *---- TORNATI DALLA MAPPA; UN PROFILO NUOVO PARTE PULITO --------*
           END-IF.
      *
           IF VMPROF-OK
              PERFORM SCRIVI-VMAUDIT THRU EX-SCRIVI-VMAUDIT
              IF GIORNALE-KO
                 CLOSE VMPROF-FILE
                 GO TO EX-SALVA-PROFILO
              END-IF
              MOVE MSG-PROFILO-SALVATO TO VM4-MSG-TESTO
              PERFORM COMPONI-MESSO-UTENTE
                 THRU EX-COMPONI-MESSO-UTENTE
           END-READ.
      *
           IF PROFILO-TROVATO
              MOVE VMPROF-REC TO AUD-PRIMA
              DELETE VMPROF-FILE
              IF VMPROF-OK
                 MOVE "D"     TO AUD-OPERAZIONE
                 PERFORM SCRIVI-VMAUDIT THRU EX-SCRIVI-VMAUDIT
                 IF GIORNALE-KO
                    CLOSE VMPROF-FILE
                    GO TO EX-ELIMINA-PROFILO
                 END-IF
              END-IF
              MOVE MSG-PROFILO-ELIMINATO TO VM4-MSG-TESTO
              PERFORM COMPONI-MESSO-UTENTE
                 THRU EX-COMPONI-MESSO-UTENTE
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- GIORNALE DELLE MODIFICHE: OPERATORE, TERMINALE, ORA, -----*
      *---- UTENTE DEL PROFILO E IMMAGINI PRIMA E DOPO (LA -----------*
      *---- CANCELLAZIONE NON HA IMMAGINE DOPO, L'INSERIMENTO -------*
      *---- NON HA IMMAGINE PRIMA) -----------------------------------*
      *-------------------------------------------------------------*
       SCRIVI-VMAUDIT.
      *
      *---- IL GIORNALE E' GIA' ALLOCATO E NON SI RICREA MAI: UNA -----*
      *---- APERTURA O UNA SCRITTURA FALLITA DISFA LA MODIFICA --------*
           MOVE ZERO TO FLAG-GIORNALE-KO.
           OPEN EXTEND VMAUDIT-FILE.
           IF NOT VMAUDIT-OK
              MOVE VMAUDIT-STATUS TO AUD-STATO-KO
              SET GIORNALE-KO TO TRUE
              PERFORM ANNULLA-MODIFICA THRU EX-ANNULLA-MODIFICA
              GO TO EX-SCRIVI-VMAUDIT.
      *
           MOVE SPACE              TO VMAUDIT-REC.
           MOVE CSM-UTENTE         TO VMAUDIT-UTENTE.
           MOVE CSM-TERM           TO VMAUDIT-TERM.
           MOVE EIBTRMID           TO VMAUDIT-EIBTRMID.
           MOVE EIBDATE            TO VMAUDIT-DATA.
           MOVE EIBTIME            TO VMAUDIT-ORA.
           MOVE AUD-PROGRAMMA      TO VMAUDIT-PROGRAMMA.
           MOVE "VMPROF"           TO VMAUDIT-NOME-FILE.
           MOVE AUD-OPERAZIONE     TO VMAUDIT-OPERAZIONE.
           MOVE VM4-UTENTE-CORRENTE TO VMAUDIT-CHIAVE.
           MOVE AUD-PRIMA          TO VMAUDIT-PRIMA.
           IF VMAUDIT-CANCELLAZIONE
              MOVE SPACE           TO VMAUDIT-DOPO
           ELSE
              MOVE VMPROF-REC      TO VMAUDIT-DOPO
           END-IF.
      *
           WRITE VMAUDIT-REC.
           IF NOT VMAUDIT-OK
              MOVE VMAUDIT-STATUS TO AUD-STATO-KO
              SET GIORNALE-KO TO TRUE
           END-IF.
           CLOSE VMAUDIT-FILE.
           IF GIORNALE-KO
              PERFORM ANNULLA-MODIFICA THRU EX-ANNULLA-MODIFICA
           END-IF.
      *
       EX-SCRIVI-VMAUDIT.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- GIORNALE NON SCRITTO: LA MODIFICA NON PUO' RESTARE SENZA --*
      *---- TRACCIA E VIENE DISFATTA (INSERIMENTO CANCELLATO, ---------*
      *---- SOSTITUZIONE RIPORTATA ALL'IMMAGINE PRIMA, CANCELLAZIONE --*
      *---- RISCRITTA). L'ERRORE VA SU VMINC CON TIPO "GI" E STATO ----*
      *---- DEL GIORNALE; UN RIPRISTINO FALLITO RISULTA DAL PARAGRAFO -*
      *-------------------------------------------------------------*
       ANNULLA-MODIFICA.
      *
           EVALUATE AUD-OPERAZIONE
              WHEN "I"
                 DELETE VMPROF-FILE
              WHEN "R"
                 MOVE AUD-PRIMA TO VMPROF-REC
                 REWRITE VMPROF-REC
              WHEN "D"
                 MOVE AUD-PRIMA TO VMPROF-REC
                 WRITE VMPROF-REC
                    INVALID KEY
                       CONTINUE
                 END-WRITE
           END-EVALUATE.
      *
           MOVE "GI"           TO C43401-TIPO-ABN.
           MOVE AUD-STATO-KO   TO C43401-ABEND.
           IF VMPROF-OK
              MOVE MSG-GIORNALE-KO    TO MESSO
              MOVE "SCRIVI-VMAUDIT"   TO VMINC-PARAGRAFO-CORRENTE
           ELSE
              MOVE MSG-FILE-ERRORE    TO MESSO
              MOVE "ANNULLA-MODIFICA" TO VMINC-PARAGRAFO-CORRENTE
           END-IF.
           PERFORM SCRIVI-VMINC THRU EX-SCRIVI-VMINC.
      *
       EX-ANNULLA-MODIFICA.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- CHI MANTIENE I PROFILI DEVE AVERE L'ABILITAZIONE AI ------*
      *---- PROFILI; FILE ASSENTE O VUOTO = PERMESSO, COSI' IL -------*
      *---- PRIMO PROFILO SI PUO' CARICARE DA QUESTO SCHERMO ---------*
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
      *-------------------------------------------------------------*
      *---- COMPONE IN MESSO IL MESSAGGIO CON L'UTENTE ---------------*
      *-------------------------------------------------------------*
       COMPONI-MESSO-UTENTE.
                                     TO MSG-PROFILO-NON-TROV
                 MOVE "PROFILE FILE NOT AVAILABLE"
                                     TO MSG-FILE-ERRORE
                 MOVE "CHANGE UNDONE: AUDIT LOG NOT WRITTEN"
                                     TO MSG-GIORNALE-KO
                 MOVE "FUNCTION NOT AUTHORIZED FOR THIS USER"
                                     TO MSG-NON-AUTORIZZATO
                 MOVE "FLAGS ACCEPT ONLY S, N OR BLANK"
                                     TO MSG-PROFILO-NON-TROV
                 MOVE "FILE PROFILI NON DISPONIBILE"
                                     TO MSG-FILE-ERRORE
                 MOVE "MODIFICA ANNULLATA: GIORNALE NON SCRITTO"
                                     TO MSG-GIORNALE-KO
                 MOVE "FUNZIONE NON AUTORIZZATA PER L'UTENTE"
                                     TO MSG-NON-AUTORIZZATO
                 MOVE "ABILITAZIONI SOLO S, N O SPAZIO"
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:40) TO MSG-FILE-ERRORE
           END-IF.
      *
           MOVE "VM04GIOR" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
           IF MSG-TROVATO
              MOVE VMMSG-TESTO (1:40) TO MSG-GIORNALE-KO
           END-IF.
      *
           MOVE "VM04NAUT" TO VMMSG-ID.
           PERFORM CERCA-MESSAGGIO THRU EX-CERCA-MESSAGGIO.
