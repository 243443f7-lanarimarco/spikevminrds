       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BPVM020.
      *------------------------------------------------*
      *     RISPOSTE DEL SERVICE DESK SUI TICKET        *
      *------------------------------------------------*
      *   INTERFACCIA IN ENTRATA DAL SERVICE DESK       *
      *   AZIENDALE: LEGGE IL FILE DI RISPOSTA VMTKTACK *
      *   E PER OGNI INCIDENTE RIPORTA SUL RECORD VMINC *
      *   IL NUMERO DI TICKET E IL SUO STATO (APERTO,   *
      *   CHIUSO, RESPINTO). UN TICKET CHIUSO SEGNA     *
      *   L'INCIDENTE COME REVISIONATO CON L'UTENTE     *
      *   SERVDESK, SE NESSUNO L'HA GIA' FATTO IN VM02. *
      *   LE RISPOSTE SUGLI ALLARMI SONO SOLO ELENCATE. *
      *   CC=4 SE QUALCHE RISPOSTA E' STATA SCARTATA,   *
      *   CC=8 SE IL FILE INCIDENTI NON E' APRIBILE O   *
      *   UN INCIDENTE NON E' STATO RISCRITTO.          *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.                         *CSTD
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--------------------------------------------------------------*
      *    FILE DI RISPOSTA DEL SERVICE DESK                          *
      *--------------------------------------------------------------*
           SELECT VMTKTACK-FILE ASSIGN TO VMTKTACK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS VMTKTACK-STATUS.
      *--------------------------------------------------------------*
      *    FILE DEGLI INCIDENTI (ABEND) SEGNALATI DA C43401ABRT       *
      *--------------------------------------------------------------*
           SELECT VMINC-FILE   ASSIGN TO VMINC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VMINC-NUMERO
                  FILE STATUS  IS VMINC-STATUS.
      *--------------------------------------------------------------*
      *    PROSPETTO DELLE RISPOSTE ELABORATE                         *
      *--------------------------------------------------------------*
           SELECT VMTKARPT-FILE ASSIGN TO VMTKARPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS VMTKARPT-STATUS.
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
      *---- RISPOSTA A FORMATO FISSO (LRECL 80): TIPO E RIFERIMENTO ---*
      *---- COME NELLA RICHIESTA VMTKTREQ, NUMERO DI TICKET, STATO ----*
      *---- (A APERTO, C CHIUSO, R RESPINTO), DATA E ORA DEL SERVICE --*
      *---- DESK ------------------------------------------------------*
       FD  VMTKTACK-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMTKTACK-REC.
           05  TKA-TIPO              PIC X.
               88  TKA-INCIDENTE             VALUE "I".
               88  TKA-ALLARME               VALUE "A".
           05  TKA-RIFERIMENTO.
               10  TKA-NUMERO        PIC X(7).
               10  FILLER            PIC X(5).
           05  TKA-RIF-ALLARME REDEFINES TKA-RIFERIMENTO.
               10  TKA-TRMID         PIC X(4).
               10  TKA-GIORNO        PIC X(8).
           05  TKA-TICKET            PIC X(8).
           05  TKA-STATO             PIC X.
               88  TKA-APERTO                VALUE "A".
               88  TKA-CHIUSO                VALUE "C".
               88  TKA-RESPINTO              VALUE "R".
               88  TKA-STATO-VALIDO          VALUE "A" "C" "R".
           05  TKA-DATA              PIC X(8).
           05  TKA-ORA               PIC X(6).
           05  FILLER                PIC X(44).
      *
       FD  VMINC-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMINC-REC.
           05  VMINC-NUMERO          PIC 9(7).
           05  VMINC-TIPO-ABN        PIC XX.
           05  VMINC-ABEND           PIC XX.
           05  VMINC-PARAGRAFO       PIC X(20).
           05  VMINC-EIBTRMID        PIC X(4).
           05  VMINC-EIBTASKN        PIC S9(7) COMP-3.
           05  VMINC-EIBDATE         PIC S9(7) COMP-3.
           05  VMINC-EIBTIME         PIC S9(7) COMP-3.
           05  VMINC-REVISIONATO     PIC X.
               88  VMINC-REVISTO             VALUE "S".
           05  VMINC-REV-UTENTE      PIC X(10).
      *---- CONTESTO DI PROVA ATTIVO AL MOMENTO DELL'ABEND ------------*
           05  VMINC-VMTEST-CHIAVE.
               10  VMINC-VMTEST-CATEG PIC X(8).
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
      *
       FD  VMTKARPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMTKARPT-REC              PIC X(132).
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
        05   VMTKTACK-STATUS               PIC XX VALUE "00".
             88  VMTKTACK-OK                      VALUE "00".
        05   VMINC-STATUS                  PIC XX VALUE "00".
             88  VMINC-OK                         VALUE "00".
             88  VMINC-NON-ESISTE                 VALUE "35".
        05   VMTKARPT-STATUS               PIC XX VALUE "00".
             88  VMTKARPT-OK                      VALUE "00".
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
        05   FLAG-FINE-FILE                PIC 9   VALUE ZERO.
             88  FINE-FILE                        VALUE 1.
        05   FLAG-INC-TROVATO              PIC 9   VALUE ZERO.
             88  INC-TROVATO                      VALUE 1.
        05   FLAG-INC-REVISIONATO          PIC 9   VALUE ZERO.
             88  INC-REVISIONATO                  VALUE 1.
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
        05   CAT-PROGRAMMA         PIC X(8)  VALUE "BPVM020".
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
      *       UTENTE CON CUI IL SERVICE DESK CHIUDE GLI INCIDENTI    *
      *--------------------------------------------------------------*
       01  COSTANTI.
        05   UTENTE-SERVICE-DESK   PIC X(10) VALUE "SERVDESK".
      *--------------------------------------------------------------*
      *       CONTATORI GENERALI                                     *
      *--------------------------------------------------------------*
       01  CONTATORI.
        05   CONTA-RISPOSTE        PIC 9(7) COMP-4 VALUE ZERO.
        05   CONTA-AGGIORNATI      PIC 9(7) COMP-4 VALUE ZERO.
        05   CONTA-REVISIONATI     PIC 9(7) COMP-4 VALUE ZERO.
        05   CONTA-ALLARMI         PIC 9(7) COMP-4 VALUE ZERO.
        05   CONTA-SCARTATI        PIC 9(7) COMP-4 VALUE ZERO.
        05   CONTA-NON-AGGIORNATI  PIC 9(7) COMP-4 VALUE ZERO.
      *--------------------------------------------------------------*
      *       RIGHE DEL PROSPETTO                                    *
      *--------------------------------------------------------------*
       01  RIGA-TITOLO.
        05   FILLER                PIC X(45) VALUE
             "RISPOSTE DEL SERVICE DESK SUI TICKET - GIORNO".
        05   FILLER                PIC X     VALUE SPACE.
        05   TITOLO-GG             PIC 99.
        05   FILLER                PIC X     VALUE "/".
        05   TITOLO-MM             PIC 99.
        05   FILLER                PIC X     VALUE "/".
        05   TITOLO-AAAA           PIC 9(4).
        05   FILLER                PIC X(76) VALUE SPACE.
      *
       01  RIGA-RISPOSTA.
        05   RIS-TIPO              PIC X(10).
        05   RIS-RIFERIMENTO       PIC X(12).
        05   FILLER                PIC X(8)  VALUE " TICKET ".
        05   RIS-TICKET            PIC X(8).
        05   FILLER                PIC X(7)  VALUE " STATO ".
        05   RIS-STATO             PIC X.
        05   FILLER                PIC X(3)  VALUE SPACE.
        05   RIS-ESITO             PIC X(40).
        05   FILLER                PIC X(43) VALUE SPACE.
      *
       01  RIGA-TOTALE.
        05   FILLER                PIC X(4)  VALUE SPACE.
        05   TOTALE-DESCR          PIC X(40).
        05   TOTALE-CONTA          PIC ZZZZZZ9.
        05   FILLER                PIC X(81) VALUE SPACE.
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
       BPVM020-MAIN.
      *
      *---- CATENA DEI LAVORI: INIZIO CORSA SUL LIBRO MASTRO E --------*
      *---- CONTROLLO DEI PREDECESSORI; SE UNO NON HA FINITO OGGI -----*
      *---- CON UN RC ACCETTATO IL PASSO NON GIRA E CHIUDE CON 12 -----*
           PERFORM INIZIO-CATENA      THRU EX-INIZIO-CATENA.
           IF PREDECESSORI-KO
              MOVE 12 TO RETURN-CODE
           ELSE
              PERFORM ESEGUI-BPVM020 THRU EX-ESEGUI-BPVM020
           END-IF.
           PERFORM FINE-CATENA        THRU EX-FINE-CATENA.
      *
           GOBACK.
      *
      *-------------------------------------------------------------*
      *------------------ ELABORAZIONE DEL PASSO ---------------------*
      *-------------------------------------------------------------*
       ESEGUI-BPVM020.
      *
           OPEN OUTPUT VMTKARPT-FILE.
      *
           MOVE CAT-GG   TO TITOLO-GG.
           MOVE CAT-MM   TO TITOLO-MM.
           MOVE CAT-AAAA TO TITOLO-AAAA.
           WRITE VMTKARPT-REC FROM RIGA-TITOLO.
           WRITE VMTKARPT-REC FROM RIGA-VUOTA.
      *
           OPEN I-O VMINC-FILE.
           IF NOT VMINC-OK
              MOVE "FILE INCIDENTI VMINC NON APRIBILE, STATO"
                TO ERRORE-DESCR
              MOVE VMINC-STATUS TO ERRORE-VALORE
              WRITE VMTKARPT-REC FROM RIGA-ERRORE
              CLOSE VMTKARPT-FILE
              MOVE 8 TO RETURN-CODE
              GO TO EX-ESEGUI-BPVM020.
      *
      *---- FILE DI RISPOSTA ASSENTE = NESSUNA RISPOSTA OGGI ----------*
           MOVE ZERO TO FLAG-FINE-FILE.
           OPEN INPUT VMTKTACK-FILE.
           IF NOT VMTKTACK-OK
              SET FINE-FILE TO TRUE
           END-IF.
           PERFORM ELABORA-RISPOSTA THRU EX-ELABORA-RISPOSTA
              UNTIL FINE-FILE.
           IF VMTKTACK-OK
              CLOSE VMTKTACK-FILE
           END-IF.
           CLOSE VMINC-FILE.
      *
           WRITE VMTKARPT-REC FROM RIGA-VUOTA.
           MOVE "RISPOSTE LETTE"                    TO TOTALE-DESCR.
           MOVE CONTA-RISPOSTE                      TO TOTALE-CONTA.
           WRITE VMTKARPT-REC FROM RIGA-TOTALE.
           MOVE "INCIDENTI AGGIORNATI CON IL TICKET" TO TOTALE-DESCR.
           MOVE CONTA-AGGIORNATI                    TO TOTALE-CONTA.
           WRITE VMTKARPT-REC FROM RIGA-TOTALE.
           MOVE "  DI CUI CHIUSI E SEGNATI REVISIONATI" TO TOTALE-DESCR.
           MOVE CONTA-REVISIONATI                   TO TOTALE-CONTA.
           WRITE VMTKARPT-REC FROM RIGA-TOTALE.
           MOVE "RISPOSTE SU ALLARMI"               TO TOTALE-DESCR.
           MOVE CONTA-ALLARMI                       TO TOTALE-CONTA.
           WRITE VMTKARPT-REC FROM RIGA-TOTALE.
           MOVE "RISPOSTE SCARTATE"                 TO TOTALE-DESCR.
           MOVE CONTA-SCARTATI                      TO TOTALE-CONTA.
           WRITE VMTKARPT-REC FROM RIGA-TOTALE.
           IF CONTA-NON-AGGIORNATI > ZERO
              MOVE "INCIDENTI NON RISCRITTI SU VMINC"
                TO TOTALE-DESCR
              MOVE CONTA-NON-AGGIORNATI             TO TOTALE-CONTA
              WRITE VMTKARPT-REC FROM RIGA-TOTALE
           END-IF.
      *
           CLOSE VMTKARPT-FILE.
      *
           IF CONTA-NON-AGGIORNATI > ZERO
              MOVE 8 TO RETURN-CODE
           ELSE
              IF CONTA-SCARTATI > ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
      *
       EX-ESEGUI-BPVM020.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- UNA RISPOSTA DEL SERVICE DESK: GLI INCIDENTI RICEVONO ----*
      *---- TICKET E STATO, GLI ALLARMI VENGONO SOLO ELENCATI --------*
      *-------------------------------------------------------------*
       ELABORA-RISPOSTA.
      *
           READ VMTKTACK-FILE
              AT END
                 SET FINE-FILE TO TRUE
                 GO TO EX-ELABORA-RISPOSTA
           END-READ.
           ADD 1 TO CONTA-RISPOSTE.
           ADD 1 TO CAT-LETTI.
      *
           MOVE SPACE           TO RIS-ESITO.
           MOVE TKA-RIFERIMENTO TO RIS-RIFERIMENTO.
           MOVE TKA-TICKET      TO RIS-TICKET.
           MOVE TKA-STATO       TO RIS-STATO.
      *
           EVALUATE TRUE
              WHEN TKA-INCIDENTE
                 MOVE "INCIDENTE " TO RIS-TIPO
                 PERFORM AGGIORNA-INCIDENTE
                    THRU EX-AGGIORNA-INCIDENTE
              WHEN TKA-ALLARME
                 MOVE "ALLARME   " TO RIS-TIPO
                 ADD 1 TO CONTA-ALLARMI
                 MOVE "ALLARME, SOLO INFORMATIVA" TO RIS-ESITO
              WHEN OTHER
                 MOVE TKA-TIPO     TO RIS-TIPO
                 ADD 1 TO CONTA-SCARTATI
                 MOVE "SCARTATA: TIPO DI RISPOSTA SCONOSCIUTO"
                   TO RIS-ESITO
           END-EVALUATE.
      *
           WRITE VMTKARPT-REC FROM RIGA-RISPOSTA.
      *
       EX-ELABORA-RISPOSTA.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- RIPORTA TICKET E STATO SULL'INCIDENTE; UN TICKET ---------*
      *---- CHIUSO CHIUDE ANCHE L'INCIDENTE, A MENO CHE NON SIA ------*
      *---- GIA' STATO REVISIONATO DA UN OPERATORE -------------------*
      *-------------------------------------------------------------*
       AGGIORNA-INCIDENTE.
      *
           IF TKA-NUMERO NOT NUMERIC
              ADD 1 TO CONTA-SCARTATI
              MOVE "SCARTATA: NUMERO DI INCIDENTE NON VALIDO"
                TO RIS-ESITO
              GO TO EX-AGGIORNA-INCIDENTE.
           IF NOT TKA-STATO-VALIDO
              ADD 1 TO CONTA-SCARTATI
              MOVE "SCARTATA: STATO DEL TICKET NON VALIDO"
                TO RIS-ESITO
              GO TO EX-AGGIORNA-INCIDENTE.
           IF TKA-TICKET = SPACE AND NOT TKA-RESPINTO
              ADD 1 TO CONTA-SCARTATI
              MOVE "SCARTATA: NUMERO DI TICKET ASSENTE"
                TO RIS-ESITO
              GO TO EX-AGGIORNA-INCIDENTE.
      *
           MOVE TKA-NUMERO TO VMINC-NUMERO.
           IF VMINC-NUMERO = ZERO
              ADD 1 TO CONTA-SCARTATI
              MOVE "SCARTATA: NUMERO DI INCIDENTE NON VALIDO"
                TO RIS-ESITO
              GO TO EX-AGGIORNA-INCIDENTE.
           MOVE ZERO TO FLAG-INC-TROVATO.
           READ VMINC-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 1 TO FLAG-INC-TROVATO
           END-READ.
           IF NOT INC-TROVATO
              ADD 1 TO CONTA-SCARTATI
              MOVE "SCARTATA: INCIDENTE INESISTENTE SU VMINC"
                TO RIS-ESITO
              GO TO EX-AGGIORNA-INCIDENTE.
      *
           IF TKA-TICKET NOT = SPACE
              MOVE TKA-TICKET TO VMINC-TICKET
           END-IF.
           MOVE TKA-STATO TO VMINC-TICKET-STATO.
           MOVE "TICKET REGISTRATO SULL'INCIDENTE" TO RIS-ESITO.
           MOVE ZERO TO FLAG-INC-REVISIONATO.
           IF VMINC-TICKET-CHIUSO
              IF VMINC-REVISTO
                 MOVE "TICKET CHIUSO, INCIDENTE GIA' REVISIONATO"
                   TO RIS-ESITO
              ELSE
                 SET VMINC-REVISTO TO TRUE
                 MOVE UTENTE-SERVICE-DESK TO VMINC-REV-UTENTE
                 MOVE 1 TO FLAG-INC-REVISIONATO
                 MOVE "TICKET CHIUSO, INCIDENTE SEGNATO REVISIONATO"
                   TO RIS-ESITO
              END-IF
           END-IF.
           REWRITE VMINC-REC.
           IF NOT VMINC-OK
              ADD 1 TO CONTA-NON-AGGIORNATI
              MOVE "NON AGGIORNATO, RISCRITTURA KO, STATO"
                TO RIS-ESITO
              MOVE VMINC-STATUS TO RIS-ESITO (39:2)
              GO TO EX-AGGIORNA-INCIDENTE.
           ADD 1 TO CONTA-AGGIORNATI.
           ADD 1 TO CAT-SCRITTI.
           IF INC-REVISIONATO
              ADD 1 TO CONTA-REVISIONATI
           END-IF.
      *
       EX-AGGIORNA-INCIDENTE.
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
       END PROGRAM BPVM020.
