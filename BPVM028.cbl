       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BPVM028.
      *------------------------------------------------*
      *     COPERTURA DEI CODICI DI ERRORE NEI CASI    *
      *     NEGATIVI DELLA LIBRERIA VMTEST             *
      *------------------------------------------------*
      *   INCROCIA I 79 CODICI DI ERRORE DI TPVM000     *
      *   (STESSA NUMERAZIONE DI DFH-EL-TAB-ERR E DI    *
      *   VMTEST-ERR-FLAG) CON LE CATEGORIE DELLA       *
      *   LIBRERIA: OGNI CELLA CONTA I CASI NEGATIVI    *
      *   DELLA CATEGORIA CHE ATTENDONO IL CODICE. PER  *
      *   OGNI CODICE SEGNA: NESSUN CASO NEGATIVO;      *
      *   COPERTO SOLO DA CASI FALLITI NELL'ULTIMA      *
      *   CORSA DI BPVM000 REGISTRATA IN VMHIST;        *
      *   MESSAGGIO PRESENTE NEL CATALOGO VMMSG MA MAI  *
      *   ESERCITATO DA UN CASO ESEGUITO. IL MESSAGGIO  *
      *   DEI CODICI 01-04 E' QUELLO USATO DA TPVM000,  *
      *   GLI ALTRI CODICI HANNO L'ID VM00ERNN.         *
      *   CC=4 CODICI COPERTI SOLO DA CASI FALLITI O    *
      *   CON MESSAGGIO MAI ESERCITATO, CC=8 LIBRERIA,  *
      *   STORICO O CATALOGO NON DISPONIBILI.           *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.                         *CSTD
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--------------------------------------------------------------*
      *    FILE DEI CASI DI PROVA DELLA SUITE DI REGRESSIONE VM00     *
      *--------------------------------------------------------------*
           SELECT VMTEST-FILE  ASSIGN TO VMTEST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VMTEST-CHIAVE
                  FILE STATUS  IS VMTEST-STATUS.
      *--------------------------------------------------------------*
      *    STORICO A CHIAVE DEGLI ESITI DI OGNI CASO ESEGUITO         *
      *--------------------------------------------------------------*
           SELECT VMHIST-FILE  ASSIGN TO VMHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VMHIST-CHIAVE
                  FILE STATUS  IS VMHIST-STATUS.
      *--------------------------------------------------------------*
      *    CATALOGO DEI MESSAGGI PER LINGUA                           *
      *--------------------------------------------------------------*
           SELECT VMMSG-FILE   ASSIGN TO VMMSG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VMMSG-CHIAVE
                  FILE STATUS  IS VMMSG-STATUS.
      *--------------------------------------------------------------*
      *    FILE DI LAVORO PER L'ORDINAMENTO PER CASO E GIORNO         *
      *--------------------------------------------------------------*
           SELECT VMCOP-SORT   ASSIGN TO SORTWK01.
      *--------------------------------------------------------------*
      *    REPORT DI COPERTURA                                        *
      *--------------------------------------------------------------*
           SELECT VMCOPRPT-FILE ASSIGN TO VMCOPRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS VMCOPRPT-STATUS.
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
       FD  VMTEST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMTEST-REC.
           05  VMTEST-CHIAVE.
               10  VMTEST-CATEGORIA  PIC X(8).
               10  VMTEST-ID-CASO    PIC X(8).
           05  VMTEST-INPUT          PIC X(50).
           05  VMTEST-ATTESO         PIC X(50).
           05  VMTEST-TIPO-CASO      PIC X.
               88  VMTEST-CASO-POSITIVO      VALUE "P" " ".
               88  VMTEST-CASO-NEGATIVO      VALUE "N".
           05  VMTEST-INPUT2         PIC X(15).
           05  VMTEST-ERR-ATTESI.
               10  VMTEST-ERR-FLAG   PIC X OCCURS 79.
           05  FILLER                PIC X(5).
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
       FD  VMMSG-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMMSG-REC.
           05  VMMSG-CHIAVE.
               10  VMMSG-LINGUA      PIC X(3).
               10  VMMSG-ID          PIC X(8).
           05  VMMSG-TESTO           PIC X(94).
           05  FILLER                PIC X(15).
      *
       SD  VMCOP-SORT.
       01  ORD-REC.
           05  ORD-CHIAVE-CASO       PIC X(16).
           05  ORD-DATA              PIC 9(7).
           05  ORD-ESITO             PIC XX.
           05  FILLER                PIC X(5).
      *
       FD  VMCOPRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMCOPRPT-REC              PIC X(132).
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
        05   VMTEST-STATUS                 PIC XX VALUE "00".
             88  VMTEST-OK                        VALUE "00".
        05   VMHIST-STATUS                 PIC XX VALUE "00".
             88  VMHIST-OK                        VALUE "00".
        05   VMMSG-STATUS                  PIC XX VALUE "00".
             88  VMMSG-OK                         VALUE "00".
        05   VMCOPRPT-STATUS               PIC XX VALUE "00".
             88  VMCOPRPT-OK                      VALUE "00".
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
        05   FLAG-FINE-VMTEST              PIC 9   VALUE ZERO.
             88  FINE-VMTEST                      VALUE 1.
        05   FLAG-FINE-VMHIST              PIC 9   VALUE ZERO.
             88  FINE-VMHIST                      VALUE 1.
        05   FLAG-FINE-VMMSG               PIC 9   VALUE ZERO.
             88  FINE-VMMSG                       VALUE 1.
        05   FLAG-FINE-ORDINATO            PIC 9   VALUE ZERO.
             88  FINE-ORDINATO                    VALUE 1.
        05   FLAG-VMTEST-KO                PIC 9   VALUE ZERO.
             88  VMTEST-KO                        VALUE 1.
        05   FLAG-VMHIST-KO                PIC 9   VALUE ZERO.
             88  VMHIST-KO                        VALUE 1.
        05   FLAG-VMMSG-KO                 PIC 9   VALUE ZERO.
             88  VMMSG-KO                         VALUE 1.
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
        05   CAT-PROGRAMMA         PIC X(8)  VALUE "BPVM028".
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
      *       CATEGORIE DELLA LIBRERIA (UNA COLONNA DEL REPORT        *
      *       CIASCUNA, STAMPATE A BLOCCHI DI DIECI)                  *
      *--------------------------------------------------------------*
       01  TABELLA-CATEGORIE.
        05   CTG-MAX               PIC 9(4) COMP-4 VALUE 50.
        05   CTG-USATI             PIC 9(4) COMP-4 VALUE ZERO.
        05   CTG-TROVATA           PIC 9(4) COMP-4 VALUE ZERO.
        05   CTG-NUM               PIC 9(4) COMP-4 VALUE ZERO.
        05   FLAG-CTG-TRABOCCO     PIC 9    VALUE ZERO.
             88  CTG-TRABOCCO             VALUE 1.
        05   CTG-ELEM OCCURS 50 INDEXED BY CTG-IND.
             10 CTG-CATEGORIA      PIC X(8).
      *--------------------------------------------------------------*
      *       CASI NEGATIVI DELLA LIBRERIA, NELL'ORDINE DELLA        *
      *       CHIAVE, CON L'ESITO DELL'ULTIMO GIORNO IN CUI SONO     *
      *       STATI ESEGUITI (UN GIORNO = UNA CORSA DI BPVM000)      *
      *--------------------------------------------------------------*
       01  TABELLA-NEGATIVI.
        05   NEG-MAX               PIC 9(4) COMP-4 VALUE 2000.
        05   NEG-USATI             PIC 9(4) COMP-4 VALUE ZERO.
        05   NEG-IND               PIC 9(4) COMP-4 VALUE ZERO.
        05   NEG-PUNT              PIC 9(4) COMP-4 VALUE ZERO.
        05   FLAG-NEG-TRABOCCO     PIC 9    VALUE ZERO.
             88  NEG-TRABOCCO             VALUE 1.
        05   NEG-ELEM OCCURS 2000.
             10 NEG-CHIAVE         PIC X(16).
             10 NEG-CTG            PIC 9(4) COMP-4.
             10 NEG-ERR-ATTESI.
                15 NEG-ERR-FLAG    PIC X OCCURS 79.
             10 NEG-CODICI         PIC 9(4) COMP-4.
             10 NEG-ESEGUITO       PIC X.
                88  NEG-MAI-ESEGUITO       VALUE SPACE.
             10 NEG-ULT-DATA       PIC 9(7).
             10 NEG-ULT-OK         PIC 9(4) COMP-4.
             10 NEG-ULT-KO         PIC 9(4) COMP-4.
             10 NEG-ESITO          PIC X.
                88  NEG-SUPERATO           VALUE "S".
                88  NEG-FALLITO            VALUE "K".
      *--------------------------------------------------------------*
      *       CODICI DI ERRORE: ID DEL MESSAGGIO, PRESENZA NEL        *
      *       CATALOGO, CASI CHE LI ATTENDONO (TOTALE E PER           *
      *       CATEGORIA) E LORO ESITO NELL'ULTIMA CORSA               *
      *--------------------------------------------------------------*
       01  TABELLA-CODICI.
        05   COD-NUM               PIC 9(4) COMP-4 VALUE ZERO.
        05   COD-X                 PIC XX    VALUE SPACE.
        05   COD-9 REDEFINES COD-X PIC 99.
        05   COD-ELEM OCCURS 79 INDEXED BY COD-IND.
             10 COD-MSG-ID         PIC X(8).
             10 COD-MSG            PIC X.
                88  COD-MSG-SI             VALUE "S".
             10 COD-CASI           PIC 9(5) COMP-4.
             10 COD-ESEGUITI       PIC 9(5) COMP-4.
             10 COD-SUPERATI       PIC 9(5) COMP-4.
             10 COD-FALLITI        PIC 9(5) COMP-4.
             10 COD-SENZA-CASO     PIC X.
             10 COD-SOLO-KO        PIC X.
             10 COD-MSG-MAI        PIC X.
             10 COD-CTG-CASI       PIC 9(4) COMP-4 OCCURS 50.
      *
      *---- MESSAGGI CON CUI TPVM000 COMPONE GLI ERRORI 01-04 ---------*
       01  MSG-NOTI.
        05   FILLER  VALUE "VM00CVUOVM00CTXEVM00CP2EVM00TAST".
             10 MSG-NOTO-ID        PIC X(8) OCCURS 4.
      *--------------------------------------------------------------*
      *       ULTIMA CORSA DI BPVM000 (GIORNO PIU' RECENTE DI VMHIST) *
      *       E BLOCCO DI CATEGORIE IN STAMPA                         *
      *--------------------------------------------------------------*
       01  STAMPA-AREE.
        05   ULTIMA-CORSA          PIC 9(7)  VALUE ZERO.
        05   BLK-INIZIO            PIC 9(4)  COMP-4 VALUE ZERO.
        05   BLK-FINE              PIC 9(4)  COMP-4 VALUE ZERO.
        05   BLK-COL               PIC 9(4)  COMP-4 VALUE ZERO.
      *--------------------------------------------------------------*
      *       CONVERSIONE DATA GIULIANA 0CAADDD IN GG/MM/AAAA         *
      *--------------------------------------------------------------*
       01  CONV-DATA-AREE.
        05   CONV-DATA-GIUL        PIC 9(7)  VALUE ZERO.
        05   CONV-SECOLO           PIC 9(3)  COMP-4 VALUE ZERO.
        05   CONV-AADDD            PIC 9(5)  VALUE ZERO.
        05   CONV-AA               PIC 9(3)  COMP-4 VALUE ZERO.
        05   CONV-DDD              PIC 9(3)  COMP-4 VALUE ZERO.
        05   CONV-MM               PIC 9(3)  COMP-4 VALUE ZERO.
        05   CONV-RESTO            PIC 9(3)  COMP-4 VALUE ZERO.
        05   CONV-QUOZIENTE        PIC 9(3)  COMP-4 VALUE ZERO.
        05   CONV-DATA-EDIT.
             10 CONV-ED-GG         PIC 99.
             10 FILLER             PIC X VALUE "/".
             10 CONV-ED-MM         PIC 99.
             10 FILLER             PIC X VALUE "/".
             10 CONV-ED-AAAA       PIC 9(4).
        05   FILLER  VALUE "312831303130313130313031".
             10 MESE-GG            PIC 99 OCCURS 12.
      *--------------------------------------------------------------*
      *       CONTATORI DEL REPORT                                   *
      *--------------------------------------------------------------*
       01  CONTATORI.
        05   CONTA-CASI            PIC 9(7) COMP-4 VALUE ZERO.
        05   CONTA-NEGATIVI        PIC 9(7) COMP-4 VALUE ZERO.
        05   CONTA-NEG-SENZA-COD   PIC 9(7) COMP-4 VALUE ZERO.
        05   CONTA-NEG-SUPERATI    PIC 9(7) COMP-4 VALUE ZERO.
        05   CONTA-NEG-FALLITI     PIC 9(7) COMP-4 VALUE ZERO.
        05   CONTA-ESITI           PIC 9(7) COMP-4 VALUE ZERO.
        05   CONTA-SENZA-CASO      PIC 9(7) COMP-4 VALUE ZERO.
        05   CONTA-SOLO-KO         PIC 9(7) COMP-4 VALUE ZERO.
        05   CONTA-MSG-MAI         PIC 9(7) COMP-4 VALUE ZERO.
      *--------------------------------------------------------------*
      *       RIGHE DEL REPORT                                       *
      *--------------------------------------------------------------*
       01  RIGA-TITOLO.
        05   FILLER                PIC X(46) VALUE
             "COPERTURA DEI CODICI DI ERRORE NEI CASI NEGATI".
        05   FILLER                PIC X(30) VALUE
             "VI VMTEST - ULTIMA CORSA VMHIS".
        05   FILLER                PIC X(3)  VALUE "T: ".
        05   TITOLO-CORSA          PIC X(10).
        05   FILLER                PIC X(43) VALUE SPACE.
      *
       01  RIGA-LEGENDA.
        05   FILLER                PIC X(44) VALUE
             "SENZA CASO = NESSUN CASO NEGATIVO;  SOLO KO ".
        05   FILLER                PIC X(44) VALUE
             "= CASI TUTTI FALLITI NELL'ULTIMA CORSA;  MSG".
        05   FILLER                PIC X(44) VALUE
             " ESEG = NEL CATALOGO MA MAI ESERCITATO      ".
      *
       01  RIGA-BLOCCO.
        05   FILLER                PIC X(10) VALUE "CATEGORIE ".
        05   BLOCCO-DA             PIC ZZ9.
        05   FILLER                PIC X(3)  VALUE " - ".
        05   BLOCCO-A              PIC ZZ9.
        05   FILLER                PIC X(4)  VALUE " DI ".
        05   BLOCCO-DI             PIC ZZ9.
        05   FILLER                PIC X(62) VALUE
             "  (CASI NEGATIVI CHE ATTENDONO IL CODICE, PER CATEGORIA)".
        05   FILLER                PIC X(44) VALUE SPACE.
      *
       01  RIGA-INTESTA1.
        05   FILLER                PIC X(25) VALUE
             " CD  MSG-ID   MSG  CASI  ".
        05   INT-CELLA OCCURS 10.
             10 FILLER             PIC X.
             10 INT-CATEGORIA      PIC X(8).
        05   FILLER                PIC X(2)  VALUE SPACE.
        05   FILLER                PIC X(15) VALUE "SENZA SOLO  MSG".
      *
       01  RIGA-INTESTA2.
        05   FILLER                PIC X(117) VALUE SPACE.
        05   FILLER                PIC X(15) VALUE "CASO   KO  ESEG".
      *
       01  RIGA-CODICE.
        05   FILLER                PIC X     VALUE SPACE.
        05   RPT-CODICE            PIC 99.
        05   FILLER                PIC X(2)  VALUE SPACE.
        05   RPT-MSG-ID            PIC X(8).
        05   FILLER                PIC X(2)  VALUE SPACE.
        05   RPT-CATALOGO          PIC X(2).
        05   FILLER                PIC X(2)  VALUE SPACE.
        05   RPT-TOTALE            PIC ZZZ9.
        05   FILLER                PIC X(2)  VALUE SPACE.
        05   RPT-CELLA OCCURS 10.
             10 FILLER             PIC X.
             10 RPT-CTG-CASI       PIC Z(8).
        05   FILLER                PIC X(2)  VALUE SPACE.
        05   RPT-SENZA-CASO        PIC X(5).
        05   RPT-SOLO-KO           PIC X(5).
        05   RPT-MSG-MAI           PIC X(5).
      *
       01  RIGA-RIEPILOGO-TIT.
        05   FILLER                PIC X(40) VALUE
             "RIEPILOGO DELLA COPERTURA               ".
        05   FILLER                PIC X(92) VALUE SPACE.
      *
       01  RIGA-RIEPILOGO.
        05   FILLER                PIC XX    VALUE SPACE.
        05   RIEPILOGO-DESCR       PIC X(50).
        05   RIEPILOGO-VALORE      PIC ZZZZZZ9.
        05   FILLER                PIC X(73) VALUE SPACE.
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
       BPVM028-MAIN.
      *
      *---- CATENA DEI LAVORI: INIZIO CORSA SUL LIBRO MASTRO E --------*
      *---- CONTROLLO DEI PREDECESSORI; SE UNO NON HA FINITO OGGI -----*
      *---- CON UN RC ACCETTATO IL PASSO NON GIRA E CHIUDE CON 12 -----*
           PERFORM INIZIO-CATENA      THRU EX-INIZIO-CATENA.
           IF PREDECESSORI-KO
              MOVE 12 TO RETURN-CODE
           ELSE
              PERFORM ESEGUI-BPVM028 THRU EX-ESEGUI-BPVM028
           END-IF.
           PERFORM FINE-CATENA        THRU EX-FINE-CATENA.
      *
           GOBACK.
      *
      *-------------------------------------------------------------*
      *------------------ ELABORAZIONE DEL PASSO ---------------------*
      *-------------------------------------------------------------*
       ESEGUI-BPVM028.
      *
           OPEN OUTPUT VMCOPRPT-FILE.
      *
           PERFORM PREPARA-CODICE     THRU EX-PREPARA-CODICE
              VARYING COD-NUM FROM 1 BY 1
              UNTIL COD-NUM > 79.
      *
           PERFORM CARICA-LIBRERIA    THRU EX-CARICA-LIBRERIA.
           IF VMTEST-KO
              MOVE "LIBRERIA CASI VMTEST NON DISPONIBILE, STATO"
                TO ERRORE-DESCR
              MOVE VMTEST-STATUS TO ERRORE-VALORE
              WRITE VMCOPRPT-REC FROM RIGA-ERRORE
              CLOSE VMCOPRPT-FILE
              MOVE 8 TO RETURN-CODE
              GO TO EX-ESEGUI-BPVM028.
           IF CONTA-CASI = ZERO
              MOVE "LIBRERIA VMTEST VUOTA, COPERTURA NON VALUTATA"
                TO ERRORE-DESCR
              MOVE SPACE TO ERRORE-VALORE
              WRITE VMCOPRPT-REC FROM RIGA-ERRORE
              CLOSE VMCOPRPT-FILE
              MOVE 8 TO RETURN-CODE
              GO TO EX-ESEGUI-BPVM028.
      *
           SORT VMCOP-SORT
                ON ASCENDING KEY ORD-CHIAVE-CASO
                                 ORD-DATA
                INPUT  PROCEDURE IS PREPARA-VMHIST
                                 THRU EX-PREPARA-VMHIST
                OUTPUT PROCEDURE IS ABBINA-VMHIST
                                 THRU EX-ABBINA-VMHIST.
      *
           IF VMHIST-KO
              MOVE "STORICO VMHIST NON DISPONIBILE, STATO"
                TO ERRORE-DESCR
              MOVE VMHIST-STATUS TO ERRORE-VALORE
              WRITE VMCOPRPT-REC FROM RIGA-ERRORE
              CLOSE VMCOPRPT-FILE
              MOVE 8 TO RETURN-CODE
              GO TO EX-ESEGUI-BPVM028.
      *
           PERFORM CARICA-CATALOGO    THRU EX-CARICA-CATALOGO.
           IF VMMSG-KO
              MOVE "CATALOGO MESSAGGI VMMSG NON DISPONIBILE, STATO"
                TO ERRORE-DESCR
              MOVE VMMSG-STATUS TO ERRORE-VALORE
              WRITE VMCOPRPT-REC FROM RIGA-ERRORE
              CLOSE VMCOPRPT-FILE
              MOVE 8 TO RETURN-CODE
              GO TO EX-ESEGUI-BPVM028.
      *
           PERFORM VALUTA-CASO        THRU EX-VALUTA-CASO
              VARYING NEG-IND FROM 1 BY 1
              UNTIL NEG-IND > NEG-USATI.
           PERFORM CLASSIFICA-CODICE  THRU EX-CLASSIFICA-CODICE
              VARYING COD-NUM FROM 1 BY 1
              UNTIL COD-NUM > 79.
      *
           IF ULTIMA-CORSA = ZERO
              MOVE "NESSUNA"      TO TITOLO-CORSA
           ELSE
              MOVE ULTIMA-CORSA   TO CONV-DATA-GIUL
              PERFORM CONVERTI-DATA THRU EX-CONVERTI-DATA
              MOVE CONV-DATA-EDIT TO TITOLO-CORSA
           END-IF.
           WRITE VMCOPRPT-REC FROM RIGA-TITOLO.
           WRITE VMCOPRPT-REC FROM RIGA-LEGENDA.
           WRITE VMCOPRPT-REC FROM RIGA-VUOTA.
      *
           PERFORM STAMPA-BLOCCO      THRU EX-STAMPA-BLOCCO
              VARYING BLK-INIZIO FROM 1 BY 10
              UNTIL BLK-INIZIO > CTG-USATI.
      *
           PERFORM STAMPA-RIEPILOGO   THRU EX-STAMPA-RIEPILOGO.
      *
           CLOSE VMCOPRPT-FILE.
      *
      *---- UN PUNTO CIECO DELLA SUITE E' UN AVVERTIMENTO: I CODICI ---*
      *---- SENZA CASO E SENZA MESSAGGIO SONO SOLO SEGNALATI ----------*
           IF CONTA-SOLO-KO > ZERO OR
              CONTA-MSG-MAI > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
      *
       EX-ESEGUI-BPVM028.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- PREPARA UN CODICE: ID DEL SUO MESSAGGIO E CONTEGGI A -----*
      *---- ZERO. 01-04 HANNO I MESSAGGI DI TPVM000, GLI ALTRI -------*
      *---- VM00ER SEGUITO DAL NUMERO DEL CODICE ----------------------*
      *-------------------------------------------------------------*
       PREPARA-CODICE.
      *
           SET COD-IND TO COD-NUM.
           IF COD-NUM NOT > 4
              MOVE MSG-NOTO-ID (COD-NUM) TO COD-MSG-ID (COD-IND)
           ELSE
              MOVE COD-NUM  TO COD-9
              MOVE "VM00ER" TO COD-MSG-ID (COD-IND) (1:6)
              MOVE COD-X    TO COD-MSG-ID (COD-IND) (7:2)
           END-IF.
           MOVE SPACE TO COD-MSG (COD-IND)
                         COD-SENZA-CASO (COD-IND)
                         COD-SOLO-KO (COD-IND)
                         COD-MSG-MAI (COD-IND).
           MOVE ZERO  TO COD-CASI (COD-IND)
                         COD-ESEGUITI (COD-IND)
                         COD-SUPERATI (COD-IND)
                         COD-FALLITI (COD-IND).
           PERFORM AZZERA-CELLA THRU EX-AZZERA-CELLA
              VARYING CTG-NUM FROM 1 BY 1
              UNTIL CTG-NUM > CTG-MAX.
      *
       EX-PREPARA-CODICE.
           EXIT.
      *
       AZZERA-CELLA.
      *
           MOVE ZERO TO COD-CTG-CASI (COD-IND CTG-NUM).
      *
       EX-AZZERA-CELLA.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- CARICA LE CATEGORIE DELLA LIBRERIA E I CASI NEGATIVI -----*
      *---- NELL'ORDINE DELLA CHIAVE, CHE E' QUELLO DEL SORT ----------*
      *---- DELLO STORICO ---------------------------------------------*
      *-------------------------------------------------------------*
       CARICA-LIBRERIA.
      *
           MOVE ZERO TO FLAG-FINE-VMTEST.
           OPEN INPUT VMTEST-FILE.
           IF NOT VMTEST-OK
              SET VMTEST-KO TO TRUE
              GO TO EX-CARICA-LIBRERIA.
           PERFORM CARICA-UN-CASO THRU EX-CARICA-UN-CASO
              UNTIL FINE-VMTEST.
           CLOSE VMTEST-FILE.
      *
       EX-CARICA-LIBRERIA.
           EXIT.
      *
       CARICA-UN-CASO.
      *
           READ VMTEST-FILE NEXT
              AT END
                 SET FINE-VMTEST TO TRUE
                 GO TO EX-CARICA-UN-CASO
           END-READ.
           IF NOT VMTEST-OK
              SET VMTEST-KO TO TRUE
              SET FINE-VMTEST TO TRUE
              GO TO EX-CARICA-UN-CASO.
           ADD 1 TO CAT-LETTI.
           ADD 1 TO CONTA-CASI.
      *
           PERFORM CERCA-CATEGORIA THRU EX-CERCA-CATEGORIA.
      *
           IF NOT VMTEST-CASO-NEGATIVO
              GO TO EX-CARICA-UN-CASO.
           ADD 1 TO CONTA-NEGATIVI.
           IF NEG-USATI NOT < NEG-MAX
              MOVE 1 TO FLAG-NEG-TRABOCCO
              GO TO EX-CARICA-UN-CASO.
      *
           ADD 1 TO NEG-USATI.
           MOVE NEG-USATI         TO NEG-IND.
           MOVE VMTEST-CHIAVE     TO NEG-CHIAVE (NEG-IND).
           MOVE CTG-TROVATA       TO NEG-CTG (NEG-IND).
           MOVE VMTEST-ERR-ATTESI TO NEG-ERR-ATTESI (NEG-IND).
           MOVE SPACE             TO NEG-ESEGUITO (NEG-IND)
                                     NEG-ESITO (NEG-IND).
           MOVE ZERO              TO NEG-CODICI (NEG-IND)
                                     NEG-ULT-DATA (NEG-IND)
                                     NEG-ULT-OK (NEG-IND)
                                     NEG-ULT-KO (NEG-IND).
      *
       EX-CARICA-UN-CASO.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- COLONNA DELLA CATEGORIA DEL CASO (ZERO SE LA TABELLA -----*
      *---- E' PIENA: IL CASO CONTA SOLO NEL TOTALE DEL CODICE) -------*
      *-------------------------------------------------------------*
       CERCA-CATEGORIA.
      *
           MOVE ZERO TO CTG-TROVATA.
           SET CTG-IND TO 1.
           SEARCH CTG-ELEM
              AT END
                 CONTINUE
              WHEN CTG-IND > CTG-USATI
                 CONTINUE
              WHEN CTG-CATEGORIA (CTG-IND) = VMTEST-CATEGORIA
                 SET CTG-TROVATA TO CTG-IND
           END-SEARCH.
           IF CTG-TROVATA > ZERO
              GO TO EX-CERCA-CATEGORIA.
      *
           IF CTG-USATI NOT < CTG-MAX
              MOVE 1 TO FLAG-CTG-TRABOCCO
              GO TO EX-CERCA-CATEGORIA.
           ADD 1 TO CTG-USATI.
           MOVE CTG-USATI        TO CTG-TROVATA.
           MOVE VMTEST-CATEGORIA TO CTG-CATEGORIA (CTG-TROVATA).
      *
       EX-CERCA-CATEGORIA.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- RILASCIA AL SORT TUTTO LO STORICO: SERVE SAPERE SE UN ----*
      *---- CASO E' MAI STATO ESEGUITO E COME E' ANDATO L'ULTIMO ------*
      *---- GIORNO. IL GIORNO PIU' RECENTE E' L'ULTIMA CORSA ----------*
      *-------------------------------------------------------------*
       PREPARA-VMHIST.
      *
           MOVE ZERO TO FLAG-FINE-VMHIST.
           OPEN INPUT VMHIST-FILE.
           IF NOT VMHIST-OK
              SET VMHIST-KO TO TRUE
              GO TO EX-PREPARA-VMHIST.
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
           IF NOT VMHIST-OK
              SET VMHIST-KO TO TRUE
              SET FINE-VMHIST TO TRUE
              GO TO EX-RILASCIA-VMHIST.
           ADD 1 TO CAT-LETTI.
           ADD 1 TO CONTA-ESITI.
           IF VMHIST-DATA > ULTIMA-CORSA
              MOVE VMHIST-DATA TO ULTIMA-CORSA
           END-IF.
      *
           MOVE SPACE              TO ORD-REC.
           MOVE VMHIST-CHIAVE-CASO TO ORD-CHIAVE-CASO.
           MOVE VMHIST-DATA        TO ORD-DATA.
           MOVE VMHIST-ESITO       TO ORD-ESITO.
           RELEASE ORD-REC.
      *
       EX-RILASCIA-VMHIST.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- RICEVE GLI ESITI PER CASO E GIORNO E LI ABBINA AI CASI ---*
      *---- NEGATIVI, ANCH'ESSI IN ORDINE DI CHIAVE: GLI ESITI DI -----*
      *---- CASI POSITIVI O CANCELLATI NON TROVANO ABBINAMENTO --------*
      *-------------------------------------------------------------*
       ABBINA-VMHIST.
      *
           MOVE ZERO TO FLAG-FINE-ORDINATO.
           MOVE 1    TO NEG-PUNT.
      *
           PERFORM ABBINA-ESITO THRU EX-ABBINA-ESITO
              UNTIL FINE-ORDINATO.
      *
       EX-ABBINA-VMHIST.
           EXIT.
      *
       ABBINA-ESITO.
      *
           RETURN VMCOP-SORT
              AT END
                 SET FINE-ORDINATO TO TRUE
                 GO TO EX-ABBINA-ESITO
           END-RETURN.
      *
           PERFORM AVANZA-CASO THRU EX-AVANZA-CASO
              UNTIL NEG-PUNT > NEG-USATI
                 OR NEG-CHIAVE (NEG-PUNT) NOT < ORD-CHIAVE-CASO.
           IF NEG-PUNT > NEG-USATI
              GO TO EX-ABBINA-ESITO.
           IF NEG-CHIAVE (NEG-PUNT) NOT = ORD-CHIAVE-CASO
              GO TO EX-ABBINA-ESITO.
      *
      *---- UN GIORNO PIU' RECENTE AZZERA L'ESITO DEL PRECEDENTE ------*
           MOVE "S" TO NEG-ESEGUITO (NEG-PUNT).
           IF ORD-DATA > NEG-ULT-DATA (NEG-PUNT)
              MOVE ORD-DATA TO NEG-ULT-DATA (NEG-PUNT)
              MOVE ZERO     TO NEG-ULT-OK (NEG-PUNT)
                               NEG-ULT-KO (NEG-PUNT)
           END-IF.
           IF ORD-ESITO = "KO"
              ADD 1 TO NEG-ULT-KO (NEG-PUNT)
           ELSE
              ADD 1 TO NEG-ULT-OK (NEG-PUNT)
           END-IF.
      *
       EX-ABBINA-ESITO.
           EXIT.
      *
       AVANZA-CASO.
      *
           ADD 1 TO NEG-PUNT.
      *
       EX-AVANZA-CASO.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- SEGNA I CODICI CHE HANNO UN MESSAGGIO NEL CATALOGO, IN ---*
      *---- UNA LINGUA QUALSIASI --------------------------------------*
      *-------------------------------------------------------------*
       CARICA-CATALOGO.
      *
           MOVE ZERO TO FLAG-FINE-VMMSG.
           OPEN INPUT VMMSG-FILE.
           IF NOT VMMSG-OK
              SET VMMSG-KO TO TRUE
              GO TO EX-CARICA-CATALOGO.
           PERFORM LEGGI-MESSAGGIO THRU EX-LEGGI-MESSAGGIO
              UNTIL FINE-VMMSG.
           CLOSE VMMSG-FILE.
      *
       EX-CARICA-CATALOGO.
           EXIT.
      *
       LEGGI-MESSAGGIO.
      *
           READ VMMSG-FILE NEXT
              AT END
                 SET FINE-VMMSG TO TRUE
                 GO TO EX-LEGGI-MESSAGGIO
           END-READ.
           IF NOT VMMSG-OK
              SET VMMSG-KO TO TRUE
              SET FINE-VMMSG TO TRUE
              GO TO EX-LEGGI-MESSAGGIO.
           ADD 1 TO CAT-LETTI.
      *
           SET COD-IND TO 1.
           SEARCH COD-ELEM
              AT END
                 CONTINUE
              WHEN COD-MSG-ID (COD-IND) = VMMSG-ID
                 MOVE "S" TO COD-MSG (COD-IND)
           END-SEARCH.
      *
       EX-LEGGI-MESSAGGIO.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- ESITO DEL CASO NELL'ULTIMA CORSA (FALLITO SE KO SU -------*
      *---- ALMENO UN TERMINALE, VUOTO SE QUEL GIORNO NON E' ----------*
      *---- GIRATO) E SUO CONTRIBUTO A OGNI CODICE CHE ATTENDE --------*
      *-------------------------------------------------------------*
       VALUTA-CASO.
      *
           IF NEG-ULT-DATA (NEG-IND) = ULTIMA-CORSA AND
              NOT NEG-MAI-ESEGUITO (NEG-IND)
              IF NEG-ULT-KO (NEG-IND) > ZERO
                 MOVE "K" TO NEG-ESITO (NEG-IND)
                 ADD 1 TO CONTA-NEG-FALLITI
              ELSE
                 MOVE "S" TO NEG-ESITO (NEG-IND)
                 ADD 1 TO CONTA-NEG-SUPERATI
              END-IF
           END-IF.
      *
           PERFORM VALUTA-FLAG THRU EX-VALUTA-FLAG
              VARYING COD-NUM FROM 1 BY 1
              UNTIL COD-NUM > 79.
           IF NEG-CODICI (NEG-IND) = ZERO
              ADD 1 TO CONTA-NEG-SENZA-COD
           END-IF.
      *
       EX-VALUTA-CASO.
           EXIT.
      *
       VALUTA-FLAG.
      *
           IF NEG-ERR-FLAG (NEG-IND COD-NUM) NOT = "1"
              GO TO EX-VALUTA-FLAG.
           ADD 1 TO NEG-CODICI (NEG-IND).
           SET COD-IND TO COD-NUM.
           ADD 1 TO COD-CASI (COD-IND).
           IF NEG-CTG (NEG-IND) > ZERO
              ADD 1 TO COD-CTG-CASI (COD-IND NEG-CTG (NEG-IND))
           END-IF.
           IF NOT NEG-MAI-ESEGUITO (NEG-IND)
              ADD 1 TO COD-ESEGUITI (COD-IND)
           END-IF.
           IF NEG-SUPERATO (NEG-IND)
              ADD 1 TO COD-SUPERATI (COD-IND)
           END-IF.
           IF NEG-FALLITO (NEG-IND)
              ADD 1 TO COD-FALLITI (COD-IND)
           END-IF.
      *
       EX-VALUTA-FLAG.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- PUNTI CIECHI DEL CODICE: NESSUN CASO NEGATIVO; CASI ------*
      *---- FALLITI E NESSUNO SUPERATO NELL'ULTIMA CORSA; MESSAGGIO ---*
      *---- IN CATALOGO SENZA ALCUN CASO MAI ESEGUITO -----------------*
      *-------------------------------------------------------------*
       CLASSIFICA-CODICE.
      *
           SET COD-IND TO COD-NUM.
           IF COD-CASI (COD-IND) = ZERO
              MOVE "S" TO COD-SENZA-CASO (COD-IND)
              ADD 1 TO CONTA-SENZA-CASO
           END-IF.
           IF COD-FALLITI (COD-IND) > ZERO AND
              COD-SUPERATI (COD-IND) = ZERO
              MOVE "S" TO COD-SOLO-KO (COD-IND)
              ADD 1 TO CONTA-SOLO-KO
           END-IF.
           IF COD-MSG-SI (COD-IND) AND
              COD-ESEGUITI (COD-IND) = ZERO
              MOVE "S" TO COD-MSG-MAI (COD-IND)
              ADD 1 TO CONTA-MSG-MAI
           END-IF.
      *
       EX-CLASSIFICA-CODICE.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- UN BLOCCO DI (AL PIU') DIECI CATEGORIE: INTESTAZIONE -----*
      *---- CON I NOMI DELLE CATEGORIE E UNA RIGA PER CODICE ----------*
      *-------------------------------------------------------------*
       STAMPA-BLOCCO.
      *
           COMPUTE BLK-FINE = BLK-INIZIO + 9.
           IF BLK-FINE > CTG-USATI
              MOVE CTG-USATI TO BLK-FINE
           END-IF.
           MOVE BLK-INIZIO TO BLOCCO-DA.
           MOVE BLK-FINE   TO BLOCCO-A.
           MOVE CTG-USATI  TO BLOCCO-DI.
           WRITE VMCOPRPT-REC FROM RIGA-BLOCCO.
      *
           PERFORM INTESTA-CATEGORIA THRU EX-INTESTA-CATEGORIA
              VARYING BLK-COL FROM 1 BY 1
              UNTIL BLK-COL > 10.
           WRITE VMCOPRPT-REC FROM RIGA-INTESTA1.
           WRITE VMCOPRPT-REC FROM RIGA-INTESTA2.
      *
           PERFORM STAMPA-CODICE THRU EX-STAMPA-CODICE
              VARYING COD-NUM FROM 1 BY 1
              UNTIL COD-NUM > 79.
           WRITE VMCOPRPT-REC FROM RIGA-VUOTA.
      *
       EX-STAMPA-BLOCCO.
           EXIT.
      *
       INTESTA-CATEGORIA.
      *
           COMPUTE CTG-NUM = BLK-INIZIO + BLK-COL - 1.
           MOVE SPACE TO INT-CELLA (BLK-COL).
           IF CTG-NUM NOT > BLK-FINE
              MOVE CTG-CATEGORIA (CTG-NUM) TO INT-CATEGORIA (BLK-COL)
           END-IF.
      *
       EX-INTESTA-CATEGORIA.
           EXIT.
      *
       STAMPA-CODICE.
      *
           SET COD-IND TO COD-NUM.
           MOVE COD-NUM              TO RPT-CODICE.
           MOVE COD-MSG-ID (COD-IND) TO RPT-MSG-ID.
           MOVE "NO"                 TO RPT-CATALOGO.
           IF COD-MSG-SI (COD-IND)
              MOVE "SI" TO RPT-CATALOGO
           END-IF.
           MOVE COD-CASI (COD-IND)   TO RPT-TOTALE.
      *
           PERFORM STAMPA-CELLA THRU EX-STAMPA-CELLA
              VARYING BLK-COL FROM 1 BY 1
              UNTIL BLK-COL > 10.
      *
           MOVE SPACE TO RPT-SENZA-CASO
                         RPT-SOLO-KO
                         RPT-MSG-MAI.
           IF COD-SENZA-CASO (COD-IND) = "S"
              MOVE "  *  " TO RPT-SENZA-CASO
           END-IF.
           IF COD-SOLO-KO (COD-IND) = "S"
              MOVE "  *  " TO RPT-SOLO-KO
           END-IF.
           IF COD-MSG-MAI (COD-IND) = "S"
              MOVE "  *  " TO RPT-MSG-MAI
           END-IF.
           WRITE VMCOPRPT-REC FROM RIGA-CODICE.
      *
       EX-STAMPA-CODICE.
           EXIT.
      *
       STAMPA-CELLA.
      *
           COMPUTE CTG-NUM = BLK-INIZIO + BLK-COL - 1.
           MOVE SPACE TO RPT-CELLA (BLK-COL).
           IF CTG-NUM NOT > BLK-FINE
              MOVE COD-CTG-CASI (COD-IND CTG-NUM)
                TO RPT-CTG-CASI (BLK-COL)
           END-IF.
      *
       EX-STAMPA-CELLA.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- RIEPILOGO DEI CASI E DEI PUNTI CIECHI DELLA SUITE --------*
      *-------------------------------------------------------------*
       STAMPA-RIEPILOGO.
      *
           WRITE VMCOPRPT-REC FROM RIGA-RIEPILOGO-TIT.
           MOVE "CASI DELLA LIBRERIA VMTEST" TO RIEPILOGO-DESCR.
           MOVE CONTA-CASI                   TO RIEPILOGO-VALORE.
           WRITE VMCOPRPT-REC FROM RIGA-RIEPILOGO.
           MOVE "CASI NEGATIVI" TO RIEPILOGO-DESCR.
           MOVE CONTA-NEGATIVI  TO RIEPILOGO-VALORE.
           WRITE VMCOPRPT-REC FROM RIGA-RIEPILOGO.
           MOVE "CASI NEGATIVI SENZA CODICI DI ERRORE ATTESI"
             TO RIEPILOGO-DESCR.
           MOVE CONTA-NEG-SENZA-COD TO RIEPILOGO-VALORE.
           WRITE VMCOPRPT-REC FROM RIGA-RIEPILOGO.
           MOVE "CASI NEGATIVI SUPERATI NELL'ULTIMA CORSA"
             TO RIEPILOGO-DESCR.
           MOVE CONTA-NEG-SUPERATI TO RIEPILOGO-VALORE.
           WRITE VMCOPRPT-REC FROM RIGA-RIEPILOGO.
           MOVE "CASI NEGATIVI FALLITI NELL'ULTIMA CORSA"
             TO RIEPILOGO-DESCR.
           MOVE CONTA-NEG-FALLITI TO RIEPILOGO-VALORE.
           WRITE VMCOPRPT-REC FROM RIGA-RIEPILOGO.
           MOVE "ESITI LETTI DALLO STORICO VMHIST" TO RIEPILOGO-DESCR.
           MOVE CONTA-ESITI                        TO RIEPILOGO-VALORE.
           WRITE VMCOPRPT-REC FROM RIGA-RIEPILOGO.
           MOVE "CODICI DI ERRORE SENZA CASO NEGATIVO"
             TO RIEPILOGO-DESCR.
           MOVE CONTA-SENZA-CASO TO RIEPILOGO-VALORE.
           WRITE VMCOPRPT-REC FROM RIGA-RIEPILOGO.
           MOVE "CODICI COPERTI SOLO DA CASI FALLITI"
             TO RIEPILOGO-DESCR.
           MOVE CONTA-SOLO-KO TO RIEPILOGO-VALORE.
           WRITE VMCOPRPT-REC FROM RIGA-RIEPILOGO.
           MOVE "CODICI CON MESSAGGIO VMMSG MAI ESERCITATI"
             TO RIEPILOGO-DESCR.
           MOVE CONTA-MSG-MAI TO RIEPILOGO-VALORE.
           WRITE VMCOPRPT-REC FROM RIGA-RIEPILOGO.
      *
           IF CTG-TRABOCCO
              MOVE "CATEGORIE OLTRE CAPIENZA CONTATE SOLO NEL TOTALE"
                TO TRABOCCO-DESCR
              WRITE VMCOPRPT-REC FROM RIGA-TRABOCCO
           END-IF.
           IF NEG-TRABOCCO
              MOVE "CASI NEGATIVI OLTRE CAPIENZA NON VALUTATI"
                TO TRABOCCO-DESCR
              WRITE VMCOPRPT-REC FROM RIGA-TRABOCCO
           END-IF.
      *
       EX-STAMPA-RIEPILOGO.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- CONVERSIONE DI UNA DATA GIULIANA 0CAADDD IN GG/MM/AAAA ---*
      *-------------------------------------------------------------*
       CONVERTI-DATA.
      *
           DIVIDE CONV-DATA-GIUL BY 100000
              GIVING CONV-SECOLO
              REMAINDER CONV-AADDD.
           DIVIDE CONV-AADDD BY 1000
              GIVING CONV-AA
              REMAINDER CONV-DDD.
      *
           MOVE 28 TO MESE-GG (2).
           DIVIDE CONV-AA BY 4
              GIVING CONV-QUOZIENTE
              REMAINDER CONV-RESTO.
           IF CONV-RESTO = ZERO
              MOVE 29 TO MESE-GG (2)
           END-IF.
      *
           MOVE 1 TO CONV-MM.
           PERFORM SCALA-MESE THRU EX-SCALA-MESE
              UNTIL CONV-DDD NOT > MESE-GG (CONV-MM)
                 OR CONV-MM = 12.
      *
           MOVE CONV-DDD TO CONV-ED-GG.
           MOVE CONV-MM  TO CONV-ED-MM.
           COMPUTE CONV-ED-AAAA = 1900 + (CONV-SECOLO * 100)
                                + CONV-AA.
      *
       EX-CONVERTI-DATA.
           EXIT.
      *
       SCALA-MESE.
      *
           SUBTRACT MESE-GG (CONV-MM) FROM CONV-DDD.
           ADD 1 TO CONV-MM.
      *
       EX-SCALA-MESE.
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
       END PROGRAM BPVM028.
