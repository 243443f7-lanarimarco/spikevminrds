       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BPVM024.
      *------------------------------------------------*
      *   DERIVA DEL CONTESTO AZIENDALE PA-REC         *
      *------------------------------------------------*
      *   CONFRONTA CAMPO PER CAMPO (TRACCIATO TPCPA01) *
      *   IL PA-REC DI OGGI DI OGNI REGIONE DI VMREG    *
      *   CON LA COPIA APPROVATA (BASELINE VMPABAS) E   *
      *   CON LA COPIA DELLA CORSA PRECEDENTE (VMPAIER),*
      *   CHE POI VIENE SOSTITUITA DA QUELLA DI OGGI.   *
      *   SEGNALA ANCHE REGIONI SENZA BASELINE E        *
      *   REGIONI USCITE DA VMREG. CON LA SCHEDA DI     *
      *   PROMOZIONE IL PA-REC DI OGGI DIVENTA LA NUOVA *
      *   BASELINE (DI UNA REGIONE O DI TUTTE), CON IL  *
      *   NOME DI CHI L'HA APPROVATA E UNA RIGA SU      *
      *   VMAUDIT PER OGNI BASELINE CAMBIATA.           *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.                         *CSTD
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--------------------------------------------------------------*
      *    SCHEDA PARAMETRO: COL. 1 MODO (VUOTA = SOLO REPORT,        *
      *    P = PROMOZIONE A BASELINE), COL. 3-10 REGIONE DA PROMUO-   *
      *    VERE (VUOTA = TUTTE), COL. 12-21 UTENTE CHE APPROVA        *
      *--------------------------------------------------------------*
           SELECT BPVMPAR-FILE ASSIGN TO BPVMPAR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS BPVMPAR-STATUS.
      *--------------------------------------------------------------*
      *    ANAGRAFICA DELLE REGIONI CON IL PA-REC DI OGGI             *
      *--------------------------------------------------------------*
           SELECT VMREG-FILE   ASSIGN TO VMREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VMREG-CHIAVE
                  FILE STATUS  IS VMREG-STATUS.
      *--------------------------------------------------------------*
      *    PA-REC APPROVATO (BASELINE) PER REGIONE                    *
      *--------------------------------------------------------------*
           SELECT VMPABAS-FILE ASSIGN TO VMPABAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VMPABAS-CHIAVE
                  FILE STATUS  IS VMPABAS-STATUS.
      *--------------------------------------------------------------*
      *    PA-REC DELLA CORSA PRECEDENTE PER REGIONE                  *
      *--------------------------------------------------------------*
           SELECT VMPAIER-FILE ASSIGN TO VMPAIER
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VMPAIER-CHIAVE
                  FILE STATUS  IS VMPAIER-STATUS.
      *--------------------------------------------------------------*
      *    GIORNALE DELLE MODIFICHE (PROMOZIONI A BASELINE)           *
      *--------------------------------------------------------------*
           SELECT VMAUDIT-FILE ASSIGN TO VMAUDIT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS VMAUDIT-STATUS.
      *--------------------------------------------------------------*
      *    REPORT DELLA DERIVA DEL PA-REC                             *
      *--------------------------------------------------------------*
           SELECT VMPADRPT-FILE ASSIGN TO VMPADRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS VMPADRPT-STATUS.
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
           05  BPVMPAR-MODO          PIC X(1).
           05  FILLER                PIC X(1).
           05  BPVMPAR-REGIONE       PIC X(8).
           05  FILLER                PIC X(1).
           05  BPVMPAR-APPROVATORE   PIC X(10).
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
      *---- CONTESTO AZIENDALE PA-REC DI TPCPA01 DELLA REGIONE --------*
           05  VMREG-PA-REC          PIC X(1000).
      *
       FD  VMPABAS-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMPABAS-REC.
           05  VMPABAS-CHIAVE.
               10  VMPABAS-REGIONE   PIC X(8).
      *---- GIORNO (GIULIANA 0CAADDD) E ORA DELLA PROMOZIONE ----------*
           05  VMPABAS-DATA          PIC 9(7).
           05  VMPABAS-ORA           PIC 9(6).
      *---- UTENTE CHE HA APPROVATO E PROGRAMMA CHE HA PROMOSSO -------*
           05  VMPABAS-APPROVATORE   PIC X(10).
           05  VMPABAS-PROGRAMMA     PIC X(8).
           05  FILLER                PIC X(61).
           05  VMPABAS-PA-REC        PIC X(1000).
      *
       FD  VMPAIER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMPAIER-REC.
           05  VMPAIER-CHIAVE.
               10  VMPAIER-REGIONE   PIC X(8).
      *---- GIORNO (GIULIANA 0CAADDD) E ORA DELLA CORSA CHE L'HA ------*
      *---- SCRITTA ---------------------------------------------------*
           05  VMPAIER-DATA          PIC 9(7).
           05  VMPAIER-ORA           PIC 9(6).
           05  FILLER                PIC X(79).
           05  VMPAIER-PA-REC        PIC X(1000).
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
       FD  VMPADRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VMPADRPT-REC              PIC X(132).
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
        05   VMREG-STATUS                  PIC XX VALUE "00".
             88  VMREG-OK                         VALUE "00".
        05   VMPABAS-STATUS                PIC XX VALUE "00".
             88  VMPABAS-OK                       VALUE "00".
             88  VMPABAS-NON-TROVATO              VALUE "23".
             88  VMPABAS-NON-ESISTE               VALUE "35".
        05   VMPAIER-STATUS                PIC XX VALUE "00".
             88  VMPAIER-OK                       VALUE "00".
             88  VMPAIER-NON-TROVATO              VALUE "23".
             88  VMPAIER-NON-ESISTE               VALUE "35".
        05   VMAUDIT-STATUS                PIC XX VALUE "00".
             88  VMAUDIT-OK                       VALUE "00".
             88  VMAUDIT-OCCUPATO                 VALUE "93".
        05   VMPADRPT-STATUS               PIC XX VALUE "00".
             88  VMPADRPT-OK                      VALUE "00".
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
        05   FLAG-PARAMETRO-KO             PIC 9   VALUE ZERO.
             88  PARAMETRO-KO                     VALUE 1.
        05   FLAG-GIORNALE-KO              PIC 9   VALUE ZERO.
             88  GIORNALE-KO                      VALUE 1.
        05   FLAG-BASELINE-APERTO          PIC 9   VALUE ZERO.
             88  BASELINE-APERTO                  VALUE 1.
        05   FLAG-FINE-VMREG               PIC 9   VALUE ZERO.
             88  FINE-VMREG                       VALUE 1.
        05   FLAG-FINE-VMPABAS             PIC 9   VALUE ZERO.
             88  FINE-VMPABAS                     VALUE 1.
        05   FLAG-FINE-VMPAIER             PIC 9   VALUE ZERO.
             88  FINE-VMPAIER                     VALUE 1.
        05   FLAG-VAL-NON-STAMPABILE       PIC 9   VALUE ZERO.
             88  VAL-NON-STAMPABILE               VALUE 1.
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
        05   CAT-PROGRAMMA         PIC X(8)  VALUE "BPVM024".
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
      *       SCHEDA PARAMETRO: MODO, REGIONE E APPROVATORE          *
      *--------------------------------------------------------------*
       01  PARAMETRO-AREE.
        05   PAR-MODO              PIC X     VALUE SPACE.
             88  SOLO-REPORT              VALUE SPACE.
             88  PROMOZIONE               VALUE "P".
             88  PAR-MODO-VALIDO          VALUE SPACE "P".
        05   PAR-REGIONE           PIC X(8)  VALUE SPACE.
        05   PAR-APPROVATORE       PIC X(10) VALUE SPACE.
      *--------------------------------------------------------------*
      *       GIORNO (GIULIANA 0CAADDD) E ORA DELLA CORSA            *
      *--------------------------------------------------------------*
       01  OGGI-AREE.
        05   OGGI-AAAADDD          PIC 9(7)  VALUE ZERO.
        05   OGGI-ORARIO           PIC 9(8)  VALUE ZERO.
        05   OGGI-GIUL             PIC 9(7)  VALUE ZERO.
        05   OGGI-ORA              PIC 9(6)  VALUE ZERO.
      *--------------------------------------------------------------*
      *       GIORNALE DELLE PROMOZIONI (UTENTE = PROGRAMMA)         *
      *--------------------------------------------------------------*
       01  AUDIT-AREE.
        05   AUD-PROGRAMMA         PIC X(8)  VALUE "BPVM024".
        05   AUD-OPERAZIONE        PIC X     VALUE SPACE.
        05   AUD-CHIAVE            PIC X(20) VALUE SPACE.
        05   AUD-PRIMA             PIC X(1100) VALUE SPACE.
        05   AUD-DOPO              PIC X(1100) VALUE SPACE.
        05   AUD-GIORNO            PIC 9(7)  VALUE ZERO.
        05   AUD-ORARIO            PIC 9(8)  VALUE ZERO.
      *--------------------------------------------------------------*
      *       CAMPI DEL PA-REC (TRACCIATO TPCPA01): NOME, POSIZIONE, *
      *       LUNGHEZZA DI UN ELEMENTO, OCCORRENZE, DISTANZA TRA DUE *
      *       OCCORRENZE E TIPO (X CARATTERI, P PACKED, B BINARIO;   *
      *       P E B SI STAMPANO IN ESADECIMALE)                      *
      *--------------------------------------------------------------*
       01  CAMPI-PA-REC.
        05   FILLER PIC X(32) VALUE
             "PA-TIPO           0001002001000X".
        05   FILLER PIC X(32) VALUE
             "PA-LONG           0003002001000B".
        05   FILLER PIC X(32) VALUE
             "PA-SIGLA          0005002001000X".
        05   FILLER PIC X(32) VALUE
             "PA-CTRL1          0007005001000X".
        05   FILLER PIC X(32) VALUE
             "PA-COD-FIL        0012002001000X".
        05   FILLER PIC X(32) VALUE
             "PA-VARIAZ         0014004001000P".
        05   FILLER PIC X(32) VALUE
             "PA-USO            0018004001000P".
        05   FILLER PIC X(32) VALUE
             "FILLER            0022001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-GES-COSTI      0023001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-COD-COSTO      0024003001000X".
        05   FILLER PIC X(32) VALUE
             "PA-VARIO-RA       0027001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-TEST-C         0028001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-PART-D         0029001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-RIEP           0030001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-EFFETTI        0031001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-GRUCLIR        0032001003001X".
        05   FILLER PIC X(32) VALUE
             "PA-SGRCLIR        0035001003001X".
        05   FILLER PIC X(32) VALUE
             "PA-GRUFORR        0038001003001X".
        05   FILLER PIC X(32) VALUE
             "PA-SGRFORR        0041001003001X".
        05   FILLER PIC X(32) VALUE
             "PA-ES-CO1X        0044004001000X".
        05   FILLER PIC X(32) VALUE
             "PA-ES-CO2X        0048004001000X".
        05   FILLER PIC X(32) VALUE
             "FILLER            0052009001000X".
        05   FILLER PIC X(32) VALUE
             "PA-EL-ESPL        0061010004010X".
        05   FILLER PIC X(32) VALUE
             "PA-IVA-TEST       0101001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-ACQ            0102001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-VEN            0103001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-COR            0104001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-DA-NUMCC       0105002001000X".
        05   FILLER PIC X(32) VALUE
             "PA-CCOSTO         0107001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-VALUTE         0108001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-VARIO-SCAD     0109001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-SCADENZE       0110001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-DA-C           0111001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-DA-M           0112001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-VARIO-VAL      0113001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-VARIO-BA       0114001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-DESC-FATT      0115001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-TEST-F         0116001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-VARIO-AG       0117001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-VARIO-PV       0118001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-VARIO-ES       0119001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-DESC-SOLL      0120001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-DATE-BOLL      0121006001000X".
        05   FILLER PIC X(32) VALUE
             "PA-RP-GRUPPO-CONT 0127001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-SEND-VTAM      0128001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-CONT-FISC      0129001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-SIGLA-PROG-CC  0130002001000X".
        05   FILLER PIC X(32) VALUE
             "PA-LEN-STAMPA     0132003001000X".
        05   FILLER PIC X(32) VALUE
             "PA-DA-NUMSA       0135002001000X".
        05   FILLER PIC X(32) VALUE
             "PA-A-NUMSA        0137002001000X".
        05   FILLER PIC X(32) VALUE
             "PA-BEN-BANC       0139001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-POS-CONTO      0140002001000X".
        05   FILLER PIC X(32) VALUE
             "PA-SOTTOGRU-LIS   0142001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-ELGR-PP        0143003005003X".
        05   FILLER PIC X(32) VALUE
             "PA-VARPP          0158001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-CODVPP         0159003001000X".
        05   FILLER PIC X(32) VALUE
             "PA-EL-TP-CO       0162002010002X".
        05   FILLER PIC X(32) VALUE
             "PA-SGL-PRE        0182002001000X".
        05   FILLER PIC X(32) VALUE
             "PA-MAGG-LIST      0184004001000P".
        05   FILLER PIC X(32) VALUE
             "PA-CONSEGNA       0188003001000X".
        05   FILLER PIC X(32) VALUE
             "PA-EL-IM          0191001010001X".
        05   FILLER PIC X(32) VALUE
             "PA-EL-VARI        0201001003001X".
        05   FILLER PIC X(32) VALUE
             "PA-CPAR-NOTE      0204001001000X".
        05   FILLER PIC X(32) VALUE
             "FILLER            0205006001000X".
        05   FILLER PIC X(32) VALUE
             "PA-AGG-CONT       0211001005001X".
        05   FILLER PIC X(32) VALUE
             "FILLER            0216010001000X".
        05   FILLER PIC X(32) VALUE
             "PA-EL-CL          0226001010012X".
        05   FILLER PIC X(32) VALUE
             "PA-EL-FO          0227001010012X".
        05   FILLER PIC X(32) VALUE
             "PA-EL-CV          0228010010012X".
        05   FILLER PIC X(32) VALUE
             "PA-PAGREG         0346005001000X".
        05   FILLER PIC X(32) VALUE
             "FILLER            0351015001000X".
        05   FILLER PIC X(32) VALUE
             "PA-DESCA          0366010001000X".
        05   FILLER PIC X(32) VALUE
             "PA-DESCB          0376010001000X".
        05   FILLER PIC X(32) VALUE
             "FILLER            0386012001000X".
        05   FILLER PIC X(32) VALUE
             "PA-NUM-NAS        0398002001000X".
        05   FILLER PIC X(32) VALUE
             "PA-EL-DATA        0400006004006X".
        05   FILLER PIC X(32) VALUE
             "PA-EL-SIGSEC      0424002010002X".
        05   FILLER PIC X(32) VALUE
             "PA-PERC-VAR-PREZZI0444003001000P".
        05   FILLER PIC X(32) VALUE
             "PA-CONTR-GIAC     0447001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-CONTR-FIDO     0448001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-ALLEGATO-MAGA  0449006001000X".
        05   FILLER PIC X(32) VALUE
             "PA-BOLLATO-MAGA   0455006001000X".
        05   FILLER PIC X(32) VALUE
             "PA-VA-TIPOLOGIA   0461001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-GES-DATSCA     0462001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-GES-SCO        0463001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-GES-LISV       0464001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-GES-LISA       0465001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-GES-LISS       0466001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-COD-LISS       0467003001000X".
        05   FILLER PIC X(32) VALUE
             "PA-VAR-LIS        0470001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-EL-OPE-CO      0471003010003X".
        05   FILLER PIC X(32) VALUE
             "PA-EL-CO-CO       0501010010010X".
        05   FILLER PIC X(32) VALUE
             "PA-TEST-M         0601001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-TEST-DB        0602001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-KEYALFA        0603001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-SCAFFALE       0604001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-PROVVIG        0605001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-GRUPPO-LIFO    0606001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-PREZ-MAT       0607001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-VIA-LIFO       0608001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-LIV-FISCALE    0609001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-LISTINI        0610001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-CONVERSIONE    0611001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-GEST-MAGA      0612001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-GEST-SCAF      0613001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-GEST-SCAF-FISSO0614001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-GEST-MAGA-FISC 0615001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-VARIO-SC       0616001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-NUM-SC         0617001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-NOTE-PROD      0618001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-DISPONIB       0619001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-GRUPPO-PROV    0620001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-CONFEZIONE     0621001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-VARIO-LAVOR    0622001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-VARIO-LIST     0623001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-EL-IMMG        0624001020001X".
        05   FILLER PIC X(32) VALUE
             "PA-EL-TP-MG       0644002010002X".
        05   FILLER PIC X(32) VALUE
             "PA-POS-PREZZO-TRA 0664002001000X".
        05   FILLER PIC X(32) VALUE
             "PA-MAGA-FISC      0666002001000X".
        05   FILLER PIC X(32) VALUE
             "PA-GEST-LIFO      0668001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-ANNO-LIFO      0669002001000X".
        05   FILLER PIC X(32) VALUE
             "PA-EL-OPE-MG      0671003010003X".
        05   FILLER PIC X(32) VALUE
             "PA-EL-CO-MG       0701004010004X".
        05   FILLER PIC X(32) VALUE
             "PA-EL-OPE-MG2     0741003010003X".
        05   FILLER PIC X(32) VALUE
             "PA-EL-OPE-CO2     0771003010003X".
        05   FILLER PIC X(32) VALUE
             "PA-EL-MG          0801010010010X".
        05   FILLER PIC X(32) VALUE
             "PA-EL-DES-MG      0901010006011X".
        05   FILLER PIC X(32) VALUE
             "PA-EL-NUM-MG      0911001006011X".
        05   FILLER PIC X(32) VALUE
             "PA-PROG-CC        0967002001000X".
        05   FILLER PIC X(32) VALUE
             "PA-GEST-COMMESSE  0969001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-GEST-CC        0970001001000X".
        05   FILLER PIC X(32) VALUE
             "PA-EL-COD-IVA     0971003010003X".
       01  TABELLA-CAMPI REDEFINES CAMPI-PA-REC.
        05   CPO-ELEM OCCURS 132.
             10 CPO-NOME           PIC X(18).
             10 CPO-POS            PIC 9(4).
             10 CPO-LUNG           PIC 9(3).
             10 CPO-OCC            PIC 9(3).
             10 CPO-PASSO          PIC 9(3).
             10 CPO-TIPO           PIC X.
      *
       01  CAMPI-CONTROLLO.
        05   CPO-USATI             PIC 9(4) COMP-4 VALUE 132.
        05   CPO-LAV               PIC 9(4) COMP-4 VALUE ZERO.
      *--------------------------------------------------------------*
      *       CONFRONTO DI DUE COPIE DEL PA-REC                      *
      *--------------------------------------------------------------*
       01  CONFRONTO-AREE.
        05   CMP-RIF               PIC X(1000) VALUE SPACE.
        05   CMP-OGGI              PIC X(1000) VALUE SPACE.
        05   CMP-CONFRONTO         PIC X(9)  VALUE SPACE.
        05   CMP-OCC               PIC 9(3)  COMP-4 VALUE ZERO.
        05   CMP-OCC-ED            PIC 99    VALUE ZERO.
        05   CMP-POS               PIC 9(4)  COMP-4 VALUE ZERO.
        05   CMP-LUNG              PIC 9(3)  COMP-4 VALUE ZERO.
        05   CMP-DIVERSI           PIC 9(4)  COMP-4 VALUE ZERO.
        05   CMP-STAMPATI          PIC 9(4)  COMP-4 VALUE ZERO.
        05   CMP-RIGHE-MAX         PIC 9(4)  COMP-4 VALUE 40.
      *--------------------------------------------------------------*
      *       VALORE DI UN CAMPO PER LA STAMPA: TRA APICI SE TUTTO   *
      *       STAMPABILE, ALTRIMENTI X'..' IN ESADECIMALE            *
      *--------------------------------------------------------------*
       01  VALORE-AREE.
        05   VAL-CAMPO             PIC X(15) VALUE SPACE.
        05   VAL-LUNG              PIC 9(3)  COMP-4 VALUE ZERO.
        05   VAL-TIPO              PIC X     VALUE SPACE.
        05   VAL-IND               PIC 9(3)  COMP-4 VALUE ZERO.
        05   VAL-PUNT              PIC 9(3)  COMP-4 VALUE ZERO.
        05   VAL-STAMPA            PIC X(40) VALUE SPACE.
        05   HEX-BIN               PIC 9(4)  COMP-4 VALUE ZERO.
        05   HEX-BIN-R REDEFINES HEX-BIN.
             10 FILLER             PIC X.
             10 HEX-BYTE           PIC X.
        05   HEX-ALTO              PIC 9(3)  COMP-4 VALUE ZERO.
        05   HEX-BASSO             PIC 9(3)  COMP-4 VALUE ZERO.
        05   HEX-CIFRE             PIC X(16) VALUE "0123456789ABCDEF".
      *--------------------------------------------------------------*
      *       ESITO DELLA REGIONE IN ESAME                           *
      *--------------------------------------------------------------*
       01  REGIONE-AREE.
        05   FLAG-REG-BASELINE             PIC 9   VALUE ZERO.
             88  REG-CON-BASELINE                 VALUE 1.
        05   FLAG-REG-COPIA                PIC 9   VALUE ZERO.
             88  REG-CON-COPIA                    VALUE 1.
        05   FLAG-REG-PROMOSSA             PIC 9   VALUE ZERO.
             88  REG-PROMOSSA                     VALUE 1.
        05   REG-DIV-BASELINE      PIC 9(4)  COMP-4 VALUE ZERO.
        05   REG-DIV-NOTTE         PIC 9(4)  COMP-4 VALUE ZERO.
      *--------------------------------------------------------------*
      *       CONVERSIONE DELLA DATA GIULIANA 0CAADDD IN GG/MM/AAAA   *
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
        05   CONTA-REGIONI         PIC 9(4) COMP-4 VALUE ZERO.
        05   CONTA-ALLINEATE       PIC 9(4) COMP-4 VALUE ZERO.
        05   CONTA-DERIVA          PIC 9(4) COMP-4 VALUE ZERO.
        05   CONTA-NOTTE           PIC 9(4) COMP-4 VALUE ZERO.
        05   CONTA-SENZA-BASELINE  PIC 9(4) COMP-4 VALUE ZERO.
        05   CONTA-NUOVE           PIC 9(4) COMP-4 VALUE ZERO.
        05   CONTA-RIMOSSE         PIC 9(4) COMP-4 VALUE ZERO.
        05   CONTA-ORFANE          PIC 9(4) COMP-4 VALUE ZERO.
        05   CONTA-PROMOSSE        PIC 9(4) COMP-4 VALUE ZERO.
        05   CONTA-ERRORI          PIC 9(4) COMP-4 VALUE ZERO.
      *--------------------------------------------------------------*
      *       RIGHE DEL REPORT                                       *
      *--------------------------------------------------------------*
       01  RIGA-TITOLO.
        05   FILLER                PIC X(41) VALUE
             "DERIVA CONTESTO AZIENDALE PA-REC - GIORNO".
        05   FILLER                PIC X     VALUE SPACE.
        05   TITOLO-GIORNO         PIC X(10).
        05   FILLER                PIC X(9)  VALUE " - MODO: ".
        05   TITOLO-MODO           PIC X(33).
        05   FILLER                PIC X(14) VALUE " APPROVATORE: ".
        05   TITOLO-APPROVATORE    PIC X(10).
        05   FILLER                PIC X(14) VALUE SPACE.
      *
       01  RIGA-COLONNE.
        05   FILLER                PIC X(4)  VALUE SPACE.
        05   FILLER                PIC X(10) VALUE "CONFRONTO ".
        05   FILLER                PIC X(22) VALUE "CAMPO".
        05   FILLER                PIC X(8)  VALUE "POS. LUN".
        05   FILLER                PIC X(2)  VALUE SPACE.
        05   FILLER                PIC X(41) VALUE
             "VALORE DI RIFERIMENTO".
        05   FILLER                PIC X(40) VALUE "VALORE DI OGGI".
        05   FILLER                PIC X(5)  VALUE SPACE.
      *
       01  RIGA-REGIONE.
        05   FILLER                PIC X(8)  VALUE "REGIONE ".
        05   REG-REGIONE           PIC X(8).
        05   FILLER                PIC X(7)  VALUE " TERM. ".
        05   REG-TERMINALE         PIC X(4).
        05   FILLER                PIC X(15) VALUE "  BASELINE DEL ".
        05   REG-BASELINE-DATA     PIC X(10).
        05   FILLER                PIC X(14) VALUE " APPROVATA DA ".
        05   REG-APPROVATORE       PIC X(10).
        05   FILLER                PIC X(23) VALUE
             "  COPIA PRECEDENTE DEL ".
        05   REG-COPIA-DATA        PIC X(10).
        05   FILLER                PIC X(23) VALUE SPACE.
      *
       01  RIGA-DETTAGLIO.
        05   FILLER                PIC X(4)  VALUE SPACE.
        05   DET-CONFRONTO         PIC X(9).
        05   FILLER                PIC X     VALUE SPACE.
        05   DET-CAMPO             PIC X(22).
        05   DET-POS               PIC ZZZ9.
        05   FILLER                PIC X     VALUE SPACE.
        05   DET-LUNG              PIC ZZ9.
        05   FILLER                PIC XX    VALUE SPACE.
        05   DET-RIF               PIC X(40).
        05   FILLER                PIC X     VALUE SPACE.
        05   DET-OGGI              PIC X(40).
        05   FILLER                PIC X(5)  VALUE SPACE.
      *
       01  RIGA-ESITO.
        05   FILLER                PIC X(4)  VALUE SPACE.
        05   FILLER                PIC X(7)  VALUE "ESITO: ".
        05   ESITO-DESCR           PIC X(20).
        05   FILLER                PIC X(31) VALUE
             "  CAMPI DIVERSI DALLA BASELINE ".
        05   ESITO-DIV-BASELINE    PIC ZZZ9.
        05   FILLER                PIC X(22) VALUE
             "  VARIATI NELLA NOTTE ".
        05   ESITO-DIV-NOTTE       PIC ZZZ9.
        05   FILLER                PIC X(40) VALUE SPACE.
      *
       01  RIGA-NOTA.
        05   FILLER                PIC X(4)  VALUE SPACE.
        05   NOTA-DESCR            PIC X(60).
        05   NOTA-VALORE           PIC X(10).
        05   FILLER                PIC X(58) VALUE SPACE.
      *
       01  RIGA-RIMOSSA.
        05   FILLER                PIC X(8)  VALUE "REGIONE ".
        05   RIM-REGIONE           PIC X(8).
        05   FILLER                PIC XX    VALUE SPACE.
        05   RIM-DESCR             PIC X(60).
        05   RIM-DATA              PIC X(10).
        05   FILLER                PIC X(44) VALUE SPACE.
      *
       01  RIGA-CONTEGGI.
        05   FILLER                PIC X(8)  VALUE "REGIONI ".
        05   CONTEGGI-REGIONI      PIC ZZZ9.
        05   FILLER                PIC X(12) VALUE "  ALLINEATE ".
        05   CONTEGGI-ALLINEATE    PIC ZZZ9.
        05   FILLER                PIC X(12) VALUE "  IN DERIVA ".
        05   CONTEGGI-DERIVA       PIC ZZZ9.
        05   FILLER                PIC X(22) VALUE
             "  VARIATE NELLA NOTTE ".
        05   CONTEGGI-NOTTE        PIC ZZZ9.
        05   FILLER                PIC X(17) VALUE
             "  SENZA BASELINE ".
        05   CONTEGGI-SENZA-BASELINE PIC ZZZ9.
        05   FILLER                PIC X(8)  VALUE "  NUOVE ".
        05   CONTEGGI-NUOVE        PIC ZZZ9.
        05   FILLER                PIC X(10) VALUE "  RIMOSSE ".
        05   CONTEGGI-RIMOSSE      PIC ZZZ9.
        05   FILLER                PIC X(15) VALUE SPACE.
      *
       01  RIGA-CONTEGGI-2.
        05   FILLER                PIC X(18) VALUE
             "BASELINE PROMOSSE ".
        05   CONTEGGI-PROMOSSE     PIC ZZZ9.
        05   FILLER                PIC X(18) VALUE
             "  BASELINE ORFANE ".
        05   CONTEGGI-ORFANE       PIC ZZZ9.
        05   FILLER                PIC X(9)  VALUE "  ERRORI ".
        05   CONTEGGI-ERRORI       PIC ZZZ9.
        05   FILLER                PIC X(75) VALUE SPACE.
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
       BPVM024-MAIN.
      *
      *---- CATENA DEI LAVORI: INIZIO CORSA SUL LIBRO MASTRO E --------*
      *---- CONTROLLO DEI PREDECESSORI; SE UNO NON HA FINITO OGGI -----*
      *---- CON UN RC ACCETTATO IL PASSO NON GIRA E CHIUDE CON 12 -----*
           PERFORM INIZIO-CATENA      THRU EX-INIZIO-CATENA.
           IF PREDECESSORI-KO
              MOVE 12 TO RETURN-CODE
           ELSE
              PERFORM ESEGUI-BPVM024 THRU EX-ESEGUI-BPVM024
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
       ESEGUI-BPVM024.
      *
           OPEN OUTPUT VMPADRPT-FILE.
      *
           PERFORM LEGGI-PARAMETRO    THRU EX-LEGGI-PARAMETRO.
      *
           MOVE CAT-DATA (1:2) TO TITOLO-GIORNO (1:2).
           MOVE "/"            TO TITOLO-GIORNO (3:1).
           MOVE CAT-DATA (3:2) TO TITOLO-GIORNO (4:2).
           MOVE "/"            TO TITOLO-GIORNO (6:1).
           MOVE CAT-DATA (5:4) TO TITOLO-GIORNO (7:4).
      *
           IF PARAMETRO-KO
              MOVE "SCHEDA PARAMETRO ERRATA, MODO/REGIONE/APPROVATORE"
                TO ERRORE-DESCR
              MOVE BPVMPAR-REC (1:8) TO ERRORE-VALORE
              WRITE VMPADRPT-REC FROM RIGA-ERRORE
              CLOSE VMPADRPT-FILE
              MOVE 8 TO RETURN-CODE
              GO TO EX-ESEGUI-BPVM024.
      *
           IF PROMOZIONE
              IF PAR-REGIONE = SPACE
                 MOVE "PROMOZIONE DI TUTTE LE REGIONI" TO TITOLO-MODO
              ELSE
                 MOVE "PROMOZIONE DELLA REGIONE"       TO TITOLO-MODO
                 MOVE PAR-REGIONE TO TITOLO-MODO (26:8)
              END-IF
              MOVE PAR-APPROVATORE TO TITOLO-APPROVATORE
           ELSE
              MOVE "SOLO REPORT"  TO TITOLO-MODO
              MOVE "-"            TO TITOLO-APPROVATORE
           END-IF.
           WRITE VMPADRPT-REC FROM RIGA-TITOLO.
           WRITE VMPADRPT-REC FROM RIGA-VUOTA.
      *
           ACCEPT OGGI-AAAADDD FROM DAY YYYYDDD.
           ACCEPT OGGI-ORARIO  FROM TIME.
           COMPUTE OGGI-GIUL = OGGI-AAAADDD - 1900000.
           COMPUTE OGGI-ORA  = OGGI-ORARIO / 100.
      *
           OPEN INPUT VMREG-FILE.
           IF NOT VMREG-OK
              MOVE "ANAGRAFICA REGIONI VMREG NON DISPONIBILE, STATO"
                TO ERRORE-DESCR
              MOVE VMREG-STATUS TO ERRORE-VALORE
              WRITE VMPADRPT-REC FROM RIGA-ERRORE
              CLOSE VMPADRPT-FILE
              MOVE 8 TO RETURN-CODE
              GO TO EX-ESEGUI-BPVM024.
      *
      *---- LA REGIONE DA PROMUOVERE DEVE ESISTERE IN VMREG -----------*
           IF PROMOZIONE AND PAR-REGIONE NOT = SPACE
              MOVE PAR-REGIONE TO VMREG-REGIONE
              READ VMREG-FILE
              IF NOT VMREG-OK
                 MOVE "REGIONE DA PROMUOVERE NON PRESENTE IN VMREG"
                   TO ERRORE-DESCR
                 MOVE PAR-REGIONE TO ERRORE-VALORE
                 WRITE VMPADRPT-REC FROM RIGA-ERRORE
                 CLOSE VMREG-FILE
                 CLOSE VMPADRPT-FILE
                 MOVE 8 TO RETURN-CODE
                 GO TO EX-ESEGUI-BPVM024
              END-IF
           END-IF.
      *
      *---- BASELINE: IN LETTURA PER IL SOLO REPORT (SE NON ESISTE ----*
      *---- NESSUNA REGIONE HA BASELINE), IN AGGIORNAMENTO PER LA -----*
      *---- PROMOZIONE (CREATA SE NON ESISTE) --------------------------*
           IF PROMOZIONE
              OPEN I-O VMPABAS-FILE
              IF VMPABAS-NON-ESISTE
                 OPEN OUTPUT VMPABAS-FILE
                 IF VMPABAS-OK
                    CLOSE VMPABAS-FILE
                    OPEN I-O VMPABAS-FILE
                 END-IF
              END-IF
           ELSE
              OPEN INPUT VMPABAS-FILE
           END-IF.
           IF VMPABAS-OK
              SET BASELINE-APERTO TO TRUE
           ELSE
              IF PROMOZIONE OR NOT VMPABAS-NON-ESISTE
                 MOVE "BASELINE VMPABAS NON DISPONIBILE, STATO"
                   TO ERRORE-DESCR
                 MOVE VMPABAS-STATUS TO ERRORE-VALORE
                 WRITE VMPADRPT-REC FROM RIGA-ERRORE
                 CLOSE VMREG-FILE
                 CLOSE VMPADRPT-FILE
                 MOVE 8 TO RETURN-CODE
                 GO TO EX-ESEGUI-BPVM024
              END-IF
           END-IF.
      *
      *---- COPIA DELLA CORSA PRECEDENTE, CREATA SE NON ESISTE --------*
           OPEN I-O VMPAIER-FILE.
           IF VMPAIER-NON-ESISTE
              OPEN OUTPUT VMPAIER-FILE
              IF VMPAIER-OK
                 CLOSE VMPAIER-FILE
                 OPEN I-O VMPAIER-FILE
              END-IF
           END-IF.
           IF NOT VMPAIER-OK
              MOVE "COPIA PRECEDENTE VMPAIER NON DISPONIBILE, STATO"
                TO ERRORE-DESCR
              MOVE VMPAIER-STATUS TO ERRORE-VALORE
              WRITE VMPADRPT-REC FROM RIGA-ERRORE
              CLOSE VMREG-FILE
              IF BASELINE-APERTO
                 CLOSE VMPABAS-FILE
              END-IF
              CLOSE VMPADRPT-FILE
              MOVE 8 TO RETURN-CODE
              GO TO EX-ESEGUI-BPVM024.
      *
           IF PROMOZIONE
              PERFORM APRI-VMAUDIT    THRU EX-APRI-VMAUDIT
              IF GIORNALE-KO
                 MOVE "GIORNALE VMAUDIT NON ACCODABILE, STATO"
                   TO ERRORE-DESCR
                 MOVE VMAUDIT-STATUS TO ERRORE-VALORE
                 WRITE VMPADRPT-REC FROM RIGA-ERRORE
                 CLOSE VMREG-FILE
                       VMPAIER-FILE
                 IF BASELINE-APERTO
                    CLOSE VMPABAS-FILE
                 END-IF
                 CLOSE VMPADRPT-FILE
                 MOVE 8 TO RETURN-CODE
                 GO TO EX-ESEGUI-BPVM024
              END-IF
           END-IF.
      *
           WRITE VMPADRPT-REC FROM RIGA-COLONNE.
           WRITE VMPADRPT-REC FROM RIGA-VUOTA.
      *
           MOVE LOW-VALUE TO VMREG-CHIAVE.
           START VMREG-FILE KEY IS NOT < VMREG-CHIAVE
              INVALID KEY
                 SET FINE-VMREG TO TRUE
           END-START.
           PERFORM ESAMINA-REGIONE    THRU EX-ESAMINA-REGIONE
              UNTIL FINE-VMREG.
      *
      *---- REGIONI USCITE DA VMREG: COPIA PRECEDENTE ELIMINATA, ------*
      *---- BASELINE ORFANA SEGNALATA (ELIMINATA SOLO PROMUOVENDO -----*
      *---- TUTTE LE REGIONI) -----------------------------------------*
           PERFORM SCANDISCI-COPIE    THRU EX-SCANDISCI-COPIE.
           IF BASELINE-APERTO
              PERFORM SCANDISCI-BASELINE THRU EX-SCANDISCI-BASELINE
           END-IF.
      *
           CLOSE VMREG-FILE.
           CLOSE VMPAIER-FILE.
           IF BASELINE-APERTO
              CLOSE VMPABAS-FILE
           END-IF.
      *
           WRITE VMPADRPT-REC FROM RIGA-VUOTA.
           MOVE CONTA-REGIONI        TO CONTEGGI-REGIONI.
           MOVE CONTA-ALLINEATE      TO CONTEGGI-ALLINEATE.
           MOVE CONTA-DERIVA         TO CONTEGGI-DERIVA.
           MOVE CONTA-NOTTE          TO CONTEGGI-NOTTE.
           MOVE CONTA-SENZA-BASELINE TO CONTEGGI-SENZA-BASELINE.
           MOVE CONTA-NUOVE          TO CONTEGGI-NUOVE.
           MOVE CONTA-RIMOSSE        TO CONTEGGI-RIMOSSE.
           WRITE VMPADRPT-REC FROM RIGA-CONTEGGI.
           MOVE CONTA-PROMOSSE       TO CONTEGGI-PROMOSSE.
           MOVE CONTA-ORFANE         TO CONTEGGI-ORFANE.
           MOVE CONTA-ERRORI         TO CONTEGGI-ERRORI.
           WRITE VMPADRPT-REC FROM RIGA-CONTEGGI-2.
      *
           CLOSE VMPADRPT-FILE.
      *
      *---- SCRITTURA FALLITA = GRAVE; DERIVA, VARIAZIONI NOTTURNE, ---*
      *---- REGIONI SENZA BASELINE, RIMOSSE O ORFANE = AVVERTIMENTO ---*
           IF CONTA-ERRORI > ZERO
              MOVE 8 TO RETURN-CODE
           ELSE
              IF CONTA-DERIVA         > ZERO
              OR CONTA-NOTTE          > ZERO
              OR CONTA-SENZA-BASELINE > ZERO
              OR CONTA-RIMOSSE        > ZERO
              OR CONTA-ORFANE         > ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
      *
       EX-ESEGUI-BPVM024.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- LETTURA E CONTROLLO DELLA SCHEDA PARAMETRO: SCHEDA -------*
      *---- ASSENTE O MODO VUOTO = SOLO REPORT; LA PROMOZIONE ---------*
      *---- RICHIEDE L'UTENTE CHE APPROVA -----------------------------*
      *-------------------------------------------------------------*
       LEGGI-PARAMETRO.
      *
           MOVE SPACE TO BPVMPAR-REC.
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
           IF BPVMPAR-MODO NOT = LOW-VALUE
              MOVE BPVMPAR-MODO TO PAR-MODO
           END-IF.
           IF NOT PAR-MODO-VALIDO
              SET PARAMETRO-KO TO TRUE
              GO TO EX-LEGGI-PARAMETRO.
      *
           IF BPVMPAR-REGIONE NOT = LOW-VALUE
              MOVE BPVMPAR-REGIONE TO PAR-REGIONE
           END-IF.
           IF BPVMPAR-APPROVATORE NOT = LOW-VALUE
              MOVE BPVMPAR-APPROVATORE TO PAR-APPROVATORE
           END-IF.
           IF PROMOZIONE AND PAR-APPROVATORE = SPACE
              SET PARAMETRO-KO TO TRUE
           END-IF.
           IF SOLO-REPORT AND PAR-REGIONE NOT = SPACE
              SET PARAMETRO-KO TO TRUE
           END-IF.
      *
       EX-LEGGI-PARAMETRO.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- UNA REGIONE DI VMREG: CONFRONTO CON BASELINE E COPIA -----*
      *---- PRECEDENTE, PROMOZIONE SE RICHIESTA, NUOVA COPIA ---------*
      *-------------------------------------------------------------*
       ESAMINA-REGIONE.
      *
           READ VMREG-FILE NEXT
              AT END
                 SET FINE-VMREG TO TRUE
                 GO TO EX-ESAMINA-REGIONE
           END-READ.
           ADD 1 TO CAT-LETTI.
           ADD 1 TO CONTA-REGIONI.
      *
           MOVE ZERO TO FLAG-REG-BASELINE
                        FLAG-REG-COPIA
                        FLAG-REG-PROMOSSA
                        REG-DIV-BASELINE
                        REG-DIV-NOTTE.
           MOVE VMREG-REGIONE   TO REG-REGIONE.
           MOVE VMREG-EIBTRMID  TO REG-TERMINALE.
           MOVE "ASSENTE"       TO REG-BASELINE-DATA.
           MOVE "-"             TO REG-APPROVATORE.
           MOVE "NESSUNA"       TO REG-COPIA-DATA.
      *
           IF BASELINE-APERTO
              MOVE VMREG-REGIONE TO VMPABAS-REGIONE
              READ VMPABAS-FILE
              IF VMPABAS-OK
                 SET REG-CON-BASELINE TO TRUE
                 MOVE VMPABAS-DATA TO CONV-DATA-GIUL
                 PERFORM CONVERTI-DATA THRU EX-CONVERTI-DATA
                 MOVE CONV-DATA-EDIT      TO REG-BASELINE-DATA
                 MOVE VMPABAS-APPROVATORE TO REG-APPROVATORE
              END-IF
           END-IF.
      *
           MOVE VMREG-REGIONE TO VMPAIER-REGIONE.
           READ VMPAIER-FILE.
           IF VMPAIER-OK
              SET REG-CON-COPIA TO TRUE
              MOVE VMPAIER-DATA TO CONV-DATA-GIUL
              PERFORM CONVERTI-DATA THRU EX-CONVERTI-DATA
              MOVE CONV-DATA-EDIT TO REG-COPIA-DATA
           END-IF.
      *
           WRITE VMPADRPT-REC FROM RIGA-REGIONE.
      *
           IF REG-CON-BASELINE
              MOVE VMPABAS-PA-REC TO CMP-RIF
              MOVE VMREG-PA-REC   TO CMP-OGGI
              MOVE "BASELINE"     TO CMP-CONFRONTO
              PERFORM COMPARA-PA-REC THRU EX-COMPARA-PA-REC
              MOVE CMP-DIVERSI    TO REG-DIV-BASELINE
           END-IF.
      *
           IF REG-CON-COPIA
              MOVE VMPAIER-PA-REC TO CMP-RIF
              MOVE VMREG-PA-REC   TO CMP-OGGI
              MOVE "NOTTE"        TO CMP-CONFRONTO
              PERFORM COMPARA-PA-REC THRU EX-COMPARA-PA-REC
              MOVE CMP-DIVERSI    TO REG-DIV-NOTTE
           ELSE
              MOVE "REGIONE NUOVA: NESSUNA COPIA DELLA CORSA PRECEDENTE"
                TO NOTA-DESCR
              MOVE SPACE TO NOTA-VALORE
              WRITE VMPADRPT-REC FROM RIGA-NOTA
              ADD 1 TO CONTA-NUOVE
           END-IF.
      *
           IF PROMOZIONE
              IF PAR-REGIONE = SPACE OR PAR-REGIONE = VMREG-REGIONE
                 PERFORM PROMUOVI-BASELINE THRU EX-PROMUOVI-BASELINE
              END-IF
           END-IF.
      *
           PERFORM AGGIORNA-COPIA     THRU EX-AGGIORNA-COPIA.
      *
      *---- ESITO DELLA REGIONE: UNA BASELINE APPENA PROMOSSA NON -----*
      *---- E' PIU' IN DERIVA, LA VARIAZIONE NOTTURNA RESTA -----------*
           IF REG-PROMOSSA
              MOVE "BASELINE PROMOSSA"   TO ESITO-DESCR
           ELSE
              IF NOT REG-CON-BASELINE
                 MOVE "SENZA BASELINE"   TO ESITO-DESCR
                 ADD 1 TO CONTA-SENZA-BASELINE
              ELSE
                 IF REG-DIV-BASELINE > ZERO
                    MOVE "DERIVA DA BASELINE" TO ESITO-DESCR
                    ADD 1 TO CONTA-DERIVA
                 ELSE
                    MOVE "ALLINEATA"     TO ESITO-DESCR
                 END-IF
              END-IF
           END-IF.
           IF REG-DIV-NOTTE > ZERO
              ADD 1 TO CONTA-NOTTE
              IF ESITO-DESCR = "ALLINEATA"
                 MOVE "VARIATA NELLA NOTTE" TO ESITO-DESCR
              END-IF
           END-IF.
           IF ESITO-DESCR = "ALLINEATA"
              ADD 1 TO CONTA-ALLINEATE
           END-IF.
           MOVE REG-DIV-BASELINE TO ESITO-DIV-BASELINE.
           MOVE REG-DIV-NOTTE    TO ESITO-DIV-NOTTE.
           WRITE VMPADRPT-REC FROM RIGA-ESITO.
           WRITE VMPADRPT-REC FROM RIGA-VUOTA.
      *
       EX-ESAMINA-REGIONE.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- CONFRONTO CAMPO PER CAMPO DI CMP-RIF CON CMP-OGGI: UNA ---*
      *---- RIGA PER OGNI CAMPO (O OCCORRENZA) DIVERSO FINO AL --------*
      *---- MASSIMO PER REGIONE, GLI ALTRI SOLO CONTATI ---------------*
      *-------------------------------------------------------------*
       COMPARA-PA-REC.
      *
           MOVE ZERO TO CMP-DIVERSI
                        CMP-STAMPATI.
           IF CMP-RIF = CMP-OGGI
              GO TO EX-COMPARA-PA-REC.
      *
           MOVE 1 TO CPO-LAV.
           PERFORM COMPARA-CAMPO THRU EX-COMPARA-CAMPO
              UNTIL CPO-LAV > CPO-USATI.
      *
           IF CMP-DIVERSI > CMP-STAMPATI
              MOVE "ALTRI CAMPI DIVERSI NON STAMPATI, CONFRONTO CON"
                TO NOTA-DESCR
              MOVE CMP-CONFRONTO TO NOTA-VALORE
              WRITE VMPADRPT-REC FROM RIGA-NOTA
           END-IF.
      *
       EX-COMPARA-PA-REC.
           EXIT.
      *
       COMPARA-CAMPO.
      *
           MOVE 1 TO CMP-OCC.
           PERFORM COMPARA-OCCORRENZA THRU EX-COMPARA-OCCORRENZA
              UNTIL CMP-OCC > CPO-OCC (CPO-LAV).
           ADD 1 TO CPO-LAV.
      *
       EX-COMPARA-CAMPO.
           EXIT.
      *
       COMPARA-OCCORRENZA.
      *
           COMPUTE CMP-POS = CPO-POS (CPO-LAV)
                           + (CMP-OCC - 1) * CPO-PASSO (CPO-LAV).
           MOVE CPO-LUNG (CPO-LAV) TO CMP-LUNG.
           IF CMP-RIF (CMP-POS:CMP-LUNG) NOT =
              CMP-OGGI (CMP-POS:CMP-LUNG)
              ADD 1 TO CMP-DIVERSI
              IF CMP-STAMPATI < CMP-RIGHE-MAX
                 PERFORM STAMPA-DIFFERENZA THRU EX-STAMPA-DIFFERENZA
              END-IF
           END-IF.
           ADD 1 TO CMP-OCC.
      *
       EX-COMPARA-OCCORRENZA.
           EXIT.
      *
       STAMPA-DIFFERENZA.
      *
           MOVE CMP-CONFRONTO TO DET-CONFRONTO.
           MOVE SPACE         TO DET-CAMPO.
           IF CPO-OCC (CPO-LAV) > 1
              MOVE CMP-OCC TO CMP-OCC-ED
              STRING CPO-NOME (CPO-LAV) DELIMITED BY SPACE
                     "("                DELIMITED BY SIZE
                     CMP-OCC-ED         DELIMITED BY SIZE
                     ")"                DELIMITED BY SIZE
                INTO DET-CAMPO
              END-STRING
           ELSE
              MOVE CPO-NOME (CPO-LAV) TO DET-CAMPO
           END-IF.
           MOVE CMP-POS  TO DET-POS.
           MOVE CMP-LUNG TO DET-LUNG.
      *
           MOVE CMP-LUNG           TO VAL-LUNG.
           MOVE CPO-TIPO (CPO-LAV) TO VAL-TIPO.
           MOVE SPACE              TO VAL-CAMPO.
           MOVE CMP-RIF (CMP-POS:CMP-LUNG) TO VAL-CAMPO.
           PERFORM FORMATTA-VALORE THRU EX-FORMATTA-VALORE.
           MOVE VAL-STAMPA         TO DET-RIF.
           MOVE SPACE              TO VAL-CAMPO.
           MOVE CMP-OGGI (CMP-POS:CMP-LUNG) TO VAL-CAMPO.
           PERFORM FORMATTA-VALORE THRU EX-FORMATTA-VALORE.
           MOVE VAL-STAMPA         TO DET-OGGI.
      *
           WRITE VMPADRPT-REC FROM RIGA-DETTAGLIO.
           ADD 1 TO CMP-STAMPATI.
      *
       EX-STAMPA-DIFFERENZA.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- VALORE DA STAMPARE: I CAMPI CARATTERE TRA APICI, I -------*
      *---- PACKED, I BINARI E I CARATTERI NON STAMPABILI IN ---------*
      *---- ESADECIMALE X'..' ----------------------------------------*
      *-------------------------------------------------------------*
       FORMATTA-VALORE.
      *
           MOVE SPACE TO VAL-STAMPA.
           MOVE ZERO  TO FLAG-VAL-NON-STAMPABILE.
           IF VAL-TIPO = "X"
              MOVE 1 TO VAL-IND
              PERFORM CONTROLLA-BYTE THRU EX-CONTROLLA-BYTE
                 UNTIL VAL-IND > VAL-LUNG
           ELSE
              SET VAL-NON-STAMPABILE TO TRUE
           END-IF.
      *
           IF NOT VAL-NON-STAMPABILE
              MOVE "'" TO VAL-STAMPA (1:1)
              MOVE VAL-CAMPO (1:VAL-LUNG) TO VAL-STAMPA (2:VAL-LUNG)
              COMPUTE VAL-PUNT = VAL-LUNG + 2
              MOVE "'" TO VAL-STAMPA (VAL-PUNT:1)
              GO TO EX-FORMATTA-VALORE.
      *
           MOVE "X'" TO VAL-STAMPA (1:2).
           MOVE 3    TO VAL-PUNT.
           MOVE 1    TO VAL-IND.
           PERFORM CONVERTI-BYTE THRU EX-CONVERTI-BYTE
              UNTIL VAL-IND > VAL-LUNG.
           MOVE "'"  TO VAL-STAMPA (VAL-PUNT:1).
      *
       EX-FORMATTA-VALORE.
           EXIT.
      *
       CONTROLLA-BYTE.
      *
           IF VAL-CAMPO (VAL-IND:1) < SPACE
              SET VAL-NON-STAMPABILE TO TRUE
           END-IF.
           ADD 1 TO VAL-IND.
      *
       EX-CONTROLLA-BYTE.
           EXIT.
      *
       CONVERTI-BYTE.
      *
           MOVE ZERO TO HEX-BIN.
           MOVE VAL-CAMPO (VAL-IND:1) TO HEX-BYTE.
           DIVIDE HEX-BIN BY 16
              GIVING HEX-ALTO
              REMAINDER HEX-BASSO.
           ADD 1 TO HEX-ALTO
                    HEX-BASSO.
           MOVE HEX-CIFRE (HEX-ALTO:1)  TO VAL-STAMPA (VAL-PUNT:1).
           ADD 1 TO VAL-PUNT.
           MOVE HEX-CIFRE (HEX-BASSO:1) TO VAL-STAMPA (VAL-PUNT:1).
           ADD 1 TO VAL-PUNT.
           ADD 1 TO VAL-IND.
      *
       EX-CONVERTI-BYTE.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- IL PA-REC DI OGGI DIVENTA LA BASELINE DELLA REGIONE, -----*
      *---- CON L'UTENTE CHE APPROVA, E LA MODIFICA VA SU VMAUDIT ----*
      *-------------------------------------------------------------*
       PROMUOVI-BASELINE.
      *
           IF GIORNALE-KO
              MOVE "PROMOZIONE A BASELINE FALLITA, GIORNALE"
                TO NOTA-DESCR
              MOVE VMAUDIT-STATUS TO NOTA-VALORE
              WRITE VMPADRPT-REC FROM RIGA-NOTA
              ADD 1 TO CONTA-ERRORI
              GO TO EX-PROMUOVI-BASELINE.
           MOVE SPACE TO AUD-PRIMA.
           IF REG-CON-BASELINE
              MOVE VMPABAS-REC TO AUD-PRIMA
              MOVE "R" TO AUD-OPERAZIONE
           ELSE
              MOVE "I" TO AUD-OPERAZIONE
           END-IF.
      *
           MOVE SPACE            TO VMPABAS-REC.
           MOVE VMREG-REGIONE    TO VMPABAS-REGIONE.
           MOVE OGGI-GIUL        TO VMPABAS-DATA.
           MOVE OGGI-ORA         TO VMPABAS-ORA.
           MOVE PAR-APPROVATORE  TO VMPABAS-APPROVATORE.
           MOVE AUD-PROGRAMMA    TO VMPABAS-PROGRAMMA.
           MOVE VMREG-PA-REC     TO VMPABAS-PA-REC.
           IF REG-CON-BASELINE
              REWRITE VMPABAS-REC
           ELSE
              WRITE VMPABAS-REC
           END-IF.
           IF NOT VMPABAS-OK
              MOVE "PROMOZIONE A BASELINE FALLITA, STATO" TO NOTA-DESCR
              MOVE VMPABAS-STATUS TO NOTA-VALORE
              WRITE VMPADRPT-REC FROM RIGA-NOTA
              ADD 1 TO CONTA-ERRORI
              GO TO EX-PROMUOVI-BASELINE.
      *
           ADD 1 TO CAT-SCRITTI.
           ADD 1 TO CONTA-PROMOSSE.
           SET REG-PROMOSSA TO TRUE.
           MOVE VMPABAS-REGIONE     TO AUD-CHIAVE.
           MOVE VMPABAS-REC TO AUD-DOPO.
           PERFORM SCRIVI-VMAUDIT THRU EX-SCRIVI-VMAUDIT.
      *
       EX-PROMUOVI-BASELINE.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- LA COPIA DI OGGI SOSTITUISCE QUELLA PRECEDENTE -----------*
      *-------------------------------------------------------------*
       AGGIORNA-COPIA.
      *
           MOVE SPACE            TO VMPAIER-REC.
           MOVE VMREG-REGIONE    TO VMPAIER-REGIONE.
           MOVE OGGI-GIUL        TO VMPAIER-DATA.
           MOVE OGGI-ORA         TO VMPAIER-ORA.
           MOVE VMREG-PA-REC     TO VMPAIER-PA-REC.
           IF REG-CON-COPIA
              REWRITE VMPAIER-REC
           ELSE
              WRITE VMPAIER-REC
           END-IF.
           IF NOT VMPAIER-OK
              MOVE "AGGIORNAMENTO COPIA VMPAIER FALLITO, STATO"
                TO NOTA-DESCR
              MOVE VMPAIER-STATUS TO NOTA-VALORE
              WRITE VMPADRPT-REC FROM RIGA-NOTA
              ADD 1 TO CONTA-ERRORI
              GO TO EX-AGGIORNA-COPIA.
           ADD 1 TO CAT-SCRITTI.
      *
       EX-AGGIORNA-COPIA.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- COPIE PRECEDENTI DI REGIONI NON PIU' IN VMREG: SEGNALATE -*
      *---- ED ELIMINATE (LA REGIONE E' USCITA NELLA NOTTE) -----------*
      *-------------------------------------------------------------*
       SCANDISCI-COPIE.
      *
           MOVE LOW-VALUE TO VMPAIER-CHIAVE.
           START VMPAIER-FILE KEY IS NOT < VMPAIER-CHIAVE
              INVALID KEY
                 GO TO EX-SCANDISCI-COPIE
           END-START.
           PERFORM CONTROLLA-COPIA    THRU EX-CONTROLLA-COPIA
              UNTIL FINE-VMPAIER.
      *
       EX-SCANDISCI-COPIE.
           EXIT.
      *
       CONTROLLA-COPIA.
      *
           READ VMPAIER-FILE NEXT
              AT END
                 SET FINE-VMPAIER TO TRUE
                 GO TO EX-CONTROLLA-COPIA
           END-READ.
           MOVE VMPAIER-REGIONE TO VMREG-REGIONE.
           READ VMREG-FILE.
           IF VMREG-OK
              GO TO EX-CONTROLLA-COPIA.
      *
           ADD 1 TO CONTA-RIMOSSE.
           MOVE VMPAIER-REGIONE TO RIM-REGIONE.
           MOVE VMPAIER-DATA    TO CONV-DATA-GIUL.
           PERFORM CONVERTI-DATA THRU EX-CONVERTI-DATA.
           MOVE CONV-DATA-EDIT  TO RIM-DATA.
           DELETE VMPAIER-FILE RECORD.
           IF VMPAIER-OK
              MOVE "NON PIU' IN VMREG, ELIMINATA LA COPIA PRECEDENTE"
                TO RIM-DESCR
           ELSE
              MOVE "NON PIU' IN VMREG, COPIA PRECEDENTE NON ELIMINATA"
                TO RIM-DESCR
              ADD 1 TO CONTA-ERRORI
           END-IF.
           WRITE VMPADRPT-REC FROM RIGA-RIMOSSA.
      *
       EX-CONTROLLA-COPIA.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- BASELINE DI REGIONI NON PIU' IN VMREG: SEGNALATE FINO ----*
      *---- A UNA PROMOZIONE DI TUTTE LE REGIONI, CHE LE ELIMINA ------*
      *-------------------------------------------------------------*
       SCANDISCI-BASELINE.
      *
           MOVE LOW-VALUE TO VMPABAS-CHIAVE.
           START VMPABAS-FILE KEY IS NOT < VMPABAS-CHIAVE
              INVALID KEY
                 GO TO EX-SCANDISCI-BASELINE
           END-START.
           PERFORM CONTROLLA-BASELINE THRU EX-CONTROLLA-BASELINE
              UNTIL FINE-VMPABAS.
      *
       EX-SCANDISCI-BASELINE.
           EXIT.
      *
       CONTROLLA-BASELINE.
      *
           READ VMPABAS-FILE NEXT
              AT END
                 SET FINE-VMPABAS TO TRUE
                 GO TO EX-CONTROLLA-BASELINE
           END-READ.
           MOVE VMPABAS-REGIONE TO VMREG-REGIONE.
           READ VMREG-FILE.
           IF VMREG-OK
              GO TO EX-CONTROLLA-BASELINE.
      *
           MOVE VMPABAS-REGIONE TO RIM-REGIONE.
           MOVE VMPABAS-DATA    TO CONV-DATA-GIUL.
           PERFORM CONVERTI-DATA THRU EX-CONVERTI-DATA.
           MOVE CONV-DATA-EDIT  TO RIM-DATA.
           IF NOT PROMOZIONE OR PAR-REGIONE NOT = SPACE
              ADD 1 TO CONTA-ORFANE
              MOVE "NON PIU' IN VMREG, BASELINE ORFANA DEL"
                TO RIM-DESCR
              WRITE VMPADRPT-REC FROM RIGA-RIMOSSA
              GO TO EX-CONTROLLA-BASELINE.
      *
           IF GIORNALE-KO
              ADD 1 TO CONTA-ERRORI
              MOVE "NON PIU' IN VMREG, BASELINE NON ELIMINATA"
                TO RIM-DESCR
              WRITE VMPADRPT-REC FROM RIGA-RIMOSSA
              GO TO EX-CONTROLLA-BASELINE.
           MOVE VMPABAS-REC TO AUD-PRIMA.
           DELETE VMPABAS-FILE RECORD.
           IF NOT VMPABAS-OK
              ADD 1 TO CONTA-ERRORI
              MOVE "NON PIU' IN VMREG, BASELINE NON ELIMINATA"
                TO RIM-DESCR
              WRITE VMPADRPT-REC FROM RIGA-RIMOSSA
              GO TO EX-CONTROLLA-BASELINE.
      *
           MOVE "NON PIU' IN VMREG, ELIMINATA LA BASELINE DEL"
             TO RIM-DESCR.
           WRITE VMPADRPT-REC FROM RIGA-RIMOSSA.
           MOVE "D"             TO AUD-OPERAZIONE.
           MOVE VMPABAS-REGIONE TO AUD-CHIAVE.
           MOVE SPACE           TO AUD-DOPO.
           PERFORM SCRIVI-VMAUDIT THRU EX-SCRIVI-VMAUDIT.
      *
       EX-CONTROLLA-BASELINE.
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
      *---- UNA RIGA DI GIORNALE PER OGNI BASELINE CAMBIATA ----------*
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
           MOVE "VMPABAS"          TO VMAUDIT-NOME-FILE.
           MOVE AUD-OPERAZIONE     TO VMAUDIT-OPERAZIONE.
           MOVE AUD-CHIAVE         TO VMAUDIT-CHIAVE.
           MOVE AUD-PRIMA          TO VMAUDIT-PRIMA.
           MOVE AUD-DOPO           TO VMAUDIT-DOPO.
           WRITE VMAUDIT-REC.
           IF NOT VMAUDIT-OK
              DISPLAY AUD-PROGRAMMA " VMAUDIT NON SCRITTO, STATO "
                      VMAUDIT-STATUS " CHIAVE " AUD-CHIAVE
              SET GIORNALE-KO TO TRUE
           END-IF.
           CLOSE VMAUDIT-FILE.
      *
       EX-SCRIVI-VMAUDIT.
           EXIT.
      *
      *-------------------------------------------------------------*
      *---- DATA GIULIANA 0CAADDD IN GG/MM/AAAA ----------------------*
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
       END PROGRAM BPVM024.
