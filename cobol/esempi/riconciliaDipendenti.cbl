      ******************************************************************
      * RICONCILIAZIONE DELLE ANAGRAFICHE DIPENDENTI
      * Abbina per codice dipendente le tre fonti che riportano le
      * stesse persone: employees.dat (EMPLOYEE-MANAGER), il master
      * dipendentiMaster.dat (OPERAZIONI-DIPENDENTI) e la tabella
      * DIPENDENTI delle paghe (caricata da CARICA-ANAGRAFICA-HR).
      * Segnala chi manca in una o due fonti, nominativo, reparto,
      * posizione e stipendio discordanti e i cessati ancora attivi
      * altrove. Le eccezioni, con i totali per categoria, vanno in
      * RICONCILIAZIONE-DIPENDENTI-AAAAMMGG.TXT perche' HR corregga
      * la fonte prima del cedolino mensile.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RICONCILIA-DIPENDENTI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO 'employees.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT MASTER-FILE ASSIGN TO 'dipendentiMaster.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MST-FILE-STATUS.

      * Delta dell'ultimo giro di OPERAZIONI-DIPENDENTI: le righe
      * CESSATO indicano chi e' uscito dal master per cessazione
           SELECT DELTA-FILE ASSIGN TO 'dipendentiDelta.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DLT-FILE-STATUS.

      * Le due fonti su file vengono ordinate per codice prima
      * dell'abbinamento
           SELECT SORT-FILE ASSIGN TO 'riconciliaSort.tmp'.

           SELECT EMP-ORD-FILE ASSIGN TO 'employeesOrdinati.tmp'
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MST-ORD-FILE ASSIGN TO 'masterOrdinati.tmp'
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ECCEZIONI-FILE ASSIGN TO WS-NOME-FILE-ECCEZIONI
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD PIC X(54).

       FD  MASTER-FILE.
       01  MASTER-RECORD PIC X(78).

       FD  DELTA-FILE.
       01  DELTA-RECORD.
           05  DLT-TIPO            PIC X(11).
           05  DLT-ID              PIC X(5).
           05  FILLER              PIC X(116).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-ID              PIC 9(5).
           05  SRT-RESTO           PIC X(73).

       FD  EMP-ORD-FILE.
       01  EMP-ORD-RECORD.
           05  EMP-ID-REC          PIC 9(5).
           05  EMP-NAME-REC        PIC X(30).
           05  EMP-SALARY-REC      PIC 9(7)V99.
           05  EMP-DEPT-REC        PIC X(10).

       FD  MST-ORD-FILE.
       01  MST-ORD-RECORD.
           05  MST-ID              PIC 9(5).
           05  MST-NAME            PIC X(30).
           05  MST-POSITION        PIC X(20).
           05  MST-SALARY          PIC 9(6)V99.
           05  MST-DEPT            PIC X(15).

       FD  ECCEZIONI-FILE.
       01  ECCEZIONI-RECORD PIC X(160).

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME PIC X(30) VALUE "paghe".
       01 USERNAME PIC X(30) VALUE "postgres".
       01 PASSWD PIC X(10) VALUE "postgres".
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-RC               PIC 9(4) VALUE ZERO.
      * 0 = fonti allineate, 4 = discrepanze da correggere,
      * 8 = fonte mancante o database non raggiungibile
       01  WS-NOME-FILE-ECCEZIONI PIC X(50).
       01  WS-SQLCODE-ED       PIC -9(9).
       01  WS-EMP-FILE-STATUS  PIC XX.
       01  WS-MST-FILE-STATUS  PIC XX.
       01  WS-DLT-FILE-STATUS  PIC XX.
       01  WS-DLT-EOF          PIC X VALUE 'N'.
       01  WS-MINUSCOLE        PIC X(26)
                               VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-MAIUSCOLE        PIC X(26)
                               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * Chiavi correnti delle tre fonti: la matricola paghe e' il
      * codice HR a 5 cifre allineato a sinistra, come la scrive
      * il carico da file HR; a fine fonte la chiave va a
      * HIGH-VALUES
       01  WS-CHIAVE-EMP       PIC X(6).
       01  WS-CHIAVE-MST       PIC X(6).
       01  WS-CHIAVE-PAG       PIC X(6).
       01  WS-CHIAVE-CORRENTE  PIC X(6).
       01  WS-IN-EMP           PIC X.
       01  WS-IN-MST           PIC X.
       01  WS-IN-PAG           PIC X.
       01  WS-CONTA-FONTI      PIC 9.

      * Riga corrente della tabella DIPENDENTI
       01  WS-PAG-DATI.
           05  WS-PAG-MATRICOLA    PIC X(6).
           05  WS-PAG-NOME         PIC X(50).
           05  WS-PAG-COGNOME      PIC X(50).
           05  WS-PAG-QUALIFICA    PIC X(50).
           05  WS-PAG-REPARTO      PIC X(30).
           05  WS-PAG-STIPENDIO    PIC 9(8)V99.
           05  WS-PAG-STATO        PIC X.
           05  WS-PAG-CESSAZIONE   PIC X(10).
       01  WS-PAG-NOMINATIVO   PIC X(30).

      * Codici cessati nell'ultimo giro del master
       01  WS-CES-COUNT        PIC 9(4) VALUE ZERO.
       01  WS-CES-IDX          PIC 9(4).
       01  WS-CES-TROVATO      PIC X.
       01  WS-TABELLA-CESSATI.
           05  WS-CES-ID           PIC X(5) OCCURS 2000 TIMES.

      * Confronto di un campo fra le fonti presenti: i valori sono
      * confrontati in maiuscolo sulla lunghezza che tutte le fonti
      * riescono a contenere (il reparto di employees.dat ha 10
      * caratteri); la fonte che non riporta il campo e' esclusa
       01  WS-CNF-CATEGORIA    PIC 9.
       01  WS-CNF-LUNG         PIC 99.
       01  WS-CNF-USA-EMP      PIC X.
       01  WS-CNF-IN-EMP       PIC X.
       01  WS-CNF-VAL-EMP      PIC X(30).
       01  WS-CNF-VAL-MST      PIC X(30).
       01  WS-CNF-VAL-PAG      PIC X(30).
       01  WS-CNF-RIFERIMENTO  PIC X(30).
       01  WS-CNF-RIF-PIENO    PIC X.
       01  WS-CNF-DIVERSO      PIC X.
       01  WS-CNF-IMP-RIF      PIC 9(8)V99.
       01  WS-EDIT-IMPORTO     PIC ZZ,ZZZ,ZZ9.99.

      * Categorie di eccezione con descrizione e totale
       01  WS-CATEGORIE-VALORI.
           05  FILLER PIC X(22) VALUE "SOLO IN UNA FONTE".
           05  FILLER PIC X(22) VALUE "ASSENTE IN UNA FONTE".
           05  FILLER PIC X(22) VALUE "NOMINATIVO DIVERSO".
           05  FILLER PIC X(22) VALUE "REPARTO DIVERSO".
           05  FILLER PIC X(22) VALUE "POSIZIONE DIVERSA".
           05  FILLER PIC X(22) VALUE "STIPENDIO DIVERSO".
           05  FILLER PIC X(22) VALUE "CESSATO ANCORA ATTIVO".
       01  WS-CATEGORIE REDEFINES WS-CATEGORIE-VALORI.
           05  WS-CAT-DESCRIZIONE  PIC X(22) OCCURS 7 TIMES.
       01  WS-TOTALI-CATEGORIE.
           05  WS-CAT-TOTALE       PIC 9(6) OCCURS 7 TIMES.
       01  WS-CAT-IDX          PIC 9.
       01  WS-CAT-CORRENTE     PIC 9.
       01  WS-DETTAGLIO        PIC X(130).
       01  WS-DET-PTR          PIC 9(3).

       01  WS-CONTA-EMP        PIC 9(6) VALUE ZERO.
       01  WS-CONTA-MST        PIC 9(6) VALUE ZERO.
       01  WS-CONTA-PAG        PIC 9(6) VALUE ZERO.
       01  WS-CONTA-ABBINATI   PIC 9(6) VALUE ZERO.
       01  WS-CONTA-ECCEZIONI  PIC 9(6) VALUE ZERO.

           EXEC SQL
               DECLARE CUR-RIC-DIPENDENTI CURSOR FOR
               SELECT matricola, COALESCE(nome, ' '),
                      COALESCE(cognome, ' '),
                      COALESCE(qualifica, ' '),
                      COALESCE(reparto, ' '),
                      COALESCE(stipendio_base, 0),
                      COALESCE(stato, ' '),
                      COALESCE(CAST(data_cessazione AS CHAR(10)), ' ')
               FROM DIPENDENTI
               ORDER BY matricola COLLATE "C"
           END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "RICONCILIAZIONE DIPENDENTI AVVIATA".

           MOVE SPACES TO WS-NOME-FILE-ECCEZIONI
           STRING "RICONCILIAZIONE-DIPENDENTI-"
                  FUNCTION CURRENT-DATE(1:8) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-ECCEZIONI

           INITIALIZE WS-TOTALI-CATEGORIE
           OPEN OUTPUT ECCEZIONI-FILE

           MOVE SPACES TO ECCEZIONI-RECORD
           STRING "RICONCILIAZIONE DIPENDENTI employees.dat / "
                  "dipendentiMaster.dat / paghe - "
                  FUNCTION CURRENT-DATE(7:2) "/"
                  FUNCTION CURRENT-DATE(5:2) "/"
                  FUNCTION CURRENT-DATE(1:4)
                  DELIMITED BY SIZE INTO ECCEZIONI-RECORD
           WRITE ECCEZIONI-RECORD
           MOVE ALL "=" TO ECCEZIONI-RECORD
           WRITE ECCEZIONI-RECORD

           PERFORM VERIFICA-FONTI
           IF WS-RC = 8
               PERFORM CHIUDI-ECCEZIONI
               MOVE WS-RC TO RETURN-CODE
               STOP RUN
           END-IF

           WRITE ECCEZIONI-RECORD FROM
               "CATEGORIA              MATR.  DETTAGLIO"
           MOVE ALL "-" TO ECCEZIONI-RECORD
           WRITE ECCEZIONI-RECORD

           PERFORM CARICA-CESSATI-MASTER

           SORT SORT-FILE ON ASCENDING KEY SRT-ID
               USING EMPLOYEE-FILE
               GIVING EMP-ORD-FILE
           SORT SORT-FILE ON ASCENDING KEY SRT-ID
               USING MASTER-FILE
               GIVING MST-ORD-FILE

           OPEN INPUT EMP-ORD-FILE
           OPEN INPUT MST-ORD-FILE
           EXEC SQL
               OPEN CUR-RIC-DIPENDENTI
           END-EXEC

           PERFORM LEGGI-EMPLOYEE
           PERFORM LEGGI-MASTER
           PERFORM LEGGI-PAGHE

           PERFORM UNTIL WS-CHIAVE-EMP = HIGH-VALUES
                     AND WS-CHIAVE-MST = HIGH-VALUES
                     AND WS-CHIAVE-PAG = HIGH-VALUES
               PERFORM ABBINA-CHIAVE
           END-PERFORM

           EXEC SQL
               CLOSE CUR-RIC-DIPENDENTI
           END-EXEC
           CLOSE EMP-ORD-FILE
           CLOSE MST-ORD-FILE
           EXEC SQL DISCONNECT END-EXEC

           IF WS-CONTA-ECCEZIONI > 0 AND WS-RC < 4
               MOVE 4 TO WS-RC
           END-IF

           PERFORM CHIUDI-ECCEZIONI

           DISPLAY "employees.dat:        " WS-CONTA-EMP
           DISPLAY "dipendentiMaster.dat: " WS-CONTA-MST
           DISPLAY "DIPENDENTI paghe:     " WS-CONTA-PAG
           DISPLAY "Eccezioni:            " WS-CONTA-ECCEZIONI
           DISPLAY "Eccezioni salvate in " WS-NOME-FILE-ECCEZIONI

           DISPLAY "RICONCILIAZIONE DIPENDENTI TERMINATA"

           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

      * Tutte e tre le fonti devono essere disponibili: con una
      * sola mancante il confronto segnalerebbe ogni dipendente
       VERIFICA-FONTI.
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-FILE-STATUS NOT = "00"
               MOVE 8 TO WS-RC
               MOVE SPACES TO ECCEZIONI-RECORD
               STRING "FONTE MANCANTE employees.dat (stato "
                      WS-EMP-FILE-STATUS ")"
                      DELIMITED BY SIZE INTO ECCEZIONI-RECORD
               WRITE ECCEZIONI-RECORD
               DISPLAY "File employees.dat non trovato"
           ELSE
               CLOSE EMPLOYEE-FILE
           END-IF

           OPEN INPUT MASTER-FILE
           IF WS-MST-FILE-STATUS NOT = "00"
               MOVE 8 TO WS-RC
               MOVE SPACES TO ECCEZIONI-RECORD
               STRING "FONTE MANCANTE dipendentiMaster.dat (stato "
                      WS-MST-FILE-STATUS ")"
                      DELIMITED BY SIZE INTO ECCEZIONI-RECORD
               WRITE ECCEZIONI-RECORD
               DISPLAY "File dipendentiMaster.dat non trovato"
           ELSE
               CLOSE MASTER-FILE
           END-IF

           IF WS-RC = 8
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 8 TO WS-RC
               MOVE SQLCODE TO WS-SQLCODE-ED
               MOVE SPACES TO ECCEZIONI-RECORD
               STRING "DATABASE paghe IRRAGGIUNGIBILE SQLCODE "
                      WS-SQLCODE-ED
                      DELIMITED BY SIZE INTO ECCEZIONI-RECORD
               WRITE ECCEZIONI-RECORD
               DISPLAY "Database paghe irraggiungibile: " SQLCODE
           END-IF.

      * Codici usciti dal master per cessazione nell'ultimo giro;
      * senza delta la tabella resta vuota
       CARICA-CESSATI-MASTER.
           OPEN INPUT DELTA-FILE
           IF WS-DLT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-DLT-EOF = 'Y'
               READ DELTA-FILE
                   AT END
                       MOVE 'Y' TO WS-DLT-EOF
                   NOT AT END
                       IF DLT-TIPO = "CESSATO"
                           IF WS-CES-COUNT < 2000
                               ADD 1 TO WS-CES-COUNT
                               MOVE DLT-ID TO WS-CES-ID(WS-CES-COUNT)
                           ELSE
                               DISPLAY "Tabella cessati piena, "
                                       "codice ignorato: " DLT-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DELTA-FILE.

       LEGGI-EMPLOYEE.
           READ EMP-ORD-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-CHIAVE-EMP
               NOT AT END
                   ADD 1 TO WS-CONTA-EMP
                   MOVE EMP-ID-REC TO WS-CHIAVE-EMP
           END-READ.

       LEGGI-MASTER.
           READ MST-ORD-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-CHIAVE-MST
               NOT AT END
                   ADD 1 TO WS-CONTA-MST
                   MOVE MST-ID TO WS-CHIAVE-MST
           END-READ.

       LEGGI-PAGHE.
           EXEC SQL
               FETCH CUR-RIC-DIPENDENTI
               INTO :WS-PAG-MATRICOLA, :WS-PAG-NOME,
                    :WS-PAG-COGNOME, :WS-PAG-QUALIFICA,
                    :WS-PAG-REPARTO, :WS-PAG-STIPENDIO,
                    :WS-PAG-STATO, :WS-PAG-CESSAZIONE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE HIGH-VALUES TO WS-CHIAVE-PAG
           ELSE
               ADD 1 TO WS-CONTA-PAG
               MOVE WS-PAG-MATRICOLA TO WS-CHIAVE-PAG
               MOVE SPACES TO WS-PAG-NOMINATIVO
               STRING WS-PAG-NOME DELIMITED BY "  "
                      " " WS-PAG-COGNOME DELIMITED BY "  "
                      INTO WS-PAG-NOMINATIVO
           END-IF.

      * Chiave piu' bassa fra le tre fonti: si confrontano le fonti
      * che la riportano e si avanza su quelle
       ABBINA-CHIAVE.
           MOVE WS-CHIAVE-EMP TO WS-CHIAVE-CORRENTE
           IF WS-CHIAVE-MST < WS-CHIAVE-CORRENTE
               MOVE WS-CHIAVE-MST TO WS-CHIAVE-CORRENTE
           END-IF
           IF WS-CHIAVE-PAG < WS-CHIAVE-CORRENTE
               MOVE WS-CHIAVE-PAG TO WS-CHIAVE-CORRENTE
           END-IF

           MOVE 'N' TO WS-IN-EMP
           MOVE 'N' TO WS-IN-MST
           MOVE 'N' TO WS-IN-PAG
           MOVE ZERO TO WS-CONTA-FONTI
           IF WS-CHIAVE-EMP = WS-CHIAVE-CORRENTE
               MOVE 'S' TO WS-IN-EMP
               ADD 1 TO WS-CONTA-FONTI
           END-IF
           IF WS-CHIAVE-MST = WS-CHIAVE-CORRENTE
               MOVE 'S' TO WS-IN-MST
               ADD 1 TO WS-CONTA-FONTI
           END-IF
           IF WS-CHIAVE-PAG = WS-CHIAVE-CORRENTE
               MOVE 'S' TO WS-IN-PAG
               ADD 1 TO WS-CONTA-FONTI
           END-IF

           PERFORM CONFRONTA-DIPENDENTE

           IF WS-IN-EMP = 'S'
               PERFORM LEGGI-EMPLOYEE
           END-IF
           IF WS-IN-MST = 'S'
               PERFORM LEGGI-MASTER
           END-IF
           IF WS-IN-PAG = 'S'
               PERFORM LEGGI-PAGHE
           END-IF.

       CONFRONTA-DIPENDENTE.
      * Cessato in paghe: va bene solo se e' uscito anche dai file
           IF WS-IN-PAG = 'S' AND WS-PAG-STATO = 'C'
               IF WS-IN-EMP = 'S' OR WS-IN-MST = 'S'
                   MOVE SPACES TO WS-DETTAGLIO
                   MOVE 1 TO WS-DET-PTR
                   STRING "cessato in paghe il " WS-PAG-CESSAZIONE
                          ", ancora presente in"
                          DELIMITED BY SIZE INTO WS-DETTAGLIO
                          WITH POINTER WS-DET-PTR
                   IF WS-IN-EMP = 'S'
                       STRING " employees.dat"
                              DELIMITED BY SIZE INTO WS-DETTAGLIO
                              WITH POINTER WS-DET-PTR
                   END-IF
                   IF WS-IN-MST = 'S'
                       STRING " dipendentiMaster.dat"
                              DELIMITED BY SIZE INTO WS-DETTAGLIO
                              WITH POINTER WS-DET-PTR
                   END-IF
                   MOVE 7 TO WS-CAT-CORRENTE
                   PERFORM SCRIVI-ECCEZIONE
               END-IF
               EXIT PARAGRAPH
           END-IF

      * Uscito dal master per cessazione ma ancora attivo altrove
           IF WS-IN-MST = 'N'
               PERFORM CERCA-CESSATO-MASTER
               IF WS-CES-TROVATO = 'S'
                   MOVE SPACES TO WS-DETTAGLIO
                   MOVE 1 TO WS-DET-PTR
                   STRING "cessato nel master, ancora attivo in"
                          DELIMITED BY SIZE INTO WS-DETTAGLIO
                          WITH POINTER WS-DET-PTR
                   IF WS-IN-EMP = 'S'
                       STRING " employees.dat"
                              DELIMITED BY SIZE INTO WS-DETTAGLIO
                              WITH POINTER WS-DET-PTR
                   END-IF
                   IF WS-IN-PAG = 'S'
                       STRING " paghe"
                              DELIMITED BY SIZE INTO WS-DETTAGLIO
                              WITH POINTER WS-DET-PTR
                   END-IF
                   MOVE 7 TO WS-CAT-CORRENTE
                   PERFORM SCRIVI-ECCEZIONE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           EVALUATE WS-CONTA-FONTI
               WHEN 1
                   MOVE SPACES TO WS-DETTAGLIO
                   EVALUATE 'S'
                       WHEN WS-IN-EMP
                           STRING "presente solo in employees.dat: "
                                  EMP-NAME-REC
                                  DELIMITED BY SIZE INTO WS-DETTAGLIO
                       WHEN WS-IN-MST
                           STRING "presente solo in "
                                  "dipendentiMaster.dat: " MST-NAME
                                  DELIMITED BY SIZE INTO WS-DETTAGLIO
                       WHEN OTHER
                           STRING "presente solo in paghe: "
                                  WS-PAG-NOMINATIVO
                                  DELIMITED BY SIZE INTO WS-DETTAGLIO
                   END-EVALUATE
                   MOVE 1 TO WS-CAT-CORRENTE
                   PERFORM SCRIVI-ECCEZIONE
                   EXIT PARAGRAPH
               WHEN 2
                   MOVE SPACES TO WS-DETTAGLIO
                   EVALUATE 'N'
                       WHEN WS-IN-EMP
                           STRING "manca in employees.dat"
                                  DELIMITED BY SIZE INTO WS-DETTAGLIO
                       WHEN WS-IN-MST
                           STRING "manca in dipendentiMaster.dat"
                                  DELIMITED BY SIZE INTO WS-DETTAGLIO
                       WHEN OTHER
                           STRING "manca in paghe"
                                  DELIMITED BY SIZE INTO WS-DETTAGLIO
                   END-EVALUATE
                   MOVE 2 TO WS-CAT-CORRENTE
                   PERFORM SCRIVI-ECCEZIONE
               WHEN OTHER
                   ADD 1 TO WS-CONTA-ABBINATI
           END-EVALUATE

      * Campi anagrafici fra le fonti presenti
           MOVE 3 TO WS-CNF-CATEGORIA
           MOVE 30 TO WS-CNF-LUNG
           MOVE 'S' TO WS-CNF-USA-EMP
           MOVE EMP-NAME-REC TO WS-CNF-VAL-EMP
           MOVE MST-NAME TO WS-CNF-VAL-MST
           MOVE WS-PAG-NOMINATIVO TO WS-CNF-VAL-PAG
           PERFORM CONFRONTA-CAMPO

           MOVE 4 TO WS-CNF-CATEGORIA
           MOVE 10 TO WS-CNF-LUNG
           MOVE 'S' TO WS-CNF-USA-EMP
           MOVE EMP-DEPT-REC TO WS-CNF-VAL-EMP
           MOVE MST-DEPT TO WS-CNF-VAL-MST
           MOVE WS-PAG-REPARTO TO WS-CNF-VAL-PAG
           PERFORM CONFRONTA-CAMPO

      * employees.dat non riporta la posizione
           MOVE 5 TO WS-CNF-CATEGORIA
           MOVE 20 TO WS-CNF-LUNG
           MOVE 'N' TO WS-CNF-USA-EMP
           MOVE SPACES TO WS-CNF-VAL-EMP
           MOVE MST-POSITION TO WS-CNF-VAL-MST
           MOVE WS-PAG-QUALIFICA TO WS-CNF-VAL-PAG
           PERFORM CONFRONTA-CAMPO

           PERFORM CONFRONTA-STIPENDIO.

       CERCA-CESSATO-MASTER.
           MOVE 'N' TO WS-CES-TROVATO
           MOVE 1 TO WS-CES-IDX
           PERFORM UNTIL WS-CES-IDX > WS-CES-COUNT
                   OR WS-CES-TROVATO = 'S'
               IF WS-CES-ID(WS-CES-IDX) = WS-CHIAVE-CORRENTE(1:5)
                   AND WS-CHIAVE-CORRENTE(6:1) = SPACE
                   MOVE 'S' TO WS-CES-TROVATO
               END-IF
               ADD 1 TO WS-CES-IDX
           END-PERFORM.

      * Il primo valore presente fa da riferimento; basta un valore
      * diverso per segnalare il campo con i valori di ogni fonte
       CONFRONTA-CAMPO.
           INSPECT WS-CNF-VAL-EMP CONVERTING WS-MINUSCOLE
               TO WS-MAIUSCOLE
           INSPECT WS-CNF-VAL-MST CONVERTING WS-MINUSCOLE
               TO WS-MAIUSCOLE
           INSPECT WS-CNF-VAL-PAG CONVERTING WS-MINUSCOLE
               TO WS-MAIUSCOLE

           MOVE WS-IN-EMP TO WS-CNF-IN-EMP
           IF WS-CNF-USA-EMP = 'N'
               MOVE 'N' TO WS-CNF-IN-EMP
           END-IF

           MOVE 'N' TO WS-CNF-RIF-PIENO
           MOVE 'N' TO WS-CNF-DIVERSO
           IF WS-CNF-IN-EMP = 'S'
               MOVE WS-CNF-VAL-EMP TO WS-CNF-RIFERIMENTO
               MOVE 'S' TO WS-CNF-RIF-PIENO
           END-IF
           IF WS-IN-MST = 'S'
               IF WS-CNF-RIF-PIENO = 'N'
                   MOVE WS-CNF-VAL-MST TO WS-CNF-RIFERIMENTO
                   MOVE 'S' TO WS-CNF-RIF-PIENO
               ELSE
                   IF WS-CNF-VAL-MST(1:WS-CNF-LUNG) NOT =
                       WS-CNF-RIFERIMENTO(1:WS-CNF-LUNG)
                       MOVE 'S' TO WS-CNF-DIVERSO
                   END-IF
               END-IF
           END-IF
           IF WS-IN-PAG = 'S' AND WS-CNF-RIF-PIENO = 'S'
               IF WS-CNF-VAL-PAG(1:WS-CNF-LUNG) NOT =
                   WS-CNF-RIFERIMENTO(1:WS-CNF-LUNG)
                   MOVE 'S' TO WS-CNF-DIVERSO
               END-IF
           END-IF

           IF WS-CNF-DIVERSO = 'S'
               MOVE SPACES TO WS-DETTAGLIO
               MOVE 1 TO WS-DET-PTR
               IF WS-CNF-IN-EMP = 'S'
                   STRING "employees " WS-CNF-VAL-EMP(1:WS-CNF-LUNG)
                          " | "
                          DELIMITED BY SIZE INTO WS-DETTAGLIO
                          WITH POINTER WS-DET-PTR
               END-IF
               IF WS-IN-MST = 'S'
                   STRING "master " WS-CNF-VAL-MST(1:WS-CNF-LUNG)
                          " | "
                          DELIMITED BY SIZE INTO WS-DETTAGLIO
                          WITH POINTER WS-DET-PTR
               END-IF
               IF WS-IN-PAG = 'S'
                   STRING "paghe " WS-CNF-VAL-PAG(1:WS-CNF-LUNG)
                          DELIMITED BY SIZE INTO WS-DETTAGLIO
                          WITH POINTER WS-DET-PTR
               END-IF
               MOVE WS-CNF-CATEGORIA TO WS-CAT-CORRENTE
               PERFORM SCRIVI-ECCEZIONE
           END-IF.

       CONFRONTA-STIPENDIO.
           MOVE 'N' TO WS-CNF-RIF-PIENO
           MOVE 'N' TO WS-CNF-DIVERSO
           IF WS-IN-EMP = 'S'
               MOVE EMP-SALARY-REC TO WS-CNF-IMP-RIF
               MOVE 'S' TO WS-CNF-RIF-PIENO
           END-IF
           IF WS-IN-MST = 'S'
               IF WS-CNF-RIF-PIENO = 'N'
                   MOVE MST-SALARY TO WS-CNF-IMP-RIF
                   MOVE 'S' TO WS-CNF-RIF-PIENO
               ELSE
                   IF MST-SALARY NOT = WS-CNF-IMP-RIF
                       MOVE 'S' TO WS-CNF-DIVERSO
                   END-IF
               END-IF
           END-IF
           IF WS-IN-PAG = 'S' AND WS-CNF-RIF-PIENO = 'S'
               IF WS-PAG-STIPENDIO NOT = WS-CNF-IMP-RIF
                   MOVE 'S' TO WS-CNF-DIVERSO
               END-IF
           END-IF

           IF WS-CNF-DIVERSO = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-DETTAGLIO
           MOVE 1 TO WS-DET-PTR
           IF WS-IN-EMP = 'S'
               MOVE EMP-SALARY-REC TO WS-EDIT-IMPORTO
               STRING "employees " WS-EDIT-IMPORTO " | "
                      DELIMITED BY SIZE INTO WS-DETTAGLIO
                      WITH POINTER WS-DET-PTR
           END-IF
           IF WS-IN-MST = 'S'
               MOVE MST-SALARY TO WS-EDIT-IMPORTO
               STRING "master " WS-EDIT-IMPORTO " | "
                      DELIMITED BY SIZE INTO WS-DETTAGLIO
                      WITH POINTER WS-DET-PTR
           END-IF
           IF WS-IN-PAG = 'S'
               MOVE WS-PAG-STIPENDIO TO WS-EDIT-IMPORTO
               STRING "paghe " WS-EDIT-IMPORTO
                      DELIMITED BY SIZE INTO WS-DETTAGLIO
                      WITH POINTER WS-DET-PTR
           END-IF
           MOVE 6 TO WS-CAT-CORRENTE
           PERFORM SCRIVI-ECCEZIONE.

       SCRIVI-ECCEZIONE.
           ADD 1 TO WS-CAT-TOTALE(WS-CAT-CORRENTE)
           ADD 1 TO WS-CONTA-ECCEZIONI
           MOVE SPACES TO ECCEZIONI-RECORD
           STRING WS-CAT-DESCRIZIONE(WS-CAT-CORRENTE) " "
                  WS-CHIAVE-CORRENTE " " WS-DETTAGLIO
                  DELIMITED BY SIZE INTO ECCEZIONI-RECORD
           WRITE ECCEZIONI-RECORD.

      * Totali per categoria e conteggi delle fonti
       CHIUDI-ECCEZIONI.
           MOVE ALL "-" TO ECCEZIONI-RECORD
           WRITE ECCEZIONI-RECORD

           IF WS-RC < 8
               MOVE 1 TO WS-CAT-IDX
               PERFORM UNTIL WS-CAT-IDX > 7
                   MOVE SPACES TO ECCEZIONI-RECORD
                   STRING WS-CAT-DESCRIZIONE(WS-CAT-IDX) " "
                          WS-CAT-TOTALE(WS-CAT-IDX)
                          DELIMITED BY SIZE INTO ECCEZIONI-RECORD
                   WRITE ECCEZIONI-RECORD
                   ADD 1 TO WS-CAT-IDX
               END-PERFORM

               MOVE SPACES TO ECCEZIONI-RECORD
               STRING "Letti employees.dat " WS-CONTA-EMP
                      "  dipendentiMaster.dat " WS-CONTA-MST
                      "  paghe " WS-CONTA-PAG
                      "  presenti in tutte le fonti "
                      WS-CONTA-ABBINATI
                      DELIMITED BY SIZE INTO ECCEZIONI-RECORD
               WRITE ECCEZIONI-RECORD
           END-IF

           MOVE SPACES TO ECCEZIONI-RECORD
           STRING "TOTALE eccezioni " WS-CONTA-ECCEZIONI
                  "  RC=" WS-RC
                  DELIMITED BY SIZE INTO ECCEZIONI-RECORD
           WRITE ECCEZIONI-RECORD

           CLOSE ECCEZIONI-FILE.
