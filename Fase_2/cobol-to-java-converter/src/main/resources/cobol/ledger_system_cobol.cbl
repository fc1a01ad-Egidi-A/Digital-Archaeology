      ******************************************************************
      * SISTEMA DI CONTABILITA' GENERALE
      * Programma principale per la contabilita' generale unificata
      * Include: piano dei conti, causali delle procedure, import dei
      * flussi di magazzino, paghe e conti, libro giornale, mastrini
      * e bilancio di verifica
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTABILITA-GENERALE.
       AUTHOR. ANNALISA-EGIDI.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Flusso contabile prodotto dalle procedure (COGE-*.DAT)
           SELECT COGE-FILE ASSIGN TO WS-NOME-FILE-COGE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-COGE-FILE-STATUS.

           SELECT SCARTI-FILE ASSIGN TO WS-NOME-FILE-SCARTI
                  ORGANIZATION IS LINE SEQUENTIAL.

      * Libro giornale, mastrini e bilancio di verifica
           SELECT STAMPA-FILE ASSIGN TO WS-NOME-FILE-STAMPA
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PARAMETRI-FILE ASSIGN TO "BATCH-COGE.PAR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PAR-FILE-STATUS.

           SELECT BATCH-LOG-FILE ASSIGN TO "BATCH-COGE.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Tracciato comune del flusso contabile: le righe di una
      * registrazione sono consecutive; segno D o A, oppure vuoto
      * quando la causale porta sia il conto dare sia il conto
      * avere; un importo negativo passa al lato opposto
       FD  COGE-FILE.
       01  COGE-RECORD.
           05  COG-SORGENTE        PIC X(3).
           05  COG-REGISTRAZIONE   PIC X(20).
           05  COG-DATA            PIC X(10).
           05  COG-CAUSALE         PIC X(10).
           05  COG-SEGNO           PIC X.
           05  COG-IMPORTO         PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
           05  COG-DESCRIZIONE     PIC X(60).
           05  FILLER              PIC X(30).

       FD  SCARTI-FILE.
       01  SCARTI-RECORD PIC X(150).

       FD  STAMPA-FILE.
       01  STAMPA-RECORD PIC X(150).

       FD  PARAMETRI-FILE.
       01  PARAMETRI-RECORD.
           05  PAR-OPERAZIONE      PIC X(20).
           05  PAR-NOME-FILE       PIC X(60).
           05  FILLER              PIC X(52).

       FD  BATCH-LOG-FILE.
       01  BATCH-LOG-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SCELTA                PIC 99 VALUE ZERO.
       01  WS-CONTINUA              PIC X VALUE 'S'.
       01  WS-ESITO                 PIC X(2).
       01  WS-RISPOSTA              PIC X.

      * Autenticazione operatori sulla tabella utenti: profilo 'C'
      * = responsabile amministrativo (piano dei conti, causali e
      * import), 'O' = addetto alla contabilita' (stampe)
       01  WS-UTE-CODICE            PIC X(20).
       01  WS-UTE-PASSWORD          PIC X(20).
       01  WS-UTE-NOMINATIVO        PIC X(50).
       01  WS-PROFILO-CORRENTE      PIC X VALUE SPACE.
       01  WS-LOGIN-TENTATIVI       PIC 9 VALUE ZERO.
       01  WS-LOGIN-ESEGUITO        PIC X VALUE 'N'.

      * Esecuzione non presidiata da file parametri con log e
      * return code per lo schedulatore
       01  WS-PAR-FILE-STATUS       PIC XX.
       01  WS-MODO-BATCH            PIC X VALUE 'N'.
       01  WS-BATCH-OPERAZIONE      PIC X(20).
       01  WS-BATCH-RC              PIC 9(4) VALUE ZERO.

      * Piano dei conti: natura A=attivita', P=passivita',
      * N=patrimonio netto, C=costo, R=ricavo; stato A=attivo,
      * S=sospeso (non movimentabile dall'import)
       01  WS-CONTO.
           05  WS-CNT-CODICE        PIC X(10).
           05  WS-CNT-DESCRIZIONE   PIC X(50).
           05  WS-CNT-NATURA        PIC X.
           05  WS-CNT-STATO         PIC X.

      * Causale di una procedura (MAG, IVA, PAG, CON) con i conti
      * su cui si registra
       01  WS-CAUSALE.
           05  WS-CAU-SORGENTE      PIC X(3).
           05  WS-CAU-CODICE        PIC X(10).
           05  WS-CAU-DESCRIZIONE   PIC X(50).
           05  WS-CAU-CONTO-DARE    PIC X(10).
           05  WS-CAU-CONTO-AVERE   PIC X(10).

      * Import dei flussi: file, contatori e registrazione in corso
       01  WS-COGE-FILE-STATUS      PIC XX.
       01  WS-NOME-FILE-COGE        PIC X(60).
       01  WS-NOME-FILE-SCARTI      PIC X(70).
       01  WS-FINE-COGE             PIC X.
       01  WS-IMP-CONTATORI.
           05  WS-CONTA-RIGHE       PIC 9(7).
           05  WS-CONTA-REGISTRATE  PIC 9(7).
           05  WS-CONTA-SCARTATE    PIC 9(7).
           05  WS-CONTA-DOPPIE      PIC 9(7).

       01  WS-REG-APERTA            PIC X VALUE 'N'.
       01  WS-REG-DATI.
           05  WS-REG-SORGENTE      PIC X(3).
           05  WS-REG-NUMERO        PIC X(20).
           05  WS-REG-DATA          PIC X(10).
           05  WS-REG-DESCRIZIONE   PIC X(60).
           05  WS-REG-MOTIVO        PIC X(80).
           05  WS-REG-TOT-DARE      PIC 9(15)V99.
           05  WS-REG-TOT-AVERE     PIC 9(15)V99.
           05  WS-REG-SCRITTURA     PIC 9(9).
           05  WS-REG-ESISTENTI     PIC 9(5).
           05  WS-REG-RIGHE-LETTE   PIC 9(5).
           05  WS-REG-NUM-RIGHE     PIC 9(3).
       01  WS-REG-MAX-RIGHE         PIC 9(3) VALUE 200.
       01  WS-REG-TABELLA.
           05  WS-REG-RIGA OCCURS 200 TIMES.
               10  WS-RR-CONTO      PIC X(10).
               10  WS-RR-CAUSALE    PIC X(10).
               10  WS-RR-DARE       PIC 9(13)V99.
               10  WS-RR-AVERE      PIC 9(13)V99.
               10  WS-RR-DESCRIZIONE PIC X(60).
       01  WS-IDX                   PIC 9(3).

      * Riga di scrittura in preparazione o in lettura
       01  WS-RIGA-SCRITTURA.
           05  WS-RIG-NUMERO        PIC 9(3).
           05  WS-RIG-SEGNO         PIC X.
           05  WS-RIG-IMPORTO       PIC 9(13)V99.
           05  WS-RIG-CONTO         PIC X(10).
           05  WS-RIG-CAUSALE       PIC X(10).
           05  WS-RIG-DARE          PIC 9(13)V99.
           05  WS-RIG-AVERE         PIC 9(13)V99.
           05  WS-RIG-DESCRIZIONE   PIC X(60).

      * Periodo delle stampe; i conti economici ripartono
      * dall'inizio dell'anno della data iniziale
       01  WS-PERIODO.
           05  WS-PER-DA            PIC X(10).
           05  WS-PER-A             PIC X(10).
           05  WS-PER-INIZIO-ANNO   PIC X(10).
       01  WS-NOME-FILE-STAMPA      PIC X(60).
       01  WS-FINE-CURSORE          PIC X.

      * Libro giornale, mastrini e bilancio di verifica
       01  WS-STAMPA-DATI.
           05  WS-STA-SCRITTURA     PIC 9(9).
           05  WS-STA-SCRITTURA-PREC PIC 9(9).
           05  WS-STA-DATA          PIC X(10).
           05  WS-STA-SORGENTE      PIC X(3).
           05  WS-STA-REGISTRAZIONE PIC X(20).
           05  WS-STA-DESCRIZIONE   PIC X(60).
           05  WS-STA-CONTO-PREC    PIC X(10).
           05  WS-STA-DARE          PIC 9(13)V99.
           05  WS-STA-AVERE         PIC 9(13)V99.
           05  WS-STA-APERTURA      PIC S9(15)V99.
           05  WS-STA-SALDO         PIC S9(15)V99.
           05  WS-STA-TOT-DARE      PIC 9(15)V99.
           05  WS-STA-TOT-AVERE     PIC 9(15)V99.
           05  WS-STA-TOT-APERTURA  PIC S9(15)V99.
           05  WS-STA-TOT-SALDO     PIC S9(15)V99.
           05  WS-STA-CONTA         PIC 9(7).
       01  WS-MAS-CONTO             PIC X(10).

       01  WS-DARE-EDIT             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-AVERE-EDIT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-SALDO-EDIT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-APERTURA-EDIT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-NUMERO-EDIT           PIC Z(8)9.
       01  WS-SQLCODE-EDIT          PIC -(9)9.

      * SQL area
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * Piano dei conti in ordine di codice
           EXEC SQL
               DECLARE CUR-PIANO-CONTI CURSOR FOR
               SELECT codice_conto, descrizione, natura, stato
               FROM PIANO_CONTI
               ORDER BY codice_conto
           END-EXEC.

      * Causali delle procedure con i conti collegati
           EXEC SQL
               DECLARE CUR-CAUSALI CURSOR FOR
               SELECT sorgente, causale, COALESCE(descrizione, ' '),
                      COALESCE(conto_dare, ' '),
                      COALESCE(conto_avere, ' ')
               FROM CAUSALI_COGE
               ORDER BY sorgente, causale
           END-EXEC.

      * Libro giornale: scritture del periodo in ordine di data e
      * di numero con le loro righe
           EXEC SQL
               DECLARE CUR-GIORNALE CURSOR FOR
               SELECT s.numero_scrittura,
                      CAST(s.data_registrazione AS CHAR(10)),
                      s.sorgente, s.registrazione,
                      COALESCE(s.descrizione, ' '),
                      r.codice_conto, COALESCE(p.descrizione, ' '),
                      r.dare, r.avere
               FROM SCRITTURE s
               JOIN RIGHE_SCRITTURE r
                 ON r.numero_scrittura = s.numero_scrittura
               LEFT JOIN PIANO_CONTI p
                 ON p.codice_conto = r.codice_conto
               WHERE s.data_registrazione
                     BETWEEN CAST(:WS-PER-DA AS DATE)
                     AND CAST(:WS-PER-A AS DATE)
               ORDER BY s.data_registrazione, s.numero_scrittura,
                        r.riga
           END-EXEC.

      * Mastrini: righe del periodo per conto (tutti i conti se
      * non ne viene indicato uno)
           EXEC SQL
               DECLARE CUR-MASTRINO CURSOR FOR
               SELECT r.codice_conto, COALESCE(p.descrizione, ' '),
                      s.numero_scrittura,
                      CAST(s.data_registrazione AS CHAR(10)),
                      s.sorgente, s.registrazione,
                      COALESCE(r.descrizione, ' '),
                      r.dare, r.avere
               FROM RIGHE_SCRITTURE r
               JOIN SCRITTURE s
                 ON s.numero_scrittura = r.numero_scrittura
               LEFT JOIN PIANO_CONTI p
                 ON p.codice_conto = r.codice_conto
               WHERE s.data_registrazione
                     BETWEEN CAST(:WS-PER-DA AS DATE)
                     AND CAST(:WS-PER-A AS DATE)
               AND (TRIM(:WS-MAS-CONTO) = ''
                    OR r.codice_conto = :WS-MAS-CONTO)
               ORDER BY r.codice_conto, s.data_registrazione,
                        s.numero_scrittura, r.riga
           END-EXEC.

      * Bilancio di verifica: saldo iniziale, movimenti del
      * periodo per conto; i conti economici ripartono da inizio
      * anno
           EXEC SQL
               DECLARE CUR-BILANCIO CURSOR FOR
               SELECT p.codice_conto, p.descrizione, p.natura,
                      COALESCE(SUM(CASE
                          WHEN s.data_registrazione
                               < CAST(:WS-PER-DA AS DATE)
                           AND (p.natura NOT IN ('C', 'R')
                                OR s.data_registrazione >=
                                   CAST(:WS-PER-INIZIO-ANNO AS DATE))
                              THEN r.dare - r.avere
                          ELSE 0 END), 0),
                      COALESCE(SUM(CASE
                          WHEN s.data_registrazione
                               >= CAST(:WS-PER-DA AS DATE)
                              THEN r.dare ELSE 0 END), 0),
                      COALESCE(SUM(CASE
                          WHEN s.data_registrazione
                               >= CAST(:WS-PER-DA AS DATE)
                              THEN r.avere ELSE 0 END), 0)
               FROM PIANO_CONTI p
               JOIN RIGHE_SCRITTURE r
                 ON r.codice_conto = p.codice_conto
               JOIN SCRITTURE s
                 ON s.numero_scrittura = r.numero_scrittura
               WHERE s.data_registrazione <= CAST(:WS-PER-A AS DATE)
               GROUP BY p.codice_conto, p.descrizione, p.natura
               ORDER BY p.codice_conto
           END-EXEC.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CONNETTI-DATABASE

      * Con il file parametri presente il programma gira non
      * presidiato per lo schedulatore e termina da solo
           PERFORM CONTROLLA-MODO-BATCH
           IF WS-MODO-BATCH = 'S'
               PERFORM ESEGUI-BATCH-PARAMETRI
               PERFORM DISCONNETTI-DATABASE
               MOVE WS-BATCH-RC TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOGIN-OPERATORE

           PERFORM UNTIL WS-CONTINUA = 'N' OR 'n'
               PERFORM VISUALIZZA-MENU
               PERFORM ELABORA-SCELTA

               DISPLAY " "
               DISPLAY "Continuare? (S/N): " WITH NO ADVANCING
               ACCEPT WS-CONTINUA
           END-PERFORM

           PERFORM DISCONNETTI-DATABASE
           STOP RUN.

      *DA SETTARE CORRETTAMENTE LE CREDENZIALI DEL DATABASE
       CONNETTI-DATABASE.
           EXEC SQL
               CONNECT TO 'postgresql://localhost/contabilita'
               USER 'postgres'
               USING 'password'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Errore connessione database: " SQLCODE
               STOP RUN
           ELSE
               DISPLAY "Connessione al database stabilita"
           END-IF.

       DISCONNETTI-DATABASE.
           EXEC SQL
               DISCONNECT ALL
           END-EXEC
           DISPLAY "Disconnesso dal database".

      * Verifica la presenza del file parametri per l'esecuzione
      * non presidiata e ne carica l'operazione e il flusso
       CONTROLLA-MODO-BATCH.
           MOVE 'N' TO WS-MODO-BATCH
           OPEN INPUT PARAMETRI-FILE
           IF WS-PAR-FILE-STATUS = "00"
               READ PARAMETRI-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'S' TO WS-MODO-BATCH
                       MOVE PAR-OPERAZIONE TO WS-BATCH-OPERAZIONE
                       MOVE PAR-NOME-FILE TO WS-NOME-FILE-COGE
               END-READ
               CLOSE PARAMETRI-FILE
           END-IF.

      * Esegue l'operazione indicata nel file parametri scrivendo
      * il log di esecuzione con l'esito finale
       ESEGUI-BATCH-PARAMETRI.
           MOVE ZERO TO WS-BATCH-RC
           MOVE "BATCH" TO WS-UTE-CODICE

           OPEN EXTEND BATCH-LOG-FILE

           MOVE SPACES TO BATCH-LOG-RECORD
           STRING FUNCTION CURRENT-DATE(1:10) " "
                  FUNCTION CURRENT-DATE(12:8)
                  " AVVIO " WS-BATCH-OPERAZIONE
                  DELIMITED BY SIZE INTO BATCH-LOG-RECORD
           WRITE BATCH-LOG-RECORD

           EVALUATE WS-BATCH-OPERAZIONE
               WHEN "IMPORT-FLUSSO"
                   PERFORM IMPORTA-FLUSSO-COGE
                   IF WS-ESITO NOT = "OK"
                       MOVE 8 TO WS-BATCH-RC
                   ELSE
                       IF WS-CONTA-SCARTATE > WS-CONTA-DOPPIE
                           MOVE 4 TO WS-BATCH-RC
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "Operazione batch sconosciuta: "
                           WS-BATCH-OPERAZIONE
                   MOVE 8 TO WS-BATCH-RC
           END-EVALUATE

           MOVE SPACES TO BATCH-LOG-RECORD
           STRING FUNCTION CURRENT-DATE(1:10) " "
                  FUNCTION CURRENT-DATE(12:8)
                  " FINE " WS-BATCH-OPERAZIONE
                  " RC=" WS-BATCH-RC
                  DELIMITED BY SIZE INTO BATCH-LOG-RECORD
           WRITE BATCH-LOG-RECORD

           CLOSE BATCH-LOG-FILE.

      * Autenticazione sulla tabella utenti: tre tentativi, i
      * falliti finiscono nel registro accessi, al terzo errore
      * il programma termina
       LOGIN-OPERATORE.
           MOVE 'N' TO WS-LOGIN-ESEGUITO
           MOVE ZERO TO WS-LOGIN-TENTATIVI

           PERFORM UNTIL WS-LOGIN-ESEGUITO = 'S'
                   OR WS-LOGIN-TENTATIVI >= 3
               DISPLAY " "
               DISPLAY "Codice operatore: " WITH NO ADVANCING
               ACCEPT WS-UTE-CODICE
               DISPLAY "Password: " WITH NO ADVANCING
               ACCEPT WS-UTE-PASSWORD

               EXEC SQL
                   SELECT nominativo, profilo
                   INTO :WS-UTE-NOMINATIVO, :WS-PROFILO-CORRENTE
                   FROM UTENTI
                   WHERE codice_operatore = :WS-UTE-CODICE
                   AND password = :WS-UTE-PASSWORD
                   AND stato = 'A'
               END-EXEC

               IF SQLCODE = 0
                   MOVE 'S' TO WS-LOGIN-ESEGUITO
                   DISPLAY "Accesso consentito: "
                           WS-UTE-NOMINATIVO(1:30)
               ELSE
                   ADD 1 TO WS-LOGIN-TENTATIVI
                   DISPLAY "Credenziali non valide!"

                   EXEC SQL
                       INSERT INTO LOG_ACCESSI
                       (codice_operatore, data_tentativo, esito)
                       VALUES
                       (:WS-UTE-CODICE, CURRENT_TIMESTAMP, 'F')
                   END-EXEC
               END-IF
           END-PERFORM

           IF WS-LOGIN-ESEGUITO NOT = 'S'
               DISPLAY "Troppi tentativi falliti: accesso negato."
               PERFORM DISCONNETTI-DATABASE
               STOP RUN
           END-IF.

      * Piano dei conti, causali e import sono riservati al
      * responsabile amministrativo (profilo 'C')
       CONTROLLA-RUOLO-CAPO.
           MOVE "OK" TO WS-ESITO
           IF WS-PROFILO-CORRENTE NOT = 'C'
               DISPLAY "Operazione riservata al responsabile "
                       "amministrativo!"
               MOVE "KO" TO WS-ESITO
           END-IF.

       VISUALIZZA-MENU.
           DISPLAY " "
           DISPLAY "===== SISTEMA DI CONTABILITA' GENERALE ====="
           DISPLAY "1. Piano dei conti"
           DISPLAY "2. Causali contabili delle procedure"
           DISPLAY "3. Import flusso contabile"
           DISPLAY "4. Libro giornale"
           DISPLAY "5. Mastrini"
           DISPLAY "6. Bilancio di verifica"
           DISPLAY "0. Esci"
           DISPLAY "============================================"
           DISPLAY "Scelta: " WITH NO ADVANCING
           ACCEPT WS-SCELTA.

       ELABORA-SCELTA.
           EVALUATE WS-SCELTA
               WHEN 1
                   PERFORM GESTIONE-PIANO-CONTI
               WHEN 2
                   PERFORM GESTIONE-CAUSALI-COGE
               WHEN 3
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       DISPLAY "File del flusso (COGE-*.DAT): "
                               WITH NO ADVANCING
                       ACCEPT WS-NOME-FILE-COGE
                       PERFORM IMPORTA-FLUSSO-COGE
                   END-IF
               WHEN 4
                   PERFORM LIBRO-GIORNALE
               WHEN 5
                   PERFORM MASTRINI
               WHEN 6
                   PERFORM BILANCIO-VERIFICA
               WHEN 0
                   MOVE 'N' TO WS-CONTINUA
               WHEN OTHER
                   DISPLAY "Scelta non valida!"
           END-EVALUATE.

      ******************************************************************
      * Piano dei conti: elenco, apertura di un conto, modifica
      * della descrizione e sospensione
      ******************************************************************
       GESTIONE-PIANO-CONTI.
           PERFORM ELENCO-PIANO-CONTI

           DISPLAY " "
           DISPLAY "1. Nuovo conto"
           DISPLAY "2. Modifica o sospensione conto"
           DISPLAY "0. Ritorno"
           DISPLAY "Scelta: " WITH NO ADVANCING
           ACCEPT WS-SCELTA

           EVALUATE WS-SCELTA
               WHEN 1
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM NUOVO-CONTO-COGE
                   END-IF
               WHEN 2
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM MODIFICA-CONTO-COGE
                   END-IF
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Scelta non valida!"
           END-EVALUATE.

       ELENCO-PIANO-CONTI.
           DISPLAY " "
           DISPLAY "=== PIANO DEI CONTI ==="
           DISPLAY "CONTO      DESCRIZIONE                       "
                   "                 N S"

           EXEC SQL
               OPEN CUR-PIANO-CONTI
           END-EXEC

           MOVE 'N' TO WS-FINE-CURSORE
           PERFORM UNTIL WS-FINE-CURSORE = 'S'
               EXEC SQL
                   FETCH CUR-PIANO-CONTI
                   INTO :WS-CNT-CODICE, :WS-CNT-DESCRIZIONE,
                        :WS-CNT-NATURA, :WS-CNT-STATO
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'S' TO WS-FINE-CURSORE
               ELSE
                   DISPLAY WS-CNT-CODICE " " WS-CNT-DESCRIZIONE " "
                           WS-CNT-NATURA " " WS-CNT-STATO
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-PIANO-CONTI
           END-EXEC.

       NUOVO-CONTO-COGE.
           DISPLAY "Codice conto: " WITH NO ADVANCING
           ACCEPT WS-CNT-CODICE
           IF WS-CNT-CODICE = SPACES
               DISPLAY "Codice conto obbligatorio!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Descrizione: " WITH NO ADVANCING
           ACCEPT WS-CNT-DESCRIZIONE

           DISPLAY "Natura (A=attivita', P=passivita', N=netto, "
                   "C=costo, R=ricavo): " WITH NO ADVANCING
           ACCEPT WS-CNT-NATURA
           IF WS-CNT-NATURA NOT = 'A' AND NOT = 'P' AND NOT = 'N'
              AND NOT = 'C' AND NOT = 'R'
               DISPLAY "Natura non valida!"
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               INSERT INTO PIANO_CONTI
               (codice_conto, descrizione, natura, stato,
                data_apertura, operatore)
               VALUES
               (:WS-CNT-CODICE, :WS-CNT-DESCRIZIONE, :WS-CNT-NATURA,
                'A', CURRENT_DATE, :WS-UTE-CODICE)
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   COMMIT
               END-EXEC
               DISPLAY "Conto " WS-CNT-CODICE " aperto"
           ELSE
               DISPLAY "Errore apertura conto (gia' esistente?): "
                       SQLCODE
               EXEC SQL
                   ROLLBACK
               END-EXEC
           END-IF.

      * Un conto gia' movimentato non si cancella: si sospende, e
      * l'import scarta le registrazioni che lo usano
       MODIFICA-CONTO-COGE.
           DISPLAY "Codice conto: " WITH NO ADVANCING
           ACCEPT WS-CNT-CODICE

           EXEC SQL
               SELECT descrizione, natura, stato
               INTO :WS-CNT-DESCRIZIONE, :WS-CNT-NATURA,
                    :WS-CNT-STATO
               FROM PIANO_CONTI
               WHERE codice_conto = :WS-CNT-CODICE
           END-EXEC

           IF SQLCODE = 100
               DISPLAY "Conto non trovato!"
               EXIT PARAGRAPH
           ELSE IF SQLCODE NOT = 0
               DISPLAY "Errore database: " SQLCODE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Descrizione attuale: " WS-CNT-DESCRIZIONE
           DISPLAY "Nuova descrizione (invio = invariata): "
                   WITH NO ADVANCING
           ACCEPT WS-CAU-DESCRIZIONE
           IF WS-CAU-DESCRIZIONE NOT = SPACES
               MOVE WS-CAU-DESCRIZIONE TO WS-CNT-DESCRIZIONE
           END-IF

           DISPLAY "Stato attuale: " WS-CNT-STATO
                   " - nuovo stato (A=attivo, S=sospeso, "
                   "invio = invariato): " WITH NO ADVANCING
           ACCEPT WS-RISPOSTA
           IF WS-RISPOSTA = 'A' OR WS-RISPOSTA = 'S'
               MOVE WS-RISPOSTA TO WS-CNT-STATO
           END-IF

           EXEC SQL
               UPDATE PIANO_CONTI
               SET descrizione = :WS-CNT-DESCRIZIONE,
                   stato = :WS-CNT-STATO
               WHERE codice_conto = :WS-CNT-CODICE
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   COMMIT
               END-EXEC
               DISPLAY "Conto " WS-CNT-CODICE " aggiornato"
           ELSE
               DISPLAY "Errore aggiornamento conto: " SQLCODE
               EXEC SQL
                   ROLLBACK
               END-EXEC
           END-IF.

      ******************************************************************
      * Causali delle procedure: ogni causale di magazzino (MAG),
      * registro IVA vendite (IVA), paghe (PAG) e conti correnti
      * (CON) punta al conto dare e/o al conto avere su cui va
      * registrata. Senza causale l'import scarta la registrazione.
      ******************************************************************
       GESTIONE-CAUSALI-COGE.
           PERFORM ELENCO-CAUSALI-COGE

           DISPLAY " "
           DISPLAY "1. Nuova causale o modifica dei conti"
           DISPLAY "2. Elimina causale"
           DISPLAY "0. Ritorno"
           DISPLAY "Scelta: " WITH NO ADVANCING
           ACCEPT WS-SCELTA

           EVALUATE WS-SCELTA
               WHEN 1
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM REGISTRA-CAUSALE-COGE
                   END-IF
               WHEN 2
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM ELIMINA-CAUSALE-COGE
                   END-IF
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Scelta non valida!"
           END-EVALUATE.

       ELENCO-CAUSALI-COGE.
           DISPLAY " "
           DISPLAY "=== CAUSALI CONTABILI DELLE PROCEDURE ==="
           DISPLAY "ORI CAUSALE    CONTO DARE CONTO AVERE "
                   "DESCRIZIONE"

           EXEC SQL
               OPEN CUR-CAUSALI
           END-EXEC

           MOVE 'N' TO WS-FINE-CURSORE
           PERFORM UNTIL WS-FINE-CURSORE = 'S'
               EXEC SQL
                   FETCH CUR-CAUSALI
                   INTO :WS-CAU-SORGENTE, :WS-CAU-CODICE,
                        :WS-CAU-DESCRIZIONE, :WS-CAU-CONTO-DARE,
                        :WS-CAU-CONTO-AVERE
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'S' TO WS-FINE-CURSORE
               ELSE
                   DISPLAY WS-CAU-SORGENTE " " WS-CAU-CODICE " "
                           WS-CAU-CONTO-DARE " " WS-CAU-CONTO-AVERE
                           "  " WS-CAU-DESCRIZIONE
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-CAUSALI
           END-EXEC.

       REGISTRA-CAUSALE-COGE.
           DISPLAY "Procedura (MAG, IVA, PAG, CON): "
                   WITH NO ADVANCING
           ACCEPT WS-CAU-SORGENTE
           IF WS-CAU-SORGENTE NOT = "MAG" AND NOT = "IVA"
              AND NOT = "PAG" AND NOT = "CON"
               DISPLAY "Procedura non valida!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Causale della procedura: " WITH NO ADVANCING
           ACCEPT WS-CAU-CODICE
           DISPLAY "Descrizione: " WITH NO ADVANCING
           ACCEPT WS-CAU-DESCRIZIONE

           DISPLAY "Conto dare (invio = nessuno): " WITH NO ADVANCING
           ACCEPT WS-CAU-CONTO-DARE
           DISPLAY "Conto avere (invio = nessuno): "
                   WITH NO ADVANCING
           ACCEPT WS-CAU-CONTO-AVERE

           IF WS-CAU-CONTO-DARE = SPACES
              AND WS-CAU-CONTO-AVERE = SPACES
               DISPLAY "Indicare almeno un conto!"
               EXIT PARAGRAPH
           END-IF

           IF WS-CAU-CONTO-DARE NOT = SPACES
               MOVE WS-CAU-CONTO-DARE TO WS-RIG-CONTO
               PERFORM CONTROLLA-CONTO-COGE
               IF WS-ESITO NOT = "OK"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-CAU-CONTO-AVERE NOT = SPACES
               MOVE WS-CAU-CONTO-AVERE TO WS-RIG-CONTO
               PERFORM CONTROLLA-CONTO-COGE
               IF WS-ESITO NOT = "OK"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           EXEC SQL
               UPDATE CAUSALI_COGE
               SET descrizione = :WS-CAU-DESCRIZIONE,
                   conto_dare = NULLIF(:WS-CAU-CONTO-DARE, SPACES),
                   conto_avere = NULLIF(:WS-CAU-CONTO-AVERE, SPACES)
               WHERE sorgente = :WS-CAU-SORGENTE
               AND causale = :WS-CAU-CODICE
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO CAUSALI_COGE
                   (sorgente, causale, descrizione, conto_dare,
                    conto_avere)
                   VALUES
                   (:WS-CAU-SORGENTE, :WS-CAU-CODICE,
                    :WS-CAU-DESCRIZIONE,
                    NULLIF(:WS-CAU-CONTO-DARE, SPACES),
                    NULLIF(:WS-CAU-CONTO-AVERE, SPACES))
               END-EXEC
           END-IF

           IF SQLCODE = 0
               EXEC SQL
                   COMMIT
               END-EXEC
               DISPLAY "Causale " WS-CAU-SORGENTE " "
                       WS-CAU-CODICE " registrata"
           ELSE
               DISPLAY "Errore registrazione causale: " SQLCODE
               EXEC SQL
                   ROLLBACK
               END-EXEC
           END-IF.

       ELIMINA-CAUSALE-COGE.
           DISPLAY "Procedura (MAG, IVA, PAG, CON): "
                   WITH NO ADVANCING
           ACCEPT WS-CAU-SORGENTE
           DISPLAY "Causale della procedura: " WITH NO ADVANCING
           ACCEPT WS-CAU-CODICE

           EXEC SQL
               DELETE FROM CAUSALI_COGE
               WHERE sorgente = :WS-CAU-SORGENTE
               AND causale = :WS-CAU-CODICE
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   COMMIT
               END-EXEC
               DISPLAY "Causale eliminata"
           ELSE IF SQLCODE = 100
               DISPLAY "Causale non trovata!"
           ELSE
               DISPLAY "Errore eliminazione causale: " SQLCODE
               EXEC SQL
                   ROLLBACK
               END-EXEC
           END-IF.

      * Il conto deve esistere nel piano dei conti ed essere attivo
       CONTROLLA-CONTO-COGE.
           MOVE "OK" TO WS-ESITO

           EXEC SQL
               SELECT stato INTO :WS-CNT-STATO
               FROM PIANO_CONTI
               WHERE codice_conto = :WS-RIG-CONTO
           END-EXEC

           IF SQLCODE = 100
               DISPLAY "Conto " WS-RIG-CONTO
                       " non presente nel piano dei conti!"
               MOVE "KO" TO WS-ESITO
           ELSE IF SQLCODE NOT = 0
               DISPLAY "Errore database: " SQLCODE
               MOVE "KO" TO WS-ESITO
           ELSE IF WS-CNT-STATO NOT = 'A'
               DISPLAY "Conto " WS-RIG-CONTO " sospeso!"
               MOVE "KO" TO WS-ESITO
           END-IF.

      ******************************************************************
      * Import di un flusso contabile: le righe consecutive con la
      * stessa procedura e lo stesso numero formano una
      * registrazione. Ogni riga si traduce nei conti della sua
      * causale; la registrazione passa in partita doppia solo se
      * tutte le causali sono mappate su conti attivi, se dare e
      * avere quadrano e se non e' gia' stata contabilizzata. Le
      * registrazioni rifiutate finiscono in SCARTI-<flusso> con il
      * motivo; corrette le causali, lo stesso flusso si reimporta
      * e le registrazioni gia' passate vengono saltate.
      ******************************************************************
       IMPORTA-FLUSSO-COGE.
           MOVE "OK" TO WS-ESITO
           INITIALIZE WS-IMP-CONTATORI
           MOVE 'N' TO WS-REG-APERTA

           OPEN INPUT COGE-FILE
           IF WS-COGE-FILE-STATUS NOT = "00"
               DISPLAY "Flusso " WS-NOME-FILE-COGE
                       " non disponibile (stato "
                       WS-COGE-FILE-STATUS ")"
               MOVE "KO" TO WS-ESITO
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-NOME-FILE-SCARTI
           STRING "SCARTI-" WS-NOME-FILE-COGE
                  DELIMITED BY SPACE INTO WS-NOME-FILE-SCARTI
           OPEN OUTPUT SCARTI-FILE

           MOVE SPACES TO SCARTI-RECORD
           STRING "SCARTI IMPORT FLUSSO CONTABILE "
                  WS-NOME-FILE-COGE
                  DELIMITED BY SIZE INTO SCARTI-RECORD
           WRITE SCARTI-RECORD
           MOVE ALL "=" TO SCARTI-RECORD
           WRITE SCARTI-RECORD
           WRITE SCARTI-RECORD FROM
               "ORI REGISTRAZIONE        DATA       RIGHE MOTIVO"
           MOVE ALL "-" TO SCARTI-RECORD
           WRITE SCARTI-RECORD

           MOVE 'N' TO WS-FINE-COGE
           PERFORM UNTIL WS-FINE-COGE = 'S'
               READ COGE-FILE
                   AT END
                       MOVE 'S' TO WS-FINE-COGE
                   NOT AT END
                       IF WS-REG-APERTA = 'S'
                          AND (COG-SORGENTE NOT = WS-REG-SORGENTE
                           OR COG-REGISTRAZIONE NOT = WS-REG-NUMERO)
                           PERFORM CHIUDI-REGISTRAZIONE-COGE
                       END-IF
                       PERFORM ACCODA-RIGA-COGE
               END-READ
           END-PERFORM

           IF WS-REG-APERTA = 'S'
               PERFORM CHIUDI-REGISTRAZIONE-COGE
           END-IF

           CLOSE COGE-FILE

           MOVE ALL "-" TO SCARTI-RECORD
           WRITE SCARTI-RECORD
           MOVE SPACES TO SCARTI-RECORD
           STRING "Righe lette: " WS-CONTA-RIGHE
                  "  registrate: " WS-CONTA-REGISTRATE
                  "  scartate: " WS-CONTA-SCARTATE
                  " (di cui gia' contabilizzate: " WS-CONTA-DOPPIE
                  ")"
                  DELIMITED BY SIZE INTO SCARTI-RECORD
           WRITE SCARTI-RECORD
           CLOSE SCARTI-FILE

           EXEC SQL
               INSERT INTO IMPORT_COGE
               (nome_file, data_import, righe_lette,
                registrazioni_contabilizzate, registrazioni_scartate,
                registrazioni_doppie, operatore)
               VALUES
               (:WS-NOME-FILE-COGE, CURRENT_TIMESTAMP,
                :WS-CONTA-RIGHE, :WS-CONTA-REGISTRATE,
                :WS-CONTA-SCARTATE, :WS-CONTA-DOPPIE,
                :WS-UTE-CODICE)
           END-EXEC
           EXEC SQL
               COMMIT
           END-EXEC

           DISPLAY "Righe lette:                " WS-CONTA-RIGHE
           DISPLAY "Registrazioni contabilizzate: "
                   WS-CONTA-REGISTRATE
           DISPLAY "Registrazioni scartate:     " WS-CONTA-SCARTATE
           DISPLAY "  di cui gia' contabilizzate: " WS-CONTA-DOPPIE
           IF WS-CONTA-SCARTATE > 0
               DISPLAY "Scarti salvati in " WS-NOME-FILE-SCARTI
           END-IF.

      * Riga del flusso: apertura della registrazione alla prima
      * riga, traduzione della causale nei conti e accodamento;
      * dopo il primo errore la registrazione e' solo contata
       ACCODA-RIGA-COGE.
           ADD 1 TO WS-CONTA-RIGHE

           IF WS-REG-APERTA = 'N'
               MOVE 'S' TO WS-REG-APERTA
               MOVE COG-SORGENTE TO WS-REG-SORGENTE
               MOVE COG-REGISTRAZIONE TO WS-REG-NUMERO
               MOVE COG-DATA TO WS-REG-DATA
               MOVE COG-DESCRIZIONE TO WS-REG-DESCRIZIONE
               MOVE SPACES TO WS-REG-MOTIVO
               MOVE ZERO TO WS-REG-TOT-DARE
               MOVE ZERO TO WS-REG-TOT-AVERE
               MOVE ZERO TO WS-REG-RIGHE-LETTE
               MOVE ZERO TO WS-REG-NUM-RIGHE
           END-IF
           ADD 1 TO WS-REG-RIGHE-LETTE

           IF WS-REG-MOTIVO NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           IF COG-IMPORTO NOT NUMERIC
               STRING "Importo non numerico sulla causale "
                      COG-CAUSALE
                      DELIMITED BY SIZE INTO WS-REG-MOTIVO
               EXIT PARAGRAPH
           END-IF

           IF COG-DATA NOT = WS-REG-DATA
               MOVE "Date diverse nella stessa registrazione"
                    TO WS-REG-MOTIVO
               EXIT PARAGRAPH
           END-IF

           IF COG-SEGNO NOT = 'D' AND NOT = 'A' AND NOT = SPACE
               STRING "Segno non valido sulla causale "
                      COG-CAUSALE
                      DELIMITED BY SIZE INTO WS-REG-MOTIVO
               EXIT PARAGRAPH
           END-IF

           MOVE COG-SORGENTE TO WS-CAU-SORGENTE
           MOVE COG-CAUSALE TO WS-CAU-CODICE

           EXEC SQL
               SELECT COALESCE(conto_dare, ' '),
                      COALESCE(conto_avere, ' ')
               INTO :WS-CAU-CONTO-DARE, :WS-CAU-CONTO-AVERE
               FROM CAUSALI_COGE
               WHERE sorgente = :WS-CAU-SORGENTE
               AND causale = :WS-CAU-CODICE
           END-EXEC

           IF SQLCODE = 100
               STRING "Causale non mappata: " COG-SORGENTE " "
                      COG-CAUSALE
                      DELIMITED BY SIZE INTO WS-REG-MOTIVO
               EXIT PARAGRAPH
           ELSE IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-EDIT
               STRING "Errore lettura causale: " WS-SQLCODE-EDIT
                      DELIMITED BY SIZE INTO WS-REG-MOTIVO
               EXIT PARAGRAPH
           END-IF

      * Importo negativo: la riga passa al lato opposto
           MOVE COG-SEGNO TO WS-RIG-SEGNO
           IF COG-IMPORTO < 0
               COMPUTE WS-RIG-IMPORTO = 0 - COG-IMPORTO
               EVALUATE COG-SEGNO
                   WHEN 'D'
                       MOVE 'A' TO WS-RIG-SEGNO
                   WHEN 'A'
                       MOVE 'D' TO WS-RIG-SEGNO
                   WHEN OTHER
                       MOVE WS-CAU-CONTO-DARE TO WS-RIG-CONTO
                       MOVE WS-CAU-CONTO-AVERE TO WS-CAU-CONTO-DARE
                       MOVE WS-RIG-CONTO TO WS-CAU-CONTO-AVERE
               END-EVALUATE
           ELSE
               MOVE COG-IMPORTO TO WS-RIG-IMPORTO
           END-IF

           IF WS-RIG-IMPORTO = 0
               EXIT PARAGRAPH
           END-IF

           MOVE COG-CAUSALE TO WS-RIG-CAUSALE
           MOVE COG-DESCRIZIONE TO WS-RIG-DESCRIZIONE

           IF WS-RIG-SEGNO = 'D' OR WS-RIG-SEGNO = SPACE
               MOVE WS-CAU-CONTO-DARE TO WS-RIG-CONTO
               MOVE WS-RIG-IMPORTO TO WS-RIG-DARE
               MOVE ZERO TO WS-RIG-AVERE
               PERFORM AGGIUNGI-RIGA-SCRITTURA
           END-IF

           IF WS-RIG-SEGNO = 'A' OR WS-RIG-SEGNO = SPACE
               MOVE WS-CAU-CONTO-AVERE TO WS-RIG-CONTO
               MOVE ZERO TO WS-RIG-DARE
               MOVE WS-RIG-IMPORTO TO WS-RIG-AVERE
               PERFORM AGGIUNGI-RIGA-SCRITTURA
           END-IF.

       AGGIUNGI-RIGA-SCRITTURA.
           IF WS-REG-MOTIVO NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           IF WS-RIG-CONTO = SPACES
               IF WS-RIG-DARE > 0
                   STRING "Causale " WS-RIG-CAUSALE
                          " senza conto dare"
                          DELIMITED BY SIZE INTO WS-REG-MOTIVO
               ELSE
                   STRING "Causale " WS-RIG-CAUSALE
                          " senza conto avere"
                          DELIMITED BY SIZE INTO WS-REG-MOTIVO
               END-IF
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT stato INTO :WS-CNT-STATO
               FROM PIANO_CONTI
               WHERE codice_conto = :WS-RIG-CONTO
           END-EXEC

           IF SQLCODE = 100
               STRING "Conto " WS-RIG-CONTO
                      " della causale " WS-RIG-CAUSALE
                      " non nel piano dei conti"
                      DELIMITED BY SIZE INTO WS-REG-MOTIVO
               EXIT PARAGRAPH
           ELSE IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-EDIT
               STRING "Errore lettura piano dei conti: "
                      WS-SQLCODE-EDIT
                      DELIMITED BY SIZE INTO WS-REG-MOTIVO
               EXIT PARAGRAPH
           ELSE IF WS-CNT-STATO NOT = 'A'
               STRING "Conto " WS-RIG-CONTO " sospeso"
                      DELIMITED BY SIZE INTO WS-REG-MOTIVO
               EXIT PARAGRAPH
           END-IF

           IF WS-REG-NUM-RIGHE >= WS-REG-MAX-RIGHE
               MOVE "Registrazione con troppe righe"
                    TO WS-REG-MOTIVO
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-REG-NUM-RIGHE
           MOVE WS-RIG-CONTO TO WS-RR-CONTO(WS-REG-NUM-RIGHE)
           MOVE WS-RIG-CAUSALE TO WS-RR-CAUSALE(WS-REG-NUM-RIGHE)
           MOVE WS-RIG-DARE TO WS-RR-DARE(WS-REG-NUM-RIGHE)
           MOVE WS-RIG-AVERE TO WS-RR-AVERE(WS-REG-NUM-RIGHE)
           MOVE WS-RIG-DESCRIZIONE
                TO WS-RR-DESCRIZIONE(WS-REG-NUM-RIGHE)
           ADD WS-RIG-DARE TO WS-REG-TOT-DARE
           ADD WS-RIG-AVERE TO WS-REG-TOT-AVERE.

      * Fine registrazione: quadratura, controllo dei doppioni,
      * scrittura in partita doppia oppure scarto
       CHIUDI-REGISTRAZIONE-COGE.
           MOVE 'N' TO WS-REG-APERTA

           IF WS-REG-MOTIVO = SPACES AND WS-REG-NUM-RIGHE = 0
               MOVE "Registrazione senza importi" TO WS-REG-MOTIVO
           END-IF

           IF WS-REG-MOTIVO = SPACES
              AND WS-REG-TOT-DARE NOT = WS-REG-TOT-AVERE
               MOVE WS-REG-TOT-DARE TO WS-DARE-EDIT
               MOVE WS-REG-TOT-AVERE TO WS-AVERE-EDIT
               STRING "Sbilanciata: dare " WS-DARE-EDIT
                      " avere " WS-AVERE-EDIT
                      DELIMITED BY SIZE INTO WS-REG-MOTIVO
           END-IF

           IF WS-REG-MOTIVO = SPACES
               MOVE ZERO TO WS-REG-ESISTENTI
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-REG-ESISTENTI
                   FROM SCRITTURE
                   WHERE sorgente = :WS-REG-SORGENTE
                   AND registrazione = :WS-REG-NUMERO
               END-EXEC
               IF WS-REG-ESISTENTI > 0
                   ADD 1 TO WS-CONTA-DOPPIE
                   MOVE "Registrazione gia' contabilizzata"
                        TO WS-REG-MOTIVO
               END-IF
           END-IF

           IF WS-REG-MOTIVO = SPACES
               PERFORM REGISTRA-SCRITTURA-COGE
           END-IF

           IF WS-REG-MOTIVO = SPACES
               ADD 1 TO WS-CONTA-REGISTRATE
           ELSE
               ADD 1 TO WS-CONTA-SCARTATE
               MOVE SPACES TO SCARTI-RECORD
               STRING WS-REG-SORGENTE " " WS-REG-NUMERO " "
                      WS-REG-DATA " " WS-REG-RIGHE-LETTE " "
                      WS-REG-MOTIVO
                      DELIMITED BY SIZE INTO SCARTI-RECORD
               WRITE SCARTI-RECORD
           END-IF.

      * Testata e righe nella stessa unita' di lavoro: o passa
      * tutta la registrazione o niente
       REGISTRA-SCRITTURA-COGE.
           EXEC SQL
               INSERT INTO SCRITTURE
               (sorgente, registrazione, data_registrazione,
                descrizione, nome_file, data_import, operatore)
               VALUES
               (:WS-REG-SORGENTE, :WS-REG-NUMERO,
                CAST(:WS-REG-DATA AS DATE), :WS-REG-DESCRIZIONE,
                :WS-NOME-FILE-COGE, CURRENT_DATE, :WS-UTE-CODICE)
               RETURNING numero_scrittura INTO :WS-REG-SCRITTURA
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-EDIT
               STRING "Errore registrazione scrittura: "
                      WS-SQLCODE-EDIT
                      DELIMITED BY SIZE INTO WS-REG-MOTIVO
               EXEC SQL
                   ROLLBACK
               END-EXEC
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-REG-NUM-RIGHE
                   OR WS-REG-MOTIVO NOT = SPACES
               MOVE WS-IDX TO WS-RIG-NUMERO
               MOVE WS-RR-CONTO(WS-IDX) TO WS-RIG-CONTO
               MOVE WS-RR-CAUSALE(WS-IDX) TO WS-RIG-CAUSALE
               MOVE WS-RR-DARE(WS-IDX) TO WS-RIG-DARE
               MOVE WS-RR-AVERE(WS-IDX) TO WS-RIG-AVERE
               MOVE WS-RR-DESCRIZIONE(WS-IDX) TO WS-RIG-DESCRIZIONE

               EXEC SQL
                   INSERT INTO RIGHE_SCRITTURE
                   (numero_scrittura, riga, codice_conto, causale,
                    dare, avere, descrizione)
                   VALUES
                   (:WS-REG-SCRITTURA, :WS-RIG-NUMERO,
                    :WS-RIG-CONTO, :WS-RIG-CAUSALE,
                    :WS-RIG-DARE, :WS-RIG-AVERE,
                    :WS-RIG-DESCRIZIONE)
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE SQLCODE TO WS-SQLCODE-EDIT
                   STRING "Errore registrazione riga: "
                          WS-SQLCODE-EDIT
                          DELIMITED BY SIZE INTO WS-REG-MOTIVO
               END-IF
           END-PERFORM

           IF WS-REG-MOTIVO = SPACES
               EXEC SQL
                   COMMIT
               END-EXEC
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
           END-IF.

      * Periodo delle stampe e inizio dell'anno per i conti
      * economici
       CHIEDI-PERIODO.
           MOVE "OK" TO WS-ESITO

           DISPLAY "Dalla data (AAAA-MM-GG): " WITH NO ADVANCING
           ACCEPT WS-PER-DA
           DISPLAY "Alla data (AAAA-MM-GG): " WITH NO ADVANCING
           ACCEPT WS-PER-A

           IF WS-PER-DA(5:1) NOT = "-" OR WS-PER-DA(8:1) NOT = "-"
              OR WS-PER-A(5:1) NOT = "-" OR WS-PER-A(8:1) NOT = "-"
               DISPLAY "Data non valida!"
               MOVE "KO" TO WS-ESITO
           ELSE IF WS-PER-DA > WS-PER-A
               DISPLAY "Periodo non valido!"
               MOVE "KO" TO WS-ESITO
           ELSE
               MOVE SPACES TO WS-PER-INIZIO-ANNO
               STRING WS-PER-DA(1:4) "-01-01"
                      DELIMITED BY SIZE INTO WS-PER-INIZIO-ANNO
           END-IF.

      ******************************************************************
      * Libro giornale del periodo: scritture numerate in ordine di
      * data con le righe dare/avere e i totali progressivi
      ******************************************************************
       LIBRO-GIORNALE.
           DISPLAY " "
           DISPLAY "=== LIBRO GIORNALE ==="
           PERFORM CHIEDI-PERIODO
           IF WS-ESITO NOT = "OK"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-NOME-FILE-STAMPA
           STRING "LIBRO-GIORNALE-" WS-PER-DA "-" WS-PER-A ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-STAMPA

           MOVE ZERO TO WS-STA-TOT-DARE
           MOVE ZERO TO WS-STA-TOT-AVERE
           MOVE ZERO TO WS-STA-CONTA
           MOVE ZERO TO WS-STA-SCRITTURA-PREC

           OPEN OUTPUT STAMPA-FILE

           WRITE STAMPA-RECORD FROM "LIBRO GIORNALE"
           MOVE ALL "=" TO STAMPA-RECORD
           WRITE STAMPA-RECORD
           MOVE SPACES TO STAMPA-RECORD
           STRING "Periodo: dal " WS-PER-DA " al " WS-PER-A
                  "    Stampato il: " FUNCTION CURRENT-DATE(1:8)
                  DELIMITED BY SIZE INTO STAMPA-RECORD
           WRITE STAMPA-RECORD
           WRITE STAMPA-RECORD FROM SPACES
           WRITE STAMPA-RECORD FROM
               "SCRITTURA DATA       ORI REGISTRAZIONE        " &
               "CONTO      DESCRIZIONE CONTO                  " &
               "             DARE                AVERE"
           MOVE ALL "-" TO STAMPA-RECORD
           WRITE STAMPA-RECORD

           EXEC SQL
               OPEN CUR-GIORNALE
           END-EXEC

           MOVE 'N' TO WS-FINE-CURSORE
           PERFORM UNTIL WS-FINE-CURSORE = 'S'
               EXEC SQL
                   FETCH CUR-GIORNALE
                   INTO :WS-STA-SCRITTURA, :WS-STA-DATA,
                        :WS-STA-SORGENTE, :WS-STA-REGISTRAZIONE,
                        :WS-STA-DESCRIZIONE, :WS-CNT-CODICE,
                        :WS-CNT-DESCRIZIONE, :WS-STA-DARE,
                        :WS-STA-AVERE
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'S' TO WS-FINE-CURSORE
               ELSE
                   IF WS-STA-SCRITTURA NOT = WS-STA-SCRITTURA-PREC
                       MOVE WS-STA-SCRITTURA TO WS-STA-SCRITTURA-PREC
                       ADD 1 TO WS-STA-CONTA
                       MOVE WS-STA-SCRITTURA TO WS-NUMERO-EDIT
                       MOVE SPACES TO STAMPA-RECORD
                       STRING WS-NUMERO-EDIT " " WS-STA-DATA " "
                              WS-STA-SORGENTE " "
                              WS-STA-REGISTRAZIONE " "
                              WS-STA-DESCRIZIONE
                              DELIMITED BY SIZE INTO STAMPA-RECORD
                       WRITE STAMPA-RECORD
                   END-IF

                   ADD WS-STA-DARE TO WS-STA-TOT-DARE
                   ADD WS-STA-AVERE TO WS-STA-TOT-AVERE
                   MOVE WS-STA-DARE TO WS-DARE-EDIT
                   MOVE WS-STA-AVERE TO WS-AVERE-EDIT
                   MOVE SPACES TO STAMPA-RECORD
                   STRING WS-CNT-CODICE " "
                          WS-CNT-DESCRIZIONE(1:40) " "
                          WS-DARE-EDIT " " WS-AVERE-EDIT
                          DELIMITED BY SIZE
                          INTO STAMPA-RECORD(46:105)
                   WRITE STAMPA-RECORD
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-GIORNALE
           END-EXEC

           MOVE ALL "-" TO STAMPA-RECORD
           WRITE STAMPA-RECORD
           MOVE WS-STA-TOT-DARE TO WS-DARE-EDIT
           MOVE WS-STA-TOT-AVERE TO WS-AVERE-EDIT
           MOVE WS-STA-CONTA TO WS-NUMERO-EDIT
           MOVE SPACES TO STAMPA-RECORD
           STRING "Scritture: " WS-NUMERO-EDIT
                  DELIMITED BY SIZE INTO STAMPA-RECORD
           STRING "TOTALI" DELIMITED BY SIZE
                  INTO STAMPA-RECORD(57:6)
           STRING WS-DARE-EDIT " " WS-AVERE-EDIT
                  DELIMITED BY SIZE INTO STAMPA-RECORD(98:41)
           WRITE STAMPA-RECORD

           CLOSE STAMPA-FILE

           DISPLAY "Scritture nel periodo: " WS-NUMERO-EDIT
           DISPLAY "Totale dare:  " WS-DARE-EDIT
           DISPLAY "Totale avere: " WS-AVERE-EDIT
           DISPLAY "Libro giornale salvato in " WS-NOME-FILE-STAMPA.

      ******************************************************************
      * Mastrini del periodo: per ogni conto movimentato (o per il
      * solo conto richiesto) saldo iniziale, righe con saldo
      * progressivo e saldo finale
      ******************************************************************
       MASTRINI.
           DISPLAY " "
           DISPLAY "=== MASTRINI ==="
           PERFORM CHIEDI-PERIODO
           IF WS-ESITO NOT = "OK"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Conto (invio = tutti i conti movimentati): "
                   WITH NO ADVANCING
           ACCEPT WS-MAS-CONTO

           MOVE SPACES TO WS-NOME-FILE-STAMPA
           STRING "MASTRINI-" WS-PER-DA "-" WS-PER-A ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-STAMPA

           MOVE SPACES TO WS-STA-CONTO-PREC
           MOVE ZERO TO WS-STA-CONTA

           OPEN OUTPUT STAMPA-FILE

           WRITE STAMPA-RECORD FROM "MASTRINI"
           MOVE ALL "=" TO STAMPA-RECORD
           WRITE STAMPA-RECORD
           MOVE SPACES TO STAMPA-RECORD
           STRING "Periodo: dal " WS-PER-DA " al " WS-PER-A
                  "    Stampato il: " FUNCTION CURRENT-DATE(1:8)
                  DELIMITED BY SIZE INTO STAMPA-RECORD
           WRITE STAMPA-RECORD

           EXEC SQL
               OPEN CUR-MASTRINO
           END-EXEC

           MOVE 'N' TO WS-FINE-CURSORE
           PERFORM UNTIL WS-FINE-CURSORE = 'S'
               EXEC SQL
                   FETCH CUR-MASTRINO
                   INTO :WS-CNT-CODICE, :WS-CNT-DESCRIZIONE,
                        :WS-STA-SCRITTURA, :WS-STA-DATA,
                        :WS-STA-SORGENTE, :WS-STA-REGISTRAZIONE,
                        :WS-STA-DESCRIZIONE, :WS-STA-DARE,
                        :WS-STA-AVERE
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'S' TO WS-FINE-CURSORE
               ELSE
                   IF WS-CNT-CODICE NOT = WS-STA-CONTO-PREC
                       IF WS-STA-CONTO-PREC NOT = SPACES
                           PERFORM CHIUDI-MASTRINO
                       END-IF
                       PERFORM APRI-MASTRINO
                   END-IF

                   ADD WS-STA-DARE TO WS-STA-TOT-DARE
                   ADD WS-STA-AVERE TO WS-STA-TOT-AVERE
                   COMPUTE WS-STA-SALDO = WS-STA-SALDO
                         + WS-STA-DARE - WS-STA-AVERE
                   MOVE WS-STA-SCRITTURA TO WS-NUMERO-EDIT
                   MOVE WS-STA-DARE TO WS-DARE-EDIT
                   MOVE WS-STA-AVERE TO WS-AVERE-EDIT
                   MOVE WS-STA-SALDO TO WS-SALDO-EDIT
                   MOVE SPACES TO STAMPA-RECORD
                   STRING WS-STA-DATA " " WS-NUMERO-EDIT " "
                          WS-STA-SORGENTE " "
                          WS-STA-DESCRIZIONE(1:40) " "
                          WS-DARE-EDIT " " WS-AVERE-EDIT " "
                          WS-SALDO-EDIT
                          DELIMITED BY SIZE INTO STAMPA-RECORD
                   WRITE STAMPA-RECORD
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-MASTRINO
           END-EXEC

      * Conto richiesto senza movimenti nel periodo: solo saldo
           IF WS-STA-CONTO-PREC = SPACES AND WS-MAS-CONTO NOT = SPACES
               MOVE WS-MAS-CONTO TO WS-CNT-CODICE
               EXEC SQL
                   SELECT descrizione INTO :WS-CNT-DESCRIZIONE
                   FROM PIANO_CONTI
                   WHERE codice_conto = :WS-CNT-CODICE
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE SPACES TO WS-CNT-DESCRIZIONE
               END-IF
               PERFORM APRI-MASTRINO
           END-IF

           IF WS-STA-CONTO-PREC NOT = SPACES
               PERFORM CHIUDI-MASTRINO
           END-IF

           CLOSE STAMPA-FILE

           DISPLAY "Conti stampati: " WS-STA-CONTA
           DISPLAY "Mastrini salvati in " WS-NOME-FILE-STAMPA.

      * Intestazione del conto e saldo iniziale: i conti
      * patrimoniali dall'origine, quelli economici dall'inizio
      * dell'anno
       APRI-MASTRINO.
           MOVE WS-CNT-CODICE TO WS-STA-CONTO-PREC
           ADD 1 TO WS-STA-CONTA
           MOVE ZERO TO WS-STA-TOT-DARE
           MOVE ZERO TO WS-STA-TOT-AVERE
           MOVE ZERO TO WS-STA-APERTURA

           EXEC SQL
               SELECT COALESCE(SUM(r.dare - r.avere), 0)
               INTO :WS-STA-APERTURA
               FROM RIGHE_SCRITTURE r
               JOIN SCRITTURE s
                 ON s.numero_scrittura = r.numero_scrittura
               JOIN PIANO_CONTI p
                 ON p.codice_conto = r.codice_conto
               WHERE r.codice_conto = :WS-STA-CONTO-PREC
               AND s.data_registrazione < CAST(:WS-PER-DA AS DATE)
               AND (p.natura NOT IN ('C', 'R')
                    OR s.data_registrazione >=
                       CAST(:WS-PER-INIZIO-ANNO AS DATE))
           END-EXEC

           MOVE WS-STA-APERTURA TO WS-STA-SALDO

           WRITE STAMPA-RECORD FROM SPACES
           MOVE SPACES TO STAMPA-RECORD
           STRING "CONTO " WS-CNT-CODICE " " WS-CNT-DESCRIZIONE
                  DELIMITED BY SIZE INTO STAMPA-RECORD
           WRITE STAMPA-RECORD
           WRITE STAMPA-RECORD FROM
               "DATA        SCRITTURA ORI DESCRIZIONE          " &
               "                                  DARE        " &
               "         AVERE                 SALDO"
           MOVE ALL "-" TO STAMPA-RECORD
           WRITE STAMPA-RECORD
           MOVE WS-STA-APERTURA TO WS-SALDO-EDIT
           MOVE SPACES TO STAMPA-RECORD
           STRING "Saldo iniziale" DELIMITED BY SIZE
                  INTO STAMPA-RECORD
           MOVE WS-SALDO-EDIT TO STAMPA-RECORD(109:21)
           WRITE STAMPA-RECORD.

       CHIUDI-MASTRINO.
           MOVE ALL "-" TO STAMPA-RECORD
           WRITE STAMPA-RECORD
           MOVE WS-STA-TOT-DARE TO WS-DARE-EDIT
           MOVE WS-STA-TOT-AVERE TO WS-AVERE-EDIT
           MOVE WS-STA-SALDO TO WS-SALDO-EDIT
           MOVE SPACES TO STAMPA-RECORD
           STRING "Totali e saldo finale" DELIMITED BY SIZE
                  INTO STAMPA-RECORD
           STRING WS-DARE-EDIT " " WS-AVERE-EDIT " " WS-SALDO-EDIT
                  DELIMITED BY SIZE INTO STAMPA-RECORD(67:63)
           WRITE STAMPA-RECORD.

      ******************************************************************
      * Bilancio di verifica del periodo: per conto saldo
      * iniziale, dare e avere del periodo, saldo finale. Senza
      * scritture di chiusura i conti economici ripartono
      * dall'inizio dell'anno: il loro saldo degli anni precedenti
      * compare come risultato non riportato, cosi' il totale dei
      * saldi torna a zero
      ******************************************************************
       BILANCIO-VERIFICA.
           DISPLAY " "
           DISPLAY "=== BILANCIO DI VERIFICA ==="
           PERFORM CHIEDI-PERIODO
           IF WS-ESITO NOT = "OK"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-NOME-FILE-STAMPA
           STRING "BILANCIO-VERIFICA-" WS-PER-DA "-" WS-PER-A ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-STAMPA

           MOVE ZERO TO WS-STA-TOT-DARE
           MOVE ZERO TO WS-STA-TOT-AVERE
           MOVE ZERO TO WS-STA-TOT-APERTURA
           MOVE ZERO TO WS-STA-TOT-SALDO
           MOVE ZERO TO WS-STA-CONTA

           OPEN OUTPUT STAMPA-FILE

           WRITE STAMPA-RECORD FROM "BILANCIO DI VERIFICA"
           MOVE ALL "=" TO STAMPA-RECORD
           WRITE STAMPA-RECORD
           MOVE SPACES TO STAMPA-RECORD
           STRING "Periodo: dal " WS-PER-DA " al " WS-PER-A
                  "    Stampato il: " FUNCTION CURRENT-DATE(1:8)
                  DELIMITED BY SIZE INTO STAMPA-RECORD
           WRITE STAMPA-RECORD
           WRITE STAMPA-RECORD FROM SPACES
           WRITE STAMPA-RECORD FROM
               "CONTO      DESCRIZIONE                    N   " &
               "     SALDO INIZIALE                 DARE      " &
               "           AVERE          SALDO FINALE"
           MOVE ALL "-" TO STAMPA-RECORD
           WRITE STAMPA-RECORD

           EXEC SQL
               OPEN CUR-BILANCIO
           END-EXEC

           MOVE 'N' TO WS-FINE-CURSORE
           PERFORM UNTIL WS-FINE-CURSORE = 'S'
               EXEC SQL
                   FETCH CUR-BILANCIO
                   INTO :WS-CNT-CODICE, :WS-CNT-DESCRIZIONE,
                        :WS-CNT-NATURA, :WS-STA-APERTURA,
                        :WS-STA-DARE, :WS-STA-AVERE
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'S' TO WS-FINE-CURSORE
               END-IF

               IF SQLCODE = 0 AND (WS-STA-APERTURA NOT = 0
                   OR WS-STA-DARE NOT = 0 OR WS-STA-AVERE NOT = 0)
                   ADD 1 TO WS-STA-CONTA
                   COMPUTE WS-STA-SALDO = WS-STA-APERTURA
                         + WS-STA-DARE - WS-STA-AVERE
                   ADD WS-STA-APERTURA TO WS-STA-TOT-APERTURA
                   ADD WS-STA-DARE TO WS-STA-TOT-DARE
                   ADD WS-STA-AVERE TO WS-STA-TOT-AVERE
                   ADD WS-STA-SALDO TO WS-STA-TOT-SALDO
                   MOVE WS-STA-APERTURA TO WS-APERTURA-EDIT
                   MOVE WS-STA-DARE TO WS-DARE-EDIT
                   MOVE WS-STA-AVERE TO WS-AVERE-EDIT
                   MOVE WS-STA-SALDO TO WS-SALDO-EDIT
                   MOVE SPACES TO STAMPA-RECORD
                   STRING WS-CNT-CODICE " "
                          WS-CNT-DESCRIZIONE(1:30) " "
                          WS-CNT-NATURA " " WS-APERTURA-EDIT " "
                          WS-DARE-EDIT " " WS-AVERE-EDIT " "
                          WS-SALDO-EDIT
                          DELIMITED BY SIZE INTO STAMPA-RECORD
                   WRITE STAMPA-RECORD
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-BILANCIO
           END-EXEC

      * Risultato economico degli anni precedenti non riaperto
           IF WS-STA-TOT-APERTURA NOT = 0
               COMPUTE WS-STA-APERTURA = 0 - WS-STA-TOT-APERTURA
               MOVE WS-STA-APERTURA TO WS-APERTURA-EDIT
               MOVE WS-STA-APERTURA TO WS-SALDO-EDIT
               MOVE SPACES TO STAMPA-RECORD
               MOVE "Risultato esercizi precedenti"
                    TO STAMPA-RECORD(12:30)
               MOVE WS-APERTURA-EDIT TO STAMPA-RECORD(45:21)
               MOVE WS-SALDO-EDIT TO STAMPA-RECORD(109:21)
               WRITE STAMPA-RECORD
               ADD WS-STA-APERTURA TO WS-STA-TOT-APERTURA
               ADD WS-STA-APERTURA TO WS-STA-TOT-SALDO
           END-IF

           MOVE ALL "-" TO STAMPA-RECORD
           WRITE STAMPA-RECORD
           MOVE WS-STA-TOT-APERTURA TO WS-APERTURA-EDIT
           MOVE WS-STA-TOT-DARE TO WS-DARE-EDIT
           MOVE WS-STA-TOT-AVERE TO WS-AVERE-EDIT
           MOVE WS-STA-TOT-SALDO TO WS-SALDO-EDIT
           MOVE SPACES TO STAMPA-RECORD
           MOVE "TOTALI" TO STAMPA-RECORD
           STRING WS-APERTURA-EDIT " "
                  WS-DARE-EDIT " " WS-AVERE-EDIT " "
                  WS-SALDO-EDIT
                  DELIMITED BY SIZE INTO STAMPA-RECORD(45:85)
           WRITE STAMPA-RECORD

           MOVE SPACES TO STAMPA-RECORD
           IF WS-STA-TOT-DARE = WS-STA-TOT-AVERE
              AND WS-STA-TOT-SALDO = 0
               MOVE "QUADRATURA: OK" TO STAMPA-RECORD
           ELSE
               COMPUTE WS-STA-SALDO =
                   WS-STA-TOT-DARE - WS-STA-TOT-AVERE
               MOVE WS-STA-SALDO TO WS-SALDO-EDIT
               STRING "SBILANCIO DARE-AVERE: EUR " WS-SALDO-EDIT
                      DELIMITED BY SIZE INTO STAMPA-RECORD
           END-IF
           WRITE STAMPA-RECORD

           CLOSE STAMPA-FILE

           DISPLAY "Conti in bilancio: " WS-STA-CONTA
           DISPLAY "Totale dare:  " WS-DARE-EDIT
           DISPLAY "Totale avere: " WS-AVERE-EDIT
           DISPLAY STAMPA-RECORD(1:50)
           DISPLAY "Bilancio salvato in " WS-NOME-FILE-STAMPA.
