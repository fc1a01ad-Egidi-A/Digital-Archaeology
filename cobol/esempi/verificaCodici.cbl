      ******************************************************************
      * CONTROLLO DEI CODICI ANAGRAFICI GIA' REGISTRATI
      * Da eseguire una tantum con l'avvio dei controlli in
      * inserimento: passa alla routine comune VALIDA-CODICI i codici
      * fiscali, le partite IVA e gli IBAN gia' presenti negli
      * archivi di magazzino, paghe e conti ed elenca ogni valore non
      * valido in VERIFICA-CODICI-AAAAMMGG.TXT, con tabella, chiave e
      * motivo, perche' gli uffici lo correggano prima dei prossimi
      * invii (UniEmens, CU, SDI, bonifici).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA-CODICI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELENCO-FILE ASSIGN TO WS-NOME-FILE-ELENCO
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ELENCO-FILE.
       01  ELENCO-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME PIC X(30) VALUE "magazzino".
       01 USERNAME PIC X(30) VALUE "postgres".
       01 PASSWD PIC X(10) VALUE "postgres".
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-RC               PIC 9(4) VALUE ZERO.
      * 0 = nessun valore errato, 4 = valori da correggere,
      * 8 = database non raggiungibile
       01  WS-NOME-FILE-ELENCO PIC X(40).
       01  WS-SQLCODE-ED       PIC -9(9).
       01  WS-FINE-CURSORE     PIC X.
       01  WS-CONTA-VERIFICATI PIC 9(7) VALUE ZERO.
       01  WS-CONTA-ERRATI     PIC 9(7) VALUE ZERO.
       01  WS-CONTA-VERIFICATI-DB PIC 9(7) VALUE ZERO.
       01  WS-CONTA-ERRATI-DB  PIC 9(7) VALUE ZERO.

      * Riga letta dagli archivi
       01  WS-LET-DATI.
           05  WS-LET-CHIAVE       PIC X(10).
           05  WS-LET-COGNOME      PIC X(50).
           05  WS-LET-NOME         PIC X(50).
           05  WS-LET-CF           PIC X(16).
           05  WS-LET-PIVA         PIC X(16).
           05  WS-LET-IBAN         PIC X(34).
           05  WS-LET-DATA-NASCITA PIC X(10).
           05  WS-LET-STATO        PIC X.

      * Valore in verifica: senza obbligo il valore vuoto e' saltato
       01  WS-VER-DATI.
           05  WS-VER-TABELLA      PIC X(14).
           05  WS-VER-NOMINATIVO   PIC X(60).
           05  WS-VER-OBBLIGATORIO PIC X.

      * Parametri della routine comune VALIDA-CODICI
       01  WS-VAL-PARAMETRI.
           05  WS-VAL-TIPO         PIC X(4).
           05  WS-VAL-VALORE       PIC X(34).
           05  WS-VAL-DATA-NASCITA PIC X(10).
           05  WS-VAL-SESSO        PIC X.
           05  WS-VAL-ESITO        PIC X(2).
           05  WS-VAL-MOTIVO       PIC X(50).
           05  WS-VAL-NORMALIZZATO PIC X(34).

      * Magazzino: clienti e fornitori
           EXEC SQL
               DECLARE CUR-VER-CLIENTI-MAG CURSOR FOR
               SELECT codice_cliente, COALESCE(ragione_sociale, ' '),
                      COALESCE(partita_iva, ' '), COALESCE(iban, ' ')
               FROM CLIENTI
               WHERE COALESCE(anonimizzato, 'N') <> 'S'
               ORDER BY codice_cliente
           END-EXEC.

           EXEC SQL
               DECLARE CUR-VER-FORNITORI CURSOR FOR
               SELECT codice_fornitore,
                      COALESCE(ragione_sociale, ' '),
                      COALESCE(partita_iva, ' '), COALESCE(iban, ' ')
               FROM FORNITORI
               ORDER BY codice_fornitore
           END-EXEC.

      * Paghe: dipendenti, fondi pensione e sindacati
           EXEC SQL
               DECLARE CUR-VER-DIPENDENTI CURSOR FOR
               SELECT matricola, COALESCE(cognome, ' '),
                      COALESCE(nome, ' '),
                      COALESCE(codice_fiscale, ' '),
                      COALESCE(iban, ' '), COALESCE(stato, ' ')
               FROM DIPENDENTI
               WHERE COALESCE(anonimizzato, 'N') <> 'S'
               ORDER BY matricola
           END-EXEC.

           EXEC SQL
               DECLARE CUR-VER-FONDI CURSOR FOR
               SELECT codice_fondo, COALESCE(denominazione, ' '),
                      COALESCE(iban, ' ')
               FROM FONDI_PENSIONE
               ORDER BY codice_fondo
           END-EXEC.

           EXEC SQL
               DECLARE CUR-VER-SINDACATI CURSOR FOR
               SELECT sigla, COALESCE(denominazione, ' '),
                      COALESCE(iban, ' ')
               FROM SINDACATI
               ORDER BY sigla
           END-EXEC.

      * Conti: clienti della banca con la data di nascita
           EXEC SQL
               DECLARE CUR-VER-CLIENTI-BANCA CURSOR FOR
               SELECT codice_cliente, COALESCE(cognome, ' '),
                      COALESCE(nome, ' '),
                      COALESCE(codice_fiscale, ' '),
                      COALESCE(CAST(data_nascita AS CHAR(10)), ' ')
               FROM CLIENTI
               WHERE COALESCE(anonimizzato, 'N') <> 'S'
               ORDER BY codice_cliente
           END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "CONTROLLO CODICI ANAGRAFICI AVVIATO".

           MOVE SPACES TO WS-NOME-FILE-ELENCO
           STRING "VERIFICA-CODICI-" FUNCTION CURRENT-DATE(1:8)
                  ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-ELENCO

           OPEN OUTPUT ELENCO-FILE

           MOVE SPACES TO ELENCO-RECORD
           STRING "CODICI FISCALI, PARTITE IVA E IBAN NON VALIDI - "
                  FUNCTION CURRENT-DATE(7:2) "/"
                  FUNCTION CURRENT-DATE(5:2) "/"
                  FUNCTION CURRENT-DATE(1:4)
                  DELIMITED BY SIZE INTO ELENCO-RECORD
           WRITE ELENCO-RECORD
           MOVE ALL "=" TO ELENCO-RECORD
           WRITE ELENCO-RECORD
           WRITE ELENCO-RECORD FROM
               "DATABASE   TABELLA        CHIAVE     NOMINATIVO      " &
               "         TIPO VALORE                      MOTIVO"
           MOVE ALL "-" TO ELENCO-RECORD
           WRITE ELENCO-RECORD

           PERFORM VERIFICA-MAGAZZINO
           PERFORM VERIFICA-PAGHE
           PERFORM VERIFICA-CONTI

           MOVE ALL "-" TO ELENCO-RECORD
           WRITE ELENCO-RECORD
           MOVE SPACES TO ELENCO-RECORD
           STRING "TOTALE valori verificati " WS-CONTA-VERIFICATI
                  "  da correggere " WS-CONTA-ERRATI
                  "  RC=" WS-RC
                  DELIMITED BY SIZE INTO ELENCO-RECORD
           WRITE ELENCO-RECORD

           CLOSE ELENCO-FILE

           DISPLAY "Valori verificati: " WS-CONTA-VERIFICATI
           DISPLAY "Da correggere:     " WS-CONTA-ERRATI
           DISPLAY "Elenco salvato in " WS-NOME-FILE-ELENCO

           DISPLAY "CONTROLLO CODICI ANAGRAFICI TERMINATO"

           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

      * Magazzino: partita IVA e IBAN di clienti e fornitori; la
      * partita IVA estera (prefisso diverso da IT) non e' verificata
       VERIFICA-MAGAZZINO.
           MOVE "magazzino" TO DBNAME
           PERFORM CONNETTI-DATABASE
           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "CLIENTI" TO WS-VER-TABELLA
           EXEC SQL
               OPEN CUR-VER-CLIENTI-MAG
           END-EXEC
           MOVE 'N' TO WS-FINE-CURSORE
           PERFORM UNTIL WS-FINE-CURSORE = 'S'
               EXEC SQL
                   FETCH CUR-VER-CLIENTI-MAG
                   INTO :WS-LET-CHIAVE, :WS-LET-COGNOME,
                        :WS-LET-PIVA, :WS-LET-IBAN
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'S' TO WS-FINE-CURSORE
               ELSE
                   PERFORM VERIFICA-SOGGETTO-MAGAZZINO
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CUR-VER-CLIENTI-MAG
           END-EXEC

           MOVE "FORNITORI" TO WS-VER-TABELLA
           EXEC SQL
               OPEN CUR-VER-FORNITORI
           END-EXEC
           MOVE 'N' TO WS-FINE-CURSORE
           PERFORM UNTIL WS-FINE-CURSORE = 'S'
               EXEC SQL
                   FETCH CUR-VER-FORNITORI
                   INTO :WS-LET-CHIAVE, :WS-LET-COGNOME,
                        :WS-LET-PIVA, :WS-LET-IBAN
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'S' TO WS-FINE-CURSORE
               ELSE
                   PERFORM VERIFICA-SOGGETTO-MAGAZZINO
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CUR-VER-FORNITORI
           END-EXEC

           PERFORM SCRIVI-TOTALE-DATABASE

           EXEC SQL DISCONNECT END-EXEC.

       VERIFICA-SOGGETTO-MAGAZZINO.
           MOVE WS-LET-COGNOME TO WS-VER-NOMINATIVO
           MOVE SPACES TO WS-VAL-DATA-NASCITA
           MOVE SPACE TO WS-VAL-SESSO
           MOVE 'N' TO WS-VER-OBBLIGATORIO

           IF WS-LET-PIVA(1:2) IS NUMERIC OR WS-LET-PIVA(1:2) = "IT"
               MOVE "PIVA" TO WS-VAL-TIPO
               MOVE WS-LET-PIVA TO WS-VAL-VALORE
               PERFORM CONTROLLA-VALORE
           END-IF

           MOVE "IBAN" TO WS-VAL-TIPO
           MOVE WS-LET-IBAN TO WS-VAL-VALORE
           PERFORM CONTROLLA-VALORE.

      * Paghe: codice fiscale obbligatorio per i dipendenti attivi,
      * IBAN di dipendenti, fondi pensione e sindacati
       VERIFICA-PAGHE.
           MOVE "paghe" TO DBNAME
           PERFORM CONNETTI-DATABASE
           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "DIPENDENTI" TO WS-VER-TABELLA
           EXEC SQL
               OPEN CUR-VER-DIPENDENTI
           END-EXEC
           MOVE 'N' TO WS-FINE-CURSORE
           PERFORM UNTIL WS-FINE-CURSORE = 'S'
               EXEC SQL
                   FETCH CUR-VER-DIPENDENTI
                   INTO :WS-LET-CHIAVE, :WS-LET-COGNOME,
                        :WS-LET-NOME, :WS-LET-CF, :WS-LET-IBAN,
                        :WS-LET-STATO
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'S' TO WS-FINE-CURSORE
               ELSE
                   PERFORM VERIFICA-DIPENDENTE
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CUR-VER-DIPENDENTI
           END-EXEC

           MOVE "FONDI_PENSIONE" TO WS-VER-TABELLA
           EXEC SQL
               OPEN CUR-VER-FONDI
           END-EXEC
           MOVE 'N' TO WS-FINE-CURSORE
           PERFORM UNTIL WS-FINE-CURSORE = 'S'
               EXEC SQL
                   FETCH CUR-VER-FONDI
                   INTO :WS-LET-CHIAVE, :WS-LET-COGNOME,
                        :WS-LET-IBAN
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'S' TO WS-FINE-CURSORE
               ELSE
                   PERFORM VERIFICA-IBAN-VERSAMENTI
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CUR-VER-FONDI
           END-EXEC

           MOVE "SINDACATI" TO WS-VER-TABELLA
           EXEC SQL
               OPEN CUR-VER-SINDACATI
           END-EXEC
           MOVE 'N' TO WS-FINE-CURSORE
           PERFORM UNTIL WS-FINE-CURSORE = 'S'
               EXEC SQL
                   FETCH CUR-VER-SINDACATI
                   INTO :WS-LET-CHIAVE, :WS-LET-COGNOME,
                        :WS-LET-IBAN
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'S' TO WS-FINE-CURSORE
               ELSE
                   PERFORM VERIFICA-IBAN-VERSAMENTI
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CUR-VER-SINDACATI
           END-EXEC

           PERFORM SCRIVI-TOTALE-DATABASE

           EXEC SQL DISCONNECT END-EXEC.

       VERIFICA-DIPENDENTE.
           MOVE SPACES TO WS-VER-NOMINATIVO
           STRING WS-LET-COGNOME DELIMITED BY "  "
                  " " WS-LET-NOME DELIMITED BY "  "
                  INTO WS-VER-NOMINATIVO
           MOVE SPACES TO WS-VAL-DATA-NASCITA
           MOVE SPACE TO WS-VAL-SESSO

           IF WS-LET-STATO = 'A'
               MOVE 'S' TO WS-VER-OBBLIGATORIO
           ELSE
               MOVE 'N' TO WS-VER-OBBLIGATORIO
           END-IF
           MOVE "CF" TO WS-VAL-TIPO
           MOVE WS-LET-CF TO WS-VAL-VALORE
           PERFORM CONTROLLA-VALORE

           MOVE 'N' TO WS-VER-OBBLIGATORIO
           MOVE "IBAN" TO WS-VAL-TIPO
           MOVE WS-LET-IBAN TO WS-VAL-VALORE
           PERFORM CONTROLLA-VALORE.

       VERIFICA-IBAN-VERSAMENTI.
           MOVE WS-LET-COGNOME TO WS-VER-NOMINATIVO
           MOVE 'N' TO WS-VER-OBBLIGATORIO
           MOVE "IBAN" TO WS-VAL-TIPO
           MOVE WS-LET-IBAN TO WS-VAL-VALORE
           PERFORM CONTROLLA-VALORE.

      * Conti: codice fiscale dei clienti, obbligatorio, controllato
      * anche contro la data di nascita registrata
       VERIFICA-CONTI.
           MOVE "banca" TO DBNAME
           PERFORM CONNETTI-DATABASE
           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "CLIENTI" TO WS-VER-TABELLA
           EXEC SQL
               OPEN CUR-VER-CLIENTI-BANCA
           END-EXEC
           MOVE 'N' TO WS-FINE-CURSORE
           PERFORM UNTIL WS-FINE-CURSORE = 'S'
               EXEC SQL
                   FETCH CUR-VER-CLIENTI-BANCA
                   INTO :WS-LET-CHIAVE, :WS-LET-COGNOME,
                        :WS-LET-NOME, :WS-LET-CF,
                        :WS-LET-DATA-NASCITA
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'S' TO WS-FINE-CURSORE
               ELSE
                   PERFORM VERIFICA-CLIENTE-BANCA
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CUR-VER-CLIENTI-BANCA
           END-EXEC

           PERFORM SCRIVI-TOTALE-DATABASE

           EXEC SQL DISCONNECT END-EXEC.

       VERIFICA-CLIENTE-BANCA.
           MOVE SPACES TO WS-VER-NOMINATIVO
           STRING WS-LET-COGNOME DELIMITED BY "  "
                  " " WS-LET-NOME DELIMITED BY "  "
                  INTO WS-VER-NOMINATIVO
           MOVE 'S' TO WS-VER-OBBLIGATORIO
           MOVE "CF" TO WS-VAL-TIPO
           MOVE WS-LET-CF TO WS-VAL-VALORE
           MOVE WS-LET-DATA-NASCITA TO WS-VAL-DATA-NASCITA
           MOVE SPACE TO WS-VAL-SESSO
           PERFORM CONTROLLA-VALORE.

       CONNETTI-DATABASE.
           MOVE ZERO TO WS-CONTA-VERIFICATI-DB
           MOVE ZERO TO WS-CONTA-ERRATI-DB

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 8 TO WS-RC
               MOVE SQLCODE TO WS-SQLCODE-ED
               MOVE SPACES TO ELENCO-RECORD
               STRING DBNAME(1:10)
                      " DATABASE IRRAGGIUNGIBILE SQLCODE "
                      WS-SQLCODE-ED
                      DELIMITED BY SIZE INTO ELENCO-RECORD
               WRITE ELENCO-RECORD
               DISPLAY "DATABASE " DBNAME(1:10) " IRRAGGIUNGIBILE: "
                       SQLCODE
           END-IF.

      * Verifica del valore con la routine comune; i valori errati
      * vanno in elenco con chiave e motivo
       CONTROLLA-VALORE.
           IF WS-VAL-VALORE = SPACES AND WS-VER-OBBLIGATORIO NOT = 'S'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CONTA-VERIFICATI
           ADD 1 TO WS-CONTA-VERIFICATI-DB

           CALL "VALIDA-CODICI" USING WS-VAL-PARAMETRI
           IF WS-VAL-ESITO = "OK"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CONTA-ERRATI
           ADD 1 TO WS-CONTA-ERRATI-DB
           IF WS-RC < 4
               MOVE 4 TO WS-RC
           END-IF

           MOVE SPACES TO ELENCO-RECORD
           STRING DBNAME(1:10) " " WS-VER-TABELLA " "
                  WS-LET-CHIAVE " " WS-VER-NOMINATIVO(1:24) " "
                  WS-VAL-TIPO " " WS-VAL-VALORE(1:27) " "
                  WS-VAL-MOTIVO(1:37)
                  DELIMITED BY SIZE INTO ELENCO-RECORD
           WRITE ELENCO-RECORD.

       SCRIVI-TOTALE-DATABASE.
           MOVE SPACES TO ELENCO-RECORD
           STRING DBNAME(1:10) " valori verificati "
                  WS-CONTA-VERIFICATI-DB
                  "  da correggere " WS-CONTA-ERRATI-DB
                  DELIMITED BY SIZE INTO ELENCO-RECORD
           WRITE ELENCO-RECORD

           DISPLAY DBNAME(1:10) ": verificati " WS-CONTA-VERIFICATI-DB
                   "  da correggere " WS-CONTA-ERRATI-DB.
