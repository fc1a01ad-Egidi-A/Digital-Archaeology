       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Saldo unico delle versioni precedenti: letto solo per creare
      * l'archivio conti al primo avvio
           SELECT BALANCE-FILE ASSIGN TO 'balance.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BAL-FILE-STATUS.

      * Archivio conti indicizzato per numero conto
           SELECT CONTI-FILE ASSIGN TO 'conti.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CNT-NUMERO
                  FILE STATUS IS WS-CNT-FILE-STATUS.

           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO 'movimenti.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-JRN-FILE-STATUS.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ARC-FILE-STATUS.

      * Movimenti dei conti non chiusi, che restano nel giornale
      * riaperto quando si chiude un solo conto
           SELECT RESIDUO-FILE ASSIGN TO 'movimenti.tmp'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RES-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BALANCE-FILE.
       01 BALANCE-RECORD PIC 9(7)V99.

       FD CONTI-FILE.
       01 CONTO-RECORD.
          05 CNT-NUMERO        PIC X(10).
          05 CNT-INTESTATARIO  PIC X(40).
          05 CNT-SALDO         PIC 9(7)V99.
          05 CNT-STATO         PIC X.
      * A=Attivo C=Chiuso
          05 CNT-DATA-APERTURA PIC X(10).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
          05 JRN-DATA          PIC X(10).
          05 JRN-IMPORTO       PIC 9(7)V99.
          05 FILLER            PIC X.
          05 JRN-SALDO         PIC 9(7)V99.
          05 FILLER            PIC X.
          05 JRN-CONTO         PIC X(10).

       FD ARCHIVIO-FILE.
       01 ARCHIVIO-RECORD PIC X(52).

       FD ARCHIVIO-IN-FILE.
       01 ARCHIVIO-IN-RECORD.
          05 ARC-IMPORTO       PIC 9(7)V99.
          05 FILLER            PIC X.
          05 ARC-SALDO         PIC 9(7)V99.
          05 FILLER            PIC X.
          05 ARC-CONTO         PIC X(10).

       FD RESIDUO-FILE.
       01 RESIDUO-RECORD PIC X(52).

       WORKING-STORAGE SECTION.
       01  WS-BALANCE           PIC 9(7)V99.
       01  WS-JRN-TIPO-APPOGGIO PIC X.
       01  WS-IMPORTO-EDIT      PIC Z,ZZZ,ZZ9.99.

      * Archivio conti: conto su cui si opera e conto a cui vanno
      * i movimenti del giornale registrati prima dell'archivio
      * (senza numero conto)
       01  WS-CNT-FILE-STATUS   PIC XX.
       01  WS-CONTO             PIC X(10).
       01  WS-CONTO-INIZIALE    PIC X(10) VALUE "0000000001".
       01  WS-ESITO             PIC XX.
       01  WS-CNT-EOF           PIC X VALUE 'N'.
       01  WS-CONTA-CONTI       PIC 9(5) VALUE ZERO.
       01  WS-TOTALE-SALDI      PIC 9(9)V99.
       01  WS-TOTALE-EDIT       PIC ZZZ,ZZZ,ZZ9.99.

      * Chiusura di giornata: totali del giorno per tipo, nome
      * dell'archivio datato e appoggi per la consultazione storica
       01  WS-ARC-FILE-STATUS   PIC XX.
       01  WS-RES-FILE-STATUS   PIC XX.
       01  WS-NOME-ARCHIVIO     PIC X(30).
       01  WS-NOME-ARCHIVIO-IN  PIC X(30).
       01  WS-ARC-DATA-RICH     PIC X(10).
           05  WS-CHI-SOMMA-DEP PIC 9(9)V99.
           05  WS-CHI-CONTA-PRE PIC 9(5).
           05  WS-CHI-SOMMA-PRE PIC 9(9)V99.
           05  WS-CHI-TOT-SALDI PIC 9(9)V99.
           05  WS-CHI-TOT-CALC  PIC S9(9)V99.
           05  WS-CHI-DIVERGENZE PIC 9(5).
       01  WS-CHI-APERTURA      PIC 9(7)V99.
       01  WS-CHI-CALCOLATO     PIC S9(9)V99.
       01  WS-CHI-RIGA.
           05  WS-CHR-CONTO     PIC X(10).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-CHR-APERTURA  PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-CHR-CONTA-DEP PIC ZZZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-CHR-SOMMA-DEP PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-CHR-CONTA-PRE PIC ZZZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-CHR-SOMMA-PRE PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-CHR-SALDO     PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-CHR-SEGNALA   PIC X.

      * Totali di chiusura per conto, nell'ordine in cui i conti
      * compaiono nel giornale
       01  WS-TOT-NUM           PIC 9(4) VALUE ZERO.
       01  WS-TOT-MAX           PIC 9(4) VALUE 1000.
       01  WS-TOT-TABELLA.
           05  WS-TOT-ELEM      OCCURS 1 TO 1000 TIMES
                                DEPENDING ON WS-TOT-NUM
                                INDEXED BY WS-TOT-IDX.
               10  WS-TOT-CONTO      PIC X(10).
               10  WS-TOT-APERTURA   PIC 9(7)V99.
               10  WS-TOT-CONTA-DEP  PIC 9(5).
               10  WS-TOT-SOMMA-DEP  PIC 9(9)V99.
               10  WS-TOT-CONTA-PRE  PIC 9(5).
               10  WS-TOT-SOMMA-PRE  PIC 9(9)V99.
       01  WS-TOT-TROVATO       PIC X.

      * Ricostruzione del saldo rigiocando la catena del giornale
       01  WS-RIC-SALDO         PIC S9(8)V99.
       01  WS-RIC-PRIMO         PIC X.
       01  WS-RIC-ROTTURE       PIC 9(5).
       01  WS-RISPOSTA          PIC X.
      * Giorni degli archivi datati da rigiocare
       01  WS-RIC-DATA-NUM      PIC 9(8).
       01  WS-RIC-DATA-X REDEFINES WS-RIC-DATA-NUM PIC X(8).
       01  WS-RIC-GIORNO        PIC 9(7).
       01  WS-RIC-OGGI          PIC 9(7).
       01  WS-RIC-ARCHIVI       PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Bank System Starting"
           PERFORM APRI-ARCHIVIO-CONTI

           PERFORM UNTIL WS-CONTINUA = 'N' OR 'n'
               PERFORM VISUALIZZA-MENU
               ACCEPT WS-CONTINUA
           END-PERFORM

           CLOSE CONTI-FILE
           STOP RUN.

       VISUALIZZA-MENU.
           DISPLAY "4. Chiusura di giornata"
           DISPLAY "5. Estratto conto da archivio storico"
           DISPLAY "6. Ricostruzione saldo dal giornale"
           DISPLAY "7. Apertura conto"
           DISPLAY "8. Elenco conti"
           DISPLAY "9. Chiusura conto"
           DISPLAY "0. Esci"
           DISPLAY "======================="
           DISPLAY "Scelta: " WITH NO ADVANCING
                   PERFORM ESTRATTO-ARCHIVIO
               WHEN 6
                   PERFORM RICOSTRUZIONE-SALDO
               WHEN 7
                   PERFORM APERTURA-CONTO
               WHEN 8
                   PERFORM ELENCO-CONTI
               WHEN 9
                   PERFORM CHIUSURA-CONTO
               WHEN 0
                   MOVE 'N' TO WS-CONTINUA
               WHEN OTHER
           END-EVALUATE.

       DEPOSITO.
           PERFORM CHIEDI-CONTO
           IF WS-ESITO NOT = "OK"
               EXIT PARAGRAPH
           END-IF
           IF CNT-STATO NOT = 'A'
               DISPLAY "Conto chiuso!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Importo deposito: " WITH NO ADVANCING
           ACCEPT WS-IMPORTO

           DISPLAY "Deposito registrato. Saldo: " WS-IMPORTO-EDIT.

       PRELIEVO.
           PERFORM CHIEDI-CONTO
           IF WS-ESITO NOT = "OK"
               EXIT PARAGRAPH
           END-IF
           IF CNT-STATO NOT = 'A'
               DISPLAY "Conto chiuso!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Importo prelievo: " WITH NO ADVANCING
           ACCEPT WS-IMPORTO

           DISPLAY "Prelievo registrato. Saldo: " WS-IMPORTO-EDIT.

      * Accoda l'operazione al giornale movimenti con data, ora,
      * tipo, importo, saldo risultante e conto; il saldo in
      * archivio conti viene riallineato subito, cosi' giornale e
      * conti.dat restano coerenti anche in caso di interruzione
       REGISTRA-MOVIMENTO.
      * Pulisce il record (i FILLER devono essere spazi, non
      * caratteri binari) conservando il tipo gia' impostato
           MOVE FUNCTION CURRENT-DATE(13:2) TO JRN-ORA(7:2)
           MOVE WS-IMPORTO TO JRN-IMPORTO
           MOVE WS-BALANCE TO JRN-SALDO
           MOVE CNT-NUMERO TO JRN-CONTO

      * Lo stato '05' segnala solo che il giornale non esisteva
      * ancora ed e' stato creato: non e' un errore

           PERFORM SALVA-BALANCE.

      * Estratto conto: rilegge il giornale, elenca la storia del
      * conto e verifica che il suo ultimo saldo nel giornale
      * coincida con il saldo in archivio conti
       ESTRATTO-CONTO.
           PERFORM CHIEDI-CONTO
           IF WS-ESITO NOT = "OK"
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-JRN-EOF
           MOVE ZERO TO WS-CONTA-MOVIMENTI
           MOVE ZERO TO WS-SALDO-GIORNALE
           END-IF

           DISPLAY " "
           DISPLAY "CONTO " CNT-NUMERO " " CNT-INTESTATARIO
           DISPLAY "DATA       ORA      T     IMPORTO       SALDO"
           DISPLAY "----------------------------------------------"

                   AT END
                       MOVE 'Y' TO WS-JRN-EOF
                   NOT AT END
                       PERFORM NORMALIZZA-CONTO-GIORNALE
                       IF JRN-CONTO = CNT-NUMERO
                           ADD 1 TO WS-CONTA-MOVIMENTI
                           MOVE JRN-SALDO TO WS-SALDO-GIORNALE
                           DISPLAY JRN-DATA " " JRN-ORA " "
                                   JRN-TIPO " " JRN-IMPORTO " "
                                   JRN-SALDO
                       END-IF
               END-READ
           END-PERFORM

           END-IF.

      ******************************************************************
      * Chiusura di giornata: per il conto richiesto o per tutti i
      * conti travasa i movimenti del giornale nell'archivio
      * datato, stampa i totali del giorno per conto e il totale
      * generale quadrato con la somma dei saldi in archivio conti,
      * e riapre movimenti.dat con i movimenti degli altri conti e
      * un record di saldo di apertura per ogni conto chiuso; gli
      * estratti conto ripartono cosi' dalla giornata corrente.
      ******************************************************************
       CHIUSURA-GIORNATA.
           MOVE 'N' TO WS-JRN-EOF
           INITIALIZE WS-CHI-DATI
           MOVE ZERO TO WS-TOT-NUM

           DISPLAY "Numero conto (invio = tutti i conti): "
                   WITH NO ADVANCING
           ACCEPT WS-CONTO

           IF WS-CONTO NOT = SPACES
               PERFORM LEGGI-CONTO
               IF WS-ESITO NOT = "OK"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACES TO WS-NOME-ARCHIVIO
           STRING "movimenti-"

      * In EXTEND una seconda chiusura nello stesso giorno accoda
      * all'archivio gia' esistente invece di sovrascriverlo
           OPEN OUTPUT RESIDUO-FILE
           IF WS-RES-FILE-STATUS NOT = "00"
               DISPLAY "Errore apertura movimenti.tmp (stato "
                       WS-RES-FILE-STATUS ")"
               CLOSE JOURNAL-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND ARCHIVIO-FILE

           PERFORM UNTIL WS-JRN-EOF = 'Y'
                   AT END
                       MOVE 'Y' TO WS-JRN-EOF
                   NOT AT END
                       PERFORM NORMALIZZA-CONTO-GIORNALE
                       IF WS-CONTO = SPACES
                          OR JRN-CONTO = WS-CONTO
                           PERFORM ACCUMULA-CHIUSURA
                           WRITE ARCHIVIO-RECORD
                               FROM JOURNAL-RECORD
                       ELSE
                           WRITE RESIDUO-RECORD
                               FROM JOURNAL-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE JOURNAL-FILE
           CLOSE ARCHIVIO-FILE
           CLOSE RESIDUO-FILE

      * Riapre il giornale con i movimenti dei conti non chiusi
           OPEN INPUT RESIDUO-FILE
           IF WS-RES-FILE-STATUS NOT = "00"
               DISPLAY "Errore lettura movimenti.tmp (stato "
                       WS-RES-FILE-STATUS "): giornale non riaperto"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT JOURNAL-FILE
           MOVE 'N' TO WS-JRN-EOF
           PERFORM UNTIL WS-JRN-EOF = 'Y'
               READ RESIDUO-FILE
                   AT END
                       MOVE 'Y' TO WS-JRN-EOF
                   NOT AT END
                       WRITE JOURNAL-RECORD FROM RESIDUO-RECORD
               END-READ
           END-PERFORM
           CLOSE RESIDUO-FILE
           CLOSE JOURNAL-FILE

           DISPLAY " "
           DISPLAY "TOTALI DI GIORNATA PER CONTO:"
           DISPLAY "CONTO         APERTURA   DEP       DEPOSITI"
                   "   PRE       PRELIEVI        SALDO"
           DISPLAY "------------------------------------------"
                   "-------------------------------------"

      * Totali e saldo di apertura di ogni conto chiuso
           IF WS-CONTO NOT = SPACES
               PERFORM CHIUDI-CONTO-GIORNATA
           ELSE
               MOVE LOW-VALUES TO CNT-NUMERO
               START CONTI-FILE KEY IS NOT LESS THAN CNT-NUMERO
                   INVALID KEY
                       MOVE 'Y' TO WS-CNT-EOF
                   NOT INVALID KEY
                       MOVE 'N' TO WS-CNT-EOF
               END-START

               PERFORM UNTIL WS-CNT-EOF = 'Y'
                   READ CONTI-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-CNT-EOF
                       NOT AT END
                           PERFORM CHIUDI-CONTO-GIORNATA
                   END-READ
               END-PERFORM
           END-IF

           DISPLAY "------------------------------------------"
                   "-------------------------------------"
           MOVE WS-CHI-SOMMA-DEP TO WS-IMPORTO-EDIT
           DISPLAY "Depositi:  " WS-CHI-CONTA-DEP
                   "  EUR " WS-IMPORTO-EDIT
           MOVE WS-CHI-SOMMA-PRE TO WS-IMPORTO-EDIT
           DISPLAY "Prelievi:  " WS-CHI-CONTA-PRE
                   "  EUR " WS-IMPORTO-EDIT
           MOVE WS-CHI-TOT-CALC TO WS-TOTALE-EDIT
           DISPLAY "Totale generale da giornale: EUR "
                   WS-TOTALE-EDIT
           MOVE WS-CHI-TOT-SALDI TO WS-TOTALE-EDIT
           DISPLAY "Somma dei saldi dei conti:   EUR "
                   WS-TOTALE-EDIT

           IF WS-CHI-TOT-CALC = WS-CHI-TOT-SALDI
               DISPLAY "QUADRATURA: OK"
           ELSE
               DISPLAY "QUADRATURA: DIFFERENZA RILEVATA su "
                       WS-CHI-DIVERGENZE " conti (*)"
           END-IF

           DISPLAY "Giornale archiviato in " WS-NOME-ARCHIVIO
           DISPLAY "Giornale riaperto con saldo di apertura.".

      * Accumula il movimento del giornale nei totali del giorno e
      * in quelli del suo conto; il saldo di apertura del conto e'
      * quello del record 'A' o, in mancanza, quello precedente il
      * primo movimento
       ACCUMULA-CHIUSURA.
           MOVE 'N' TO WS-TOT-TROVATO
           IF WS-TOT-NUM > 0
               SET WS-TOT-IDX TO 1
               SEARCH WS-TOT-ELEM
                   WHEN WS-TOT-CONTO(WS-TOT-IDX) = JRN-CONTO
                       MOVE 'S' TO WS-TOT-TROVATO
               END-SEARCH
           END-IF

           IF WS-TOT-TROVATO = 'N'
               IF WS-TOT-NUM >= WS-TOT-MAX
                   DISPLAY "Troppi conti nel giornale: conto "
                           JRN-CONTO " escluso dai totali"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TOT-NUM
               SET WS-TOT-IDX TO WS-TOT-NUM
               MOVE JRN-CONTO TO WS-TOT-CONTO(WS-TOT-IDX)
               MOVE ZERO TO WS-TOT-CONTA-DEP(WS-TOT-IDX)
               MOVE ZERO TO WS-TOT-SOMMA-DEP(WS-TOT-IDX)
               MOVE ZERO TO WS-TOT-CONTA-PRE(WS-TOT-IDX)
               MOVE ZERO TO WS-TOT-SOMMA-PRE(WS-TOT-IDX)
               EVALUATE JRN-TIPO
                   WHEN 'D'
                       COMPUTE WS-TOT-APERTURA(WS-TOT-IDX) =
                           JRN-SALDO - JRN-IMPORTO
                   WHEN 'P'
                       COMPUTE WS-TOT-APERTURA(WS-TOT-IDX) =
                           JRN-SALDO + JRN-IMPORTO
                   WHEN OTHER
                       MOVE JRN-SALDO
                           TO WS-TOT-APERTURA(WS-TOT-IDX)
               END-EVALUATE
           END-IF

           EVALUATE JRN-TIPO
               WHEN 'D'
                   ADD 1 TO WS-CHI-CONTA-DEP
                   ADD JRN-IMPORTO TO WS-CHI-SOMMA-DEP
                   ADD 1 TO WS-TOT-CONTA-DEP(WS-TOT-IDX)
                   ADD JRN-IMPORTO TO WS-TOT-SOMMA-DEP(WS-TOT-IDX)
               WHEN 'P'
                   ADD 1 TO WS-CHI-CONTA-PRE
                   ADD JRN-IMPORTO TO WS-CHI-SOMMA-PRE
                   ADD 1 TO WS-TOT-CONTA-PRE(WS-TOT-IDX)
                   ADD JRN-IMPORTO TO WS-TOT-SOMMA-PRE(WS-TOT-IDX)
           END-EVALUATE.

      * Riga di chiusura del conto corrente in CONTO-RECORD: saldo
      * di apertura piu' depositi meno prelievi del giorno contro il
      * saldo in archivio (* se diversi), e nuovo record 'A' nel
      * giornale per il conto attivo
       CHIUDI-CONTO-GIORNATA.
           MOVE 'N' TO WS-TOT-TROVATO
           IF WS-TOT-NUM > 0
               SET WS-TOT-IDX TO 1
               SEARCH WS-TOT-ELEM
                   WHEN WS-TOT-CONTO(WS-TOT-IDX) = CNT-NUMERO
                       MOVE 'S' TO WS-TOT-TROVATO
               END-SEARCH
           END-IF

      * Conto senza movimenti nel giornale: apertura e saldo sono
      * quelli in archivio
           IF WS-TOT-TROVATO = 'S'
               MOVE WS-TOT-APERTURA(WS-TOT-IDX) TO WS-CHI-APERTURA
               COMPUTE WS-CHI-CALCOLATO =
                   WS-TOT-APERTURA(WS-TOT-IDX)
                   + WS-TOT-SOMMA-DEP(WS-TOT-IDX)
                   - WS-TOT-SOMMA-PRE(WS-TOT-IDX)
           ELSE
               MOVE CNT-SALDO TO WS-CHI-APERTURA
               MOVE CNT-SALDO TO WS-CHI-CALCOLATO
           END-IF

           ADD WS-CHI-CALCOLATO TO WS-CHI-TOT-CALC
           ADD CNT-SALDO TO WS-CHI-TOT-SALDI

           MOVE CNT-NUMERO TO WS-CHR-CONTO
           MOVE WS-CHI-APERTURA TO WS-CHR-APERTURA
           MOVE CNT-SALDO TO WS-CHR-SALDO
           IF WS-TOT-TROVATO = 'S'
               MOVE WS-TOT-CONTA-DEP(WS-TOT-IDX) TO WS-CHR-CONTA-DEP
               MOVE WS-TOT-SOMMA-DEP(WS-TOT-IDX) TO WS-CHR-SOMMA-DEP
               MOVE WS-TOT-CONTA-PRE(WS-TOT-IDX) TO WS-CHR-CONTA-PRE
               MOVE WS-TOT-SOMMA-PRE(WS-TOT-IDX) TO WS-CHR-SOMMA-PRE
           ELSE
               MOVE ZERO TO WS-CHR-CONTA-DEP
               MOVE ZERO TO WS-CHR-SOMMA-DEP
               MOVE ZERO TO WS-CHR-CONTA-PRE
               MOVE ZERO TO WS-CHR-SOMMA-PRE
           END-IF

           MOVE SPACE TO WS-CHR-SEGNALA
           IF WS-CHI-CALCOLATO NOT = CNT-SALDO
               MOVE '*' TO WS-CHR-SEGNALA
               ADD 1 TO WS-CHI-DIVERGENZE
           END-IF

           DISPLAY WS-CHI-RIGA

      * REGISTRA-MOVIMENTO scrive importo da WS-IMPORTO e saldo da
      * WS-BALANCE: il record 'A' porta saldo di apertura e
      * importo zero
           IF CNT-STATO = 'A'
               MOVE CNT-SALDO TO WS-BALANCE
               MOVE 'A' TO JRN-TIPO
               MOVE ZERO TO WS-IMPORTO
               PERFORM REGISTRA-MOVIMENTO
           END-IF.

      * Consultazione storica: estratto conto da un archivio di
      * giornata precedente, per un conto o per tutti
       ESTRATTO-ARCHIVIO.
           DISPLAY "Data archivio (AAAA-MM-GG): " WITH NO ADVANCING
           ACCEPT WS-ARC-DATA-RICH
           DISPLAY "Numero conto (invio = tutti i conti): "
                   WITH NO ADVANCING
           ACCEPT WS-CONTO

           MOVE SPACES TO WS-NOME-ARCHIVIO-IN
           STRING "movimenti-" DELIMITED BY SIZE
           DISPLAY " "
           DISPLAY "ARCHIVIO DEL " WS-ARC-DATA-RICH
           DISPLAY "DATA       ORA      T     IMPORTO       SALDO"
                   " CONTO"
           DISPLAY "----------------------------------------------"
                   "-----------"

           PERFORM UNTIL WS-ARC-EOF = 'Y'
               READ ARCHIVIO-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-ARC-EOF
                   NOT AT END
                       IF ARC-CONTO = SPACES
                           MOVE WS-CONTO-INIZIALE TO ARC-CONTO
                       END-IF
                       IF WS-CONTO = SPACES OR ARC-CONTO = WS-CONTO
                           ADD 1 TO WS-CONTA-MOVIMENTI
                           DISPLAY ARC-DATA " " ARC-ORA " "
                                   ARC-TIPO " " ARC-IMPORTO " "
                                   ARC-SALDO " " ARC-CONTO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVIO-IN-FILE

           DISPLAY "----------------------------------------------"
                   "-----------"
           DISPLAY "Movimenti in archivio: " WS-CONTA-MOVIMENTI.

      ******************************************************************
      * Ricostruzione del saldo di un conto: rigioca la catena dei
      * suoi movimenti negli archivi datati a partire dal giorno
      * richiesto e poi nel giornale corrente (il primo record
      * parte dal saldo registrato, 'D' somma, 'P' sottrae, i
      * record 'A' successivi devono ritrovare il saldo
      * ricalcolato) e confronta ogni saldo registrato con quello
      * ricalcolato, indicando i punti di rottura; a fine corsa il
      * saldo ricostruito puo' riallineare il conto in archivio.
      ******************************************************************
       RICOSTRUZIONE-SALDO.
           PERFORM CHIEDI-CONTO
           IF WS-ESITO NOT = "OK"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Rigiocare gli archivi dal giorno (AAAA-MM-GG, "
                   "invio = solo giornale corrente): "
                   WITH NO ADVANCING
           ACCEPT WS-ARC-DATA-RICH

           MOVE 'N' TO WS-JRN-EOF
           MOVE 'S' TO WS-RIC-PRIMO
           MOVE ZERO TO WS-RIC-SALDO
           MOVE ZERO TO WS-RIC-ROTTURE
           MOVE ZERO TO WS-CONTA-MOVIMENTI
           MOVE ZERO TO WS-RIC-ARCHIVI

           IF WS-ARC-DATA-RICH NOT = SPACES
               MOVE WS-ARC-DATA-RICH(1:4) TO WS-RIC-DATA-X(1:4)
               MOVE WS-ARC-DATA-RICH(6:2) TO WS-RIC-DATA-X(5:2)
               MOVE WS-ARC-DATA-RICH(9:2) TO WS-RIC-DATA-X(7:2)
               IF WS-RIC-DATA-X NOT NUMERIC
                   DISPLAY "Data non valida!"
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-RIC-GIORNO =
                   FUNCTION INTEGER-OF-DATE(WS-RIC-DATA-NUM)
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RIC-DATA-X
               COMPUTE WS-RIC-OGGI =
                   FUNCTION INTEGER-OF-DATE(WS-RIC-DATA-NUM)
               IF WS-RIC-GIORNO = 0 OR WS-RIC-GIORNO > WS-RIC-OGGI
                   DISPLAY "Data non valida!"
                   EXIT PARAGRAPH
               END-IF

               PERFORM UNTIL WS-RIC-GIORNO > WS-RIC-OGGI
                   PERFORM RIGIOCA-ARCHIVIO
                   ADD 1 TO WS-RIC-GIORNO
               END-PERFORM
               DISPLAY "Archivi rigiocati: " WS-RIC-ARCHIVI
           END-IF

           OPEN INPUT JOURNAL-FILE

           IF WS-JRN-FILE-STATUS = "00"
               OR WS-JRN-FILE-STATUS = "05"
               PERFORM UNTIL WS-JRN-EOF = 'Y'
                   READ JOURNAL-FILE
                       AT END
                           MOVE 'Y' TO WS-JRN-EOF
                       NOT AT END
                           PERFORM NORMALIZZA-CONTO-GIORNALE
                           IF JRN-CONTO = CNT-NUMERO
                               ADD 1 TO WS-CONTA-MOVIMENTI
                               PERFORM RIGIOCA-MOVIMENTO
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE JOURNAL-FILE
           END-IF

           IF WS-CONTA-MOVIMENTI = 0
               DISPLAY "Nessun movimento del conto: nulla da "
                       "ricostruire."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Saldo ricostruito dal giornale: "
                   WS-IMPORTO-EDIT
           MOVE WS-BALANCE TO WS-IMPORTO-EDIT
           DISPLAY "Saldo corrente in archivio:     "
                   WS-IMPORTO-EDIT
           DISPLAY "Punti di rottura rilevati: " WS-RIC-ROTTURE

           IF WS-RIC-SALDO NOT = WS-BALANCE
               DISPLAY "Riallineare il conto al saldo "
                       "ricostruito (S/N): " WITH NO ADVANCING
               ACCEPT WS-RISPOSTA
               IF WS-RISPOSTA = 'S' OR 's'
               DISPLAY "Saldo coerente con il giornale."
           END-IF.

      * Rigioca i movimenti del conto nell'archivio del giorno
      * WS-RIC-GIORNO, se la chiusura di quel giorno c'e' stata
       RIGIOCA-ARCHIVIO.
           COMPUTE WS-RIC-DATA-NUM =
               FUNCTION DATE-OF-INTEGER(WS-RIC-GIORNO)
           MOVE SPACES TO WS-NOME-ARCHIVIO-IN
           STRING "movimenti-" WS-RIC-DATA-X(1:4) "-"
                  WS-RIC-DATA-X(5:2) "-" WS-RIC-DATA-X(7:2) ".dat"
                  DELIMITED BY SIZE INTO WS-NOME-ARCHIVIO-IN

           OPEN INPUT ARCHIVIO-IN-FILE
           IF WS-ARC-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-RIC-ARCHIVI
           MOVE 'N' TO WS-ARC-EOF
           PERFORM UNTIL WS-ARC-EOF = 'Y'
               READ ARCHIVIO-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-ARC-EOF
                   NOT AT END
                       MOVE ARCHIVIO-IN-RECORD TO JOURNAL-RECORD
                       PERFORM NORMALIZZA-CONTO-GIORNALE
                       IF JRN-CONTO = CNT-NUMERO
                           ADD 1 TO WS-CONTA-MOVIMENTI
                           PERFORM RIGIOCA-MOVIMENTO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVIO-IN-FILE.

      * Rigioca il singolo movimento sul saldo ricostruito: la
      * differenza dal saldo registrato indica il punto di rottura
       RIGIOCA-MOVIMENTO.
           EVALUATE JRN-TIPO
               WHEN 'A'
      * Il saldo di apertura avvia la catena; dopo il primo
      * record deve coincidere con il saldo ricalcolato
                   IF WS-RIC-PRIMO = 'S'
                       MOVE JRN-SALDO TO WS-RIC-SALDO
                       MOVE 'N' TO WS-RIC-PRIMO
                   END-IF
               WHEN 'D'
                   IF WS-RIC-PRIMO = 'S'
      * Senza record di apertura la catena parte dal primo
               MOVE JRN-SALDO TO WS-RIC-SALDO
           END-IF.

      * I movimenti registrati prima dell'archivio conti non hanno
      * il numero conto: appartengono al conto iniziale
       NORMALIZZA-CONTO-GIORNALE.
           IF JRN-CONTO = SPACES
               MOVE WS-CONTO-INIZIALE TO JRN-CONTO
           END-IF.

      ******************************************************************
      * Apertura dell'archivio conti; al primo avvio l'archivio
      * viene creato con il conto iniziale, che riprende il saldo
      * unico di balance.dat
      ******************************************************************
       APRI-ARCHIVIO-CONTI.
           OPEN I-O CONTI-FILE

           IF WS-CNT-FILE-STATUS = "35"
               OPEN OUTPUT CONTI-FILE
               PERFORM CARICA-BALANCE
               MOVE SPACES TO CONTO-RECORD
               MOVE WS-CONTO-INIZIALE TO CNT-NUMERO
               MOVE "CONTO PRINCIPALE" TO CNT-INTESTATARIO
               MOVE WS-BALANCE TO CNT-SALDO
               MOVE 'A' TO CNT-STATO
               PERFORM IMPOSTA-DATA-APERTURA
               WRITE CONTO-RECORD
               CLOSE CONTI-FILE
               OPEN I-O CONTI-FILE
               MOVE WS-BALANCE TO WS-IMPORTO-EDIT
               DISPLAY "Archivio conti creato: conto "
                       WS-CONTO-INIZIALE " con saldo "
                       WS-IMPORTO-EDIT
           END-IF

           IF WS-CNT-FILE-STATUS NOT = "00"
               DISPLAY "Errore apertura archivio conti (stato "
                       WS-CNT-FILE-STATUS ")"
               STOP RUN
           END-IF.

      * Richiesta del conto su cui operare
       CHIEDI-CONTO.
           DISPLAY "Numero conto: " WITH NO ADVANCING
           ACCEPT WS-CONTO
           PERFORM LEGGI-CONTO.

      * Lettura del conto WS-CONTO in CONTO-RECORD e del suo saldo
      * in WS-BALANCE
       LEGGI-CONTO.
           MOVE "OK" TO WS-ESITO
           MOVE WS-CONTO TO CNT-NUMERO
           READ CONTI-FILE
               INVALID KEY
                   DISPLAY "Conto " WS-CONTO " inesistente!"
                   MOVE "KO" TO WS-ESITO
               NOT INVALID KEY
                   MOVE CNT-SALDO TO WS-BALANCE
           END-READ.

       APERTURA-CONTO.
           DISPLAY "Numero nuovo conto: " WITH NO ADVANCING
           ACCEPT WS-CONTO

           IF WS-CONTO = SPACES
               DISPLAY "Numero conto non valido!"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO CONTO-RECORD
           MOVE WS-CONTO TO CNT-NUMERO
           DISPLAY "Intestatario: " WITH NO ADVANCING
           ACCEPT CNT-INTESTATARIO
           MOVE ZERO TO CNT-SALDO
           MOVE 'A' TO CNT-STATO
           PERFORM IMPOSTA-DATA-APERTURA

           WRITE CONTO-RECORD
               INVALID KEY
                   DISPLAY "Conto " WS-CONTO " gia' esistente!"
                   EXIT PARAGRAPH
           END-WRITE

      * Il saldo di apertura a zero avvia la catena del giornale
           MOVE ZERO TO WS-BALANCE
           MOVE 'A' TO JRN-TIPO
           MOVE ZERO TO WS-IMPORTO
           PERFORM REGISTRA-MOVIMENTO

           DISPLAY "Conto " WS-CONTO " aperto.".

      * Elenco dei conti in archivio con il totale dei saldi
       ELENCO-CONTI.
           MOVE ZERO TO WS-CONTA-CONTI
           MOVE ZERO TO WS-TOTALE-SALDI

           DISPLAY " "
           DISPLAY "CONTO      INTESTATARIO                       "
                   "      SALDO S APERTURA"
           DISPLAY "----------------------------------------------"
                   "----------------------"

           MOVE LOW-VALUES TO CNT-NUMERO
           START CONTI-FILE KEY IS NOT LESS THAN CNT-NUMERO
               INVALID KEY
                   MOVE 'Y' TO WS-CNT-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-CNT-EOF
           END-START

           PERFORM UNTIL WS-CNT-EOF = 'Y'
               READ CONTI-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CNT-EOF
                   NOT AT END
                       ADD 1 TO WS-CONTA-CONTI
                       ADD CNT-SALDO TO WS-TOTALE-SALDI
                       MOVE CNT-SALDO TO WS-IMPORTO-EDIT
                       DISPLAY CNT-NUMERO " " CNT-INTESTATARIO(1:33)
                               " " WS-IMPORTO-EDIT " " CNT-STATO
                               " " CNT-DATA-APERTURA
               END-READ
           END-PERFORM

           DISPLAY "----------------------------------------------"
                   "----------------------"
           MOVE WS-TOTALE-SALDI TO WS-TOTALE-EDIT
           DISPLAY "Conti: " WS-CONTA-CONTI
                   "   Totale saldi: " WS-TOTALE-EDIT.

      * Un conto si chiude solo a saldo zero
       CHIUSURA-CONTO.
           PERFORM CHIEDI-CONTO
           IF WS-ESITO NOT = "OK"
               EXIT PARAGRAPH
           END-IF

           IF CNT-STATO NOT = 'A'
               DISPLAY "Conto gia' chiuso!"
               EXIT PARAGRAPH
           END-IF

           IF CNT-SALDO NOT = ZERO
               MOVE CNT-SALDO TO WS-IMPORTO-EDIT
               DISPLAY "Saldo non a zero: " WS-IMPORTO-EDIT
               EXIT PARAGRAPH
           END-IF

           MOVE 'C' TO CNT-STATO
           REWRITE CONTO-RECORD
               INVALID KEY
                   DISPLAY "Errore aggiornamento conto (stato "
                           WS-CNT-FILE-STATUS ")"
               NOT INVALID KEY
                   DISPLAY "Conto " CNT-NUMERO " chiuso."
           END-REWRITE.

       IMPOSTA-DATA-APERTURA.
           MOVE FUNCTION CURRENT-DATE(1:4) TO CNT-DATA-APERTURA(1:4)
           MOVE "-" TO CNT-DATA-APERTURA(5:1)
           MOVE FUNCTION CURRENT-DATE(5:2) TO CNT-DATA-APERTURA(6:2)
           MOVE "-" TO CNT-DATA-APERTURA(8:1)
           MOVE FUNCTION CURRENT-DATE(7:2) TO CNT-DATA-APERTURA(9:2).

       CARICA-BALANCE.
           MOVE 1000.00 TO WS-BALANCE
           OPEN INPUT BALANCE-FILE
               CLOSE BALANCE-FILE
           END-IF.

      * Riporta il saldo del conto in CONTO-RECORD nell'archivio
       SALVA-BALANCE.
           MOVE WS-BALANCE TO CNT-SALDO
           REWRITE CONTO-RECORD
               INVALID KEY
                   DISPLAY "Errore aggiornamento conto "
                           CNT-NUMERO " (stato "
                           WS-CNT-FILE-STATUS ")"
           END-REWRITE.
