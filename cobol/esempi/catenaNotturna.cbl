      ******************************************************************
      * CATENA NOTTURNA DEI BATCH
      * Lancia in sequenza i giri notturni al posto dell'operatore:
      * legge i passi da CATENA-PASSI.TXT, li esegue nell'ordine
      * imposto dai predecessori scrivendo per ciascuno il file
      * parametri del programma e leggendone l'RC dal log, salta i
      * passi che dipendono da un passo non riuscito e registra
      * inizio, fine e RC di ogni passo in CATENA-STORICO.TXT.
      * Se l'ultima catena registrata e' rimasta incompleta la
      * riprende dal passo fallito senza rieseguire quelli riusciti;
      * CATENA-NOTTURNA.PAR (NUOVA o RIPRESA, vale per un solo
      * avvio) forza il modo. Al termine scrive il riepilogo di una
      * pagina per il capoturno e il return code per lo schedulatore.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATENA-NOTTURNA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PASSI-FILE ASSIGN TO "CATENA-PASSI.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PASSI-STATUS.

           SELECT STORICO-FILE ASSIGN TO "CATENA-STORICO.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-STORICO-STATUS.

           SELECT MODO-FILE ASSIGN TO "CATENA-NOTTURNA.PAR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MODO-STATUS.

           SELECT PAR-FILE ASSIGN TO WS-NOME-FILE-PAR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PAR-STATUS.

           SELECT LOG-FILE ASSIGN TO WS-NOME-FILE-LOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LOG-STATUS.

           SELECT RIEPILOGO-FILE ASSIGN TO WS-NOME-FILE-RIEPILOGO
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Un passo per riga; le righe vuote o con * in colonna 1 sono
      * commenti. I parametri sono riportati dalla colonna 22 del
      * file .PAR del programma, dopo l'operazione
       FD  PASSI-FILE.
       01  PASSI-RECORD.
           05  PAS-PASSO           PIC X(8).
           05  FILLER              PIC X.
           05  PAS-PROGRAMMA       PIC X(18).
           05  FILLER              PIC X.
           05  PAS-OPERAZIONE      PIC X(20).
           05  FILLER              PIC X.
           05  PAS-RC-TOLLERATO    PIC 9(4).
           05  FILLER              PIC X.
           05  PAS-PREDECESSORI    OCCURS 4 TIMES.
               10  PAS-PREDECESSORE PIC X(8).
               10  FILLER          PIC X.
           05  PAS-PARAMETRI       PIC X(111).

       FD  STORICO-FILE.
       01  STORICO-RECORD.
           05  STO-ESECUZIONE      PIC X(14).
           05  FILLER              PIC X.
           05  STO-TENTATIVO       PIC 9(2).
           05  FILLER              PIC X.
           05  STO-PASSO           PIC X(8).
           05  FILLER              PIC X.
           05  STO-PROGRAMMA       PIC X(18).
           05  FILLER              PIC X.
           05  STO-OPERAZIONE      PIC X(20).
           05  FILLER              PIC X.
           05  STO-INIZIO          PIC X(19).
           05  FILLER              PIC X.
           05  STO-FINE            PIC X(19).
           05  FILLER              PIC X.
           05  STO-RC              PIC 9(4).
           05  FILLER              PIC X.
           05  STO-ESITO           PIC X(10).
           05  FILLER              PIC X.
           05  STO-NOTA            PIC X(40).

       FD  MODO-FILE.
       01  MODO-RECORD.
           05  MOD-MODO            PIC X(10).
           05  FILLER              PIC X(70).

       FD  PAR-FILE.
       01  PAR-RECORD PIC X(132).

       FD  LOG-FILE.
       01  LOG-RECORD PIC X(132).

       FD  RIEPILOGO-FILE.
       01  RIEPILOGO-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RC               PIC 9(4) VALUE ZERO.
      * 0 = catena completata, 4 = completata con RC entro la
      * tolleranza o nessuna catena da riprendere, 8 = passi falliti,
      * saltati o non eseguibili, 12 = file dei passi mancante o
      * errato
       01  WS-PASSI-STATUS     PIC XX.
       01  WS-STORICO-STATUS   PIC XX.
       01  WS-MODO-STATUS      PIC XX.
       01  WS-PAR-STATUS       PIC XX.
       01  WS-LOG-STATUS       PIC XX.
       01  WS-NOME-FILE-PAR    PIC X(24).
       01  WS-NOME-FILE-LOG    PIC X(24).
       01  WS-NOME-FILE-RIEPILOGO PIC X(40).

       01  WS-MODO             PIC X(10).
       01  WS-MODO-RICHIESTO   PIC X(10).
       01  WS-ESECUZIONE       PIC X(14).
       01  WS-TENTATIVO        PIC 9(2) VALUE ZERO.
       01  WS-TIMESTAMP        PIC X(19).
       01  WS-COMANDO          PIC X(80).
       01  WS-RC-SISTEMA       PIC S9(9).
       01  WS-RC-SISTEMA-ED    PIC -(5)9.
       01  WS-RC-LOG           PIC 9(4).
       01  WS-RC-TROVATO       PIC X.
       01  WS-RIGHE-LOG        PIC 9(7).
       01  WS-RIGA-LOG         PIC 9(7).
       01  WS-POS              PIC 9(3).
       01  WS-FINE-FILE        PIC X.
       01  WS-AVANZAMENTO      PIC X.
       01  WS-PRONTO           PIC X.
       01  WS-BLOCCO           PIC X(8).
       01  WS-CERCA            PIC X(18).
       01  WS-TROVATO          PIC 9(3).
       01  WS-ESITO-DESCR      PIC X(10).
       01  WS-I                PIC 9(3).
       01  WS-J                PIC 9(3).
       01  WS-K                PIC 9(3).
       01  WS-P                PIC 9(3).

      * Passi della catena. Stato: spazio = da eseguire,
      * E = eseguito, G = eseguito in un tentativo precedente,
      * F = fallito, S = saltato, X = non eseguibile
       01  WS-MAX-PASSI        PIC 9(3) VALUE 40.
       01  WS-NUM-PASSI        PIC 9(3) VALUE ZERO.
       01  WS-PASSI.
           05  WS-PAS OCCURS 40 TIMES.
               10  WS-PAS-PASSO        PIC X(8).
               10  WS-PAS-PROGRAMMA    PIC X(18).
               10  WS-PAS-OPERAZIONE   PIC X(20).
               10  WS-PAS-RC-TOLL      PIC 9(4).
               10  WS-PAS-PRED         PIC X(8) OCCURS 4 TIMES.
               10  WS-PAS-PARAMETRI    PIC X(111).
               10  WS-PAS-STATO        PIC X.
               10  WS-PAS-RC           PIC 9(4).
               10  WS-PAS-INIZIO       PIC X(19).
               10  WS-PAS-FINE         PIC X(19).
               10  WS-PAS-NOTA         PIC X(40).

      * Esito piu' recente di ogni passo nell'ultima esecuzione
      * registrata nello storico
       01  WS-ULTIMA-ESECUZIONE PIC X(14).
       01  WS-ULTIMO-TENTATIVO PIC 9(2).
       01  WS-CATENA-INCOMPLETA PIC X.
       01  WS-NUM-STORICO      PIC 9(3) VALUE ZERO.
       01  WS-STORICO.
           05  WS-STO OCCURS 40 TIMES.
               10  WS-STO-PASSO        PIC X(8).
               10  WS-STO-ESITO        PIC X(10).
               10  WS-STO-RC           PIC 9(4).
               10  WS-STO-INIZIO       PIC X(19).
               10  WS-STO-FINE         PIC X(19).

      * Programmi lanciabili: modulo eseguibile, file parametri
      * letto all'avvio e log su cui scrivono l'RC finale
       01  WS-PROGRAMMI-VALORI.
           05  FILLER PIC X(18) VALUE "HELLO".
           05  FILLER PIC X(30) VALUE "./hello".
           05  FILLER PIC X(24) VALUE SPACES.
           05  FILLER PIC X(24) VALUE "PREFLIGHT.LOG".
           05  FILLER PIC X(18) VALUE "GESTIONE-MAGAZZINO".
           05  FILLER PIC X(30) VALUE "./warehouse_system_cobol".
           05  FILLER PIC X(24) VALUE "BATCH-MAGAZZINO.PAR".
           05  FILLER PIC X(24) VALUE "BATCH-MAGAZZINO.LOG".
           05  FILLER PIC X(18) VALUE "GESTIONE-PAGHE".
           05  FILLER PIC X(30) VALUE "./payroll_system_cobol".
           05  FILLER PIC X(24) VALUE "BATCH-PAGHE.PAR".
           05  FILLER PIC X(24) VALUE "BATCH-PAGHE.LOG".
           05  FILLER PIC X(18) VALUE "GESTIONE-CONTI".
           05  FILLER PIC X(30) VALUE "./File_COBOL".
           05  FILLER PIC X(24) VALUE "BATCH-CONTI.PAR".
           05  FILLER PIC X(24) VALUE "BATCH-CONTI.LOG".
       01  WS-PROGRAMMI REDEFINES WS-PROGRAMMI-VALORI.
           05  WS-PRG OCCURS 4 TIMES.
               10  WS-PRG-NOME     PIC X(18).
               10  WS-PRG-MODULO   PIC X(30).
               10  WS-PRG-PAR      PIC X(24).
               10  WS-PRG-LOG      PIC X(24).

       01  WS-CONTA-ESEGUITI   PIC 9(3) VALUE ZERO.
       01  WS-CONTA-TOLLERATI  PIC 9(3) VALUE ZERO.
       01  WS-CONTA-GIA-ESEGUITI PIC 9(3) VALUE ZERO.
       01  WS-CONTA-FALLITI    PIC 9(3) VALUE ZERO.
       01  WS-CONTA-SALTATI    PIC 9(3) VALUE ZERO.
       01  WS-CONTA-NON-ESEG   PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "CATENA NOTTURNA DEI BATCH AVVIATA"

           PERFORM CARICA-PASSI
           IF WS-RC = 0
               PERFORM LEGGI-MODO
               PERFORM CARICA-STORICO
               PERFORM SCEGLI-MODO
           END-IF

           IF WS-RC NOT = 0
               DISPLAY "CATENA NON AVVIATA (RC=" WS-RC ")"
               MOVE WS-RC TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "Esecuzione " WS-ESECUZIONE " tentativo "
                   WS-TENTATIVO " (" WS-MODO ")"

           OPEN EXTEND STORICO-FILE
           IF WS-STORICO-STATUS NOT = "00"
               OPEN OUTPUT STORICO-FILE
           END-IF

           PERFORM ESEGUI-CATENA

           PERFORM CHIUDI-PASSO
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NUM-PASSI

           CLOSE STORICO-FILE

           PERFORM SCRIVI-RIEPILOGO

           DISPLAY "Passi eseguiti:       " WS-CONTA-ESEGUITI
           DISPLAY "Gia' eseguiti:        " WS-CONTA-GIA-ESEGUITI
           DISPLAY "Falliti:              " WS-CONTA-FALLITI
           DISPLAY "Saltati:              " WS-CONTA-SALTATI
           DISPLAY "Non eseguibili:       " WS-CONTA-NON-ESEG
           IF WS-RC < 8
               DISPLAY "CATENA COMPLETATA (RC=" WS-RC ")"
           ELSE
               DISPLAY "CATENA INCOMPLETA: da riprendere dopo la "
                       "correzione (RC=" WS-RC ")"
           END-IF
           DISPLAY "Riepilogo salvato in " WS-NOME-FILE-RIEPILOGO

           DISPLAY "CATENA NOTTURNA DEI BATCH TERMINATA"

           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

      * Carica i passi e ne controlla programma e predecessori; i
      * passi errati restano non eseguibili, senza fermare gli altri
       CARICA-PASSI.
           OPEN INPUT PASSI-FILE
           IF WS-PASSI-STATUS NOT = "00"
               DISPLAY "File dei passi CATENA-PASSI.TXT non "
                       "disponibile"
               MOVE 12 TO WS-RC
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-FINE-FILE
           PERFORM UNTIL WS-FINE-FILE = 'S'
               READ PASSI-FILE
                   AT END
                       MOVE 'S' TO WS-FINE-FILE
                   NOT AT END
                       PERFORM MEMORIZZA-PASSO
               END-READ
           END-PERFORM

           CLOSE PASSI-FILE

           IF WS-NUM-PASSI = 0
               DISPLAY "Nessun passo in CATENA-PASSI.TXT"
               MOVE 12 TO WS-RC
           END-IF

           IF WS-RC NOT = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM CONTROLLA-PASSO
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NUM-PASSI.

       MEMORIZZA-PASSO.
           IF PASSI-RECORD = SPACES OR PAS-PASSO(1:1) = "*"
               EXIT PARAGRAPH
           END-IF

           IF WS-NUM-PASSI = WS-MAX-PASSI
               DISPLAY "Troppi passi, massimo " WS-MAX-PASSI
                       ": escluso " PAS-PASSO
               MOVE 12 TO WS-RC
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-NUM-PASSI
           MOVE PAS-PASSO TO WS-PAS-PASSO(WS-NUM-PASSI)
           MOVE PAS-PROGRAMMA TO WS-PAS-PROGRAMMA(WS-NUM-PASSI)
           MOVE PAS-OPERAZIONE TO WS-PAS-OPERAZIONE(WS-NUM-PASSI)
           IF PAS-RC-TOLLERATO NUMERIC
               MOVE PAS-RC-TOLLERATO TO WS-PAS-RC-TOLL(WS-NUM-PASSI)
           ELSE
               MOVE ZERO TO WS-PAS-RC-TOLL(WS-NUM-PASSI)
           END-IF
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
               MOVE PAS-PREDECESSORE(WS-K)
                   TO WS-PAS-PRED(WS-NUM-PASSI, WS-K)
           END-PERFORM
           MOVE PAS-PARAMETRI TO WS-PAS-PARAMETRI(WS-NUM-PASSI)
           MOVE SPACE TO WS-PAS-STATO(WS-NUM-PASSI)
           MOVE ZERO TO WS-PAS-RC(WS-NUM-PASSI)
           MOVE SPACES TO WS-PAS-INIZIO(WS-NUM-PASSI)
           MOVE SPACES TO WS-PAS-FINE(WS-NUM-PASSI)
           MOVE SPACES TO WS-PAS-NOTA(WS-NUM-PASSI).

       CONTROLLA-PASSO.
           MOVE WS-PAS-PROGRAMMA(WS-I) TO WS-CERCA
           PERFORM CERCA-PROGRAMMA
           IF WS-P = 0
               MOVE 'X' TO WS-PAS-STATO(WS-I)
               MOVE "PROGRAMMA NON PREVISTO DALLA CATENA"
                   TO WS-PAS-NOTA(WS-I)
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
               IF WS-PAS-PRED(WS-I, WS-K) NOT = SPACES
                   MOVE WS-PAS-PRED(WS-I, WS-K) TO WS-CERCA
                   PERFORM CERCA-PASSO
                   IF WS-TROVATO = 0
                       MOVE 'X' TO WS-PAS-STATO(WS-I)
                       MOVE SPACES TO WS-PAS-NOTA(WS-I)
                       STRING "PREDECESSORE " WS-CERCA(1:8)
                              " INESISTENTE"
                              DELIMITED BY SIZE
                              INTO WS-PAS-NOTA(WS-I)
                   END-IF
               END-IF
           END-PERFORM.

       CERCA-PASSO.
           MOVE ZERO TO WS-TROVATO
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-NUM-PASSI OR WS-TROVATO > 0
               IF WS-PAS-PASSO(WS-J) = WS-CERCA
                   MOVE WS-J TO WS-TROVATO
               END-IF
           END-PERFORM.

       CERCA-PROGRAMMA.
           MOVE ZERO TO WS-P
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > 4 OR WS-P > 0
               IF WS-PRG-NOME(WS-J) = WS-CERCA
                   MOVE WS-J TO WS-P
               END-IF
           END-PERFORM.

      * Modo richiesto per questo avvio; il file viene svuotato
      * perche' la notte successiva torni la scelta automatica
       LEGGI-MODO.
           MOVE SPACES TO WS-MODO-RICHIESTO
           OPEN INPUT MODO-FILE
           IF WS-MODO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           READ MODO-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE MOD-MODO TO WS-MODO-RICHIESTO
           END-READ

           CLOSE MODO-FILE

           IF WS-MODO-RICHIESTO NOT = SPACES
               OPEN OUTPUT MODO-FILE
               CLOSE MODO-FILE
           END-IF.

      * Esito piu' recente di ogni passo dell'ultima esecuzione; la
      * catena e' incompleta se uno dei passi attuali non vi risulta
      * eseguito
       CARICA-STORICO.
           MOVE SPACES TO WS-ULTIMA-ESECUZIONE
           MOVE ZERO TO WS-ULTIMO-TENTATIVO
           MOVE ZERO TO WS-NUM-STORICO
           MOVE 'N' TO WS-CATENA-INCOMPLETA

           OPEN INPUT STORICO-FILE
           IF WS-STORICO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-FINE-FILE
           PERFORM UNTIL WS-FINE-FILE = 'S'
               READ STORICO-FILE
                   AT END
                       MOVE 'S' TO WS-FINE-FILE
                   NOT AT END
                       PERFORM MEMORIZZA-STORICO
               END-READ
           END-PERFORM

           CLOSE STORICO-FILE

           IF WS-ULTIMA-ESECUZIONE = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM VERIFICA-COMPLETEZZA
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NUM-PASSI.

       MEMORIZZA-STORICO.
           IF STO-ESECUZIONE NOT = WS-ULTIMA-ESECUZIONE
               MOVE STO-ESECUZIONE TO WS-ULTIMA-ESECUZIONE
               MOVE ZERO TO WS-NUM-STORICO
           END-IF
           MOVE STO-TENTATIVO TO WS-ULTIMO-TENTATIVO

           MOVE STO-PASSO TO WS-CERCA
           PERFORM CERCA-STORICO
           IF WS-TROVATO = 0
               IF WS-NUM-STORICO = WS-MAX-PASSI
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NUM-STORICO
               MOVE WS-NUM-STORICO TO WS-TROVATO
               MOVE STO-PASSO TO WS-STO-PASSO(WS-TROVATO)
           END-IF

           MOVE STO-ESITO TO WS-STO-ESITO(WS-TROVATO)
           MOVE STO-RC TO WS-STO-RC(WS-TROVATO)
           MOVE STO-INIZIO TO WS-STO-INIZIO(WS-TROVATO)
           MOVE STO-FINE TO WS-STO-FINE(WS-TROVATO).

       CERCA-STORICO.
           MOVE ZERO TO WS-TROVATO
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-NUM-STORICO OR WS-TROVATO > 0
               IF WS-STO-PASSO(WS-J) = WS-CERCA
                   MOVE WS-J TO WS-TROVATO
               END-IF
           END-PERFORM.

       VERIFICA-COMPLETEZZA.
           MOVE WS-PAS-PASSO(WS-I) TO WS-CERCA
           PERFORM CERCA-STORICO
           IF WS-TROVATO = 0
               MOVE 'S' TO WS-CATENA-INCOMPLETA
           ELSE
               IF WS-STO-ESITO(WS-TROVATO) NOT = "ESEGUITO"
                   MOVE 'S' TO WS-CATENA-INCOMPLETA
               END-IF
           END-IF.

      * Senza indicazioni la catena incompleta viene ripresa, con lo
      * stesso identificativo e un nuovo tentativo
       SCEGLI-MODO.
           EVALUATE TRUE
               WHEN WS-MODO-RICHIESTO = "RIPRESA"
                   MOVE "RIPRESA" TO WS-MODO
               WHEN WS-MODO-RICHIESTO = "NUOVA"
                   MOVE "NUOVA" TO WS-MODO
               WHEN WS-MODO-RICHIESTO NOT = SPACES
                   DISPLAY "Modo " WS-MODO-RICHIESTO
                           " non previsto: scelta automatica"
                   MOVE SPACES TO WS-MODO
               WHEN OTHER
                   MOVE SPACES TO WS-MODO
           END-EVALUATE

           IF WS-MODO = SPACES
               IF WS-CATENA-INCOMPLETA = 'S'
                   MOVE "RIPRESA" TO WS-MODO
               ELSE
                   MOVE "NUOVA" TO WS-MODO
               END-IF
           END-IF

           IF WS-MODO = "RIPRESA" AND WS-CATENA-INCOMPLETA = 'N'
               DISPLAY "Nessuna catena incompleta da riprendere"
               MOVE 4 TO WS-RC
               EXIT PARAGRAPH
           END-IF

           IF WS-MODO = "RIPRESA"
               MOVE WS-ULTIMA-ESECUZIONE TO WS-ESECUZIONE
               COMPUTE WS-TENTATIVO = WS-ULTIMO-TENTATIVO + 1
               PERFORM APPLICA-STORICO
                   VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NUM-PASSI
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ESECUZIONE
               MOVE 1 TO WS-TENTATIVO
           END-IF.

      * In ripresa i passi gia' riusciti non si rieseguono
       APPLICA-STORICO.
           IF WS-PAS-STATO(WS-I) NOT = SPACE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PAS-PASSO(WS-I) TO WS-CERCA
           PERFORM CERCA-STORICO
           IF WS-TROVATO = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-STO-ESITO(WS-TROVATO) = "ESEGUITO"
               MOVE 'G' TO WS-PAS-STATO(WS-I)
               MOVE WS-STO-RC(WS-TROVATO) TO WS-PAS-RC(WS-I)
               MOVE WS-STO-INIZIO(WS-TROVATO) TO WS-PAS-INIZIO(WS-I)
               MOVE WS-STO-FINE(WS-TROVATO) TO WS-PAS-FINE(WS-I)
           END-IF.

      * Passate successive sui passi finche' qualcuno avanza: un
      * passo parte quando tutti i predecessori sono riusciti, viene
      * saltato appena uno di essi non e' riuscito
       ESEGUI-CATENA.
           MOVE 'S' TO WS-AVANZAMENTO
           PERFORM UNTIL WS-AVANZAMENTO = 'N'
               MOVE 'N' TO WS-AVANZAMENTO
               PERFORM VALUTA-PASSO
                   VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NUM-PASSI
           END-PERFORM.

       VALUTA-PASSO.
           IF WS-PAS-STATO(WS-I) NOT = SPACE
               EXIT PARAGRAPH
           END-IF

           MOVE 'S' TO WS-PRONTO
           MOVE SPACES TO WS-BLOCCO
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
               IF WS-PAS-PRED(WS-I, WS-K) NOT = SPACES
                   MOVE WS-PAS-PRED(WS-I, WS-K) TO WS-CERCA
                   PERFORM CERCA-PASSO
                   EVALUATE WS-PAS-STATO(WS-TROVATO)
                       WHEN 'E'
                       WHEN 'G'
                           CONTINUE
                       WHEN SPACE
                           MOVE 'N' TO WS-PRONTO
                       WHEN OTHER
                           MOVE WS-CERCA TO WS-BLOCCO
                   END-EVALUATE
               END-IF
           END-PERFORM

           IF WS-BLOCCO NOT = SPACES
               MOVE 'S' TO WS-PAS-STATO(WS-I)
               MOVE SPACES TO WS-PAS-NOTA(WS-I)
               STRING "PREDECESSORE " WS-BLOCCO " NON RIUSCITO"
                      DELIMITED BY SIZE INTO WS-PAS-NOTA(WS-I)
               DISPLAY "SALTATO " WS-PAS-PASSO(WS-I) ": "
                       WS-PAS-NOTA(WS-I)
               PERFORM REGISTRA-STORICO
               MOVE 'S' TO WS-AVANZAMENTO
               EXIT PARAGRAPH
           END-IF

           IF WS-PRONTO = 'S'
               PERFORM ESEGUI-PASSO
               MOVE 'S' TO WS-AVANZAMENTO
           END-IF.

      * Lancia il programma del passo con il suo file parametri e
      * ne legge l'RC dalle righe aggiunte al log; senza file
      * parametri il programma partirebbe interattivo, quindi il
      * passo fallisce senza essere lanciato
       ESEGUI-PASSO.
           MOVE WS-PAS-PROGRAMMA(WS-I) TO WS-CERCA
           PERFORM CERCA-PROGRAMMA
           MOVE WS-PRG-PAR(WS-P) TO WS-NOME-FILE-PAR
           MOVE WS-PRG-LOG(WS-P) TO WS-NOME-FILE-LOG

           PERFORM CONTA-RIGHE-LOG

           IF WS-NOME-FILE-PAR NOT = SPACES
               MOVE SPACES TO PAR-RECORD
               STRING WS-PAS-OPERAZIONE(WS-I) " "
                      WS-PAS-PARAMETRI(WS-I)
                      DELIMITED BY SIZE INTO PAR-RECORD
               OPEN OUTPUT PAR-FILE
               IF WS-PAR-STATUS = "00"
                   WRITE PAR-RECORD
                   IF WS-PAR-STATUS NOT = "00"
                       CLOSE PAR-FILE
                       MOVE "30" TO WS-PAR-STATUS
                   ELSE
                       CLOSE PAR-FILE
                   END-IF
               END-IF
               IF WS-PAR-STATUS NOT = "00"
                   PERFORM PRENDI-TIMESTAMP
                   MOVE WS-TIMESTAMP TO WS-PAS-INIZIO(WS-I)
                   MOVE WS-TIMESTAMP TO WS-PAS-FINE(WS-I)
                   MOVE 16 TO WS-PAS-RC(WS-I)
                   MOVE 'F' TO WS-PAS-STATO(WS-I)
                   MOVE "FILE PARAMETRI NON SCRIVIBILE"
                       TO WS-PAS-NOTA(WS-I)
                   PERFORM REGISTRA-STORICO
                   DISPLAY WS-TIMESTAMP " FALLITO " WS-PAS-PASSO(WS-I)
                           ": " WS-PAS-NOTA(WS-I) " "
                           WS-NOME-FILE-PAR
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM PRENDI-TIMESTAMP
           MOVE WS-TIMESTAMP TO WS-PAS-INIZIO(WS-I)
           DISPLAY WS-TIMESTAMP " AVVIO " WS-PAS-PASSO(WS-I) " "
                   WS-PAS-PROGRAMMA(WS-I) " "
                   WS-PAS-OPERAZIONE(WS-I)

           MOVE SPACES TO WS-COMANDO
           STRING WS-PRG-MODULO(WS-P) DELIMITED BY SPACE
                  INTO WS-COMANDO
           CALL "SYSTEM" USING WS-COMANDO
           MOVE RETURN-CODE TO WS-RC-SISTEMA

           PERFORM PRENDI-TIMESTAMP
           MOVE WS-TIMESTAMP TO WS-PAS-FINE(WS-I)

      * Il file parametri resta vuoto: un avvio interattivo del
      * programma non deve ripartire in modo batch
           IF WS-NOME-FILE-PAR NOT = SPACES
               OPEN OUTPUT PAR-FILE
               CLOSE PAR-FILE
           END-IF

           PERFORM LEGGI-RC-LOG

      * Senza "RC=" nel log vale l'RC con cui e' terminato il
      * processo, se diverso da zero
           IF WS-RC-TROVATO = 'S'
               MOVE WS-RC-LOG TO WS-PAS-RC(WS-I)
           ELSE
               MOVE 16 TO WS-PAS-RC(WS-I)
               MOVE SPACES TO WS-PAS-NOTA(WS-I)
               IF WS-RC-SISTEMA NOT = ZERO
                   MOVE WS-RC-SISTEMA TO WS-RC-SISTEMA-ED
                   STRING "PROCESSO TERMINATO CON RC "
                          WS-RC-SISTEMA-ED
                          DELIMITED BY SIZE INTO WS-PAS-NOTA(WS-I)
               ELSE
                   STRING "ESITO NON TROVATO IN " WS-NOME-FILE-LOG
                          DELIMITED BY SIZE INTO WS-PAS-NOTA(WS-I)
               END-IF
           END-IF

           IF WS-PAS-RC(WS-I) > WS-PAS-RC-TOLL(WS-I)
               MOVE 'F' TO WS-PAS-STATO(WS-I)
           ELSE
               MOVE 'E' TO WS-PAS-STATO(WS-I)
           END-IF

           PERFORM REGISTRA-STORICO

           DISPLAY WS-TIMESTAMP " FINE  " WS-PAS-PASSO(WS-I)
                   " RC=" WS-PAS-RC(WS-I) " " WS-ESITO-DESCR.

       CONTA-RIGHE-LOG.
           MOVE ZERO TO WS-RIGHE-LOG
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-FINE-FILE
           PERFORM UNTIL WS-FINE-FILE = 'S'
               READ LOG-FILE
                   AT END
                       MOVE 'S' TO WS-FINE-FILE
                   NOT AT END
                       ADD 1 TO WS-RIGHE-LOG
               END-READ
           END-PERFORM

           CLOSE LOG-FILE.

      * L'RC del passo e' l'ultimo "RC=" scritto nel log dopo le
      * righe gia' presenti prima del lancio
       LEGGI-RC-LOG.
           MOVE 'N' TO WS-RC-TROVATO
           MOVE ZERO TO WS-RIGA-LOG
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-FINE-FILE
           PERFORM UNTIL WS-FINE-FILE = 'S'
               READ LOG-FILE
                   AT END
                       MOVE 'S' TO WS-FINE-FILE
                   NOT AT END
                       ADD 1 TO WS-RIGA-LOG
                       IF WS-RIGA-LOG > WS-RIGHE-LOG
                           PERFORM ESTRAI-RC-LOG
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LOG-FILE.

       ESTRAI-RC-LOG.
           MOVE ZERO TO WS-POS
           INSPECT LOG-RECORD TALLYING WS-POS
               FOR CHARACTERS BEFORE INITIAL "RC="
           IF WS-POS < 126
               IF LOG-RECORD(WS-POS + 4:4) NUMERIC
                   MOVE LOG-RECORD(WS-POS + 4:4) TO WS-RC-LOG
                   MOVE 'S' TO WS-RC-TROVATO
               END-IF
           END-IF.

      * Passi mai partiti: errati nel file dei passi o rimasti in
      * attesa per una dipendenza circolare
       CHIUDI-PASSO.
           IF WS-PAS-STATO(WS-I) = SPACE
               MOVE 'X' TO WS-PAS-STATO(WS-I)
               MOVE "DIPENDENZA CIRCOLARE TRA I PASSI"
                   TO WS-PAS-NOTA(WS-I)
           END-IF

           IF WS-PAS-STATO(WS-I) = 'X'
               DISPLAY "NON ESEGUIBILE " WS-PAS-PASSO(WS-I) ": "
                       WS-PAS-NOTA(WS-I)
               PERFORM REGISTRA-STORICO
           END-IF.

       REGISTRA-STORICO.
           PERFORM DESCRIVI-ESITO

           MOVE SPACES TO STORICO-RECORD
           MOVE WS-ESECUZIONE TO STO-ESECUZIONE
           MOVE WS-TENTATIVO TO STO-TENTATIVO
           MOVE WS-PAS-PASSO(WS-I) TO STO-PASSO
           MOVE WS-PAS-PROGRAMMA(WS-I) TO STO-PROGRAMMA
           MOVE WS-PAS-OPERAZIONE(WS-I) TO STO-OPERAZIONE
           MOVE WS-PAS-INIZIO(WS-I) TO STO-INIZIO
           MOVE WS-PAS-FINE(WS-I) TO STO-FINE
           MOVE WS-PAS-RC(WS-I) TO STO-RC
           MOVE WS-ESITO-DESCR TO STO-ESITO
           MOVE WS-PAS-NOTA(WS-I) TO STO-NOTA
           WRITE STORICO-RECORD.

       DESCRIVI-ESITO.
           EVALUATE WS-PAS-STATO(WS-I)
               WHEN 'E'
                   MOVE "ESEGUITO" TO WS-ESITO-DESCR
               WHEN 'G'
                   MOVE "GIA' ESEG." TO WS-ESITO-DESCR
               WHEN 'F'
                   MOVE "FALLITO" TO WS-ESITO-DESCR
               WHEN 'S'
                   MOVE "SALTATO" TO WS-ESITO-DESCR
               WHEN 'X'
                   MOVE "NON ESEG." TO WS-ESITO-DESCR
               WHEN OTHER
                   MOVE "IN ATTESA" TO WS-ESITO-DESCR
           END-EVALUATE.

       PRENDI-TIMESTAMP.
           MOVE SPACES TO WS-TIMESTAMP
           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2) " "
                  FUNCTION CURRENT-DATE(9:2) ":"
                  FUNCTION CURRENT-DATE(11:2) ":"
                  FUNCTION CURRENT-DATE(13:2)
                  DELIMITED BY SIZE INTO WS-TIMESTAMP.

      * Riepilogo di una pagina per il capoturno: esito di ogni
      * passo, totali e indicazione su come proseguire
       SCRIVI-RIEPILOGO.
           MOVE SPACES TO WS-NOME-FILE-RIEPILOGO
           STRING "CATENA-RIEPILOGO-" FUNCTION CURRENT-DATE(1:8)
                  ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-RIEPILOGO

           OPEN OUTPUT RIEPILOGO-FILE

           WRITE RIEPILOGO-RECORD FROM
               "CATENA NOTTURNA DEI BATCH - RIEPILOGO PER IL CAPOTURNO"
           MOVE ALL "=" TO RIEPILOGO-RECORD
           WRITE RIEPILOGO-RECORD

           PERFORM PRENDI-TIMESTAMP
           MOVE SPACES TO RIEPILOGO-RECORD
           STRING "Esecuzione: " WS-ESECUZIONE
                  "   Tentativo: " WS-TENTATIVO
                  "   Modo: " WS-MODO
                  "   Stampato il: " WS-TIMESTAMP
                  DELIMITED BY SIZE INTO RIEPILOGO-RECORD
           WRITE RIEPILOGO-RECORD
           WRITE RIEPILOGO-RECORD FROM SPACES

           WRITE RIEPILOGO-RECORD FROM
               "PASSO    PROGRAMMA          OPERAZIONE           " &
               "INIZIO              FINE                  RC " &
               "ESITO"
           MOVE ALL "-" TO RIEPILOGO-RECORD
           WRITE RIEPILOGO-RECORD

           PERFORM SCRIVI-RIGA-RIEPILOGO
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NUM-PASSI

           MOVE ALL "-" TO RIEPILOGO-RECORD
           WRITE RIEPILOGO-RECORD

           MOVE SPACES TO RIEPILOGO-RECORD
           STRING "PASSI: " WS-NUM-PASSI
                  "   ESEGUITI: " WS-CONTA-ESEGUITI
                  "   GIA' ESEGUITI: " WS-CONTA-GIA-ESEGUITI
                  "   FALLITI: " WS-CONTA-FALLITI
                  "   SALTATI: " WS-CONTA-SALTATI
                  "   NON ESEGUIBILI: " WS-CONTA-NON-ESEG
                  DELIMITED BY SIZE INTO RIEPILOGO-RECORD
           WRITE RIEPILOGO-RECORD
           WRITE RIEPILOGO-RECORD FROM SPACES

           EVALUATE TRUE
               WHEN WS-CONTA-FALLITI + WS-CONTA-SALTATI
                    + WS-CONTA-NON-ESEG > 0
                   MOVE 8 TO WS-RC
               WHEN WS-CONTA-TOLLERATI > 0
                   MOVE 4 TO WS-RC
               WHEN OTHER
                   MOVE ZERO TO WS-RC
           END-EVALUATE

           IF WS-RC < 8
               WRITE RIEPILOGO-RECORD FROM
                   "CATENA COMPLETATA: nessun intervento richiesto"
           ELSE
               WRITE RIEPILOGO-RECORD FROM
                   "CATENA INCOMPLETA: correggere i passi FALLITO " &
                   "o NON ESEG. e rilanciare; la ripresa parte dai " &
                   "passi non riusciti"
               WRITE RIEPILOGO-RECORD FROM
                   "(automatica al prossimo avvio, oppure subito " &
                   "con RIPRESA in CATENA-NOTTURNA.PAR)"
           END-IF
           IF WS-CONTA-TOLLERATI > 0
               WRITE RIEPILOGO-RECORD FROM
                   "Verificare i log dei passi con RC diverso da " &
                   "zero entro la tolleranza"
           END-IF

           WRITE RIEPILOGO-RECORD FROM SPACES
           WRITE RIEPILOGO-RECORD FROM
               "Visto del capoturno: ______________________   " &
               "Data: __________"

           CLOSE RIEPILOGO-FILE.

       SCRIVI-RIGA-RIEPILOGO.
           PERFORM DESCRIVI-ESITO

           EVALUATE WS-PAS-STATO(WS-I)
               WHEN 'E'
                   ADD 1 TO WS-CONTA-ESEGUITI
                   IF WS-PAS-RC(WS-I) > 0
                       ADD 1 TO WS-CONTA-TOLLERATI
                   END-IF
               WHEN 'G'
                   ADD 1 TO WS-CONTA-GIA-ESEGUITI
               WHEN 'F'
                   ADD 1 TO WS-CONTA-FALLITI
               WHEN 'S'
                   ADD 1 TO WS-CONTA-SALTATI
               WHEN OTHER
                   ADD 1 TO WS-CONTA-NON-ESEG
           END-EVALUATE

           MOVE SPACES TO RIEPILOGO-RECORD
           STRING WS-PAS-PASSO(WS-I) " " WS-PAS-PROGRAMMA(WS-I) " "
                  WS-PAS-OPERAZIONE(WS-I) " " WS-PAS-INIZIO(WS-I) " "
                  WS-PAS-FINE(WS-I) " " WS-PAS-RC(WS-I) " "
                  WS-ESITO-DESCR
                  DELIMITED BY SIZE INTO RIEPILOGO-RECORD
           WRITE RIEPILOGO-RECORD

           IF WS-PAS-NOTA(WS-I) NOT = SPACES
               MOVE SPACES TO RIEPILOGO-RECORD
               STRING "         " WS-PAS-NOTA(WS-I)
                      DELIMITED BY SIZE INTO RIEPILOGO-RECORD
               WRITE RIEPILOGO-RECORD
           END-IF.
